        *> Shared cycle-certificate lookup.  cycle_signoff writes
        *> each cycle's go/no-go certificate to the CYCLCERT dataset
        *> and cycle_override appends an operator's override of a
        *> NO-GO beneath it; the steps that release the night's
        *> output outside the shop (iface_extract, report_bundle)
        *> ask this for the standing decision on their correlation
        *> id before anything goes out.  Answers in cc-decision:
        *>   GO     the latest certificate is GO
        *>   NO-GO  the latest certificate is NO-GO, not overridden
        *>   OVRD   a NO-GO overridden since -- cc-operator holds
        *>          who overrode it
        *>   spaces no certificate for the cycle (never signed off)
        *> A sign-off rerun writes a fresh certificate, which stands
        *> over anything earlier for the cycle, an override included.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. cycle_cert.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT CERT-FILE ASSIGN TO "CYCLCERT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cert-file-status.
            DATA DIVISION.
                FILE SECTION.
                *> see cycle_signoff's cert-record
                FD CERT-FILE.
                01 cert-record.
                    02 crt-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 crt-corr      PIC X(14).
                    02 FILLER        PIC X.
                    02 crt-kind      PIC X(4).
                    02 FILLER        PIC X.
                    02 crt-decision  PIC X(5).
                    02 FILLER        PIC X.
                    02 crt-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 crt-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 crt-text      PIC X(50).
                WORKING-STORAGE SECTION.
                    01 cert-file-status PIC XX.
                    01 cert-eof         PIC 9.
                LINKAGE SECTION.
                    01 cc-corr     PIC X(14).
                    01 cc-decision PIC X(5).
                    01 cc-operator PIC X(8).
            PROCEDURE DIVISION USING cc-corr, cc-decision,
                                      cc-operator.
                MOVE SPACES TO cc-decision.
                MOVE SPACES TO cc-operator.
                IF cc-corr = SPACES THEN
                    GOBACK
                END-IF.
                OPEN INPUT CERT-FILE.
                IF cert-file-status NOT = "00" THEN
                    GOBACK
                END-IF.
                MOVE 0 TO cert-eof.
                PERFORM UNTIL cert-eof = 1
                    READ CERT-FILE
                        AT END
                            MOVE 1 TO cert-eof
                        NOT AT END
                            IF crt-corr = cc-corr THEN
                                PERFORM take_certificate_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE CERT-FILE.
            GOBACK.

            take_certificate_line.
                EVALUATE crt-kind
                    WHEN "CERT"
                        MOVE crt-decision TO cc-decision
                        MOVE SPACES TO cc-operator
                    WHEN "OVRD"
                        IF cc-decision = "NO-GO" THEN
                            MOVE "OVRD" TO cc-decision
                            MOVE crt-program TO cc-operator
                        END-IF
                END-EVALUATE.
                EXIT.
        END PROGRAM cycle_cert.
