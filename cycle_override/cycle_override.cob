        *> Override of a NO-GO cycle certificate.  cycle_signoff
        *> signs each cycle GO or NO-GO on CYCLCERT, and the steps
        *> that release the night's output hold it on anything but
        *> GO.  Some nights the duty manager decides the outputs go
        *> regardless -- a verifier flagged a difference already
        *> explained, an advisory step was blocking by mistake --
        *> and that decision has to be on record.  This screen
        *> signs an operator on (common/op_signon.cob), looks up the
        *> standing certificate for a correlation id (default the
        *> current cycle's) with its reasons, and lets a CHANGE
        *> operator override a NO-GO with a reason, which is
        *> appended to CYCLCERT as an OVRD line under the
        *> certificate with the operator's id, lands on RUNAUDIT
        *> with the operator's id and raises a WARN through
        *> alert_log.  common/cycle_cert.cob then answers OVRD for
        *> the cycle and the held steps can be rerun.  A VIEW
        *> operator may look certificates up but not override; a
        *> GO certificate needs no override and an override with no
        *> reason is refused.
        *> Actions: L = look up, O = override, Q = quit.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
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
                    *> what the operator keys
                    01 in-corr          PIC X(14) VALUE SPACES.
                    01 in-reason        PIC X(50) VALUE SPACES.
                    01 ov-action        PIC X VALUE "L".
                    *> the certificate looked up: the CERT line, its
                    *> reasons, and an override if one followed
                    01 cert-loaded      PIC 9 VALUE 0.
                    01 cert-decision    PIC X(5).
                    01 cert-stamp       PIC X(14).
                    01 cert-line        PIC X(78) VALUE SPACES.
                    01 override-line    PIC X(78) VALUE SPACES.
                    01 reason-lines.
                        02 reason-line PIC X(78) OCCURS 8 TIMES.
                    01 reason-count     PIC 9(3).
                    01 rx               PIC 9(3).
                    01 screen-note      PIC X(60) VALUE SPACES.
                    01 datetime         PIC X(21).
                    01 keep-going       PIC 9 VALUE 1.
                        88 done-overriding VALUE 0.
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op          PIC X(3) VALUE "GET".
                    01 corr-id          PIC X(14) VALUE SPACES.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id      PIC X(8) VALUE SPACES.
                    01 operator-level   PIC X(6).
                    01 os-found         PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name       PIC X(8) VALUE "CYCLOVRD".
                    01 audit-event      PIC X(5).
                    01 audit-outcome    PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== CYCLE CERTIFICATE SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 override-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== CYCLE CERTIFICATE OVERRIDE =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 4 COL 1 VALUE "CORRELATION ID:".
                    05 LINE 4 COL 17 PIC X(14) USING in-corr.
                    05 LINE 6 COL 1 PIC X(78) FROM cert-line.
                    05 LINE 7 COL 1 PIC X(78) FROM reason-line(1).
                    05 LINE 8 COL 1 PIC X(78) FROM reason-line(2).
                    05 LINE 9 COL 1 PIC X(78) FROM reason-line(3).
                    05 LINE 10 COL 1 PIC X(78) FROM reason-line(4).
                    05 LINE 11 COL 1 PIC X(78) FROM reason-line(5).
                    05 LINE 12 COL 1 PIC X(78) FROM reason-line(6).
                    05 LINE 13 COL 1 PIC X(78) FROM reason-line(7).
                    05 LINE 14 COL 1 PIC X(78) FROM reason-line(8).
                    05 LINE 15 COL 1 PIC X(78) FROM override-line.
                    05 LINE 17 COL 1 VALUE "OVERRIDE REASON:".
                    05 LINE 18 COL 1 PIC X(50) USING in-reason.
                    05 LINE 20 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 22 COL 1
                       VALUE "ACTION (L=LOOK UP O=OVERRIDE Q=QUIT):".
                    05 LINE 22 COL 39 PIC X USING ov-action.
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                PERFORM sign_operator_on.
                CALL "run_corr" USING corr-op, corr-id.
                MOVE corr-id TO in-corr.
                PERFORM look_up_certificate.
                PERFORM UNTIL done-overriding
                    ACCEPT override-screen
                    EVALUATE FUNCTION UPPER-CASE(ov-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "L"
                            PERFORM look_up_certificate
                        WHEN "O"
                            PERFORM record_override
                        WHEN OTHER
                            MOVE "key L, O or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        DISPLAY override-screen
                    END-IF
                END-PERFORM.
                DISPLAY SPACE.
                DISPLAY "CYCLE OVERRIDE: goodbye".
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            sign_operator_on.
                ACCEPT signon-screen.
                MOVE FUNCTION UPPER-CASE(operator-id)
                    TO operator-id.
                CALL "op_signon" USING operator-id, operator-level,
                                        os-found.
                IF os-found = 0 THEN
                    DISPLAY SPACE
                    DISPLAY "CYCLE OVERRIDE: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            look_up_certificate.
                MOVE 0 TO cert-loaded.
                MOVE SPACES TO cert-decision.
                MOVE SPACES TO cert-line.
                MOVE SPACES TO override-line.
                MOVE SPACES TO reason-lines.
                MOVE 0 TO reason-count.
                MOVE SPACES TO screen-note.
                OPEN INPUT CERT-FILE.
                IF cert-file-status NOT = "00" THEN
                    MOVE "no CYCLCERT on file -- nothing signed yet"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO cert-eof.
                PERFORM UNTIL cert-eof = 1
                    READ CERT-FILE
                        AT END
                            MOVE 1 TO cert-eof
                        NOT AT END
                            IF crt-corr = in-corr THEN
                                PERFORM take_certificate_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE CERT-FILE.
                IF cert-loaded = 0 THEN
                    MOVE "no certificate for that correlation id"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF reason-count > 8 THEN
                    MOVE SPACES TO screen-note
                    STRING reason-count " reasons -- the first 8 "
                           "shown, all on CYCLCERT"
                        DELIMITED BY SIZE INTO screen-note
                END-IF.
                EXIT.

            take_certificate_line.
                *> a later certificate for the cycle stands over the
                *> earlier one and whatever followed it
                EVALUATE crt-kind
                    WHEN "CERT"
                        MOVE 1 TO cert-loaded
                        MOVE crt-decision TO cert-decision
                        MOVE crt-timestamp TO cert-stamp
                        MOVE SPACES TO reason-lines
                        MOVE 0 TO reason-count
                        MOVE SPACES TO override-line
                        MOVE SPACES TO cert-line
                        STRING "signed " crt-decision " at "
                               crt-timestamp "  " crt-text
                            DELIMITED BY SIZE INTO cert-line
                    WHEN "RSN"
                        IF cert-loaded = 1 AND
                           crt-timestamp = cert-stamp THEN
                            ADD 1 TO reason-count
                            IF reason-count <= 8 THEN
                                MOVE reason-count TO rx
                                STRING "  " crt-decision " "
                                       crt-program " " crt-outcome
                                    DELIMITED BY SIZE
                                    INTO reason-line(rx)
                            END-IF
                        END-IF
                    WHEN "OVRD"
                        IF cert-decision = "NO-GO" THEN
                            MOVE "OVRD" TO cert-decision
                            MOVE SPACES TO override-line
                            STRING "OVERRIDDEN by " crt-program
                                   " at " crt-timestamp ": "
                                   crt-text
                                DELIMITED BY SIZE INTO override-line
                        END-IF
                END-EVALUATE.
                EXIT.

            record_override.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                *> always against the certificate as it is on file
                *> now
                PERFORM look_up_certificate.
                IF cert-loaded = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF cert-decision = "GO" THEN
                    MOVE "cycle is signed GO -- nothing to override"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF cert-decision = "OVRD" THEN
                    MOVE "NO-GO already overridden" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-reason = SPACES THEN
                    MOVE "key the reason for the override"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND CERT-FILE.
                IF cert-file-status NOT = "00" THEN
                    MOVE SPACES TO screen-note
                    STRING "unable to write CYCLCERT, status "
                           cert-file-status
                        DELIMITED BY SIZE INTO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO cert-record.
                MOVE datetime(1:14) TO crt-timestamp.
                MOVE in-corr TO crt-corr.
                MOVE "OVRD" TO crt-kind.
                MOVE "GO" TO crt-decision.
                MOVE operator-id TO crt-program.
                MOVE in-reason TO crt-text.
                WRITE cert-record.
                CLOSE CERT-FILE.
                *> the override is attributable
                MOVE "OVRD" TO audit-event.
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE "OPS027" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE in-corr TO al-value-1.
                MOVE operator-id TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                PERFORM look_up_certificate.
                MOVE "NO-GO overridden -- outputs may be released"
                    TO screen-note.
                MOVE SPACES TO in-reason.
                EXIT.
        END PROGRAM Main.
