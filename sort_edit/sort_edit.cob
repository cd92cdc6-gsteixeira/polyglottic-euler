        *>   02 = key field not numeric
        *>   03 = balance field not numeric
        *>   04 = over-length record (data past the fixed layout)
        *>   05 = key check digit fails (common/key_check.cob)
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 long-count         PIC 9(9) VALUE ZEROS.
                    01 bad-key-count      PIC 9(9) VALUE ZEROS.
                    01 bad-bal-count      PIC 9(9) VALUE ZEROS.
                    01 bad-check-count    PIC 9(9) VALUE ZEROS.
                    01 canary-count       PIC 9(9) VALUE ZEROS.
                    *> elapsed-time capture -- see common/perf_log.cob
                    01 datetime           PIC X(21).
                    01 ac-max    PIC 9(18).
                    01 ac-result PIC 9(18).
                    01 ac-ok     PIC 9.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op     PIC X(3) VALUE "CHK".
                    01 kc-key    PIC S9(9).
                    01 kc-ok     PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "SORTEDIT".
                    01 audit-event        PIC X(5).
                    01 audit-outcome      PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                MOVE "END" TO audit-event.
                IF reject-count > reject-threshold THEN
                    MOVE "REJECTS" TO audit-outcome
                    MOVE "BAT011" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    MOVE "COMPLETE" TO audit-outcome
                END-IF.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "SORT EDIT: unable to open EDITIN, "
                            "status " in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "EDITIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                *> a well-formed key must also carry its own check
                *> digit, or a transposed digit posts elsewhere
                IF reason-code = SPACES THEN
                    MOVE edit-key TO kc-key
                    CALL "key_check" USING kc-op, kc-key, kc-ok
                    IF kc-ok = 0 THEN
                        MOVE "05" TO reason-code
                        ADD 1 TO bad-check-count
                    END-IF
                END-IF.
                *> keys 999999900-999999999 are the reserved canary
                *> band canary_inject seeds into the pipeline head:
                *> a canary is well-formed by construction (check
                *> digit included), so it passes straight through,
                *> and it is counted so the summary shows the smoke
                *> test flowing
                IF reason-code = SPACES
                   AND edit-key NUMERIC
                   AND edit-key >= 999999900 THEN
                DISPLAY "    SHORT RECORD..: " short-count.
                DISPLAY "    BAD KEY.......: " bad-key-count.
                DISPLAY "    BAD BALANCE...: " bad-bal-count.
                DISPLAY "    BAD CHECK DIG.: " bad-check-count.
                DISPLAY "    OVER-LENGTH...: " long-count.
                DISPLAY "  CANARIES PASSED.: " canary-count.
                DISPLAY "  REJECT THRESHOLD: " reject-threshold.
