                    01 pm-found           PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
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
                IF report-file-status NOT = "00" THEN
                    DISPLAY "DEADLINE TRACK: unable to open "
                            "DEADLRPT, status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DEADLRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF sched-file-status NOT = "00" THEN
                    DISPLAY "DEADLINE TRACK: unable to open "
                            "SCHEDTBL, status " sched-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SCHEDTBL" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                               "s avg " avg-tx
                               "s  ** MISSED **"
                            DELIMITED BY SIZE INTO report-line
                        MOVE "OPS001" TO al-msg-id
                        MOVE sc-step(s) TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                    WHEN sc-slack(s) < near-miss-secs
                        ADD 1 TO near-count
                        STRING "  " sc-step(s)
                               "s avg " avg-tx
                               "s  ** NEAR MISS **"
                            DELIMITED BY SIZE INTO report-line
                        MOVE "OPS002" TO al-msg-id
                        MOVE sc-step(s) TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                    WHEN OTHER
                        STRING "  " sc-step(s)
                               " deadline " sc-deadline(s)
