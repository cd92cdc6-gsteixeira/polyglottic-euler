                    01 pd-answer           PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 audit-outcome       PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                            " candidate " cand-distinct "/"
                            cand-total
                    DISPLAY "BTREE COMPACT: nothing cut over"
                    MOVE "BTR001" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "BTREEDAT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
