                    01 recno-tx        PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name      PIC X(8) VALUE "KWAYMRG".
                    01 audit-event     PIC X(5).
                    01 audit-outcome   PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "SEQERROR" TO audit-outcome
                    MOVE "SRT013" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                END-IF.
                IF active-count = 0 THEN
                    DISPLAY "K-WAY MERGE: no input datasets present"
                    MOVE "SRT014" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                DISPLAY "K-WAY MERGE: input open failed, statuses "
                        in1-file-status " " in2-file-status " "
                        in3-file-status " " in4-file-status.
                MOVE "DSN001" TO al-msg-id.
                MOVE "a merge input" TO al-values.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF out-file-status NOT = "00" THEN
                    DISPLAY "K-WAY MERGE: unable to open KWAYOUT, "
                            "status " out-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "KWAYOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
