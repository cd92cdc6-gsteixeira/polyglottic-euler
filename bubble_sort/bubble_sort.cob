                01 stat-mean     PIC S9(9)V99.
                01 stat-total    PIC S9(12).
                *> central alert routing -- see common/alert_log.cob
                01 al-msg-id     PIC X(8).
                01 al-values.
                    02 al-value-1 PIC X(28).
                    02 al-value-2 PIC X(28).
                *> run-audit trail -- see common/run_audit.cob
                01 audit-name    PIC X(8) VALUE "BUBBLE".
                01 audit-event   PIC X(5).
                01 audit-outcome PIC X(8).
            PROCEDURE DIVISION.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF in-file-status NOT = "00" THEN
                    DISPLAY "BUBBLE SORT: unable to open BUBBLIN, status "
                            in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BUBBLIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF out-file-status NOT = "00" THEN
                    DISPLAY "BUBBLE SORT: unable to open BUBBLOUT, status "
                            out-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BUBBLOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
