        *> Shared message-catalog lookup.  Alerts used to be free
        *> text, worded afresh at every call site, so the same
        *> trouble read differently from program to program and an
        *> acknowledgment matched only while the wording held.  The
        *> catalog (common/msg_catalog.cpy) gives every condition a
        *> stable id with its severity, its standard text and the
        *> runbook steps; this answers one id for alert_log, which
        *> raises by id, and for the readers that print the runbook
        *> beside an alert (alert_report, alert_ack, status_board).
        *> mc-found = 0 when the id is not catalogued -- the other
        *> answers are then blank.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. msg_catalog.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 msg-catalog.
                        COPY msg_catalog.
                    01 msg-table REDEFINES msg-catalog.
                        02 msg-entry OCCURS 139 TIMES.
                            03 msg-id        PIC X(8).
                            03 msg-severity  PIC X(4).
                            03 msg-text      PIC X(50).
                            03 msg-runbook-1 PIC X(56).
                            03 msg-runbook-2 PIC X(56).
                    01 m                PIC 9(3).
                LINKAGE SECTION.
                    01 mc-msg-id    PIC X(8).
                    01 mc-severity  PIC X(4).
                    01 mc-text      PIC X(50).
                    01 mc-runbook-1 PIC X(56).
                    01 mc-runbook-2 PIC X(56).
                    01 mc-found     PIC 9.
            PROCEDURE DIVISION USING mc-msg-id, mc-severity, mc-text,
                                      mc-runbook-1, mc-runbook-2,
                                      mc-found.
                MOVE 0 TO mc-found.
                MOVE SPACES TO mc-severity.
                MOVE SPACES TO mc-text.
                MOVE SPACES TO mc-runbook-1.
                MOVE SPACES TO mc-runbook-2.
                IF mc-msg-id = SPACES THEN
                    GOBACK
                END-IF.
                PERFORM VARYING m FROM 1 BY 1
                        UNTIL m > 139 OR msg-id(m) = SPACES
                                      OR mc-found = 1
                    IF msg-id(m) = mc-msg-id THEN
                        MOVE 1 TO mc-found
                        MOVE msg-severity(m) TO mc-severity
                        MOVE msg-text(m) TO mc-text
                        MOVE msg-runbook-1(m) TO mc-runbook-1
                        MOVE msg-runbook-2(m) TO mc-runbook-2
                    END-IF
                END-PERFORM.
            GOBACK.
        END PROGRAM msg_catalog.
