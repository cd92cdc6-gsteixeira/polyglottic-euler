        *> still on the file.
        *> The page shows OPEN items: an alert matching an
        *> acknowledgment on the ALERTACK dataset (written by the
        *> alert_ack screen -- same message id, program and
        *> subject; records from before the message catalog match
        *> on severity, program and message text as they always
        *> did) is suppressed with a count, so the shift handover
        *> reads what still needs acting on instead of a full
        *> reprint.
        *> Each open alert shows its catalog id, and under it the
        *> runbook steps the catalog holds for that id (see
        *> common/msg_catalog.cpy), so the duty operator reads what
        *> to do beside what went wrong.
        *> An unacknowledged FATL older than ARGUMENT 3 days
        *> (default 1) is escalated: re-raised at the top of the
        *> page and written to the separate ESCRPT report that
                    02 alr-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-message   PIC X(60).
                    02 FILLER        PIC X.
                    02 alr-env       PIC X(4).
                    02 FILLER        PIC X.
                    02 alr-msg-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-subject   PIC X(28).
                FD ACK-FILE.
                01 ack-record.
                    02 ack-timestamp PIC X(14).
                    02 ack-message   PIC X(60).
                    02 FILLER        PIC X.
                    02 ack-note      PIC X(40).
                    02 FILLER        PIC X.
                    02 ack-msg-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 ack-subject   PIC X(28).
                FD ESC-FILE.
                01 esc-line PIC X(132).
                WORKING-STORAGE SECTION.
                            03 at-severity  PIC X(4).
                            03 at-program   PIC X(8).
                            03 at-message   PIC X(60).
                            03 at-msg-id    PIC X(8).
                    01 i                 PIC 9(4).
                    01 j                 PIC 9(4).
                    01 want-severity     PIC X(4).
                            03 ak-severity PIC X(4).
                            03 ak-program  PIC X(8).
                            03 ak-message  PIC X(60).
                            03 ak-msg-id   PIC X(8).
                            03 ak-subject  PIC X(28).
                    01 ack-matched       PIC 9.
                    01 suppressed-count  PIC 9(4) VALUE ZEROS.
                    *> the runbook under each alert -- see
                    *> common/msg_catalog.cob
                    01 mc-msg-id         PIC X(8).
                    01 mc-severity       PIC X(4).
                    01 mc-text           PIC X(50).
                    01 mc-runbook-1      PIC X(56).
                    01 mc-runbook-2      PIC X(56).
                    01 mc-found          PIC 9.
                    *> escalation of stale unacknowledged FATLs
                    01 esc-file-status   PIC XX.
                    01 escalate-days     PIC 9(3) VALUE 1.
                    01 audit-outcome     PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                END-IF.
                *> an alert matching an acknowledgment is not open
                *> -- it is counted and kept off the page
                PERFORM match_acknowledgment.
                IF ack-matched = 1 THEN
                    ADD 1 TO suppressed-count
                    EXIT PARAGRAPH
                    MOVE alr-severity TO at-severity(alert-count)
                    MOVE alr-program TO at-program(alert-count)
                    MOVE alr-message TO at-message(alert-count)
                    MOVE alr-msg-id TO at-msg-id(alert-count)
                END-IF.
                EXIT.

            match_acknowledgment.
                *> an acknowledgment closes the alert on the same
                *> condition from the same program about the same
                *> thing, however the message was worded; a record
                *> from before the catalog has no id and matches on
                *> its text as it always did
                MOVE 0 TO ack-matched.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > ack-count OR ack-matched = 1
                    IF alr-msg-id NOT = SPACES
                       AND ak-msg-id(j) NOT = SPACES THEN
                        IF ak-msg-id(j) = alr-msg-id
                           AND ak-program(j) = alr-program
                           AND ak-subject(j) = alr-subject THEN
                            MOVE 1 TO ack-matched
                        END-IF
                    ELSE
                        IF ak-severity(j) = alr-severity
                           AND ak-program(j) = alr-program
                           AND ak-message(j) = alr-message THEN
                            MOVE 1 TO ack-matched
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            load_acknowledgments.
                OPEN INPUT ACK-FILE.
                IF ack-file-status NOT = "00" THEN
                                    TO ak-program(ack-count)
                                MOVE ack-message
                                    TO ak-message(ack-count)
                                MOVE ack-msg-id
                                    TO ak-msg-id(ack-count)
                                MOVE ack-subject
                                    TO ak-subject(ack-count)
                            END-IF
                    END-READ
                END-PERFORM.
                   OR alr-timestamp(1:8) > escalate-cutoff THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM match_acknowledgment.
                IF ack-matched = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO escalated-count.
                MOVE SPACES TO esc-line.
                STRING "  " alr-timestamp " "
                       alr-program " " alr-msg-id " "
                       FUNCTION TRIM(alr-message)
                    DELIMITED BY SIZE INTO esc-line.
                WRITE esc-line.
                            "UNACKNOWLEDGED FATL **"
                END-IF.
                DISPLAY esc-line.
                MOVE alr-msg-id TO mc-msg-id.
                PERFORM look_up_runbook.
                IF mc-found = 1 THEN
                    MOVE SPACES TO esc-line
                    STRING "      " mc-runbook-1
                        DELIMITED BY SIZE INTO esc-line
                    WRITE esc-line
                    IF mc-runbook-2 NOT = SPACES THEN
                        MOVE SPACES TO esc-line
                        STRING "      " mc-runbook-2
                            DELIMITED BY SIZE INTO esc-line
                        WRITE esc-line
                    END-IF
                END-IF.
                EXIT.

            look_up_runbook.
                CALL "msg_catalog" USING mc-msg-id, mc-severity,
                                          mc-text, mc-runbook-1,
                                          mc-runbook-2, mc-found.
                EXIT.

            show_severity_group.
                    IF at-severity(i) = want-severity THEN
                        ADD 1 TO shown-count
                        DISPLAY "  " at-timestamp(i) " "
                                at-program(i) " " at-msg-id(i) " "
                                FUNCTION TRIM(at-message(i))
                        MOVE at-msg-id(i) TO mc-msg-id
                        PERFORM look_up_runbook
                        IF mc-found = 1 THEN
                            DISPLAY "      " mc-runbook-1
                            IF mc-runbook-2 NOT = SPACES THEN
                                DISPLAY "      " mc-runbook-2
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.
