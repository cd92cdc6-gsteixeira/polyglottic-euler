        *> the alert it covers -- and alert_report suppresses every
        *> later alert matching an acknowledged one, so the page
        *> shows open items instead of a full reprint.
        *> The acknowledgment also carries the alert's message id
        *> and subject (common/msg_catalog.cpy), and an alert with
        *> an id matches on id, program and subject, so rewording
        *> the catalog text never reopens what was acknowledged.
        *> Alerts and acknowledgments from before the catalog have
        *> no id and still match on the text.
        *> Actions: 1-8 = acknowledge that line (with the NOTE
        *> field), N = next page, P = previous page, Q = quit.
        IDENTIFICATION DIVISION.
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
                WORKING-STORAGE SECTION.
                    01 alert-file-status PIC XX.
                    01 ack-file-status   PIC XX.
                            03 op-severity  PIC X(4).
                            03 op-program   PIC X(8).
                            03 op-message   PIC X(60).
                            03 op-msg-id    PIC X(8).
                            03 op-subject   PIC X(28).
                    *> the acknowledgments already on file
                    01 ack-count         PIC 9(4) VALUE ZEROS.
                    01 ack-table.
                            03 ak-severity PIC X(4).
                            03 ak-program  PIC X(8).
                            03 ak-message  PIC X(60).
                            03 ak-msg-id   PIC X(8).
                            03 ak-subject  PIC X(28).
                    01 i                 PIC 9(4).
                    01 matched           PIC 9.
                    *> screen state
                    05 LINE 16 COL 41 PIC X USING ack-action.
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
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
                MOVE 0 TO matched.
                PERFORM VARYING i FROM 1 BY 1
                        UNTIL i > ack-count OR matched = 1
                    *> same condition, program and subject; a
                    *> record from before the catalog matches on
                    *> its text
                    IF alr-msg-id NOT = SPACES
                       AND ak-msg-id(i) NOT = SPACES THEN
                        IF ak-msg-id(i) = alr-msg-id
                           AND ak-program(i) = alr-program
                           AND ak-subject(i) = alr-subject THEN
                            MOVE 1 TO matched
                        END-IF
                    ELSE
                        IF ak-severity(i) = alr-severity
                           AND ak-program(i) = alr-program
                           AND ak-message(i) = alr-message THEN
                            MOVE 1 TO matched
                        END-IF
                    END-IF
                END-PERFORM.
                IF matched = 1 OR open-count >= 500 THEN
                MOVE alr-severity TO op-severity(open-count).
                MOVE alr-program TO op-program(open-count).
                MOVE alr-message TO op-message(open-count).
                MOVE alr-msg-id TO op-msg-id(open-count).
                MOVE alr-subject TO op-subject(open-count).
                EXIT.

            acknowledge_one.
                MOVE op-program(pick-idx) TO ack-program.
                MOVE op-message(pick-idx) TO ack-message.
                MOVE ack-note-in TO ack-note.
                MOVE op-msg-id(pick-idx) TO ack-msg-id.
                MOVE op-subject(pick-idx) TO ack-subject.
                WRITE ack-record.
                CLOSE ACK-FILE.
                *> the acknowledgment is attributable
                               op-timestamp(row-idx) " "
                               op-severity(row-idx) " "
                               op-program(row-idx) " "
                               op-msg-id(row-idx) " "
                               op-message(row-idx)(1:31)
                            DELIMITED BY SIZE
                            INTO page-line(line-no)
                    END-IF
