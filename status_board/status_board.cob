        *>     minutes since it moved (a stalled scan shows as a
        *>     flagged age)
        *>   - the cycle's alert count off ALERTS
        *>   - the latest open (unacknowledged -- see alert_ack)
        *>     alert of the cycle, a FATL before any WARN, with its
        *>     message id and the runbook steps the catalog holds
        *>     for it (common/msg_catalog.cpy)
        *> Actions: R = refresh (re-read everything), Q = quit.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
                    SELECT ALERT-FILE ASSIGN TO "ALERTS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS alert-file-status.
                    SELECT ACK-FILE ASSIGN TO "ALERTACK"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ack-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD STEP-FILE.
                    02 alr-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-message   PIC X(60).
                    02 FILLER        PIC X.
                    02 alr-env       PIC X(4).
                    02 FILLER        PIC X.
                    02 alr-msg-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-subject   PIC X(28).
                *> see alert_ack.cob's FD
                FD ACK-FILE.
                01 ack-record.
                    02 ack-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 ack-operator  PIC X(8).
                    02 FILLER        PIC X.
                    02 ack-severity  PIC X(4).
                    02 FILLER        PIC X.
                    02 ack-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 ack-message   PIC X(60).
                    02 FILLER        PIC X.
                    02 ack-note      PIC X(40).
                    02 FILLER        PIC X.
                    02 ack-msg-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 ack-subject   PIC X(28).
                WORKING-STORAGE SECTION.
                    01 step-file-status     PIC XX.
                    01 state-file-status    PIC XX.
                    01 progress-file-status PIC XX.
                    01 alert-file-status    PIC XX.
                    01 ack-file-status      PIC XX.
                    01 step-eof             PIC 9.
                    01 state-eof            PIC 9.
                    01 progress-eof         PIC 9.
                    01 alert-eof            PIC 9.
                    01 ack-eof              PIC 9.
                    *> the board: step, state, latest beacon line
                    *> and its age
                    01 board-table.
                    01 now-minutes          PIC 9(9).
                    01 then-minutes         PIC 9(9).
                    01 alert-count          PIC 9(4) VALUE ZEROS.
                    *> the acknowledgments on file -- see alert_ack
                    01 ack-count            PIC 9(4) VALUE ZEROS.
                    01 ack-table.
                        02 ack-entry OCCURS 500 TIMES.
                            03 ak-severity PIC X(4).
                            03 ak-program  PIC X(8).
                            03 ak-message  PIC X(60).
                            03 ak-msg-id   PIC X(8).
                            03 ak-subject  PIC X(28).
                    01 j                    PIC 9(4).
                    01 ack-matched          PIC 9.
                    *> the latest open alert and its runbook -- see
                    *> common/msg_catalog.cob
                    01 latest-severity      PIC X(4).
                    01 latest-line          PIC X(78).
                    01 mc-msg-id            PIC X(8).
                    01 mc-severity          PIC X(4).
                    01 mc-text              PIC X(50).
                    01 mc-runbook-1         PIC X(56).
                    01 mc-runbook-2         PIC X(56).
                    01 mc-found             PIC 9.
                    01 runbook-line-1       PIC X(78).
                    01 runbook-line-2       PIC X(78).
                    01 datetime             PIC X(21).
                    *> screen state
                    01 board-lines.
                    05 LINE 20 COL 1
                       VALUE "ACTION (R=REFRESH Q=QUIT):".
                    05 LINE 20 COL 28 PIC X USING board-action.
                    05 LINE 22 COL 1 PIC X(78) FROM latest-line.
                    05 LINE 23 COL 1 PIC X(78) FROM runbook-line-1.
                    05 LINE 24 COL 1 PIC X(78) FROM runbook-line-2.
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                PERFORM load_steps.
                PERFORM load_states.
                PERFORM load_beacons.
                PERFORM load_acknowledgments.
                PERFORM count_cycle_alerts.
                PERFORM build_board_lines.
                EXIT.
                CLOSE PROGRESS-FILE.
                EXIT.

            load_acknowledgments.
                MOVE 0 TO ack-count.
                OPEN INPUT ACK-FILE.
                IF ack-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO ack-eof.
                PERFORM UNTIL ack-eof = 1
                    READ ACK-FILE
                        AT END
                            MOVE 1 TO ack-eof
                        NOT AT END
                            IF ack-count < 500 THEN
                                ADD 1 TO ack-count
                                MOVE ack-severity
                                    TO ak-severity(ack-count)
                                MOVE ack-program
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
                CLOSE ACK-FILE.
                EXIT.

            count_cycle_alerts.
                MOVE 0 TO alert-count.
                MOVE SPACES TO latest-severity.
                MOVE SPACES TO latest-line.
                MOVE SPACES TO mc-msg-id.
                MOVE SPACES TO runbook-line-1.
                MOVE SPACES TO runbook-line-2.
                OPEN INPUT ALERT-FILE.
                IF alert-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                        NOT AT END
                            IF alr-timestamp(1:8) = pd-date THEN
                                ADD 1 TO alert-count
                                PERFORM take_latest_open_alert
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ALERT-FILE.
                IF latest-line = SPACES THEN
                    MOVE "NO OPEN ALERT THIS CYCLE" TO latest-line
                    EXIT PARAGRAPH
                END-IF.
                CALL "msg_catalog" USING mc-msg-id, mc-severity,
                                          mc-text, mc-runbook-1,
                                          mc-runbook-2, mc-found.
                IF mc-found = 1 THEN
                    STRING "  " mc-runbook-1
                        DELIMITED BY SIZE INTO runbook-line-1
                    STRING "  " mc-runbook-2
                        DELIMITED BY SIZE INTO runbook-line-2
                END-IF.
                EXIT.

            take_latest_open_alert.
                *> an acknowledged alert is not open -- same match as
                *> alert_report's
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
                IF ack-matched = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the file appends, so a later alert replaces an
                *> earlier one -- except that a WARN never hides a
                *> FATL
                IF latest-severity = "FATL"
                   AND alr-severity NOT = "FATL" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE alr-severity TO latest-severity.
                MOVE alr-msg-id TO mc-msg-id.
                MOVE SPACES TO latest-line.
                STRING "LATEST: " alr-timestamp(9:4) " "
                       alr-severity " " alr-program " "
                       alr-msg-id " " alr-message(1:41)
                    DELIMITED BY SIZE INTO latest-line.
                EXIT.

            build_board_lines.
