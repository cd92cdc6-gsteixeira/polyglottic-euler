        *> Shift handover report.  The incoming operator used to be
        *> handed an alert page and whatever the outgoing one
        *> remembered to say.  Given a correlation id (ARGUMENT 1;
        *> default the current cycle's, see common/run_corr.cob)
        *> this prints in one place:
        *>   - the cycle's steps in RUNAUDIT order with their
        *>     outcomes, and beneath each the shift notes tagged
        *>     with that step (shown once, under the step's last
        *>     run in the cycle)
        *>   - the alerts still open (no matching acknowledgment on
        *>     ALERTACK -- the alert_report match) raised inside the
        *>     cycle's window, first START to last RUNAUDIT line, and
        *>     beneath each the notes tagged with its catalog id
        *>   - every shift note for the cycle in the order written
        *> The notes come from the SHIFTLOG dataset the shift_log
        *> screen writes.  ALERTS carries no correlation id, so an
        *> alert belongs to the cycle by its timestamp, as in
        *> cycle_lineage.  The report lands on HANDOVER and on
        *> SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT AUDIT-FILE ASSIGN TO "RUNAUDIT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-file-status.
                    SELECT ALERT-FILE ASSIGN TO "ALERTS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS alert-file-status.
                    SELECT ACK-FILE ASSIGN TO "ALERTACK"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ack-file-status.
                    SELECT SHIFT-FILE ASSIGN TO "SHIFTLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS shift-file-status.
                    SELECT REPORT-FILE ASSIGN TO "HANDOVER"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD AUDIT-FILE.
                01 audit-record.
                    02 aud-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-event     PIC X(5).
                    02 FILLER        PIC X.
                    02 aud-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-corr      PIC X(14).
                FD ALERT-FILE.
                01 alert-record.
                    02 alr-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 alr-severity  PIC X(4).
                    02 FILLER        PIC X.
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
                *> see shift_log's shift-record
                FD SHIFT-FILE.
                01 shift-record.
                    02 sft-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 sft-corr      PIC X(14).
                    02 FILLER        PIC X.
                    02 sft-operator  PIC X(8).
                    02 FILLER        PIC X.
                    02 sft-step      PIC X(8).
                    02 FILLER        PIC X.
                    02 sft-alert     PIC X(8).
                    02 FILLER        PIC X.
                    02 sft-text      PIC X(60).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 audit-file-status  PIC XX.
                    01 alert-file-status  PIC XX.
                    01 ack-file-status    PIC XX.
                    01 shift-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 audit-eof          PIC 9.
                    01 alert-eof          PIC 9.
                    01 ack-eof            PIC 9.
                    01 shift-eof          PIC 9.
                    01 arg-value          PIC X(18).
                    01 want-corr          PIC X(14).
                    *> the cycle's window on RUNAUDIT
                    01 window-start       PIC X(14) VALUE HIGH-VALUES.
                    01 window-end         PIC X(14) VALUE LOW-VALUES.
                    *> the cycle's steps in RUNAUDIT order
                    01 step-table.
                        02 step-count PIC 9(3) VALUE ZEROS.
                        02 step-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON step-count.
                            03 st-program  PIC X(8).
                            03 st-start-ts PIC X(14).
                            03 st-outcome  PIC X(8).
                    01 s                  PIC 9(3).
                    01 s2                 PIC 9(3).
                    01 step-found         PIC 9.
                    01 later-run          PIC 9.
                    01 not-complete       PIC 9(3) VALUE ZEROS.
                    *> the acknowledgments on file -- see alert_ack
                    01 ack-count          PIC 9(4) VALUE ZEROS.
                    01 ack-table.
                        02 ack-entry OCCURS 500 TIMES.
                            03 ak-severity PIC X(4).
                            03 ak-program  PIC X(8).
                            03 ak-message  PIC X(60).
                            03 ak-msg-id   PIC X(8).
                            03 ak-subject  PIC X(28).
                    01 j                  PIC 9(4).
                    01 ack-matched        PIC 9.
                    *> the open alerts in the window
                    01 alert-count        PIC 9(3) VALUE ZEROS.
                    01 alert-table.
                        02 alert-entry OCCURS 200 TIMES.
                            03 at-timestamp PIC X(14).
                            03 at-severity  PIC X(4).
                            03 at-program   PIC X(8).
                            03 at-message   PIC X(60).
                            03 at-msg-id    PIC X(8).
                    01 a                  PIC 9(3).
                    01 dropped-alerts     PIC 9(5) VALUE ZEROS.
                    *> the cycle's shift notes in the order written
                    01 note-count         PIC 9(3) VALUE ZEROS.
                    01 note-table.
                        02 note-entry OCCURS 300 TIMES.
                            03 nt-timestamp PIC X(14).
                            03 nt-operator  PIC X(8).
                            03 nt-step      PIC X(8).
                            03 nt-alert     PIC X(8).
                            03 nt-text      PIC X(60).
                    01 n                  PIC 9(3).
                    01 dropped-notes      PIC 9(5) VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 step-tx            PIC ZZ9.
                    01 bad-tx             PIC ZZ9.
                    01 alert-tx           PIC ZZ9.
                    01 note-tx            PIC ZZ9.
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "SHFTHAND".
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
                                        audit-outcome.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:14) TO want-corr
                ELSE
                    CALL "run_corr" USING corr-op, corr-id
                    MOVE corr-id TO want-corr
                END-IF.
                PERFORM load_cycle_steps.
                PERFORM load_acknowledgments.
                PERFORM load_open_alerts.
                PERFORM load_shift_notes.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "SHIFT HANDOVER: unable to open "
                            "HANDOVER, status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "HANDOVER" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE SPACES TO report-line.
                STRING "SHIFT HANDOVER - CYCLE " want-corr
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                PERFORM report_steps.
                PERFORM report_open_alerts.
                PERFORM report_shift_notes.
                MOVE step-count TO step-tx.
                MOVE not-complete TO bad-tx.
                MOVE alert-count TO alert-tx.
                MOVE note-count TO note-tx.
                MOVE SPACES TO report-line.
                STRING "  " step-tx " step(s), " bad-tx
                       " not COMPLETE, " alert-tx
                       " open alert(s), " note-tx " note(s)"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            load_cycle_steps.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    DISPLAY "SHIFT HANDOVER: no RUNAUDIT on file"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-corr = want-corr THEN
                                PERFORM take_audit_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            take_audit_line.
                IF aud-timestamp < window-start THEN
                    MOVE aud-timestamp TO window-start
                END-IF.
                IF aud-timestamp > window-end THEN
                    MOVE aud-timestamp TO window-end
                END-IF.
                EVALUATE aud-event
                    WHEN "START"
                        IF step-count < 100 THEN
                            ADD 1 TO step-count
                            MOVE aud-program
                                TO st-program(step-count)
                            MOVE aud-timestamp
                                TO st-start-ts(step-count)
                            MOVE "RUNNING" TO st-outcome(step-count)
                        END-IF
                    WHEN "END"
                        *> the latest open START for this program,
                        *> as in cycle_lineage
                        MOVE 0 TO step-found
                        PERFORM VARYING s FROM step-count BY -1
                                UNTIL s < 1 OR step-found = 1
                            IF st-program(s) = aud-program
                               AND st-outcome(s) = "RUNNING" THEN
                                MOVE aud-outcome TO st-outcome(s)
                                MOVE 1 TO step-found
                            END-IF
                        END-PERFORM
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            load_acknowledgments.
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

            load_open_alerts.
                IF step-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT ALERT-FILE.
                IF alert-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO alert-eof.
                PERFORM UNTIL alert-eof = 1
                    READ ALERT-FILE
                        AT END
                            MOVE 1 TO alert-eof
                        NOT AT END
                            IF alr-timestamp >= window-start
                               AND alr-timestamp <= window-end THEN
                                PERFORM take_alert_if_open
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ALERT-FILE.
                EXIT.

            take_alert_if_open.
                PERFORM match_acknowledgment.
                IF ack-matched = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF alert-count >= 200 THEN
                    ADD 1 TO dropped-alerts
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO alert-count.
                MOVE alr-timestamp TO at-timestamp(alert-count).
                MOVE alr-severity TO at-severity(alert-count).
                MOVE alr-program TO at-program(alert-count).
                MOVE alr-message TO at-message(alert-count).
                MOVE alr-msg-id TO at-msg-id(alert-count).
                EXIT.

            match_acknowledgment.
                *> the alert_report match: id, program and subject,
                *> or the text for a record from before the catalog
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

            load_shift_notes.
                OPEN INPUT SHIFT-FILE.
                IF shift-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO shift-eof.
                PERFORM UNTIL shift-eof = 1
                    READ SHIFT-FILE
                        AT END
                            MOVE 1 TO shift-eof
                        NOT AT END
                            IF sft-corr = want-corr THEN
                                PERFORM take_shift_note
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE SHIFT-FILE.
                EXIT.

            take_shift_note.
                IF note-count >= 300 THEN
                    ADD 1 TO dropped-notes
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO note-count.
                MOVE sft-timestamp TO nt-timestamp(note-count).
                MOVE sft-operator TO nt-operator(note-count).
                MOVE sft-step TO nt-step(note-count).
                MOVE sft-alert TO nt-alert(note-count).
                MOVE sft-text TO nt-text(note-count).
                EXIT.

            report_steps.
                MOVE "  STEPS" TO report-line.
                PERFORM write_report_line.
                IF step-count = 0 THEN
                    MOVE "    no RUNAUDIT records for the cycle"
                        TO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING s FROM 1 BY 1
                        UNTIL s > step-count
                    IF st-outcome(s) NOT = "COMPLETE" THEN
                        ADD 1 TO not-complete
                    END-IF
                    MOVE SPACES TO report-line
                    STRING "    " st-program(s)
                           " started " st-start-ts(s)
                           " -- " st-outcome(s)
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                    *> the step's notes go under its last run only
                    MOVE 0 TO later-run
                    PERFORM VARYING s2 FROM s BY 1
                            UNTIL s2 >= step-count OR later-run = 1
                        IF st-program(s2 + 1) = st-program(s) THEN
                            MOVE 1 TO later-run
                        END-IF
                    END-PERFORM
                    IF later-run = 0 THEN
                        PERFORM VARYING n FROM 1 BY 1
                                UNTIL n > note-count
                            IF nt-step(n) = st-program(s) THEN
                                PERFORM write_note_line
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                EXIT.

            report_open_alerts.
                MOVE "  OPEN ALERTS IN THE CYCLE" TO report-line.
                PERFORM write_report_line.
                IF alert-count = 0 THEN
                    MOVE "    none" TO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING a FROM 1 BY 1
                        UNTIL a > alert-count
                    MOVE SPACES TO report-line
                    STRING "    " at-timestamp(a) " "
                           at-severity(a) " " at-program(a) " "
                           at-msg-id(a) " "
                           FUNCTION TRIM(at-message(a))
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                    IF at-msg-id(a) NOT = SPACES THEN
                        PERFORM VARYING n FROM 1 BY 1
                                UNTIL n > note-count
                            IF nt-alert(n) = at-msg-id(a) THEN
                                PERFORM write_note_line
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                IF dropped-alerts > 0 THEN
                    MOVE SPACES TO report-line
                    STRING "    " dropped-alerts " more open "
                           "alert(s) not listed"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                EXIT.

            report_shift_notes.
                MOVE "  SHIFT LOG" TO report-line.
                PERFORM write_report_line.
                IF note-count = 0 THEN
                    MOVE "    no notes written for the cycle"
                        TO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING n FROM 1 BY 1
                        UNTIL n > note-count
                    MOVE SPACES TO report-line
                    STRING "    " nt-timestamp(n) " "
                           nt-operator(n) " " nt-step(n) " "
                           nt-alert(n) " " nt-text(n)
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-PERFORM.
                IF dropped-notes > 0 THEN
                    MOVE SPACES TO report-line
                    STRING "    " dropped-notes " more note(s) "
                           "not listed -- see SHIFTLOG"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                EXIT.

            write_note_line.
                MOVE SPACES TO report-line.
                STRING "      NOTE " nt-timestamp(n)(9:6) " "
                       nt-operator(n) " " nt-text(n)
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                EXIT.

            write_report_line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                EXIT.
        END PROGRAM Main.
