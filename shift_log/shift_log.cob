        *> Operator shift log.  What the night operator did about an
        *> alert or a rerun lived in their head or an email; the
        *> ALERTACK line alert_ack writes says an alert was seen,
        *> not the story.  This screen signs an operator on
        *> (common/op_signon.cob) and takes timestamped notes onto
        *> the SHIFTLOG dataset, one line each:
        *>   timestamp  correlation id  operator  step  alert  note
        *> tagged with the cycle's correlation id (default the
        *> current cycle's, see common/run_corr.cob) and, when the
        *> note is about one, a step's audit name and an alert's
        *> catalog id (common/msg_catalog.cpy -- an id not in the
        *> catalog is refused).  A VIEW operator writes notes too:
        *> the log records what was done and changes nothing.  The
        *> latest notes for the cycle are listed beneath, each
        *> written note lands on RUNAUDIT with the operator's id,
        *> and shift_handover and cycle_lineage print the notes
        *> beside the cycle's steps and alerts.
        *> Actions: W = write the note, L = list the cycle's notes,
        *> Q = quit.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT SHIFT-FILE ASSIGN TO "SHIFTLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS shift-file-status.
            DATA DIVISION.
                FILE SECTION.
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
                WORKING-STORAGE SECTION.
                    01 shift-file-status PIC XX.
                    01 shift-eof         PIC 9.
                    *> what the operator keys
                    01 in-corr           PIC X(14) VALUE SPACES.
                    01 in-step           PIC X(8) VALUE SPACES.
                    01 in-alert          PIC X(8) VALUE SPACES.
                    01 in-text           PIC X(60) VALUE SPACES.
                    01 sl-action         PIC X VALUE "L".
                    *> the cycle's latest notes, oldest first
                    01 note-lines.
                        02 note-line PIC X(78) OCCURS 8 TIMES.
                    01 note-count        PIC 9(5).
                    01 nx                PIC 9(3).
                    01 note-tx           PIC Z(4)9.
                    01 screen-note       PIC X(60) VALUE SPACES.
                    01 datetime          PIC X(21).
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-logging VALUE 0.
                    *> alert id check -- see common/msg_catalog.cob
                    01 mc-msg-id         PIC X(8).
                    01 mc-severity       PIC X(4).
                    01 mc-text           PIC X(50).
                    01 mc-runbook-1      PIC X(56).
                    01 mc-runbook-2      PIC X(56).
                    01 mc-found          PIC 9.
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id       PIC X(8) VALUE SPACES.
                    01 operator-level    PIC X(6).
                    01 os-found          PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "SHIFTLOG".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== SHIFT LOG SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 log-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== OPERATOR SHIFT LOG =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 4 COL 1 VALUE "CORRELATION ID:".
                    05 LINE 4 COL 17 PIC X(14) USING in-corr.
                    05 LINE 5 COL 1 VALUE "STEP (optional):".
                    05 LINE 5 COL 17 PIC X(8) USING in-step.
                    05 LINE 6 COL 1 VALUE "ALERT ID (opt.):".
                    05 LINE 6 COL 17 PIC X(8) USING in-alert.
                    05 LINE 7 COL 1 VALUE "NOTE:".
                    05 LINE 8 COL 1 PIC X(60) USING in-text.
                    05 LINE 10 COL 1 PIC X(78) FROM note-line(1).
                    05 LINE 11 COL 1 PIC X(78) FROM note-line(2).
                    05 LINE 12 COL 1 PIC X(78) FROM note-line(3).
                    05 LINE 13 COL 1 PIC X(78) FROM note-line(4).
                    05 LINE 14 COL 1 PIC X(78) FROM note-line(5).
                    05 LINE 15 COL 1 PIC X(78) FROM note-line(6).
                    05 LINE 16 COL 1 PIC X(78) FROM note-line(7).
                    05 LINE 17 COL 1 PIC X(78) FROM note-line(8).
                    05 LINE 19 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 21 COL 1
                       VALUE "ACTION (W=WRITE L=LIST Q=QUIT):".
                    05 LINE 21 COL 33 PIC X USING sl-action.
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
                PERFORM sign_operator_on.
                CALL "run_corr" USING corr-op, corr-id.
                MOVE corr-id TO in-corr.
                PERFORM list_cycle_notes.
                PERFORM UNTIL done-logging
                    ACCEPT log-screen
                    EVALUATE FUNCTION UPPER-CASE(sl-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "L"
                            PERFORM list_cycle_notes
                        WHEN "W"
                            PERFORM write_note
                        WHEN OTHER
                            MOVE "key W, L or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        DISPLAY log-screen
                    END-IF
                END-PERFORM.
                DISPLAY SPACE.
                DISPLAY "SHIFT LOG: goodbye".
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            sign_operator_on.
                ACCEPT signon-screen.
                MOVE FUNCTION UPPER-CASE(operator-id)
                    TO operator-id.
                CALL "op_signon" USING operator-id, operator-level,
                                        os-found.
                IF os-found = 0 THEN
                    DISPLAY SPACE
                    DISPLAY "SHIFT LOG: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            list_cycle_notes.
                *> the last eight for the cycle, oldest at the top
                MOVE SPACES TO note-lines.
                MOVE 0 TO note-count.
                MOVE SPACES TO screen-note.
                OPEN INPUT SHIFT-FILE.
                IF shift-file-status NOT = "00" THEN
                    MOVE "no notes on SHIFTLOG yet" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO shift-eof.
                PERFORM UNTIL shift-eof = 1
                    READ SHIFT-FILE
                        AT END
                            MOVE 1 TO shift-eof
                        NOT AT END
                            IF sft-corr = in-corr THEN
                                PERFORM take_note_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE SHIFT-FILE.
                MOVE note-count TO note-tx.
                STRING FUNCTION TRIM(note-tx)
                       " note(s) for the cycle"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            take_note_line.
                ADD 1 TO note-count.
                IF note-count > 8 THEN
                    PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > 7
                        MOVE note-line(nx + 1) TO note-line(nx)
                    END-PERFORM
                    MOVE 8 TO nx
                ELSE
                    MOVE note-count TO nx
                END-IF.
                MOVE SPACES TO note-line(nx).
                STRING sft-timestamp(9:2) ":" sft-timestamp(11:2)
                       " " sft-operator " " sft-step " "
                       sft-alert " " sft-text
                    DELIMITED BY SIZE INTO note-line(nx).
                EXIT.

            write_note.
                IF in-corr = SPACES THEN
                    MOVE "key the correlation id" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-text = SPACES THEN
                    MOVE "key the note" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(in-step) TO in-step.
                MOVE FUNCTION UPPER-CASE(in-alert) TO in-alert.
                IF in-alert NOT = SPACES THEN
                    MOVE in-alert TO mc-msg-id
                    CALL "msg_catalog" USING mc-msg-id, mc-severity,
                                             mc-text, mc-runbook-1,
                                             mc-runbook-2, mc-found
                    IF mc-found = 0 THEN
                        MOVE "alert id not in the message catalog"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                OPEN EXTEND SHIFT-FILE.
                IF shift-file-status NOT = "00" THEN
                    OPEN OUTPUT SHIFT-FILE
                END-IF.
                IF shift-file-status NOT = "00" THEN
                    MOVE SPACES TO screen-note
                    STRING "unable to write SHIFTLOG, status "
                           shift-file-status
                        DELIMITED BY SIZE INTO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO shift-record.
                MOVE datetime(1:14) TO sft-timestamp.
                MOVE in-corr TO sft-corr.
                MOVE operator-id TO sft-operator.
                MOVE in-step TO sft-step.
                MOVE in-alert TO sft-alert.
                MOVE in-text TO sft-text.
                WRITE shift-record.
                CLOSE SHIFT-FILE.
                *> the note is attributable
                MOVE "NOTE" TO audit-event.
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                PERFORM list_cycle_notes.
                MOVE "note written" TO screen-note.
                MOVE SPACES TO in-step.
                MOVE SPACES TO in-alert.
                MOVE SPACES TO in-text.
                EXIT.
        END PROGRAM Main.
