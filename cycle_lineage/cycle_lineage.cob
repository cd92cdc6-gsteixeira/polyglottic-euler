        *> correlation id, so their records attach by program name
        *> and a timestamp inside the step's START-to-END window --
        *> the same join a human grep was doing, done once.
        *> Each step also shows the version that ran (the build
        *> stamp on its START line -- see common/run_version.cob),
        *> and a program whose version differs from the one it ran
        *> in its last good cycle is highlighted: what changed is
        *> the first question when a night goes wrong.  A program's
        *> last good cycle is the latest earlier correlation id on
        *> RUNAUDIT that ran it and whose steps all ended, none of
        *> them ERROR.
        *> The operators' own account goes in too: the SHIFTLOG
        *> notes written on shift_log for the cycle print under the
        *> step they are tagged with (its last run in the cycle),
        *> and the rest -- untagged, or about a step that never ran
        *> in it -- follow the steps.
        *> The report lands on LINEAGE and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
                    SELECT PERF-FILE ASSIGN TO "PERFLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS perf-file-status.
                    SELECT SHIFT-FILE ASSIGN TO "SHIFTLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS shift-file-status.
                    SELECT REPORT-FILE ASSIGN TO "LINEAGE"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
                    02 aud-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-corr      PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-version   PIC X(14).
                FD CONTROLS-FILE.
                01 controls-record.
                    02 ctt-timestamp PIC X(14).
                    02 prf-elapsed   PIC X(8).
                    02 FILLER        PIC X.
                    02 prf-corr      PIC X(14).
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
                    01 controls-file-status PIC XX.
                    01 alert-file-status    PIC XX.
                    01 perf-file-status     PIC XX.
                    01 shift-file-status    PIC XX.
                    01 report-file-status   PIC XX.
                    01 audit-eof            PIC 9.
                    01 controls-eof         PIC 9.
                    01 alert-eof            PIC 9.
                    01 perf-eof             PIC 9.
                    01 shift-eof            PIC 9.
                    01 arg-value            PIC X(18).
                    01 want-corr            PIC X(14) VALUE SPACES.
                    01 want-date            PIC X(8) VALUE SPACES.
                            03 st-start-ts PIC X(14).
                            03 st-end-ts   PIC X(14).
                            03 st-outcome  PIC X(8).
                            03 st-version  PIC X(14).
                    01 s                    PIC 9(3).
                    01 step-found           PIC 9.
                    01 s2                   PIC 9(3).
                    01 later-run            PIC 9.
                    *> the earlier cycles, judged good or not --
                    *> when the table fills the oldest id gives way
                    01 prior-table.
                        02 prior-count PIC 9(3) VALUE ZEROS.
                        02 prior-entry OCCURS 500 TIMES.
                            03 pr-id       PIC X(14).
                            03 pr-starts   PIC 9(4).
                            03 pr-ends     PIC 9(4).
                            03 pr-errors   PIC 9(4).
                    01 p                    PIC 9(3).
                    01 p-oldest             PIC 9(3).
                    01 prior-found          PIC 9.
                    *> per step: the version its program ran in
                    *> that program's last good cycle
                    01 good-table.
                        02 good-entry OCCURS 100 TIMES.
                            03 gd-corr     PIC X(14).
                            03 gd-version  PIC X(14).
                    01 g                    PIC 9(3).
                    01 version-tx           PIC X(14).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "LINEAGE".
                    01 audit-event          PIC X(5).
                    01 audit-outcome        PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,

            report_one_cycle.
                PERFORM load_cycle_steps.
                PERFORM find_good_versions.
                MOVE SPACES TO report-line.
                STRING "CYCLE " want-corr
                    DELIMITED BY SIZE INTO report-line.
                        UNTIL s > step-count
                    PERFORM report_one_step
                END-PERFORM.
                PERFORM attach_cycle_notes.
                EXIT.

            load_cycle_steps.
                            MOVE HIGH-VALUES
                                TO st-end-ts(step-count)
                            MOVE "RUNNING" TO st-outcome(step-count)
                            MOVE aud-version
                                TO st-version(step-count)
                        END-IF
                    WHEN "END"
                        *> attach to the latest open START for this
                EXIT.

            report_one_step.
                IF st-version(s) = SPACES THEN
                    MOVE "(no stamp)" TO version-tx
                ELSE
                    MOVE st-version(s) TO version-tx
                END-IF.
                MOVE SPACES TO report-line.
                STRING "  " st-program(s)
                       " started " st-start-ts(s)
                       " -- " st-outcome(s)
                       " version " version-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM compare_good_version.
                PERFORM attach_controls.
                PERFORM attach_perflog.
                PERFORM attach_alerts.
                PERFORM attach_step_notes.
                EXIT.

            find_good_versions.
                *> every correlation id before this one, with how
                *> many of its steps started, ended and ended ERROR
                PERFORM VARYING g FROM 1 BY 1 UNTIL g > step-count
                    MOVE SPACES TO gd-corr(g)
                    MOVE SPACES TO gd-version(g)
                END-PERFORM.
                MOVE 0 TO prior-count.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-corr < want-corr
                               AND aud-corr NOT = SPACES
                               AND (aud-event = "START"
                                    OR aud-event = "END") THEN
                                PERFORM note_prior_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                *> then each step's program in the latest good one
                *> that ran it
                OPEN INPUT AUDIT-FILE.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-corr < want-corr
                               AND aud-corr NOT = SPACES
                               AND aud-event = "START" THEN
                                PERFORM note_good_version
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            note_prior_line.
                MOVE 0 TO prior-found.
                PERFORM VARYING p FROM 1 BY 1
                        UNTIL p > prior-count OR prior-found = 1
                    IF pr-id(p) = aud-corr THEN
                        MOVE 1 TO prior-found
                    END-IF
                END-PERFORM.
                IF prior-found = 1 THEN
                    SUBTRACT 1 FROM p
                ELSE
                    IF prior-count < 500 THEN
                        ADD 1 TO prior-count
                        MOVE prior-count TO p
                    ELSE
                        MOVE 1 TO p-oldest
                        PERFORM VARYING p FROM 2 BY 1 UNTIL p > 500
                            IF pr-id(p) < pr-id(p-oldest) THEN
                                MOVE p TO p-oldest
                            END-IF
                        END-PERFORM
                        IF pr-id(p-oldest) > aud-corr THEN
                            EXIT PARAGRAPH
                        END-IF
                        MOVE p-oldest TO p
                    END-IF
                    MOVE aud-corr TO pr-id(p)
                    MOVE 0 TO pr-starts(p)
                    MOVE 0 TO pr-ends(p)
                    MOVE 0 TO pr-errors(p)
                END-IF.
                IF aud-event = "START" THEN
                    ADD 1 TO pr-starts(p)
                ELSE
                    ADD 1 TO pr-ends(p)
                    IF aud-outcome = "ERROR" THEN
                        ADD 1 TO pr-errors(p)
                    END-IF
                END-IF.
                EXIT.

            note_good_version.
                MOVE 0 TO prior-found.
                PERFORM VARYING p FROM 1 BY 1
                        UNTIL p > prior-count OR prior-found = 1
                    IF pr-id(p) = aud-corr THEN
                        MOVE 1 TO prior-found
                    END-IF
                END-PERFORM.
                IF prior-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                SUBTRACT 1 FROM p.
                IF pr-starts(p) = 0
                   OR pr-ends(p) < pr-starts(p)
                   OR pr-errors(p) > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a program run twice in one cycle is known by its
                *> later run
                PERFORM VARYING g FROM 1 BY 1 UNTIL g > step-count
                    IF st-program(g) = aud-program
                       AND aud-corr >= gd-corr(g) THEN
                        MOVE aud-corr TO gd-corr(g)
                        MOVE aud-version TO gd-version(g)
                    END-IF
                END-PERFORM.
                EXIT.

            compare_good_version.
                IF st-version(s) = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF gd-version(s) NOT = SPACES
                   AND gd-version(s) NOT = st-version(s) THEN
                    MOVE SPACES TO report-line
                    STRING "    ** VERSION CHANGED since good cycle "
                           gd-corr(s) " -- was " gd-version(s)
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            attach_controls.
                END-PERFORM.
                CLOSE ALERT-FILE.
                EXIT.

            attach_step_notes.
                *> a rerun makes a second step entry; the notes go
                *> under the last
                MOVE 0 TO later-run.
                PERFORM VARYING s2 FROM s BY 1
                        UNTIL s2 >= step-count OR later-run = 1
                    IF st-program(s2 + 1) = st-program(s) THEN
                        MOVE 1 TO later-run
                    END-IF
                END-PERFORM.
                IF later-run = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
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
                            IF sft-corr = want-corr
                               AND sft-step = st-program(s) THEN
                                MOVE SPACES TO report-line
                                STRING "    NOTE " sft-timestamp " "
                                       sft-operator " " sft-alert
                                       " " FUNCTION TRIM(sft-text)
                                    DELIMITED BY SIZE
                                    INTO report-line
                                WRITE report-line
                                DISPLAY report-line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE SHIFT-FILE.
                EXIT.

            attach_cycle_notes.
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
                                PERFORM attach_one_cycle_note
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE SHIFT-FILE.
                EXIT.

            attach_one_cycle_note.
                *> a note about one of the cycle's steps printed
                *> under it already
                MOVE 0 TO step-found.
                PERFORM VARYING s2 FROM 1 BY 1
                        UNTIL s2 > step-count OR step-found = 1
                    IF st-program(s2) = sft-step THEN
                        MOVE 1 TO step-found
                    END-IF
                END-PERFORM.
                IF step-found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                STRING "  NOTE " sft-timestamp " " sft-operator " "
                       sft-step " " sft-alert " "
                       FUNCTION TRIM(sft-text)
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
