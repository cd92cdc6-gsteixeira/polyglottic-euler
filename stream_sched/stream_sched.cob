        *> Calendar-driven stream scheduler.  BATCHNIT, BATCHWKY and
        *> BATCHMTH used to be started by hand or by a cron line
        *> each, and on the last business day of a month somebody
        *> had to remember that the monthly stream must wait for the
        *> nightly posting.  This reads the stream definitions off
        *> STRMDEF, decides from the calendar rules which streams
        *> run on the processing date (common/proc_date.cob -- its
        *> business-day test, HOLIDAYS included) and starts them in
        *> dependency order, each held until every stream it depends
        *> on shows COMPLETE on that stream's STEPSTAT.
        *> STRMDEF record: stream name X(8), rule X(8), the
        *> stream's step-state dataset X(8) (STEPSTAT, STEPSTAW ...
        *> -- see batch_control), up to three streams it depends on
        *> X(8) each, and the command that starts it X(40), every
        *> field followed by one blank.  "&DATE" in the command is
        *> replaced by the processing date, so the controller parks
        *> the same business day the scheduler judged.  A stream
        *> with no command is started elsewhere (its own JCL, by
        *> hand) and the scheduler only waits on its STEPSTAT.
        *> Rules, all judged on business days only:
        *>   NIGHTLY = every business day
        *>   WEEKLY  = the first business day of the week (Monday,
        *>             or the day after a Monday holiday)
        *>   MONTHLY = the last business day of the month
        *>   QUARTER = the last business day of March, June,
        *>             September and December
        *>   YEAREND = the last business day of December
        *> A stream counts as COMPLETE when every step on its
        *> STEPSTAT is COMPLETE and the latest entry is stamped on or
        *> after the processing date; one already COMPLETE is not
        *> started twice, so a rerun picks up where the day failed.
        *> A dependency that is not due that day does not hold
        *> anything.  A stream whose dependency failed is BLOCKED;
        *> one still waiting HOLD-MINUTES after the run began (or
        *> when OPERCMD says STOP) is given up as HELD.
        *>     STRMSCHD HOLD-MINUTES=n      (default 240)
        *> ARGUMENT 1 = RUN (default) or PLAN
        *> ARGUMENT 2 = RUN: yyyymmdd processing date ("*" or blank
        *>              for today), parked on PROCDATE the
        *>              batch_control way
        *>              PLAN: yyyymm month to print (default the
        *>              month after the processing date)
        *> RUN writes what it started and how each stream ended to
        *> STRMRPT; any stream ERROR, BLOCKED or HELD leaves
        *> RETURN-CODE 8 and a FATL alert.  PLAN prints every day of
        *> the month with the streams it will start, in run order,
        *> and its month-, quarter- and year-end marks, to STRMPLAN.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT DEFINITION-FILE ASSIGN TO "STRMDEF"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS definition-file-status.
                    SELECT STATE-FILE
                        ASSIGN TO DYNAMIC state-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS state-file-status.
                    SELECT REPORT-FILE
                        ASSIGN TO DYNAMIC report-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD DEFINITION-FILE.
                01 definition-record.
                    02 def-name      PIC X(8).
                    02 FILLER        PIC X.
                    02 def-rule      PIC X(8).
                    02 FILLER        PIC X.
                    02 def-state     PIC X(8).
                    02 FILLER        PIC X.
                    02 def-depends.
                        03 def-depend-entry OCCURS 3 TIMES.
                            04 def-depend PIC X(8).
                            04 FILLER     PIC X.
                    02 def-command   PIC X(40).
                *> see batch_control's FD
                FD STATE-FILE.
                01 state-record.
                    02 sta-name      PIC X(8).
                    02 FILLER        PIC X.
                    02 sta-status    PIC X(8).
                    02 FILLER        PIC X.
                    02 sta-timestamp PIC X(14).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 definition-file-status PIC XX.
                    01 state-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 state-file-name    PIC X(30).
                    01 report-file-name   PIC X(30) VALUE "STRMRPT".
                    01 definition-eof     PIC 9.
                    01 state-eof          PIC 9.
                    01 arg-value          PIC X(18).
                    01 run-mode           PIC X(4) VALUE "RUN".
                    01 plan-month         PIC X(6) VALUE SPACES.
                    *> the streams, in STRMDEF order
                    01 stream-count       PIC 99 VALUE ZEROS.
                    01 stream-table.
                        02 stream-entry OCCURS 20 TIMES.
                            03 sd-name       PIC X(8).
                            03 sd-rule       PIC X(8).
                            03 sd-state-file PIC X(8).
                            03 sd-depend     PIC X(8) OCCURS 3 TIMES.
                            03 sd-command    PIC X(40).
                            03 sd-due        PIC 9.
                            *> NOTDUE, WAITING, COMPLETE, ERROR,
                            *> BLOCKED or HELD
                            03 sd-status     PIC X(8).
                            03 sd-hold-shown PIC 9.
                    01 sx                 PIC 99.
                    01 dx                 PIC 99.
                    01 dn                 PIC 9.
                    01 depend-found       PIC 9.
                    01 depend-waiting     PIC 9.
                    01 depend-failed      PIC 9.
                    01 depend-name        PIC X(8).
                    01 blocked-name       PIC X(8).
                    01 waiting-name       PIC X(8).
                    01 progress-made      PIC 9.
                    01 waiting-count      PIC 99.
                    01 schedule-done      PIC 9.
                    01 failed-count       PIC 99 VALUE ZEROS.
                    01 started-count      PIC 99 VALUE ZEROS.
                    *> one stream's STEPSTAT, latest state per step
                    01 ck-count           PIC 99.
                    01 ck-table.
                        02 ck-entry OCCURS 50 TIMES.
                            03 ck-name   PIC X(8).
                            03 ck-status PIC X(8).
                    01 cx                 PIC 99.
                    01 ck-found           PIC 9.
                    01 ck-latest          PIC X(8).
                    01 stream-complete    PIC 9.
                    *> starting a stream
                    01 shell-command      PIC X(120).
                    01 command-before     PIC X(40).
                    01 command-after      PIC X(40).
                    01 stream-rc          PIC S9(4).
                    01 rc-tx              PIC -9(4).
                    *> calendar judgement for one date
                    01 judge-date         PIC X(8).
                    01 judge-biz          PIC 9.
                    01 judge-first-week   PIC 9.
                    01 judge-last-month   PIC 9.
                    01 judge-quarter      PIC 9.
                    01 judge-year         PIC 9.
                    01 judge-integer      PIC 9(9).
                    01 scan-integer       PIC 9(9).
                    01 scan-date          PIC 9(8).
                    01 scan-date-x        PIC X(8).
                    01 work-date          PIC 9(8).
                    01 weekday-rem        PIC 9.
                    01 weekday-names-list.
                        02 FILLER PIC X(3) VALUE "SUN".
                        02 FILLER PIC X(3) VALUE "MON".
                        02 FILLER PIC X(3) VALUE "TUE".
                        02 FILLER PIC X(3) VALUE "WED".
                        02 FILLER PIC X(3) VALUE "THU".
                        02 FILLER PIC X(3) VALUE "FRI".
                        02 FILLER PIC X(3) VALUE "SAT".
                    01 weekday-names REDEFINES weekday-names-list.
                        02 weekday-name PIC X(3) OCCURS 7 TIMES.
                    *> the plan
                    01 plan-integer       PIC 9(9).
                    01 plan-line          PIC X(132).
                    01 plan-pos           PIC 9(3).
                    *> the hold clock, in minutes from day one
                    01 datetime           PIC X(21).
                    01 now-min            PIC 9(11).
                    01 hold-start-min     PIC 9(11).
                    01 hold-minutes       PIC 9(5) VALUE 240.
                    01 hold-tx            PIC Z(4)9.
                    01 spin-idx           PIC 9(9).
                    01 spin-sink          PIC 9(9).
                    *> operator command -- see common/op_command.cob
                    01 oc-action          PIC X(4).
                    *> cycle business date -- see
                    *> common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "STRMSCHD".
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
                PERFORM gather_arguments.
                PERFORM load_stream_definitions.
                IF run-mode = "PLAN" THEN
                    PERFORM print_month_plan
                ELSE
                    PERFORM run_schedule
                END-IF.
                MOVE "END" TO audit-event.
                IF failed-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "ERROR" TO audit-outcome
                    MOVE "OPS018" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE pd-date TO al-value-1
                    MOVE failed-count TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> set after the last CALL -- see batch_control
                IF failed-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            gather_arguments.
                MOVE "HOLD-MINUTES" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO hold-minutes
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF FUNCTION UPPER-CASE(arg-value(1:4)) = "PLAN" THEN
                    MOVE "PLAN" TO run-mode
                    MOVE "STRMPLAN" TO report-file-name
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF run-mode = "PLAN" THEN
                    *> the plan reads the parked date, it does not
                    *> set one
                    MOVE "GET" TO pd-op
                    CALL "proc_date" USING pd-op, pd-date, pd-answer
                    IF arg-value NOT = SPACES THEN
                        MOVE arg-value(1:6) TO plan-month
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                *> the scheduler opens the business day, so it owns
                *> the date the same way batch_control does
                MOVE "SET" TO pd-op.
                IF arg-value NOT = SPACES
                   AND arg-value(1:1) NOT = "*" THEN
                    MOVE arg-value(1:8) TO pd-date
                ELSE
                    MOVE SPACES TO pd-date
                END-IF.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                EXIT.

            load_stream_definitions.
                OPEN INPUT DEFINITION-FILE.
                IF definition-file-status NOT = "00" THEN
                    DISPLAY "STREAM SCHEDULER: unable to open "
                            "STRMDEF, status " definition-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE 0 TO definition-eof.
                PERFORM UNTIL definition-eof = 1
                    READ DEFINITION-FILE
                        AT END
                            MOVE 1 TO definition-eof
                        NOT AT END
                            IF def-name NOT = SPACES
                               AND stream-count < 20 THEN
                                ADD 1 TO stream-count
                                PERFORM take_definition
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE DEFINITION-FILE.
                EXIT.

            take_definition.
                MOVE def-name TO sd-name(stream-count).
                MOVE FUNCTION UPPER-CASE(def-rule)
                    TO sd-rule(stream-count).
                MOVE def-state TO sd-state-file(stream-count).
                PERFORM VARYING dn FROM 1 BY 1 UNTIL dn > 3
                    MOVE def-depend(dn) TO sd-depend(stream-count, dn)
                END-PERFORM.
                MOVE def-command TO sd-command(stream-count).
                MOVE 0 TO sd-due(stream-count).
                MOVE "NOTDUE" TO sd-status(stream-count).
                MOVE 0 TO sd-hold-shown(stream-count).
                EXIT.

            judge_calendar.
                *> which rules judge-date satisfies; the due flag of
                *> every stream follows from them
                MOVE 0 TO judge-first-week.
                MOVE 0 TO judge-last-month.
                MOVE 0 TO judge-quarter.
                MOVE 0 TO judge-year.
                MOVE "BIZ" TO pd-op.
                CALL "proc_date" USING pd-op, judge-date, pd-answer.
                MOVE pd-answer TO judge-biz.
                MOVE FUNCTION NUMVAL(judge-date) TO work-date.
                COMPUTE judge-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                IF judge-biz = 1 THEN
                    PERFORM judge_first_of_week
                    PERFORM judge_last_of_month
                END-IF.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > stream-count
                    MOVE 0 TO sd-due(sx)
                    IF judge-biz = 1 THEN
                        EVALUATE sd-rule(sx)
                            WHEN "NIGHTLY"
                                MOVE 1 TO sd-due(sx)
                            WHEN "WEEKLY"
                                MOVE judge-first-week TO sd-due(sx)
                            WHEN "MONTHLY"
                                MOVE judge-last-month TO sd-due(sx)
                            WHEN "QUARTER"
                                MOVE judge-quarter TO sd-due(sx)
                            WHEN "YEAREND"
                                MOVE judge-year TO sd-due(sx)
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                EXIT.

            judge_first_of_week.
                *> integer day 1 is a Monday (see proc_date) -- no
                *> business day between this week's Monday and
                *> judge-date means judge-date is the first
                MOVE 1 TO judge-first-week.
                COMPUTE scan-integer = judge-integer
                    - FUNCTION MOD(judge-integer - 1, 7).
                PERFORM UNTIL scan-integer >= judge-integer
                           OR judge-first-week = 0
                    PERFORM judge_scan_day
                    IF pd-answer = 1 THEN
                        MOVE 0 TO judge-first-week
                    END-IF
                    ADD 1 TO scan-integer
                END-PERFORM.
                EXIT.

            judge_last_of_month.
                *> no business day after judge-date in the same
                *> month means judge-date is the last
                MOVE 1 TO judge-last-month.
                COMPUTE scan-integer = judge-integer + 1.
                COMPUTE scan-date =
                    FUNCTION DATE-OF-INTEGER(scan-integer).
                MOVE scan-date TO scan-date-x.
                PERFORM UNTIL scan-date-x(1:6) NOT = judge-date(1:6)
                           OR judge-last-month = 0
                    PERFORM judge_scan_day
                    IF pd-answer = 1 THEN
                        MOVE 0 TO judge-last-month
                    END-IF
                    ADD 1 TO scan-integer
                    COMPUTE scan-date =
                        FUNCTION DATE-OF-INTEGER(scan-integer)
                    MOVE scan-date TO scan-date-x
                END-PERFORM.
                IF judge-last-month = 1 THEN
                    EVALUATE judge-date(5:2)
                        WHEN "03"
                        WHEN "06"
                        WHEN "09"
                            MOVE 1 TO judge-quarter
                        WHEN "12"
                            MOVE 1 TO judge-quarter
                            MOVE 1 TO judge-year
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF.
                EXIT.

            judge_scan_day.
                COMPUTE scan-date =
                    FUNCTION DATE-OF-INTEGER(scan-integer).
                MOVE scan-date TO scan-date-x.
                MOVE "BIZ" TO pd-op.
                CALL "proc_date" USING pd-op, scan-date-x, pd-answer.
                EXIT.

            run_schedule.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "STREAM SCHEDULER: unable to open "
                            "STRMRPT, status " report-file-status
                END-IF.
                MOVE pd-date TO judge-date.
                PERFORM judge_calendar.
                MOVE SPACES TO report-line.
                STRING "STREAM SCHEDULE - processing date " pd-date
                       " " weekday-name(FUNCTION MOD(judge-integer, 7)
                                         + 1)
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF judge-biz = 0 THEN
                    MOVE "  not a business day -- nothing runs"
                        TO report-line
                    PERFORM write_report_line
                END-IF.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > stream-count
                    IF sd-due(sx) = 1 THEN
                        MOVE "WAITING" TO sd-status(sx)
                    END-IF
                END-PERFORM.
                PERFORM take_the_time.
                MOVE now-min TO hold-start-min.
                MOVE 0 TO schedule-done.
                PERFORM UNTIL schedule-done = 1
                    MOVE 0 TO progress-made
                    PERFORM VARYING sx FROM 1 BY 1
                            UNTIL sx > stream-count
                        IF sd-status(sx) = "WAITING" THEN
                            PERFORM try_stream
                        END-IF
                    END-PERFORM
                    MOVE 0 TO waiting-count
                    PERFORM VARYING sx FROM 1 BY 1
                            UNTIL sx > stream-count
                        IF sd-status(sx) = "WAITING" THEN
                            ADD 1 TO waiting-count
                        END-IF
                    END-PERFORM
                    EVALUATE TRUE
                        WHEN waiting-count = 0
                            MOVE 1 TO schedule-done
                        WHEN progress-made = 1
                            CONTINUE
                        WHEN OTHER
                            PERFORM hold_for_dependencies
                    END-EVALUATE
                END-PERFORM.
                PERFORM write_run_summary.
                IF report-file-status = "00" THEN
                    CLOSE REPORT-FILE
                END-IF.
                EXIT.

            try_stream.
                *> every dependency due today must be COMPLETE; one
                *> that failed blocks this stream for the day
                MOVE 0 TO depend-waiting.
                MOVE 0 TO depend-failed.
                MOVE SPACES TO blocked-name.
                MOVE SPACES TO waiting-name.
                PERFORM VARYING dn FROM 1 BY 1 UNTIL dn > 3
                    IF sd-depend(sx, dn) NOT = SPACES THEN
                        PERFORM judge_one_dependency
                    END-IF
                END-PERFORM.
                IF depend-failed = 1 THEN
                    MOVE "BLOCKED" TO sd-status(sx)
                    ADD 1 TO failed-count
                    MOVE 1 TO progress-made
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " BLOCKED -- "
                           blocked-name " did not complete"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                IF depend-waiting = 1 THEN
                    IF sd-hold-shown(sx) = 0 THEN
                        MOVE 1 TO sd-hold-shown(sx)
                        MOVE SPACES TO report-line
                        STRING "  " sd-name(sx) " held for "
                               waiting-name
                            DELIMITED BY SIZE INTO report-line
                        PERFORM write_report_line
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                *> a stream already through today's cycle -- a rerun
                *> of the scheduler, or one started elsewhere -- is
                *> not started again
                MOVE sx TO dx.
                PERFORM check_stream_complete.
                IF stream-complete = 1 THEN
                    MOVE "COMPLETE" TO sd-status(sx)
                    MOVE 1 TO progress-made
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " COMPLETE on "
                           sd-state-file(sx)
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                IF sd-command(sx) = SPACES THEN
                    *> started elsewhere -- only its STEPSTAT says
                    *> when it is done
                    IF sd-hold-shown(sx) = 0 THEN
                        MOVE 1 TO sd-hold-shown(sx)
                        MOVE SPACES TO report-line
                        STRING "  " sd-name(sx) " waiting for its "
                               "own start to finish on "
                               sd-state-file(sx)
                            DELIMITED BY SIZE INTO report-line
                        PERFORM write_report_line
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                PERFORM start_stream.
                EXIT.

            judge_one_dependency.
                MOVE sd-depend(sx, dn) TO depend-name.
                MOVE 0 TO depend-found.
                PERFORM VARYING dx FROM 1 BY 1
                        UNTIL dx > stream-count OR depend-found = 1
                    IF sd-name(dx) = depend-name THEN
                        MOVE 1 TO depend-found
                    END-IF
                END-PERFORM.
                IF depend-found = 0 THEN
                    *> a dependency on no defined stream can never
                    *> be satisfied -- say so rather than hold all day
                    MOVE 1 TO depend-failed
                    MOVE depend-name TO blocked-name
                    EXIT PARAGRAPH
                END-IF.
                SUBTRACT 1 FROM dx.
                IF sd-due(dx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE sd-status(dx)
                    WHEN "COMPLETE"
                        CONTINUE
                    WHEN "WAITING"
                        MOVE 1 TO depend-waiting
                        MOVE depend-name TO waiting-name
                    WHEN OTHER
                        MOVE 1 TO depend-failed
                        MOVE depend-name TO blocked-name
                END-EVALUATE.
                EXIT.

            start_stream.
                MOVE SPACES TO command-before.
                MOVE SPACES TO command-after.
                UNSTRING sd-command(sx) DELIMITED BY "&DATE"
                    INTO command-before, command-after
                END-UNSTRING.
                MOVE SPACES TO shell-command.
                IF command-after = SPACES THEN
                    MOVE sd-command(sx) TO shell-command
                ELSE
                    STRING FUNCTION TRIM(command-before TRAILING)
                           " " pd-date " "
                           FUNCTION TRIM(command-after LEADING)
                        DELIMITED BY SIZE INTO shell-command
                END-IF.
                MOVE SPACES TO report-line.
                STRING "  " sd-name(sx) " started: "
                       FUNCTION TRIM(shell-command)
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                ADD 1 TO started-count.
                CALL "SYSTEM" USING shell-command.
                MOVE RETURN-CODE TO stream-rc.
                MOVE 1 TO progress-made.
                MOVE sx TO dx.
                PERFORM check_stream_complete.
                IF stream-rc = 0 AND stream-complete = 1 THEN
                    MOVE "COMPLETE" TO sd-status(sx)
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " COMPLETE"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE "ERROR" TO sd-status(sx)
                    ADD 1 TO failed-count
                    MOVE stream-rc TO rc-tx
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " ERROR -- ended with "
                           "code " rc-tx ", not COMPLETE on "
                           sd-state-file(sx)
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                PERFORM write_report_line.
                EXIT.

            check_stream_complete.
                *> stream dx: the latest state per step off its
                *> STEPSTAT (an append-only log -- later lines win),
                *> and the date of its latest entry
                MOVE 0 TO stream-complete.
                MOVE 0 TO ck-count.
                MOVE SPACES TO ck-latest.
                MOVE SPACES TO state-file-name.
                MOVE sd-state-file(dx) TO state-file-name.
                OPEN INPUT STATE-FILE.
                IF state-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO state-eof.
                PERFORM UNTIL state-eof = 1
                    READ STATE-FILE
                        AT END
                            MOVE 1 TO state-eof
                        NOT AT END
                            PERFORM take_step_state
                    END-READ
                END-PERFORM.
                CLOSE STATE-FILE.
                IF ck-count = 0 OR ck-latest < pd-date THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO stream-complete.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > ck-count
                    IF ck-status(cx) NOT = "COMPLETE" THEN
                        MOVE 0 TO stream-complete
                    END-IF
                END-PERFORM.
                EXIT.

            take_step_state.
                IF sta-name = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF sta-timestamp(1:8) > ck-latest THEN
                    MOVE sta-timestamp(1:8) TO ck-latest
                END-IF.
                MOVE 0 TO ck-found.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > ck-count OR ck-found = 1
                    IF ck-name(cx) = sta-name THEN
                        MOVE sta-status TO ck-status(cx)
                        MOVE 1 TO ck-found
                    END-IF
                END-PERFORM.
                IF ck-found = 0 AND ck-count < 50 THEN
                    ADD 1 TO ck-count
                    MOVE sta-name TO ck-name(ck-count)
                    MOVE sta-status TO ck-status(ck-count)
                END-IF.
                EXIT.

            hold_for_dependencies.
                *> nothing moved this pass -- everything left waits
                *> on a stream started elsewhere.  Look again after
                *> a pause, until the hold runs out or the operator
                *> calls it off.
                PERFORM take_the_time.
                IF now-min > hold-start-min + hold-minutes THEN
                    PERFORM give_up_waiting
                    EXIT PARAGRAPH
                END-IF.
                CALL "op_command" USING audit-name, oc-action.
                IF oc-action = "STOP" THEN
                    MOVE "  hold stopped by the operator"
                        TO report-line
                    PERFORM write_report_line
                    PERFORM give_up_waiting
                    EXIT PARAGRAPH
                END-IF.
                PERFORM wait_a_moment.
                EXIT.

            give_up_waiting.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > stream-count
                    IF sd-status(sx) = "WAITING" THEN
                        MOVE "HELD" TO sd-status(sx)
                        ADD 1 TO failed-count
                        MOVE SPACES TO report-line
                        MOVE hold-minutes TO hold-tx
                        STRING "  " sd-name(sx) " HELD -- given up "
                               "after " FUNCTION TRIM(hold-tx)
                               " minute(s)"
                            DELIMITED BY SIZE INTO report-line
                        PERFORM write_report_line
                    END-IF
                END-PERFORM.
                MOVE 1 TO schedule-done.
                EXIT.

            take_the_time.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO work-date.
                COMPUTE now-min =
                    FUNCTION INTEGER-OF-DATE(work-date) * 1440
                    + FUNCTION NUMVAL(datetime(9:2)) * 60
                    + FUNCTION NUMVAL(datetime(11:2)).
                EXIT.

            wait_a_moment.
                *> a short spin between looks -- the file_watch
                *> pattern
                MOVE 0 TO spin-sink.
                PERFORM VARYING spin-idx FROM 1 BY 1
                                UNTIL spin-idx > 1000000
                    ADD 1 TO spin-sink
                END-PERFORM.
                EXIT.

            write_run_summary.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE SPACES TO report-line.
                STRING "streams started " started-count
                       "  failed, blocked or held " failed-count
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > stream-count
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " " sd-rule(sx) " "
                           sd-status(sx)
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-PERFORM.
                EXIT.

            write_report_line.
                IF report-file-status = "00" THEN
                    WRITE report-line
                END-IF.
                DISPLAY report-line.
                EXIT.

            print_month_plan.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "STREAM SCHEDULER: unable to open "
                            "STRMPLAN, status " report-file-status
                END-IF.
                IF plan-month = SPACES THEN
                    *> the month after the processing date's
                    MOVE FUNCTION NUMVAL(pd-date(1:6)) TO work-date
                    IF pd-date(5:2) = "12" THEN
                        COMPUTE work-date = work-date + 89
                    ELSE
                        COMPUTE work-date = work-date + 1
                    END-IF
                    MOVE work-date(3:6) TO plan-month
                END-IF.
                MOVE SPACES TO report-line.
                STRING "STREAM SCHEDULE FOR " plan-month(1:4) "-"
                       plan-month(5:2) " - as of " pd-date
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > stream-count
                    MOVE SPACES TO report-line
                    STRING "  " sd-name(sx) " " sd-rule(sx)
                           " after " sd-depend(sx, 1) " "
                           sd-depend(sx, 2) " " sd-depend(sx, 3)
                        DELIMITED BY SIZE INTO report-line
                    IF sd-depend(sx, 1) = SPACES THEN
                        MOVE SPACES TO report-line(20:)
                    END-IF
                    PERFORM write_report_line
                END-PERFORM.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                STRING plan-month "01" DELIMITED BY SIZE
                    INTO judge-date.
                MOVE FUNCTION NUMVAL(judge-date) TO work-date.
                COMPUTE plan-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                PERFORM UNTIL judge-date(1:6) NOT = plan-month
                    PERFORM print_plan_day
                    ADD 1 TO plan-integer
                    COMPUTE work-date =
                        FUNCTION DATE-OF-INTEGER(plan-integer)
                    MOVE work-date TO judge-date
                END-PERFORM.
                IF report-file-status = "00" THEN
                    CLOSE REPORT-FILE
                END-IF.
                EXIT.

            print_plan_day.
                PERFORM judge_calendar.
                COMPUTE weekday-rem = FUNCTION MOD(plan-integer, 7).
                MOVE SPACES TO plan-line.
                STRING judge-date(1:4) "-" judge-date(5:2) "-"
                       judge-date(7:2) " "
                       weekday-name(weekday-rem + 1) " "
                    DELIMITED BY SIZE INTO plan-line.
                MOVE 16 TO plan-pos.
                IF judge-biz = 0 THEN
                    IF weekday-rem = 6 OR weekday-rem = 0 THEN
                        MOVE "-- weekend" TO plan-line(plan-pos:)
                    ELSE
                        MOVE "-- holiday" TO plan-line(plan-pos:)
                    END-IF
                ELSE
                    PERFORM VARYING sx FROM 1 BY 1
                            UNTIL sx > stream-count
                        IF sd-due(sx) = 1 AND plan-pos < 100 THEN
                            MOVE sd-name(sx) TO plan-line(plan-pos:8)
                            ADD 9 TO plan-pos
                        END-IF
                    END-PERFORM
                    ADD 1 TO plan-pos
                    IF judge-year = 1 THEN
                        MOVE "YEAR-END" TO plan-line(plan-pos:)
                    ELSE
                        IF judge-quarter = 1 THEN
                            MOVE "QUARTER-END" TO plan-line(plan-pos:)
                        ELSE
                            IF judge-last-month = 1 THEN
                                MOVE "MONTH-END" TO plan-line(plan-pos:)
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                MOVE plan-line TO report-line.
                PERFORM write_report_line.
                EXIT.
        END PROGRAM Main.
