        *> Occurrence spike and silence report over the btree's
        *> rolling daily window.  BTREEWIN (kept by btree_window in
        *> btree/btree.cob) holds each key's occurrences per
        *> business day for the trailing PARMLIB BTWINDOW WINDOW=n
        *> days; this run walks one tree's slice of it key by key
        *> and compares the processing date (common/proc_date.cob)
        *> with the days before it:
        *>   SPIKE  = today's count is at least MINIMUM and more
        *>            than FACTOR times the key's trailing daily
        *>            average (the window's earlier days, an idle
        *>            day counting as zero)
        *>   SILENT = the key was active earlier in the window but
        *>            has had nothing for the last QUIET days
        *> PARMLIB BTSPIKE FACTOR=n (default 3), MINIMUM=n (default
        *> 10) and QUIET=n (default 7) tune the tests.  Each spike
        *> raises an alert_log WARN naming the key and leaves
        *> RETURN-CODE 4; silent keys are listed for follow-up only.
        *> ARGUMENT 1 = the named tree (default MAIN).  The report
        *> lands on BTSPKRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT WINDOW-FILE ASSIGN TO "BTREEWIN"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS win-key
                        FILE STATUS IS window-file-status.
                    SELECT REPORT-FILE ASSIGN TO "BTSPKRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD WINDOW-FILE.
                *> see btree_window's FD in btree/btree.cob
                01 window-record.
                    02 win-key.
                        03 win-tree  PIC X(8).
                        03 win-value PIC 9(9).
                        03 win-date  PIC X(8).
                    02 win-count     PIC 9(6).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 window-file-status PIC XX.
                    01 report-file-status PIC XX.
                    01 window-eof         PIC 9 VALUE 0.
                    01 arg-value          PIC X(18).
                    01 want-tree          PIC X(8) VALUE "MAIN".
                    *> the tests -- PARMLIB BTWINDOW and BTSPIKE
                    01 window-days        PIC 9(3) VALUE 28.
                    01 spike-factor       PIC 9(3)V99 VALUE 3.
                    01 spike-minimum      PIC 9(6) VALUE 10.
                    01 quiet-days         PIC 9(3) VALUE 7.
                    *> the day boundaries, as integer days
                    01 work-date          PIC 9(8).
                    01 today-integer      PIC 9(9).
                    01 window-integer     PIC 9(9).
                    01 quiet-integer      PIC 9(9).
                    01 window-start       PIC X(8).
                    01 quiet-start        PIC X(8).
                    *> the key in hand
                    01 key-open           PIC 9 VALUE 0.
                    01 current-key        PIC 9(9).
                    01 today-count        PIC 9(6).
                    01 trailing-sum       PIC 9(9).
                    01 last-active        PIC X(8).
                    01 trailing-average   PIC 9(7)V99.
                    01 spike-threshold    PIC 9(9)V99.
                    *> totals
                    01 keys-count         PIC 9(9) VALUE ZEROS.
                    01 spike-count        PIC 9(9) VALUE ZEROS.
                    01 silent-count       PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC 9(9).
                    01 today-tx           PIC Z(5)9.
                    01 average-tx         PIC Z(6)9.99.
                    01 sum-tx             PIC Z(8)9.
                    01 count-tx           PIC 9(9).
                    01 days-tx            PIC ZZ9.
                    *> PARMLIB named parameters -- see
                    *> common/parm_lookup.cob
                    01 window-program     PIC X(8) VALUE "BTWINDOW".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "BTSPIKE".
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
                    MOVE FUNCTION UPPER-CASE(arg-value(1:8))
                        TO want-tree
                END-IF.
                PERFORM read_parameters.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM scan_window_slice.
                PERFORM write_totals.
                CLOSE WINDOW-FILE.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF spike-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "SPIKES" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF spike-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            read_parameters.
                MOVE "WINDOW" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING window-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO window-days
                END-IF.
                IF window-days < 2 THEN
                    MOVE 2 TO window-days
                END-IF.
                MOVE "FACTOR" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO spike-factor
                END-IF.
                MOVE "MINIMUM" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO spike-minimum
                END-IF.
                MOVE "QUIET" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO quiet-days
                END-IF.
                IF quiet-days < 1 THEN
                    MOVE 1 TO quiet-days
                END-IF.
                IF quiet-days >= window-days THEN
                    COMPUTE quiet-days = window-days - 1
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT WINDOW-FILE.
                IF window-file-status NOT = "00" THEN
                    DISPLAY "BTREE SPIKE: unable to open BTREEWIN, "
                            "status " window-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTREEWIN" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "BTREE SPIKE: unable to open BTSPKRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTSPKRPT" TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                *> the window is the processing date and the
                *> window-days - 1 days before it; the quiet span is
                *> the last quiet-days of it, today included
                MOVE pd-date TO work-date.
                COMPUTE today-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                COMPUTE window-integer =
                    today-integer - window-days + 1.
                COMPUTE quiet-integer =
                    today-integer - quiet-days + 1.
                MOVE FUNCTION DATE-OF-INTEGER(window-integer)
                    TO work-date.
                MOVE work-date TO window-start.
                MOVE FUNCTION DATE-OF-INTEGER(quiet-integer)
                    TO work-date.
                MOVE work-date TO quiet-start.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "BTREE SPIKE/SILENCE - run " report-date
                       " cycle " corr-id " tree " want-tree
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE window-days TO days-tx.
                MOVE spike-factor TO average-tx.
                STRING "window " FUNCTION TRIM(days-tx) " days from "
                       window-start
                       ", spike above " FUNCTION TRIM(average-tx)
                       " x average"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            scan_window_slice.
                MOVE want-tree TO win-tree.
                MOVE 0 TO win-value.
                MOVE LOW-VALUES TO win-date.
                START WINDOW-FILE KEY >= win-key.
                IF window-file-status NOT = "00" THEN
                    MOVE 1 TO window-eof
                END-IF.
                PERFORM UNTIL window-eof = 1
                    READ WINDOW-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO window-eof
                        NOT AT END
                            IF win-tree NOT = want-tree THEN
                                *> past this tree's slice
                                MOVE 1 TO window-eof
                            ELSE
                                PERFORM take_one_bucket
                            END-IF
                    END-READ
                END-PERFORM.
                IF key-open = 1 THEN
                    PERFORM judge_key
                END-IF.
                EXIT.

            take_one_bucket.
                *> the slice arrives key by key, each key's days
                *> ascending -- a change of key closes the last one
                IF key-open = 1 AND win-value NOT = current-key THEN
                    PERFORM judge_key
                END-IF.
                IF key-open = 0 THEN
                    MOVE 1 TO key-open
                    MOVE win-value TO current-key
                    MOVE 0 TO today-count
                    MOVE 0 TO trailing-sum
                    MOVE SPACES TO last-active
                END-IF.
                *> a bucket not yet aged out by the next save, or
                *> dated past a rerun's processing date, is outside
                *> the window asked about
                IF win-date < window-start OR win-date > pd-date THEN
                    EXIT PARAGRAPH
                END-IF.
                IF win-date = pd-date THEN
                    ADD win-count TO today-count
                ELSE
                    ADD win-count TO trailing-sum
                END-IF.
                IF win-count > 0 THEN
                    MOVE win-date TO last-active
                END-IF.
                EXIT.

            judge_key.
                MOVE 0 TO key-open.
                IF today-count = 0 AND trailing-sum = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO keys-count.
                COMPUTE trailing-average ROUNDED =
                    trailing-sum / (window-days - 1).
                COMPUTE spike-threshold =
                    trailing-average * spike-factor.
                IF today-count >= spike-minimum
                   AND today-count > spike-threshold THEN
                    PERFORM report_spike
                END-IF.
                IF trailing-sum > 0 AND last-active < quiet-start THEN
                    PERFORM report_silent
                END-IF.
                EXIT.

            report_spike.
                ADD 1 TO spike-count.
                MOVE current-key TO key-tx.
                MOVE today-count TO today-tx.
                MOVE trailing-average TO average-tx.
                MOVE SPACES TO report-line.
                STRING "  SPIKE   key " key-tx " today " today-tx
                       " trailing average " average-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "BTR007" TO al-msg-id.
                MOVE SPACES TO al-values.
                STRING FUNCTION TRIM(want-tree) " key " key-tx
                    DELIMITED BY SIZE INTO al-value-1.
                MOVE today-tx TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                EXIT.

            report_silent.
                ADD 1 TO silent-count.
                MOVE current-key TO key-tx.
                MOVE trailing-sum TO sum-tx.
                MOVE SPACES TO report-line.
                STRING "  SILENT  key " key-tx " last active "
                       last-active(1:4) "-" last-active(5:2) "-"
                       last-active(7:2) " window total " sum-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                MOVE keys-count TO count-tx.
                STRING "keys active....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE spike-count TO count-tx.
                STRING "spiking........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE silent-count TO count-tx.
                STRING "gone silent....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
