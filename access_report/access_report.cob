        *> Read-access report off READLOG, the log every inquiry
        *> screen, the repair browse and the inquiry server write
        *> through common/access_log.cob.  Two questions for the
        *> privacy officer:
        *>   who viewed account X -- ARGUMENT 1 = the account key;
        *>       every READLOG line inside the look-back window
        *>       whose key, or whose range of keys, takes in X is
        *>       listed (when, who, through which program, what was
        *>       shown, and the correlation id to find the run on
        *>       RUNAUDIT), with a count of views per viewer;
        *>   who viewed too many -- every requester whose views on
        *>       one day took in more distinct accounts than the
        *>       daily limit is flagged.  A range counts every
        *>       ACCTMAST key inside it (just its two ends when the
        *>       master cannot be read).  Tree keys from
        *>       btree_inquiry are not accounts and take no part in
        *>       either question.
        *> Without ARGUMENT 1 only the daily-limit section runs.
        *> Named parameters (PARMLIB):
        *>     ACCESRPT LOOKBACK-DAYS=n     (default 90)
        *>     ACCESRPT DAILY-LIMIT=n       (default 50)
        *> The window ends today and runs back LOOKBACK-DAYS
        *> calendar days.  Any flag leaves RETURN-CODE 4 and a WARN
        *> on the alert log.  The report lands on READRPT and on
        *> SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ACCESS-FILE ASSIGN TO "READLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS access-file-status.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REPORT-FILE ASSIGN TO "READRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD ACCESS-FILE.
                *> see common/access_log.cob's FD
                01 access-record.
                    02 acc-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 acc-requester  PIC X(8).
                    02 FILLER         PIC X.
                    02 acc-program    PIC X(8).
                    02 FILLER         PIC X.
                    02 acc-key-from   PIC X(18).
                    02 FILLER         PIC X.
                    02 acc-key-to     PIC X(18).
                    02 FILLER         PIC X.
                    02 acc-corr-id    PIC X(14).
                FD MASTER-FILE.
                01 master-record.
                    02 mst-key           PIC S9(9).
                    02 mst-bal           PIC S9(7)V99.
                    02 mst-status        PIC X.
                    02 mst-open-date     PIC X(8).
                    02 mst-last-activity PIC X(14).
                    02 mst-od-limit      PIC 9(7)V99.
                    02 mst-od-since      PIC X(8).
                    02 mst-currency      PIC X(3).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 access-file-status PIC XX.
                    01 master-file-status PIC XX.
                    01 report-file-status PIC XX.
                    01 access-eof         PIC 9.
                    01 master-eof         PIC 9.
                    01 arg-value          PIC X(18).
                    01 target-key         PIC 9(9) VALUE ZEROS.
                    01 have-target        PIC 9 VALUE 0.
                    01 lookback-days      PIC 9(5) VALUE 90.
                    01 daily-limit        PIC 9(7) VALUE 50.
                    *> the window, as day numbers
                    01 datetime           PIC X(21).
                    01 today-date         PIC 9(8).
                    01 work-date          PIC 9(8).
                    01 today-day          PIC 9(7).
                    01 cutoff-day         PIC 9(7).
                    01 line-day           PIC 9(7).
                    *> the line in hand
                    01 line-is-account    PIC 9.
                    01 line-from          PIC 9(9).
                    01 line-to            PIC 9(9).
                    *> the master's keys, for counting what a range
                    *> took in
                    01 master-count       PIC 9(6) VALUE ZEROS.
                    01 master-table.
                        02 mt-key PIC 9(9) OCCURS 9999 TIMES.
                    01 master-read        PIC 9 VALUE 0.
                    01 mx                 PIC 9(6).
                    *> views of the target account, per viewer
                    01 viewer-count       PIC 9(4) VALUE ZEROS.
                    01 viewer-table.
                        02 viewer-entry OCCURS 500 TIMES.
                            03 vw-requester PIC X(8).
                            03 vw-views     PIC 9(7).
                    01 vx                 PIC 9(4).
                    01 viewer-slot        PIC 9(4).
                    *> distinct accounts seen per requester per day
                    01 seen-count         PIC 9(6) VALUE ZEROS.
                    01 seen-table.
                        02 seen-entry OCCURS 20000 TIMES.
                            03 sn-date      PIC X(8).
                            03 sn-requester PIC X(8).
                            03 sn-key       PIC 9(9).
                    01 sx                 PIC 9(6).
                    01 seen-slot          PIC 9(6).
                    01 seen-key           PIC 9(9).
                    01 day-count          PIC 9(5) VALUE ZEROS.
                    01 day-table.
                        02 day-entry OCCURS 5000 TIMES.
                            03 dy-date      PIC X(8).
                            03 dy-requester PIC X(8).
                            03 dy-accounts  PIC 9(7).
                    01 dx                 PIC 9(5).
                    01 day-slot           PIC 9(5).
                    *> run totals
                    01 lines-read         PIC 9(9) VALUE ZEROS.
                    01 lines-in-window    PIC 9(9) VALUE ZEROS.
                    01 target-views       PIC 9(9) VALUE ZEROS.
                    01 flagged-count      PIC 9(9) VALUE ZEROS.
                    01 dropped-count      PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 count-tx           PIC Z(8)9.
                    01 days-tx            PIC ZZZZ9.
                    01 limit-tx           PIC Z(6)9.
                    01 shown-tx           PIC X(5).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "ACCESRPT".
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
                    01 audit-name         PIC X(8) VALUE "ACCESRPT".
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
                PERFORM read_arguments.
                PERFORM set_window.
                PERFORM load_master_keys.
                PERFORM open_files.
                PERFORM write_report_header.
                MOVE 0 TO access-eof.
                PERFORM UNTIL access-eof = 1
                    READ ACCESS-FILE
                        AT END
                            MOVE 1 TO access-eof
                        NOT AT END
                            ADD 1 TO lines-read
                            PERFORM take_access_line
                    END-READ
                END-PERFORM.
                CLOSE ACCESS-FILE.
                IF have-target = 1 THEN
                    PERFORM write_viewer_summary
                END-IF.
                PERFORM write_daily_section.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF flagged-count > 0 THEN
                    MOVE "OPS020" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE flagged-count TO count-tx
                    MOVE count-tx TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            read_arguments.
                MOVE SPACES TO arg-value.
                ACCEPT arg-value FROM ARGUMENT-VALUE.
                IF arg-value NOT = SPACES THEN
                    IF FUNCTION TEST-NUMVAL(arg-value) = 0 THEN
                        MOVE FUNCTION NUMVAL(arg-value) TO target-key
                        MOVE 1 TO have-target
                    ELSE
                        DISPLAY "ACCESS REPORT: account key '"
                                arg-value "' is not numeric -- "
                                "daily-limit section only"
                    END-IF
                END-IF.
                MOVE "LOOKBACK-DAYS" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO lookback-days
                END-IF.
                MOVE "DAILY-LIMIT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO daily-limit
                END-IF.
                EXIT.

            set_window.
                *> READLOG stamps are wall-clock, so the window is
                *> measured from today's date, not the cycle date
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO today-date.
                COMPUTE today-day =
                    FUNCTION INTEGER-OF-DATE(today-date).
                COMPUTE cutoff-day = today-day - lookback-days.
                EXIT.

            load_master_keys.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCESS REPORT: ACCTMAST not readable, "
                            "status " master-file-status
                            " -- ranges count their ends only"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO master-read.
                MOVE 0 TO master-eof.
                PERFORM UNTIL master-eof = 1 OR master-count >= 9999
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            ADD 1 TO master-count
                            MOVE mst-key TO mt-key(master-count)
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                EXIT.

            open_files.
                OPEN INPUT ACCESS-FILE.
                IF access-file-status NOT = "00" THEN
                    DISPLAY "ACCESS REPORT: unable to open READLOG, "
                            "status " access-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "READLOG" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCESS REPORT: unable to open READRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "READRPT" TO al-values
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
                MOVE SPACES TO report-line.
                MOVE lookback-days TO days-tx.
                MOVE daily-limit TO limit-tx.
                STRING "READ-ACCESS REPORT - run " datetime(1:8)
                       ", last " days-tx " days"
                       ", daily limit " limit-tx " accounts"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF have-target = 1 THEN
                    MOVE SPACES TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE SPACES TO report-line
                    STRING "VIEWS OF ACCOUNT " target-key
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE SPACES TO report-line
                    STRING "TIMESTAMP      REQUESTR PROGRAM  "
                           "SHOWN KEY FROM           "
                           "KEY TO             CORRELATION"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            take_access_line.
                IF acc-timestamp(1:8) IS NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE acc-timestamp(1:8) TO work-date.
                COMPUTE line-day =
                    FUNCTION INTEGER-OF-DATE(work-date).
                IF line-day < cutoff-day OR line-day > today-day THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO lines-in-window.
                *> account keys are nine digits alone; tree keys
                *> lead with the tree name
                MOVE 0 TO line-is-account.
                IF acc-key-from(1:9) IS NUMERIC
                   AND acc-key-from(10:9) = SPACES
                   AND acc-key-to(1:9) IS NUMERIC
                   AND acc-key-to(10:9) = SPACES THEN
                    MOVE 1 TO line-is-account
                    MOVE acc-key-from(1:9) TO line-from
                    MOVE acc-key-to(1:9) TO line-to
                END-IF.
                IF line-is-account = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF have-target = 1 AND target-key >= line-from
                   AND target-key <= line-to THEN
                    PERFORM list_target_view
                END-IF.
                PERFORM count_accounts_seen.
                EXIT.

            list_target_view.
                ADD 1 TO target-views.
                IF line-from = line-to THEN
                    MOVE "KEY" TO shown-tx
                ELSE
                    MOVE "RANGE" TO shown-tx
                END-IF.
                MOVE SPACES TO report-line.
                STRING acc-timestamp " " acc-requester " "
                       acc-program " " shown-tx " "
                       acc-key-from " " acc-key-to " " acc-corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE 0 TO viewer-slot.
                PERFORM VARYING vx FROM 1 BY 1
                        UNTIL vx > viewer-count
                    IF vw-requester(vx) = acc-requester THEN
                        MOVE vx TO viewer-slot
                    END-IF
                END-PERFORM.
                IF viewer-slot = 0 THEN
                    IF viewer-count >= 500 THEN
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO viewer-count
                    MOVE viewer-count TO viewer-slot
                    MOVE acc-requester TO vw-requester(viewer-slot)
                    MOVE 0 TO vw-views(viewer-slot)
                END-IF.
                ADD 1 TO vw-views(viewer-slot).
                EXIT.

            count_accounts_seen.
                *> a single key, or a range the master could not be
                *> read for, counts its own ends; a range otherwise
                *> counts every live key inside it
                IF line-from = line-to OR master-read = 0 THEN
                    MOVE line-from TO seen-key
                    PERFORM note_seen_key
                    IF line-to NOT = line-from THEN
                        MOVE line-to TO seen-key
                        PERFORM note_seen_key
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING mx FROM 1 BY 1
                        UNTIL mx > master-count
                    IF mt-key(mx) >= line-from
                       AND mt-key(mx) <= line-to THEN
                        MOVE mt-key(mx) TO seen-key
                        PERFORM note_seen_key
                    END-IF
                END-PERFORM.
                EXIT.

            note_seen_key.
                MOVE 0 TO seen-slot.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > seen-count OR seen-slot > 0
                    IF sn-key(sx) = seen-key
                       AND sn-requester(sx) = acc-requester
                       AND sn-date(sx) = acc-timestamp(1:8) THEN
                        MOVE sx TO seen-slot
                    END-IF
                END-PERFORM.
                IF seen-slot > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF seen-count >= 20000 THEN
                    ADD 1 TO dropped-count
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO seen-count.
                MOVE acc-timestamp(1:8) TO sn-date(seen-count).
                MOVE acc-requester TO sn-requester(seen-count).
                MOVE seen-key TO sn-key(seen-count).
                *> a new account for this requester on this day
                MOVE 0 TO day-slot.
                PERFORM VARYING dx FROM 1 BY 1
                        UNTIL dx > day-count OR day-slot > 0
                    IF dy-requester(dx) = acc-requester
                       AND dy-date(dx) = acc-timestamp(1:8) THEN
                        MOVE dx TO day-slot
                    END-IF
                END-PERFORM.
                IF day-slot = 0 THEN
                    IF day-count >= 5000 THEN
                        ADD 1 TO dropped-count
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO day-count
                    MOVE day-count TO day-slot
                    MOVE acc-timestamp(1:8) TO dy-date(day-slot)
                    MOVE acc-requester TO dy-requester(day-slot)
                    MOVE 0 TO dy-accounts(day-slot)
                END-IF.
                ADD 1 TO dy-accounts(day-slot).
                EXIT.

            write_viewer_summary.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "VIEWERS OF ACCOUNT " target-key
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING vx FROM 1 BY 1
                        UNTIL vx > viewer-count
                    MOVE SPACES TO report-line
                    MOVE vw-views(vx) TO count-tx
                    STRING "  " vw-requester(vx) " views " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-PERFORM.
                IF viewer-count = 0 THEN
                    MOVE "  no views in the window" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            write_daily_section.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE daily-limit TO limit-tx.
                STRING "REQUESTERS PAST " limit-tx
                       " DISTINCT ACCOUNTS IN A DAY"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING dx FROM 1 BY 1
                        UNTIL dx > day-count
                    IF dy-accounts(dx) > daily-limit THEN
                        ADD 1 TO flagged-count
                        MOVE SPACES TO report-line
                        MOVE dy-accounts(dx) TO count-tx
                        STRING "  " dy-date(dx) " "
                               dy-requester(dx) " accounts "
                               count-tx " FLAG"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                IF flagged-count = 0 THEN
                    MOVE "  none" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE lines-read TO count-tx.
                STRING "log lines read.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE lines-in-window TO count-tx.
                STRING "lines in the window..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF have-target = 1 THEN
                    MOVE SPACES TO report-line
                    MOVE target-views TO count-tx
                    STRING "views of the account.: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE SPACES TO report-line.
                MOVE flagged-count TO count-tx.
                STRING "days over the limit..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF dropped-count > 0 THEN
                    MOVE SPACES TO report-line
                    MOVE dropped-count TO count-tx
                    STRING "not counted, tables full: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.
        END PROGRAM Main.
