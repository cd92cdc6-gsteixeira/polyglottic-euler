        *> Rolling thirteen-month category trend off PERIODHS.
        *> acct_close carries each period's totals onto PERIODHS,
        *> and behind them one "C" line per category -- its account
        *> count, closing balance and movement in the base currency
        *> -- but the close report only sets one month against the
        *> one before.  This reads the whole history and prints the
        *> year's shape: a grid of closing balance by category by
        *> month over the thirteen periods ending at ARGUMENT 1
        *> (yyyymm, default the latest period on file), in
        *> thousands of the base currency, each category followed by
        *> its month-over-month change under every month after the
        *> first, then its change on the month and on the year
        *> (the last column against the first -- the same month a
        *> year before) with the percentage.  A category whose
        *> balance moved by more than
        *>     CATTREND FLAG-PCT=n          (default 10)
        *> percent on the month or on the year is flagged, and the
        *> flags leave RETURN-CODE 4.  The TOTAL row is the period
        *> total line.  A period closed twice keeps its later lines.
        *> The grid also goes to TRENDOUT as a delimited file with a
        *> header row, at full units, for finance's charts --
        *> ARGUMENT 2 = the delimiter character (default ";").  The
        *> report lands on TRENDRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT PERIOD-FILE ASSIGN TO "PERIODHS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS period-file-status.
                    SELECT EXTRACT-FILE ASSIGN TO "TRENDOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS extract-file-status.
                    SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD PERIOD-FILE.
                *> see acct_close.cob's FD
                01 period-record.
                    02 per-period   PIC X(6).
                    02 per-kind     PIC X.
                    02 per-accounts PIC 9(9).
                    02 FILLER       PIC X.
                    02 per-total    PIC S9(13)V99.
                    02 FILLER       PIC X.
                    02 per-movement PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
                    02 FILLER       PIC X.
                    02 per-revaluation PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
                01 period-category.
                    02 pca-period   PIC X(6).
                    02 pca-kind     PIC X.
                    02 pca-category PIC X(4).
                    02 FILLER       PIC X.
                    02 pca-accounts PIC 9(9).
                    02 FILLER       PIC X.
                    02 pca-closing  PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
                    02 FILLER       PIC X.
                    02 pca-movement PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
                FD EXTRACT-FILE.
                01 extract-line PIC X(400).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 period-file-status  PIC XX.
                    01 extract-file-status PIC XX.
                    01 report-file-status  PIC XX.
                    01 period-eof          PIC 9.
                    01 end-period          PIC X(6) VALUE SPACES.
                    01 delim               PIC X VALUE ";".
                    01 arg-value           PIC X(10).
                    01 flag-pct            PIC 9(3)V99 VALUE 10.
                    *> the thirteen periods, oldest first
                    01 month-table.
                        02 month-period PIC X(6) OCCURS 13 TIMES.
                    01 mx                  PIC 99.
                    01 month-slot          PIC 99.
                    01 walk-year           PIC 9(4).
                    01 walk-month          PIC 99.
                    *> closing balance per category per month; the
                    *> TOTAL row sits in the last slot used
                    01 cat-table.
                        02 cat-count PIC 9(3) VALUE ZEROS.
                        02 cat-entry OCCURS 1 TO 201 TIMES
                                DEPENDING ON cat-count.
                            03 ct-code     PIC X(5).
                            03 ct-seen     PIC 9 OCCURS 13 TIMES.
                            03 ct-closing  PIC S9(13)V99
                                           OCCURS 13 TIMES.
                    01 cx                  PIC 9(3).
                    01 cat-slot            PIC 9(3).
                    01 total-row.
                        02 tot-seen     PIC 9 OCCURS 13 TIMES.
                        02 tot-closing  PIC S9(13)V99 OCCURS 13 TIMES.
                    *> the row in hand
                    01 row-code            PIC X(5).
                    01 row-seen.
                        02 rw-seen     PIC 9 OCCURS 13 TIMES.
                    01 row-values.
                        02 rw-closing  PIC S9(13)V99 OCCURS 13 TIMES.
                    01 change              PIC S9(13)V99.
                    01 mom-change          PIC S9(13)V99.
                    01 yoy-change          PIC S9(13)V99.
                    01 mom-pct             PIC S9(5)V99.
                    01 yoy-pct             PIC S9(5)V99.
                    01 mom-known           PIC 9.
                    01 yoy-known           PIC 9.
                    01 row-flag            PIC X(4).
                    01 thousands           PIC S9(10).
                    01 line-pos            PIC 9(3).
                    01 extract-pos         PIC 9(3).
                    *> run totals
                    01 lines-read          PIC 9(9) VALUE ZEROS.
                    01 flagged-count       PIC 9(9) VALUE ZEROS.
                    01 dropped-count       PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 cell-tx             PIC -(7)9.
                    01 cell-blank          PIC X(8) VALUE "       .".
                    01 amount-tx           PIC -(13)9.99.
                    01 pct-tx              PIC -(5)9.99.
                    01 count-tx            PIC Z(8)9.
                    01 flag-tx             PIC ZZ9.99.
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "CATTREND".
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
                    01 audit-name         PIC X(8) VALUE "CATTREND".
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
                PERFORM find_end_period.
                PERFORM build_month_table.
                PERFORM load_period_history.
                PERFORM open_outputs.
                PERFORM write_grid_heading.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > cat-count
                    MOVE ct-code(cx) TO row-code
                    PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                        MOVE ct-seen(cx, mx) TO rw-seen(mx)
                        MOVE ct-closing(cx, mx) TO rw-closing(mx)
                    END-PERFORM
                    PERFORM write_grid_row
                END-PERFORM.
                MOVE "TOTAL" TO row-code.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    MOVE tot-seen(mx) TO rw-seen(mx)
                    MOVE tot-closing(mx) TO rw-closing(mx)
                END-PERFORM.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM write_grid_row.
                PERFORM write_totals.
                CLOSE EXTRACT-FILE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF flagged-count > 0 THEN
                    MOVE "OPS021" TO al-msg-id
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
                IF arg-value(1:6) IS NUMERIC THEN
                    MOVE arg-value(1:6) TO end-period
                END-IF.
                MOVE SPACES TO arg-value.
                ACCEPT arg-value FROM ARGUMENT-VALUE.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:1) TO delim
                END-IF.
                MOVE "FLAG-PCT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO flag-pct
                END-IF.
                EXIT.

            find_end_period.
                OPEN INPUT PERIOD-FILE.
                IF period-file-status NOT = "00" THEN
                    DISPLAY "CAT TREND: unable to open PERIODHS, "
                            "status " period-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "PERIODHS" TO al-values
                    PERFORM fail_run
                END-IF.
                IF end-period NOT = SPACES THEN
                    CLOSE PERIOD-FILE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO period-eof.
                PERFORM UNTIL period-eof = 1
                    READ PERIOD-FILE
                        AT END
                            MOVE 1 TO period-eof
                        NOT AT END
                            IF per-period IS NUMERIC AND
                               per-period > end-period THEN
                                MOVE per-period TO end-period
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PERIOD-FILE.
                IF end-period = SPACES THEN
                    MOVE "OPS022" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            build_month_table.
                *> walk back twelve months from the end period
                MOVE end-period(1:4) TO walk-year.
                MOVE end-period(5:2) TO walk-month.
                PERFORM VARYING mx FROM 13 BY -1 UNTIL mx < 1
                    STRING walk-year walk-month
                        DELIMITED BY SIZE INTO month-period(mx)
                    IF walk-month = 1 THEN
                        MOVE 12 TO walk-month
                        SUBTRACT 1 FROM walk-year
                    ELSE
                        SUBTRACT 1 FROM walk-month
                    END-IF
                END-PERFORM.
                EXIT.

            load_period_history.
                INITIALIZE total-row.
                OPEN INPUT PERIOD-FILE.
                MOVE 0 TO period-eof.
                PERFORM UNTIL period-eof = 1
                    READ PERIOD-FILE
                        AT END
                            MOVE 1 TO period-eof
                        NOT AT END
                            ADD 1 TO lines-read
                            PERFORM take_period_line
                    END-READ
                END-PERFORM.
                CLOSE PERIOD-FILE.
                EXIT.

            take_period_line.
                MOVE 0 TO month-slot.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    IF month-period(mx) = per-period THEN
                        MOVE mx TO month-slot
                    END-IF
                END-PERFORM.
                IF month-slot = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a later line for the same period replaces the
                *> earlier one -- the period was closed again
                IF per-kind = SPACE THEN
                    MOVE 1 TO tot-seen(month-slot)
                    MOVE per-total TO tot-closing(month-slot)
                    EXIT PARAGRAPH
                END-IF.
                IF per-kind NOT = "C" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO cat-slot.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > cat-count
                    IF ct-code(cx) = pca-category THEN
                        MOVE cx TO cat-slot
                    END-IF
                END-PERFORM.
                IF cat-slot = 0 THEN
                    IF cat-count >= 200 THEN
                        ADD 1 TO dropped-count
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO cat-count
                    MOVE cat-count TO cat-slot
                    MOVE pca-category TO ct-code(cat-slot)
                    PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                        MOVE 0 TO ct-seen(cat-slot, mx)
                        MOVE 0 TO ct-closing(cat-slot, mx)
                    END-PERFORM
                END-IF.
                MOVE 1 TO ct-seen(cat-slot, month-slot).
                MOVE pca-closing TO ct-closing(cat-slot, month-slot).
                EXIT.

            open_outputs.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CAT TREND: unable to open TRENDRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TRENDRPT" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT EXTRACT-FILE.
                IF extract-file-status NOT = "00" THEN
                    DISPLAY "CAT TREND: unable to open TRENDOUT, "
                            "status " extract-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TRENDOUT" TO al-values
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

            write_grid_heading.
                MOVE SPACES TO report-line.
                MOVE flag-pct TO flag-tx.
                STRING "CATEGORY TREND - 13 periods " month-period(1)
                       " to " month-period(13)
                       ", closing balance in thousands, flag at "
                       flag-tx "%"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE "CAT  " TO report-line(1:5).
                MOVE 7 TO line-pos.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    MOVE month-period(mx) TO
                        report-line(line-pos + 2:6)
                    ADD 9 TO line-pos
                END-PERFORM.
                WRITE report-line.
                DISPLAY report-line.
                *> the extract's header row
                MOVE SPACES TO extract-line.
                MOVE "category" TO extract-line(1:8).
                MOVE 9 TO extract-pos.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    STRING delim month-period(mx)
                        DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                END-PERFORM.
                STRING delim "mom_change" delim "mom_pct" delim
                       "yoy_change" delim "yoy_pct" delim "flag"
                    DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                WRITE extract-line.
                EXIT.

            write_grid_row.
                PERFORM measure_row.
                *> closing balances
                MOVE SPACES TO report-line.
                MOVE row-code TO report-line(1:5).
                MOVE 7 TO line-pos.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    IF rw-seen(mx) = 1 THEN
                        COMPUTE thousands ROUNDED =
                            rw-closing(mx) / 1000
                        MOVE thousands TO cell-tx
                        MOVE cell-tx TO report-line(line-pos:8)
                    ELSE
                        MOVE cell-blank TO report-line(line-pos:8)
                    END-IF
                    ADD 9 TO line-pos
                END-PERFORM.
                WRITE report-line.
                DISPLAY report-line.
                *> change on the month before, under each month
                MOVE SPACES TO report-line.
                MOVE "  chg" TO report-line(1:5).
                MOVE 16 TO line-pos.
                PERFORM VARYING mx FROM 2 BY 1 UNTIL mx > 13
                    IF rw-seen(mx) = 1 AND rw-seen(mx - 1) = 1 THEN
                        COMPUTE thousands ROUNDED =
                            (rw-closing(mx) - rw-closing(mx - 1))
                            / 1000
                        MOVE thousands TO cell-tx
                        MOVE cell-tx TO report-line(line-pos:8)
                    ELSE
                        MOVE cell-blank TO report-line(line-pos:8)
                    END-IF
                    ADD 9 TO line-pos
                END-PERFORM.
                WRITE report-line.
                DISPLAY report-line.
                *> the month and the year, with the flag
                MOVE SPACES TO report-line.
                MOVE "       month " TO report-line(1:13).
                MOVE 14 TO line-pos.
                IF mom-known = 1 THEN
                    MOVE mom-change TO amount-tx
                    MOVE mom-pct TO pct-tx
                    STRING amount-tx " " pct-tx "%"
                        DELIMITED BY SIZE
                        INTO report-line WITH POINTER line-pos
                ELSE
                    STRING "n/a" DELIMITED BY SIZE
                        INTO report-line WITH POINTER line-pos
                END-IF.
                STRING "   year " DELIMITED BY SIZE
                    INTO report-line WITH POINTER line-pos.
                IF yoy-known = 1 THEN
                    MOVE yoy-change TO amount-tx
                    MOVE yoy-pct TO pct-tx
                    STRING amount-tx " " pct-tx "%"
                        DELIMITED BY SIZE
                        INTO report-line WITH POINTER line-pos
                ELSE
                    STRING "n/a" DELIMITED BY SIZE
                        INTO report-line WITH POINTER line-pos
                END-IF.
                STRING "  " row-flag DELIMITED BY SIZE
                    INTO report-line WITH POINTER line-pos.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM write_extract_row.
                EXIT.

            measure_row.
                *> the latest month against the one before, and
                *> against the same month a year before; a change
                *> from zero has no percentage
                MOVE 0 TO mom-known yoy-known.
                MOVE 0 TO mom-change yoy-change mom-pct yoy-pct.
                MOVE SPACES TO row-flag.
                IF rw-seen(13) = 1 AND rw-seen(12) = 1 THEN
                    MOVE 1 TO mom-known
                    COMPUTE mom-change = rw-closing(13) - rw-closing(12)
                    IF rw-closing(12) NOT = 0 THEN
                        COMPUTE mom-pct ROUNDED =
                            mom-change * 100 / rw-closing(12)
                            ON SIZE ERROR
                                MOVE 99999.99 TO mom-pct
                        END-COMPUTE
                    END-IF
                END-IF.
                IF rw-seen(13) = 1 AND rw-seen(1) = 1 THEN
                    MOVE 1 TO yoy-known
                    COMPUTE yoy-change = rw-closing(13) - rw-closing(1)
                    IF rw-closing(1) NOT = 0 THEN
                        COMPUTE yoy-pct ROUNDED =
                            yoy-change * 100 / rw-closing(1)
                            ON SIZE ERROR
                                MOVE 99999.99 TO yoy-pct
                        END-COMPUTE
                    END-IF
                END-IF.
                IF (mom-pct > flag-pct OR mom-pct < 0 - flag-pct) OR
                   (yoy-pct > flag-pct OR yoy-pct < 0 - flag-pct) THEN
                    MOVE "FLAG" TO row-flag
                    ADD 1 TO flagged-count
                END-IF.
                EXIT.

            write_extract_row.
                MOVE SPACES TO extract-line.
                MOVE 1 TO extract-pos.
                STRING FUNCTION TRIM(row-code) DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 13
                    STRING delim DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                    IF rw-seen(mx) = 1 THEN
                        MOVE rw-closing(mx) TO amount-tx
                        STRING FUNCTION TRIM(amount-tx)
                            DELIMITED BY SIZE
                            INTO extract-line WITH POINTER extract-pos
                    END-IF
                END-PERFORM.
                STRING delim DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                IF mom-known = 1 THEN
                    MOVE mom-change TO amount-tx
                    MOVE mom-pct TO pct-tx
                    STRING FUNCTION TRIM(amount-tx) delim
                           FUNCTION TRIM(pct-tx)
                        DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                ELSE
                    STRING delim DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                END-IF.
                STRING delim DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                IF yoy-known = 1 THEN
                    MOVE yoy-change TO amount-tx
                    MOVE yoy-pct TO pct-tx
                    STRING FUNCTION TRIM(amount-tx) delim
                           FUNCTION TRIM(pct-tx)
                        DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                ELSE
                    STRING delim DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                END-IF.
                STRING delim FUNCTION TRIM(row-flag)
                    DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                WRITE extract-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE lines-read TO count-tx.
                STRING "PERIODHS lines read..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE cat-count TO count-tx.
                STRING "categories...........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE flagged-count TO count-tx.
                STRING "rows flagged.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF dropped-count > 0 THEN
                    MOVE SPACES TO report-line
                    MOVE dropped-count TO count-tx
                    STRING "lines past 200 categories, left out: "
                           count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.
        END PROGRAM Main.
