        *> Term-deposit maturity ladder.  What the active deposits
        *> on ACCTTERM (see term_maint) will pay out, and when, so
        *> treasury can see the funding falling due: each deposit's
        *> maturity moved to the business day term_mature will act
        *> on it (common/proc_date.cob calendar), its principal and
        *> the interest due then, gathered into
        *>   BY WEEK   seven-day weeks from the business date
        *>   BY MONTH  calendar months from the business date's
        *> with a count, principal and interest per rung and one
        *> line for everything maturing past the last rung.
        *> Amounts are valued in the base currency at the business
        *> date's rate (common/fx_rate.cob); a deposit in a currency
        *> with no rate is taken in its own units and counted.
        *> PARMLIB sets how far the ladder reaches:
        *>     TERMLADR WEEKS=nn     (default 13, at most 26)
        *>     TERMLADR MONTHS=nn    (default 12, at most 24)
        *> An active deposit whose maturity day has already passed
        *> has been missed by the maturity run; those are listed as
        *> OVERDUE, alerted, and the run ends RC 4.  The ladder lands
        *> on TERMLADR and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT TERM-FILE ASSIGN TO "ACCTTERM"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS trm-key
                        FILE STATUS IS term-file-status.
                    SELECT REPORT-FILE ASSIGN TO "TERMLADR"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                *> see term_maint's term-record
                FD TERM-FILE.
                01 term-record.
                    02 trm-key          PIC S9(9).
                    02 trm-principal    PIC S9(7)V99.
                    02 trm-rate         PIC 9(4).
                    02 trm-start-date   PIC X(8).
                    02 trm-maturity     PIC X(8).
                    02 trm-term-months  PIC 9(3).
                    02 trm-term-days    PIC 9(5).
                    02 trm-anchor-day   PIC 99.
                    02 trm-instruction  PIC X.
                    02 trm-linked-key   PIC S9(9).
                    02 trm-currency     PIC X(3).
                    02 trm-status       PIC X.
                    02 trm-rolls        PIC 9(3).
                    02 trm-last-matured PIC X(8).
                    02 trm-last-interest PIC S9(7)V99.
                    02 trm-changed-by   PIC X(8).
                    02 trm-changed-on   PIC X(8).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 term-file-status   PIC XX.
                    01 report-file-status PIC XX.
                    01 term-eof           PIC 9 VALUE 0.
                    01 have-terms         PIC 9 VALUE 0.
                    01 business-date      PIC X(8).
                    01 business-integer   PIC 9(9).
                    01 business-months    PIC 9(6).
                    *> how far the ladder reaches
                    01 week-limit         PIC 99 VALUE 13.
                    01 month-limit        PIC 99 VALUE 12.
                    *> one deposit
                    01 effective-date     PIC X(8).
                    01 effective-integer  PIC 9(9).
                    01 start-integer      PIC 9(9).
                    01 mature-integer     PIC 9(9).
                    01 term-day-count     PIC 9(5).
                    01 interest-due       PIC S9(7)V99.
                    01 base-principal     PIC S9(11)V99.
                    01 base-interest      PIC S9(11)V99.
                    01 base-currency      PIC X(3).
                    01 rung-no            PIC S9(7).
                    01 work-date          PIC 9(8).
                    01 roll-steps         PIC 99.
                    *> the rungs
                    01 week-table.
                        02 week-rung OCCURS 26 TIMES.
                            03 wk-from      PIC X(8).
                            03 wk-count     PIC 9(7).
                            03 wk-principal PIC S9(13)V99.
                            03 wk-interest  PIC S9(13)V99.
                    01 month-table.
                        02 month-rung OCCURS 24 TIMES.
                            03 mo-month     PIC X(6).
                            03 mo-count     PIC 9(7).
                            03 mo-principal PIC S9(13)V99.
                            03 mo-interest  PIC S9(13)V99.
                    01 wx                 PIC 99.
                    01 mx                 PIC 99.
                    01 rung-year          PIC 9(4).
                    01 rung-month         PIC 99.
                    *> beyond the last rung, overdue, and the lot
                    01 later-week-count   PIC 9(7) VALUE ZEROS.
                    01 later-week-prin    PIC S9(13)V99 VALUE ZEROS.
                    01 later-week-int     PIC S9(13)V99 VALUE ZEROS.
                    01 later-month-count  PIC 9(7) VALUE ZEROS.
                    01 later-month-prin   PIC S9(13)V99 VALUE ZEROS.
                    01 later-month-int    PIC S9(13)V99 VALUE ZEROS.
                    01 overdue-count      PIC 9(7) VALUE ZEROS.
                    01 active-count       PIC 9(7) VALUE ZEROS.
                    01 total-principal    PIC S9(13)V99 VALUE ZEROS.
                    01 total-interest     PIC S9(13)V99 VALUE ZEROS.
                    01 unrated-count      PIC 9(7) VALUE ZEROS.
                    *> DISPLAY mirrors for the ladder lines
                    01 rung-label         PIC X(18).
                    01 line-count         PIC 9(7).
                    01 line-principal     PIC S9(13)V99.
                    01 line-interest      PIC S9(13)V99.
                    01 key-tx             PIC +9(9).
                    01 count-tx           PIC Z(6)9.
                    01 principal-tx       PIC -Z(12)9.99.
                    01 interest-tx        PIC -Z(12)9.99.
                    01 amount-tx          PIC +9(7).99.
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "TERMLADR".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    01 pm-number          PIC 9(4).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date and calendar -- see
                    *> common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> base-currency valuation -- see
                    *> common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
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
                    01 audit-name         PIC X(8) VALUE "TERMLADR".
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
                PERFORM fetch_reach.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM build_rungs.
                IF have-terms = 1 THEN
                    PERFORM UNTIL term-eof = 1
                        READ TERM-FILE NEXT RECORD
                            AT END
                                MOVE 1 TO term-eof
                            NOT AT END
                                IF trm-status = "A" THEN
                                    PERFORM place_one_deposit
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TERM-FILE
                END-IF.
                PERFORM write_week_ladder.
                PERFORM write_month_ladder.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF overdue-count > 0 THEN
                    MOVE "ACT038" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE "ACCTTERM" TO al-value-1
                    MOVE overdue-count TO count-tx
                    MOVE FUNCTION TRIM(count-tx) TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "OVERDUE" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE "COMPLETE" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            fetch_reach.
                MOVE "WEEKS" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO pm-number
                    IF pm-number > 0 AND pm-number <= 26 THEN
                        MOVE pm-number TO week-limit
                    END-IF
                END-IF.
                MOVE "MONTHS" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO pm-number
                    IF pm-number > 0 AND pm-number <= 24 THEN
                        MOVE pm-number TO month-limit
                    END-IF
                END-IF.
                EXIT.

            open_files.
                *> no deposits yet is not an error -- the ladder
                *> comes out empty
                OPEN INPUT TERM-FILE.
                IF term-file-status = "00" THEN
                    MOVE 1 TO have-terms
                ELSE
                    IF term-file-status NOT = "35" THEN
                        DISPLAY "TERM LADDER: unable to open ACCTTERM,"
                                " status " term-file-status
                        MOVE "DSN001" TO al-msg-id
                        MOVE "ACCTTERM" TO al-values
                        PERFORM fail_open
                    END-IF
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "TERM LADDER: unable to open TERMLADR, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TERMLADR" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            fail_open.
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
                MOVE pd-date TO business-date.
                MOVE FUNCTION NUMVAL(business-date) TO work-date.
                COMPUTE business-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                MOVE business-date(1:4) TO rung-year.
                MOVE business-date(5:2) TO rung-month.
                COMPUTE business-months = rung-year * 12 + rung-month.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "TERM DEPOSIT MATURITY LADDER - run "
                       report-date " cycle " corr-id
                       " values in " base-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            build_rungs.
                *> each week rung starts seven days after the last;
                *> each month rung is the next calendar month
                INITIALIZE week-table.
                INITIALIZE month-table.
                PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > week-limit
                    COMPUTE work-date = FUNCTION DATE-OF-INTEGER(
                        business-integer + (wx - 1) * 7)
                    MOVE work-date TO wk-from(wx)
                END-PERFORM.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > month-limit
                    MOVE rung-year TO mo-month(mx)(1:4)
                    MOVE rung-month TO mo-month(mx)(5:2)
                    ADD 1 TO rung-month
                    IF rung-month > 12 THEN
                        MOVE 1 TO rung-month
                        ADD 1 TO rung-year
                    END-IF
                END-PERFORM.
                EXIT.

            place_one_deposit.
                ADD 1 TO active-count.
                PERFORM find_effective_date.
                PERFORM value_deposit.
                IF effective-date < business-date THEN
                    PERFORM list_overdue_deposit
                END-IF.
                ADD base-principal TO total-principal.
                ADD base-interest TO total-interest.
                *> the week rung -- an overdue deposit sits on the
                *> first, where the next run will pay it
                COMPUTE rung-no =
                    (effective-integer - business-integer) / 7 + 1.
                IF rung-no < 1 THEN
                    MOVE 1 TO rung-no
                END-IF.
                IF rung-no > week-limit THEN
                    ADD 1 TO later-week-count
                    ADD base-principal TO later-week-prin
                    ADD base-interest TO later-week-int
                ELSE
                    MOVE rung-no TO wx
                    ADD 1 TO wk-count(wx)
                    ADD base-principal TO wk-principal(wx)
                    ADD base-interest TO wk-interest(wx)
                END-IF.
                *> the month rung
                MOVE effective-date(1:4) TO rung-year.
                MOVE effective-date(5:2) TO rung-month.
                COMPUTE rung-no =
                    rung-year * 12 + rung-month - business-months + 1.
                IF rung-no < 1 THEN
                    MOVE 1 TO rung-no
                END-IF.
                IF rung-no > month-limit THEN
                    ADD 1 TO later-month-count
                    ADD base-principal TO later-month-prin
                    ADD base-interest TO later-month-int
                ELSE
                    MOVE rung-no TO mx
                    ADD 1 TO mo-count(mx)
                    ADD base-principal TO mo-principal(mx)
                    ADD base-interest TO mo-interest(mx)
                END-IF.
                EXIT.

            find_effective_date.
                *> the day term_mature will act on -- see its
                *> find_effective_date
                MOVE trm-maturity TO effective-date.
                MOVE 0 TO roll-steps.
                MOVE "BIZ" TO pd-op.
                MOVE effective-date TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE FUNCTION NUMVAL(effective-date) TO work-date.
                COMPUTE effective-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                PERFORM UNTIL pd-answer = 1 OR roll-steps >= 31
                    ADD 1 TO effective-integer
                    COMPUTE work-date =
                        FUNCTION DATE-OF-INTEGER(effective-integer)
                    MOVE work-date TO effective-date
                    ADD 1 TO roll-steps
                    MOVE effective-date TO pd-date
                    CALL "proc_date" USING pd-op, pd-date, pd-answer
                END-PERFORM.
                EXIT.

            value_deposit.
                *> the interest term_mature will credit, and both
                *> amounts in the base currency
                MOVE FUNCTION NUMVAL(trm-start-date) TO work-date.
                COMPUTE start-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                MOVE FUNCTION NUMVAL(trm-maturity) TO work-date.
                COMPUTE mature-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                COMPUTE term-day-count = mature-integer - start-integer.
                COMPUTE interest-due ROUNDED =
                    trm-principal * trm-rate * term-day-count
                    / 3650000.
                MOVE "GET" TO fx-op.
                IF trm-currency = SPACES THEN
                    MOVE base-currency TO fx-currency
                ELSE
                    MOVE trm-currency TO fx-currency
                END-IF.
                MOVE business-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                IF fx-found = 1 THEN
                    COMPUTE base-principal ROUNDED =
                        trm-principal * fx-rate
                    COMPUTE base-interest ROUNDED =
                        interest-due * fx-rate
                ELSE
                    ADD 1 TO unrated-count
                    MOVE trm-principal TO base-principal
                    MOVE interest-due TO base-interest
                END-IF.
                EXIT.

            list_overdue_deposit.
                ADD 1 TO overdue-count.
                MOVE trm-key TO key-tx.
                MOVE trm-principal TO amount-tx.
                MOVE SPACES TO report-line.
                STRING "  OVERDUE key " key-tx
                       " matured " effective-date
                       " principal " amount-tx " " trm-currency
                       " -- not matured by the maturity run"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_week_ladder.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "BY WEEK           " " " "  count" " "
                       "        principal" " " "         interest"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > week-limit
                    MOVE SPACES TO rung-label
                    STRING "  from " wk-from(wx)(1:4) "-"
                           wk-from(wx)(5:2) "-" wk-from(wx)(7:2)
                        DELIMITED BY SIZE INTO rung-label
                    MOVE wk-count(wx) TO line-count
                    MOVE wk-principal(wx) TO line-principal
                    MOVE wk-interest(wx) TO line-interest
                    PERFORM write_rung_line
                END-PERFORM.
                MOVE "  later" TO rung-label.
                MOVE later-week-count TO line-count.
                MOVE later-week-prin TO line-principal.
                MOVE later-week-int TO line-interest.
                PERFORM write_rung_line.
                EXIT.

            write_month_ladder.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "BY MONTH          " " " "  count" " "
                       "        principal" " " "         interest"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > month-limit
                    MOVE SPACES TO rung-label
                    STRING "  " mo-month(mx)(1:4) "-"
                           mo-month(mx)(5:2)
                        DELIMITED BY SIZE INTO rung-label
                    MOVE mo-count(mx) TO line-count
                    MOVE mo-principal(mx) TO line-principal
                    MOVE mo-interest(mx) TO line-interest
                    PERFORM write_rung_line
                END-PERFORM.
                MOVE "  later" TO rung-label.
                MOVE later-month-count TO line-count.
                MOVE later-month-prin TO line-principal.
                MOVE later-month-int TO line-interest.
                PERFORM write_rung_line.
                EXIT.

            write_rung_line.
                MOVE line-count TO count-tx.
                MOVE line-principal TO principal-tx.
                MOVE line-interest TO interest-tx.
                MOVE SPACES TO report-line.
                STRING rung-label " " count-tx " " principal-tx
                       " " interest-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "  all active" TO rung-label.
                MOVE active-count TO line-count.
                MOVE total-principal TO line-principal.
                MOVE total-interest TO line-interest.
                PERFORM write_rung_line.
                MOVE SPACES TO report-line.
                MOVE overdue-count TO count-tx.
                STRING "overdue deposits.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unrated-count TO count-tx.
                STRING "unrated currency.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
