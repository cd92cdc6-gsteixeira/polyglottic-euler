        *>     out, so the period movement ties to the two period
        *>     totals -- rolled up per category where the REFDATA
        *>     reference join knows one
        *>   - totals each currency in its own units, this period
        *>     and last, with the base-currency equivalents at each
        *>     period's rate (see common/fx_rate.cob) -- the base
        *>     movement splits into what postings moved, valued at
        *>     this period's rate, and the revaluation of the prior
        *>     balance from last period's rate to this one
        *>   - carries the period totals, in the base currency, onto
        *>     the PERIODHS history with the revaluation beside them,
        *>     and behind them one "C" line per category with its
        *>     account count, closing balance and movement, for
        *>     cat_trend's thirteen-month grid
        *>   - marks the period closed on CLOSEDPD, which
        *>     master_update checks so a late posting into a closed
        *>     month is flagged on ACCTRPT
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
                FD SNAP-FILE.
                01 snap-record.
                    02 snp-key           PIC S9(9).
                    02 snp-bal           PIC S9(7)V99.
                    02 snp-status        PIC X.
                    02 snp-open-date     PIC X(8).
                    02 snp-last-activity PIC X(14).
                    02 snp-od-limit      PIC 9(7)V99.
                    02 snp-od-since      PIC X(8).
                    02 snp-currency      PIC X(3).
                FD PRIOR-FILE.
                01 prior-record.
                    02 pri-key           PIC S9(9).
                    02 pri-bal           PIC S9(7)V99.
                    02 pri-status        PIC X.
                    02 pri-open-date     PIC X(8).
                    02 pri-last-activity PIC X(14).
                    02 pri-od-limit      PIC 9(7)V99.
                    02 pri-od-since      PIC X(8).
                    02 pri-currency      PIC X(3).
                FD REF-FILE.
                01 ref-record.
                    02 ref-key  PIC S9(9).
                FD PERIOD-FILE.
                01 period-record.
                    02 per-period   PIC X(6).
                    *> blank = the period totals, C = one category
                    02 per-kind     PIC X.
                    02 per-accounts PIC 9(9).
                    02 FILLER       PIC X.
                    02 per-total    PIC S9(13)V99.
                    02 FILLER       PIC X.
                    02 per-movement PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
                    *> the part of the movement that is revaluation,
                    *> not posting -- zero for a base-only master
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
                FD CLOSED-FILE.
                01 closed-record.
                    02 cls-period PIC X(6).
                    01 period-month       PIC 99.
                    *> the prior snapshot walk's lookahead
                    01 held-prior-key     PIC S9(9).
                    01 held-prior-bal     PIC S9(7)V99.
                    01 held-prior-ccy     PIC X(3).
                    01 have-prior         PIC 9 VALUE 0.
                    *> period totals
                    01 account-count      PIC 9(9) VALUE ZEROS.
                    01 departed-count     PIC 9(9) VALUE ZEROS.
                    01 balance-total      PIC S9(13)V99 VALUE ZEROS.
                    01 movement-total     PIC S9(13)V99 VALUE ZEROS.
                    01 revaluation-total  PIC S9(13)V99 VALUE ZEROS.
                    01 posting-total      PIC S9(13)V99 VALUE ZEROS.
                    01 movement           PIC S9(8)V99.
                    *> the movement valued in the base currency at
                    *> this period's rate, for the category roll-up
                    01 base-movement      PIC S9(13)V99.
                    *> each currency's own totals and its two rates
                    01 currency-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 cc-code        PIC X(3).
                            03 cc-accounts    PIC 9(9).
                            03 cc-this-bal    PIC S9(13)V99.
                            03 cc-prior-bal   PIC S9(13)V99.
                            03 cc-this-rate   PIC 9(5)V9(6).
                            03 cc-prior-rate  PIC 9(5)V9(6).
                            03 cc-rated       PIC 9.
                            03 cc-this-base   PIC S9(13)V99.
                            03 cc-prior-base  PIC S9(13)V99.
                            03 cc-posting     PIC S9(13)V99.
                            03 cc-reval       PIC S9(13)V99.
                    01 ccy-idx            PIC 9(3).
                    01 ccy-found          PIC 9.
                    01 ccy-work           PIC X(3).
                    01 this-rate-date     PIC X(8).
                    01 prior-rate-date    PIC X(8).
                    01 unrated-count      PIC 9(3) VALUE ZEROS.
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    01 base-currency      PIC X(3).
                    01 rate-tx            PIC 9(5).9(6).
                    *> which account the category roll-up is
                    *> looking at -- the master's key for a live
                    *> account, the prior snapshot's for a departed
                    *> one
                    01 roll-key           PIC S9(9).
                    *> 1 = a live account, whose balance also counts
                    *> in its category's closing balance
                    01 roll-live          PIC 9.
                    01 base-closing       PIC S9(13)V99.
                    01 cat-slot           PIC 9(3).
                    *> category roll-up off REFDATA
                    01 ref-table.
                        02 ref-count PIC 9(4) VALUE ZEROS.
                                DEPENDING ON cat-count.
                            03 ct-code     PIC X(4).
                            03 ct-movement PIC S9(13)V99.
                            03 ct-accounts PIC 9(9).
                            03 ct-closing  PIC S9(13)V99.
                    01 cx                 PIC 9(3).
                    01 cat-found          PIC 9.
                    *> DISPLAY mirrors
                    01 key-tx             PIC +9(9).
                    01 move-tx            PIC +9(8).99.
                    01 cat-move-tx        PIC +9(13).99.
                    01 total-tx           PIC +9(13).99.
                    01 count-tx           PIC 9(9).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACCLOSE".
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
                PERFORM load_reference_data.
                PERFORM snapshot_and_compare.
                PERFORM write_category_rollup.
                PERFORM write_currency_totals.
                PERFORM write_period_totals.
                PERFORM append_period_history.
                PERFORM mark_period_closed.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF unrated-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            resolve_periods.
                MOVE SPACES TO prior-period.
                STRING period-year period-month
                    DELIMITED BY SIZE INTO prior-period.
                *> each period's balances are valued at its own
                *> closing rate: the run's business date for the
                *> period being closed today, the month's last day
                *> for a period closed late and for the prior one
                IF this-period = pd-date(1:6) THEN
                    MOVE pd-date TO this-rate-date
                ELSE
                    STRING this-period "31"
                        DELIMITED BY SIZE INTO this-rate-date
                END-IF.
                STRING prior-period "31"
                    DELIMITED BY SIZE INTO prior-rate-date.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                MOVE SPACES TO snap-name.
                STRING "ACCTSNAP.P" this-period
                    DELIMITED BY SIZE INTO snap-name.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT CLOSE: unable to open CLOSERPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CLOSERPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT CLOSE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                    NOT AT END
                        MOVE pri-key TO held-prior-key
                        MOVE pri-bal TO held-prior-bal
                        MOVE pri-currency TO held-prior-ccy
                END-READ.
                EXIT.

                MOVE mst-status TO snp-status.
                MOVE mst-open-date TO snp-open-date.
                MOVE mst-last-activity TO snp-last-activity.
                MOVE mst-od-limit TO snp-od-limit.
                MOVE mst-od-since TO snp-od-since.
                MOVE mst-currency TO snp-currency.
                WRITE snap-record.
                ADD 1 TO account-count.
                *> movement against the prior period -- both
                *> walks ascend, and every prior-side key the
                *> master no longer holds departs with its whole
                    PERFORM report_departed_account
                    PERFORM read_prior_side
                END-PERFORM.
                MOVE mst-currency TO ccy-work.
                PERFORM find_currency_slot.
                ADD 1 TO cc-accounts(ccy-idx).
                ADD mst-bal TO cc-this-bal(ccy-idx).
                IF have-prior = 1 AND prior-eof = 0
                   AND held-prior-key = mst-key THEN
                    COMPUTE movement = mst-bal - held-prior-bal
                    ADD held-prior-bal TO cc-prior-bal(ccy-idx)
                    *> the matched prior record is spent -- without
                    *> this read the next master key would see it
                    *> again and report it departed
                ELSE
                    MOVE mst-bal TO movement
                END-IF.
                MOVE mst-key TO roll-key.
                MOVE 1 TO roll-live.
                PERFORM roll_category_movement.
                IF movement NOT = 0 THEN
                    MOVE mst-key TO key-tx
                    MOVE movement TO move-tx
                    MOVE SPACES TO report-line
                    STRING "  key " key-tx
                           " moved " move-tx " " cc-code(ccy-idx)
                           " (" found-cat ")"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                *> in the movement total and the category roll-up
                *> like any other movement
                COMPUTE movement = 0 - held-prior-bal.
                ADD 1 TO departed-count.
                MOVE held-prior-ccy TO ccy-work.
                PERFORM find_currency_slot.
                ADD held-prior-bal TO cc-prior-bal(ccy-idx).
                MOVE held-prior-key TO roll-key.
                MOVE 0 TO roll-live.
                PERFORM roll_category_movement.
                MOVE held-prior-key TO key-tx.
                MOVE movement TO move-tx.
                MOVE SPACES TO report-line.
                STRING "  key " key-tx
                       " departed " move-tx " " cc-code(ccy-idx)
                       " (" found-cat ")"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                EXIT.

            roll_category_movement.
                *> ccy-idx is the account's currency slot; the
                *> categories add in the base currency
                COMPUTE base-movement ROUNDED =
                    movement * cc-this-rate(ccy-idx).
                MOVE "----" TO found-cat.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > ref-count
                    END-IF
                END-PERFORM.
                MOVE 0 TO cat-found.
                MOVE 0 TO cat-slot.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > cat-count OR cat-found = 1
                    IF ct-code(cx) = found-cat THEN
                        MOVE 1 TO cat-found
                        MOVE cx TO cat-slot
                        ADD base-movement TO ct-movement(cx)
                    END-IF
                END-PERFORM.
                IF cat-found = 0 AND cat-count < 200 THEN
                    ADD 1 TO cat-count
                    MOVE cat-count TO cat-slot
                    MOVE found-cat TO ct-code(cat-count)
                    MOVE base-movement TO ct-movement(cat-count)
                    MOVE 0 TO ct-accounts(cat-count)
                    MOVE 0 TO ct-closing(cat-count)
                END-IF.
                IF roll-live = 1 AND cat-slot > 0 THEN
                    COMPUTE base-closing ROUNDED =
                        mst-bal * cc-this-rate(ccy-idx)
                    ADD 1 TO ct-accounts(cat-slot)
                    ADD base-closing TO ct-closing(cat-slot)
                END-IF.
                EXIT.

                END-PERFORM.
                EXIT.

            find_currency_slot.
                *> a blank code is the base currency; a new slot
                *> fetches both periods' rates as it opens
                IF ccy-work = SPACES THEN
                    MOVE base-currency TO ccy-work
                END-IF.
                MOVE 0 TO ccy-found.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count OR ccy-found = 1
                    IF cc-code(ccy-idx) = ccy-work THEN
                        MOVE 1 TO ccy-found
                    END-IF
                END-PERFORM.
                IF ccy-found = 1 THEN
                    SUBTRACT 1 FROM ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                IF ccy-count >= 100 THEN
                    MOVE ccy-count TO ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO ccy-count.
                MOVE ccy-count TO ccy-idx.
                MOVE ccy-work TO cc-code(ccy-idx).
                MOVE 0 TO cc-accounts(ccy-idx).
                MOVE 0 TO cc-this-bal(ccy-idx).
                MOVE 0 TO cc-prior-bal(ccy-idx).
                MOVE "GET" TO fx-op.
                MOVE ccy-work TO fx-currency.
                MOVE this-rate-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-rate TO cc-this-rate(ccy-idx).
                MOVE fx-found TO cc-rated(ccy-idx).
                MOVE "GET" TO fx-op.
                MOVE ccy-work TO fx-currency.
                MOVE prior-rate-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                *> no rate yet last period (a currency new this
                *> month) values the prior side at this period's
                *> rate -- nothing to revalue
                IF fx-found = 1 THEN
                    MOVE fx-rate TO cc-prior-rate(ccy-idx)
                ELSE
                    MOVE cc-this-rate(ccy-idx)
                        TO cc-prior-rate(ccy-idx)
                END-IF.
                EXIT.

            write_currency_totals.
                *> per currency: its own balances both periods, their
                *> base equivalents at each period's rate, and the
                *> base movement split -- postings valued at this
                *> period's rate, the rest revaluation -- so the two
                *> parts always sum to the movement exactly
                MOVE SPACES TO report-line.
                MOVE "-- BY CURRENCY --" TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE 0 TO balance-total.
                MOVE 0 TO movement-total.
                MOVE 0 TO posting-total.
                MOVE 0 TO revaluation-total.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    COMPUTE cc-this-base(ccy-idx) ROUNDED =
                        cc-this-bal(ccy-idx) * cc-this-rate(ccy-idx)
                    COMPUTE cc-prior-base(ccy-idx) ROUNDED =
                        cc-prior-bal(ccy-idx)
                        * cc-prior-rate(ccy-idx)
                    COMPUTE cc-posting(ccy-idx) ROUNDED =
                        (cc-this-bal(ccy-idx) - cc-prior-bal(ccy-idx))
                        * cc-this-rate(ccy-idx)
                    COMPUTE cc-reval(ccy-idx) =
                        cc-this-base(ccy-idx) - cc-prior-base(ccy-idx)
                        - cc-posting(ccy-idx)
                    ADD cc-this-base(ccy-idx) TO balance-total
                    ADD cc-posting(ccy-idx) TO posting-total
                    ADD cc-reval(ccy-idx) TO revaluation-total
                    PERFORM report_one_currency
                END-PERFORM.
                COMPUTE movement-total =
                    posting-total + revaluation-total.
                EXIT.

            report_one_currency.
                MOVE cc-accounts(ccy-idx) TO count-tx.
                MOVE cc-this-bal(ccy-idx) TO total-tx.
                MOVE cc-prior-bal(ccy-idx) TO cat-move-tx.
                MOVE SPACES TO report-line.
                STRING "  " cc-code(ccy-idx) " accounts " count-tx
                       " balance " total-tx " prior " cat-move-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE cc-this-rate(ccy-idx) TO rate-tx.
                MOVE cc-this-base(ccy-idx) TO total-tx.
                MOVE cc-prior-base(ccy-idx) TO cat-move-tx.
                MOVE SPACES TO report-line.
                STRING "      at " rate-tx " = " total-tx " "
                       base-currency " prior " cat-move-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE cc-posting(ccy-idx) TO total-tx.
                MOVE cc-reval(ccy-idx) TO cat-move-tx.
                MOVE SPACES TO report-line.
                STRING "      postings " total-tx
                       " revaluation " cat-move-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF cc-rated(ccy-idx) = 0 THEN
                    ADD 1 TO unrated-count
                    MOVE SPACES TO report-line
                    STRING "      ** NO FX RATE FOR " cc-code(ccy-idx)
                           " ON " this-rate-date
                           " -- VALUED AT ZERO **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "ACT014" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            write_period_totals.
                MOVE SPACES TO report-line.
                MOVE "-- PERIOD TOTALS --" TO report-line.
                MOVE balance-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  accounts " count-tx
                       "  balance " total-tx " " base-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE posting-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  postings moved " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE revaluation-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  revaluation... " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE account-count TO per-accounts.
                MOVE balance-total TO per-total.
                MOVE movement-total TO per-movement.
                MOVE revaluation-total TO per-revaluation.
                WRITE period-record.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > cat-count
                    MOVE SPACES TO period-category
                    MOVE this-period TO pca-period
                    MOVE "C" TO pca-kind
                    MOVE ct-code(cx) TO pca-category
                    MOVE ct-accounts(cx) TO pca-accounts
                    MOVE ct-closing(cx) TO pca-closing
                    MOVE ct-movement(cx) TO pca-movement
                    WRITE period-category
                END-PERFORM.
                CLOSE PERIOD-FILE.
                EXIT.

                IF closed-file-status NOT = "00" THEN
                    DISPLAY "ACCT CLOSE: unable to write CLOSEDPD, "
                            "status " closed-file-status
                    MOVE "ACT019" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE this-period TO cls-period.
