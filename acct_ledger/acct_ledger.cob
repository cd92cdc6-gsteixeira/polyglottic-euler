        *> movement, closing total, verdict); this prints them in
        *> order with a continuity check on top: each run's opening
        *> total should equal the previous run's closing total, or
        *> something moved the master between posting runs.
        *> Each run's entry is followed by one entry per currency
        *> the master holds -- that currency's own opening, net and
        *> closing, the day's rate and the closing's base-currency
        *> equivalent -- printed beneath it with the same
        *> continuity check per currency, and the change in base
        *> value split into what the postings moved and what the
        *> rate moved: revaluation is the opening balance at today's
        *> rate less the previous run's base closing.  Entries
        *> written before accounts carried a currency have no
        *> currency lines and print as they always did.  Any FAIL
        *> verdict, continuity break or missing rate leaves
        *> RETURN-CODE 4.
        *> acct_purge writes an entry of its own, marked PURGE: the
        *> closed balances it moved off the master to the archive
        *> are its net, and the chain runs through it like any
        *> posting run's.
        *> The report lands on LDGRRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
                    02 FILLER      PIC X.
                    02 ldg-corr    PIC X(14).
                    02 FILLER      PIC X.
                    02 ldg-opening PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-net     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 ldg-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-verdict PIC X(4).
                    02 FILLER      PIC X.
                    02 ldg-currency PIC X(3).
                    02 FILLER      PIC X.
                    02 ldg-rate    PIC 9(5)V9(6).
                    02 FILLER      PIC X.
                    02 ldg-base-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-source  PIC X(5).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 entry-count        PIC 9(9) VALUE ZEROS.
                    01 finding-count      PIC 9(3) VALUE ZEROS.
                    01 have-previous      PIC 9 VALUE 0.
                    01 previous-closing   PIC S9(13)V99.
                    *> the continuity chain per currency
                    01 currency-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 cc-code          PIC X(3).
                            03 cc-prev-closing  PIC S9(13)V99.
                            03 cc-prev-base     PIC S9(13)V99.
                    01 ccy-idx            PIC 9(3).
                    01 ccy-found          PIC 9.
                    01 opening-base       PIC S9(13)V99.
                    01 posting-base       PIC S9(13)V99.
                    01 revaluation-base   PIC S9(13)V99.
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    01 base-currency      PIC X(3).
                    *> DISPLAY mirrors
                    01 open-tx            PIC +9(13).99.
                    01 net-tx             PIC +9(13).99.
                    01 close-tx           PIC +9(13).99.
                    01 rate-tx            PIC 9(5).9(6).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACLEDGER".
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
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                MOVE SPACES TO report-line.
                MOVE "CONTROL-ACCOUNT LEDGER -- RUNNING PROOF"
                    TO report-line.
                        AT END
                            MOVE 1 TO ledger-eof
                        NOT AT END
                            IF ldg-currency = SPACES THEN
                                ADD 1 TO entry-count
                                PERFORM report_one_entry
                            ELSE
                                PERFORM report_currency_entry
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE SPACES TO report-line.
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "FINDINGS" TO audit-outcome
                    MOVE "ACT012" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                       " net " net-tx
                       " close " close-tx
                       " " ldg-verdict
                       " " ldg-source
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE ldg-closing TO previous-closing.
                MOVE 1 TO have-previous.
                EXIT.

            report_currency_entry.
                MOVE ldg-opening TO open-tx.
                MOVE ldg-net TO net-tx.
                MOVE ldg-closing TO close-tx.
                MOVE SPACES TO report-line.
                STRING "    " ldg-currency
                       " open " open-tx
                       " net " net-tx
                       " close " close-tx
                       " " ldg-verdict
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM find_currency_slot.
                *> the base value's change since the last run, split:
                *> the opening revalued at today's rate against what
                *> it was worth last run, and the day's postings
                COMPUTE opening-base ROUNDED = ldg-opening * ldg-rate.
                COMPUTE posting-base = ldg-base-closing - opening-base.
                IF ccy-found = 1 THEN
                    COMPUTE revaluation-base =
                        opening-base - cc-prev-base(ccy-idx)
                ELSE
                    MOVE 0 TO revaluation-base
                END-IF.
                MOVE ldg-rate TO rate-tx.
                MOVE ldg-base-closing TO close-tx.
                MOVE posting-base TO net-tx.
                MOVE revaluation-base TO open-tx.
                MOVE SPACES TO report-line.
                STRING "        at " rate-tx " = " close-tx " "
                       base-currency " postings " net-tx
                       " revaluation " open-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF ldg-verdict NOT = "OK" THEN
                    ADD 1 TO finding-count
                    MOVE SPACES TO report-line
                    MOVE "      ** CURRENCY FAILED ITS OWN PROOF **"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                IF ldg-rate = 0 THEN
                    ADD 1 TO finding-count
                    MOVE SPACES TO report-line
                    MOVE "      ** NO FX RATE -- BASE VALUE MISSING **"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                IF ccy-found = 1
                   AND ldg-opening NOT = cc-prev-closing(ccy-idx) THEN
                    ADD 1 TO finding-count
                    MOVE SPACES TO report-line
                    MOVE "      ** OPENING BREAKS FROM PRIOR CLOSING **"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE ldg-closing TO cc-prev-closing(ccy-idx).
                MOVE ldg-base-closing TO cc-prev-base(ccy-idx).
                EXIT.

            find_currency_slot.
                *> ccy-found says whether the currency has a previous
                *> run to chain from; a new one gets a slot
                MOVE 0 TO ccy-found.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count OR ccy-found = 1
                    IF cc-code(ccy-idx) = ldg-currency THEN
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
                MOVE ldg-currency TO cc-code(ccy-idx).
                EXIT.
        END PROGRAM Main.
