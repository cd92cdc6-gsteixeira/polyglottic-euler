        *> Term-deposit maturity run.  The fixed-term deposits kept
        *> on ACCTTERM by term_maint -- one per account: principal,
        *> fixed rate in basis points a year, start date, maturity
        *> date and the instruction for maturity -- used to be
        *> watched on a spreadsheet and keyed in when they fell
        *> due.  This run finds every active deposit maturing on the
        *> processing date and writes its postings as a normal
        *> enveloped ACCTTRAN batch -- the acct_accrue way -- so they
        *> go through master_update's edit, approval, journal and
        *> reject machinery like any keyed batch.
        *> A maturity that falls on a weekend or a HOLIDAYS date
        *> (the common/proc_date.cob calendar) moves to the next
        *> business day; the deposit keeps the unmoved contract
        *> date, and a deposit whose maturity was missed because
        *> the run did not go (a down day) matures on the next run.
        *> The interest due is simple interest for the term, to the
        *> contract date:
        *>     principal x rate / 10000 x days in the term / 365
        *> rounded to the cent, credited to the deposit as a J
        *> adjustment.  Then, by the instruction:
        *>   R = roll over: the interest joins the principal and the
        *>       deposit starts again on its maturity date for the
        *>       same term (whole months stay on their day of the
        *>       month, cut back in a shorter month)
        *>   P = pay away: an X transfer of principal and interest
        *>       to the linked account; the deposit is marked M
        *>   H = hold: the money stays on the deposit, marked H,
        *>       for term_maint to take a new instruction
        *> Every posting is logged on TERMLOG with the business
        *> date, and a rerun on the same date writes the logged
        *> postings back out first -- the batch comes out the same,
        *> and nothing matures twice.  A run that stopped between
        *> logging a deposit's postings and rewriting the deposit
        *> leaves it still due: the rerun moves it on as before but
        *> writes no posting the log already holds for that
        *> maturity.  A deposit that cannot be rewritten ends the
        *> run RC 8.  The maturity register lands on TERMRPT and on
        *> SYSOUT.
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
                    SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT MATURITY-LOG ASSIGN TO "TERMLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS maturity-log-status.
                    SELECT REPORT-FILE ASSIGN TO "TERMRPT"
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
                FD TRAN-FILE.
                *> the master_update record shapes -- "H" header,
                *> details, "T" trailer
                01 tran-record.
                    02 trn-op     PIC X.
                    02 trn-key    PIC S9(9).
                    02 trn-amount PIC S9(7)V99.
                    02 trn-detail PIC X(24).
                    02 trn-transfer REDEFINES trn-detail.
                        03 trn-to-key PIC S9(9).
                        03 FILLER     PIC X(15).
                    02 trn-currency PIC X(3).
                01 tran-header.
                    02 thd-type     PIC X.
                    02 thd-batch-id PIC X(8).
                    02 thd-date     PIC X(8).
                    02 thd-submitter PIC X(8).
                01 tran-trailer.
                    02 ttl-type  PIC X.
                    02 ttl-count PIC 9(9).
                    02 ttl-hash  PIC S9(13)V99.
                FD MATURITY-LOG.
                *> one posting: the business date it went out on,
                *> the deposit, the unmoved maturity date and the
                *> exact ACCTTRAN detail written for it
                01 maturity-log-record.
                    02 tlg-date     PIC X(8).
                    02 FILLER       PIC X.
                    02 tlg-key      PIC 9(9).
                    02 FILLER       PIC X.
                    02 tlg-maturity PIC X(8).
                    02 FILLER       PIC X.
                    02 tlg-tran     PIC X(46).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 term-file-status     PIC XX.
                    01 tran-file-status     PIC XX.
                    01 maturity-log-status  PIC XX.
                    01 report-file-status   PIC XX.
                    01 term-eof             PIC 9 VALUE 0.
                    01 log-eof              PIC 9.
                    01 business-date        PIC X(8).
                    *> maturity state
                    01 effective-date       PIC X(8).
                    01 catch-up-count       PIC 9(4).
                    01 catch-up-done        PIC 9.
                    01 record-changed       PIC 9.
                    01 interest-due         PIC S9(7)V99.
                    01 payout-amount        PIC S9(7)V99.
                    01 term-day-count       PIC 9(5).
                    01 outcome-text         PIC X(30).
                    *> calendar arithmetic
                    01 work-date            PIC 9(8).
                    01 work-integer         PIC 9(9).
                    01 start-integer        PIC 9(9).
                    01 roll-steps           PIC 99.
                    01 due-year             PIC 9(4).
                    01 due-month            PIC 9(4).
                    01 due-day              PIC 99.
                    01 month-days           PIC 99.
                    01 due-build            PIC X(8).
                    *> batch envelope totals
                    01 batch-id             PIC X(8).
                    01 detail-count         PIC 9(9) VALUE ZEROS.
                    01 amount-hash          PIC S9(13)V99 VALUE ZEROS.
                    01 reissued-count       PIC 9(9) VALUE ZEROS.
                    01 matured-count        PIC 9(9) VALUE ZEROS.
                    01 rolled-count         PIC 9(9) VALUE ZEROS.
                    01 paid-count           PIC 9(9) VALUE ZEROS.
                    01 held-count           PIC 9(9) VALUE ZEROS.
                    01 active-count         PIC 9(9) VALUE ZEROS.
                    *> the postings logged for the business date: a
                    *> rerun writes them back out and does not build
                    *> them again
                    01 logged-table.
                        02 lg-count PIC 9(4) VALUE ZEROS.
                        02 lg-entry OCCURS 5000 TIMES.
                            03 lg-key      PIC 9(9).
                            03 lg-maturity PIC X(8).
                            03 lg-op       PIC X.
                    01 lgx                  PIC 9(4).
                    01 logged-found         PIC 9.
                    01 rewrite-failed       PIC 9 VALUE 0.
                    *> DISPLAY mirrors for the register lines
                    01 key-tx               PIC +9(9).
                    01 to-tx                PIC +9(9).
                    01 amount-tx            PIC +9(7).99.
                    01 interest-tx          PIC +9(7).99.
                    01 days-tx              PIC ZZZZ9.
                    01 count-tx             PIC 9(9).
                    01 hash-tx              PIC +9(13).99.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date          PIC X(10).
                    *> cycle business date and calendar -- see
                    *> common/proc_date.cob
                    01 pd-op                PIC X(3).
                    01 pd-date              PIC X(8).
                    01 pd-answer            PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op              PIC X(3) VALUE "GET".
                    01 corr-id              PIC X(14) VALUE SPACES.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 lk-mode           PIC X.
                    01 lk-granted        PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "TERMMATR".
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
                                        audit-outcome.
                PERFORM acquire_dataset_lock.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM write_batch_header.
                PERFORM reissue_logged_postings.
                PERFORM open_maturity_log.
                PERFORM UNTIL term-eof = 1
                    READ TERM-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO term-eof
                        NOT AT END
                            PERFORM mature_one_deposit
                    END-READ
                END-PERFORM.
                PERFORM write_batch_trailer.
                PERFORM write_register_totals.
                CLOSE TERM-FILE.
                CLOSE TRAN-FILE.
                CLOSE MATURITY-LOG.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                IF rewrite-failed = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "ERROR" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost.  A deposit left
                *> due on ACCTTERM would mature again tomorrow, so
                *> the cycle stops for it.
                IF rewrite-failed = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            acquire_dataset_lock.
                *> term_maint writes ACCTTERM under the same name,
                *> so a deposit cannot change under the run
                MOVE "ACQ" TO lk-op.
                MOVE "ACCTTERM" TO lk-name.
                MOVE "E" TO lk-mode.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "ACCTTERM" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            release_dataset_lock.
                MOVE "REL" TO lk-op.
                MOVE "ACCTTERM" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            open_files.
                *> no deposits yet is not an error -- the batch goes
                *> out empty, envelope and all, and master_update
                *> posts nothing
                OPEN I-O TERM-FILE.
                IF term-file-status = "35" THEN
                    OPEN OUTPUT TERM-FILE
                    IF term-file-status = "00" THEN
                        CLOSE TERM-FILE
                        OPEN I-O TERM-FILE
                    END-IF
                END-IF.
                IF term-file-status NOT = "00" THEN
                    DISPLAY "TERM MATURE: unable to open ACCTTERM, "
                            "status " term-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTERM" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "TERM MATURE: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "TERM MATURE: unable to open TERMRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TERMRPT" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            open_maturity_log.
                *> TERMLOG is a running log -- OPEN EXTEND creates it
                *> on the first-ever run.  A posting that cannot be
                *> logged cannot be reissued on a rerun, so it stops
                *> here, before any deposit is matured.
                OPEN EXTEND MATURITY-LOG.
                IF maturity-log-status NOT = "00" THEN
                    OPEN OUTPUT MATURITY-LOG
                END-IF.
                IF maturity-log-status NOT = "00" THEN
                    DISPLAY "TERM MATURE: unable to open TERMLOG, "
                            "status " maturity-log-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TERMLOG" TO al-values
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
                PERFORM release_dataset_lock.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE pd-date TO business-date.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "TERM DEPOSIT MATURITIES - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_batch_header.
                *> one batch id per business date, so the journal
                *> references say which day's maturities a posting
                *> was
                STRING "TD" business-date(3:6)
                    DELIMITED BY SIZE INTO batch-id.
                MOVE SPACES TO tran-record.
                MOVE "H" TO thd-type.
                MOVE batch-id TO thd-batch-id.
                MOVE business-date TO thd-date.
                MOVE audit-name TO thd-submitter.
                WRITE tran-record.
                EXIT.

            reissue_logged_postings.
                *> a rerun on the same business date: what the first
                *> run matured is already rolled or closed off on
                *> ACCTTERM, so it comes back out of the log instead
                OPEN INPUT MATURITY-LOG.
                IF maturity-log-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO log-eof.
                PERFORM UNTIL log-eof = 1
                    READ MATURITY-LOG
                        AT END
                            MOVE 1 TO log-eof
                        NOT AT END
                            IF tlg-date = business-date THEN
                                PERFORM reissue_one_posting
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE MATURITY-LOG.
                EXIT.

            reissue_one_posting.
                IF lg-count >= 5000 THEN
                    DISPLAY "TERM MATURE: more postings on TERMLOG "
                            "for the day than can be checked"
                    MOVE "ACT039" TO al-msg-id
                    MOVE "TERMLOG" TO al-values
                    PERFORM fail_open
                END-IF.
                ADD 1 TO lg-count.
                MOVE tlg-key TO lg-key(lg-count).
                MOVE tlg-maturity TO lg-maturity(lg-count).
                MOVE tlg-tran(1:1) TO lg-op(lg-count).
                MOVE tlg-tran TO tran-record.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD trn-amount TO amount-hash.
                ADD 1 TO reissued-count.
                MOVE trn-key TO key-tx.
                MOVE trn-amount TO amount-tx.
                MOVE SPACES TO report-line.
                STRING "  REISSUED key " key-tx
                       " maturity " tlg-maturity
                       " " trn-op " amount " amount-tx
                       " " trn-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            mature_one_deposit.
                IF trm-status NOT = "A" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO record-changed.
                MOVE 0 TO catch-up-count.
                MOVE 0 TO catch-up-done.
                *> a rollover missed over a long outage matures once
                *> per term, oldest first; the catch-up is capped so
                *> a date keyed years back cannot flood the batch
                PERFORM UNTIL trm-status NOT = "A"
                              OR catch-up-done = 1
                              OR catch-up-count >= 400
                    PERFORM find_effective_date
                    IF effective-date > business-date THEN
                        MOVE 1 TO catch-up-done
                    ELSE
                        PERFORM mature_term
                        ADD 1 TO catch-up-count
                    END-IF
                END-PERFORM.
                IF trm-status = "A" THEN
                    ADD 1 TO active-count
                END-IF.
                IF record-changed = 1 THEN
                    REWRITE term-record
                    IF term-file-status NOT = "00" THEN
                        MOVE trm-key TO key-tx
                        DISPLAY "TERM MATURE: rewrite of deposit "
                                key-tx " failed, status "
                                term-file-status
                        MOVE "ACT037" TO al-msg-id
                        MOVE SPACES TO al-values
                        MOVE key-tx TO al-value-1
                        CALL "alert_log" USING al-msg-id,
                                                audit-name, al-values
                        MOVE 1 TO rewrite-failed
                    END-IF
                END-IF.
                EXIT.

            find_effective_date.
                *> the unmoved maturity, rolled forward off weekends
                *> and holidays one day at a time; a month has no
                *> run of more than a few closed days, and the walk
                *> is capped regardless
                MOVE trm-maturity TO effective-date.
                MOVE 0 TO roll-steps.
                MOVE "BIZ" TO pd-op.
                MOVE effective-date TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                PERFORM UNTIL pd-answer = 1 OR roll-steps >= 31
                    MOVE FUNCTION NUMVAL(effective-date) TO work-date
                    COMPUTE work-integer =
                        FUNCTION INTEGER-OF-DATE(work-date) + 1
                    COMPUTE work-date =
                        FUNCTION DATE-OF-INTEGER(work-integer)
                    MOVE work-date TO effective-date
                    ADD 1 TO roll-steps
                    MOVE effective-date TO pd-date
                    CALL "proc_date" USING pd-op, pd-date, pd-answer
                END-PERFORM.
                EXIT.

            mature_term.
                *> the interest for the term just ended, to the
                *> contract date
                MOVE FUNCTION NUMVAL(trm-start-date) TO work-date.
                COMPUTE start-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                MOVE FUNCTION NUMVAL(trm-maturity) TO work-date.
                COMPUTE work-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                COMPUTE term-day-count = work-integer - start-integer.
                COMPUTE interest-due ROUNDED =
                    trm-principal * trm-rate * term-day-count
                    / 3650000.
                IF interest-due NOT = 0 THEN
                    MOVE SPACES TO tran-record
                    MOVE "J" TO trn-op
                    MOVE trm-key TO trn-key
                    MOVE interest-due TO trn-amount
                    MOVE trm-currency TO trn-currency
                    PERFORM write_posting
                END-IF.
                ADD 1 TO matured-count.
                MOVE trm-maturity TO trm-last-matured.
                MOVE interest-due TO trm-last-interest.
                MOVE 1 TO record-changed.
                PERFORM write_maturity_line.
                EVALUATE trm-instruction
                    WHEN "R"
                        ADD interest-due TO trm-principal
                        MOVE trm-maturity TO trm-start-date
                        PERFORM advance_maturity
                        ADD 1 TO trm-rolls
                        ADD 1 TO rolled-count
                        MOVE SPACES TO outcome-text
                        STRING "ROLLED to " trm-maturity
                            DELIMITED BY SIZE INTO outcome-text
                    WHEN "P"
                        COMPUTE payout-amount =
                            trm-principal + interest-due
                        MOVE SPACES TO tran-record
                        MOVE "X" TO trn-op
                        MOVE trm-key TO trn-key
                        MOVE payout-amount TO trn-amount
                        MOVE trm-linked-key TO trn-to-key
                        MOVE trm-currency TO trn-currency
                        PERFORM write_posting
                        MOVE "M" TO trm-status
                        ADD 1 TO paid-count
                        MOVE trm-linked-key TO to-tx
                        MOVE payout-amount TO amount-tx
                        MOVE SPACES TO outcome-text
                        STRING "PAID " amount-tx " to " to-tx
                            DELIMITED BY SIZE INTO outcome-text
                    WHEN OTHER
                        *> H, and anything not R or P -- the money
                        *> is safest left where it is
                        MOVE "H" TO trm-status
                        ADD 1 TO held-count
                        MOVE "HELD on the deposit" TO outcome-text
                END-EVALUATE.
                MOVE SPACES TO report-line.
                STRING "           " outcome-text
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_posting.
                *> already out on this batch -- reissued from the log
                *> by a rerun whose first run never moved the deposit
                *> on
                PERFORM find_logged_posting.
                IF logged-found = 1 THEN
                    MOVE SPACES TO report-line
                    STRING "           " trn-op
                           " already out -- reissued from TERMLOG"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD trn-amount TO amount-hash.
                MOVE SPACES TO maturity-log-record.
                MOVE business-date TO tlg-date.
                MOVE trm-key TO tlg-key.
                MOVE trm-maturity TO tlg-maturity.
                MOVE tran-record TO tlg-tran.
                WRITE maturity-log-record.
                EXIT.

            find_logged_posting.
                MOVE 0 TO logged-found.
                PERFORM VARYING lgx FROM 1 BY 1
                        UNTIL lgx > lg-count OR logged-found = 1
                    IF lg-key(lgx) = trm-key
                       AND lg-maturity(lgx) = trm-maturity
                       AND lg-op(lgx) = trn-op THEN
                        MOVE 1 TO logged-found
                    END-IF
                END-PERFORM.
                EXIT.

            write_maturity_line.
                MOVE trm-key TO key-tx.
                MOVE trm-principal TO amount-tx.
                MOVE interest-due TO interest-tx.
                MOVE term-day-count TO days-tx.
                MOVE SPACES TO report-line.
                STRING "  MATURED key " key-tx
                       " due " trm-maturity " on " effective-date
                       " principal " amount-tx " " trm-currency
                       " rate " trm-rate
                       " days " days-tx
                       " interest " interest-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            advance_maturity.
                *> stepped from the unmoved date; whole months carry
                *> the anchor day, cut back to the month's last day
                *> where the month is shorter
                IF trm-term-months = 0 THEN
                    MOVE FUNCTION NUMVAL(trm-maturity) TO work-date
                    COMPUTE work-integer =
                        FUNCTION INTEGER-OF-DATE(work-date)
                        + trm-term-days
                    COMPUTE work-date =
                        FUNCTION DATE-OF-INTEGER(work-integer)
                    MOVE work-date TO trm-maturity
                    EXIT PARAGRAPH
                END-IF.
                MOVE trm-maturity(1:4) TO due-year.
                MOVE trm-maturity(5:2) TO due-month.
                ADD trm-term-months TO due-month.
                PERFORM UNTIL due-month <= 12
                    SUBTRACT 12 FROM due-month
                    ADD 1 TO due-year
                END-PERFORM.
                PERFORM find_month_days.
                IF trm-anchor-day > month-days THEN
                    MOVE month-days TO due-day
                ELSE
                    MOVE trm-anchor-day TO due-day
                END-IF.
                MOVE SPACES TO due-build.
                STRING due-year due-month(3:2) due-day
                    DELIMITED BY SIZE INTO due-build.
                MOVE due-build TO trm-maturity.
                EXIT.

            find_month_days.
                EVALUATE due-month
                    WHEN 2
                        MOVE 28 TO month-days
                        IF FUNCTION MOD(due-year, 4) = 0 THEN
                            MOVE 29 TO month-days
                        END-IF
                        IF FUNCTION MOD(due-year, 100) = 0
                           AND FUNCTION MOD(due-year, 400) NOT = 0 THEN
                            MOVE 28 TO month-days
                        END-IF
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                        MOVE 30 TO month-days
                    WHEN OTHER
                        MOVE 31 TO month-days
                END-EVALUATE.
                EXIT.

            write_batch_trailer.
                MOVE SPACES TO tran-record.
                MOVE "T" TO ttl-type.
                MOVE detail-count TO ttl-count.
                MOVE amount-hash TO ttl-hash.
                WRITE tran-record.
                EXIT.

            write_register_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE matured-count TO count-tx.
                STRING "matured today........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE rolled-count TO count-tx.
                STRING "  rolled over........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE paid-count TO count-tx.
                STRING "  paid to linked.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE held-count TO count-tx.
                STRING "  held...............: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE reissued-count TO count-tx.
                STRING "reissued from log....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE detail-count TO count-tx.
                MOVE amount-hash TO hash-tx.
                STRING "batch " batch-id " details: " count-tx
                       " hash " hash-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE active-count TO count-tx.
                STRING "deposits active......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
