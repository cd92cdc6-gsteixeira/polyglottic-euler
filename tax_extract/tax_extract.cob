        *> Year-end interest tax reporting extract.  acct_accrue posts
        *> interest as ordinary J adjustments, so what an account
        *> earned in a tax year was nowhere on file as such.  This
        *> run picks the accrual postings for one calendar year out
        *> of ACCTJRN -- the J lines journaled in that year whose
        *> reference starts with one of the accrual batch ids (the
        *> reference is batch id plus sequence; a recycled or
        *> approved accrual keeps its own) -- together with the term
        *> deposit interest term_mature credits at maturity, the J
        *> lines of its TD batches -- and totals them per account.
        *> Through CUSTREL each account's interest is reported under
        *> every owner and joint holder (beneficiaries are not taxed
        *> on it), with the holder's tax id off CUSTMAST, and
        *> totalled per customer and currency.  An account with
        *> interest and no owner or joint holder is still reported,
        *> under customer zero, and flagged.
        *> The regulatory extract lands on TAXEXTR:
        *>   H INTTAX tax-year run-date correlation-id
        *>   D customer tax-id account role currency interest
        *>   C customer tax-id currency customer-total
        *>   T detail-count customer-count detail-interest-sum
        *> Accounts whose year's interest reaches the reporting
        *> threshold are listed on TAXRPT, and the extract is
        *> reconciled to the accrual registers for the year: ACCRYEAR
        *> is the year's ACCRRPT listings one after another (the DD
        *> stacks the kept generations), and every register whose run
        *> date falls in the tax year is added up.  A register total
        *> that differs from the journal total -- an accrual rejected
        *> at posting, or posted in the other year -- raises a WARN
        *> and ends the run RC 4 for someone to explain.  Term
        *> deposit interest is not on the accrual registers; it is
        *> reconciled instead to the J postings TERMLOG logged with
        *> a business date in the tax year, on the same terms.
        *> PARMLIB parameters:
        *>     TAXEXTR  YEAR=yyyy        (default the year before the
        *>                                processing date)
        *>     TAXEXTR  BATCHES=id,id... (default ACCRUAL, up to five)
        *>     TAXEXTR  THRESHOLD=nnnn.nn (default 10.00)
        *> ARGUMENT 1 = the tax year, overriding PARMLIB.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS cus-id
                        FILE STATUS IS customer-file-status.
                    SELECT RELATION-FILE ASSIGN TO "CUSTREL"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS rel-key
                        FILE STATUS IS relation-file-status.
                    SELECT REGISTER-FILE ASSIGN TO "ACCRYEAR"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS register-file-status.
                    SELECT TERM-LOG ASSIGN TO "TERMLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS term-log-status.
                    SELECT EXTRACT-FILE ASSIGN TO "TAXEXTR"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS extract-file-status.
                    SELECT REPORT-FILE ASSIGN TO "TAXRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD JOURNAL-FILE.
                *> the master_update journal line -- see
                *> master_update.cob's JOURNAL-FILE
                01 journal-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-op     PIC X.
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC S9(9).
                    02 FILLER         PIC X.
                    02 jrn-before-bal PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-after-bal  PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-before-sta PIC X.
                    02 FILLER         PIC X.
                    02 jrn-after-sta  PIC X.
                    02 FILLER         PIC X.
                    02 jrn-reference  PIC X(16).
                    02 FILLER         PIC X.
                    02 jrn-od-limit   PIC 9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-currency   PIC X(3).
                FD CUSTOMER-FILE.
                01 customer-record.
                    02 cus-id          PIC 9(9).
                    02 cus-name        PIC X(30).
                    02 cus-addr1       PIC X(30).
                    02 cus-addr2       PIC X(30).
                    02 cus-city        PIC X(20).
                    02 cus-postcode    PIC X(10).
                    02 cus-tax-id      PIC X(12).
                    02 cus-status      PIC X.
                    02 cus-open-date   PIC X(8).
                    02 cus-last-change PIC X(14).
                FD RELATION-FILE.
                01 relation-record.
                    02 rel-key.
                        03 rel-cust    PIC 9(9).
                        03 rel-acct    PIC S9(9).
                    02 rel-role        PIC X.
                    02 rel-linked-date PIC X(8).
                FD REGISTER-FILE.
                *> an acct_accrue register line -- the header names
                *> the run date, each detail line the amount accrued
                01 register-line PIC X(132).
                01 register-header REDEFINES register-line.
                    02 rgh-title   PIC X(23).
                    02 rgh-date    PIC X(10).
                    02 FILLER      PIC X(99).
                01 register-detail REDEFINES register-line.
                    02 rgd-tag     PIC X(6).
                    02 rgd-key     PIC X(10).
                    02 FILLER      PIC X(48).
                    02 rgd-amount  PIC X(11).
                    02 FILLER      PIC X(57).
                FD TERM-LOG.
                *> a term_mature posting -- see term_mature.cob's
                *> MATURITY-LOG: the business date, the deposit, its
                *> maturity and the ACCTTRAN detail written
                01 term-log-record.
                    02 tlg-date     PIC X(8).
                    02 FILLER       PIC X.
                    02 tlg-key      PIC 9(9).
                    02 FILLER       PIC X.
                    02 tlg-maturity PIC X(8).
                    02 FILLER       PIC X.
                    02 tlg-tran.
                        03 tlg-op       PIC X.
                        03 tlg-tran-key PIC S9(9).
                        03 tlg-amount   PIC S9(7)V99.
                        03 FILLER       PIC X(27).
                FD EXTRACT-FILE.
                01 extract-record.
                    02 ext-type PIC X.
                    02 ext-body PIC X(59).
                01 extract-header REDEFINES extract-record.
                    02 FILLER     PIC X.
                    02 exh-id     PIC X(8).
                    02 FILLER     PIC X.
                    02 exh-year   PIC 9(4).
                    02 FILLER     PIC X.
                    02 exh-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 exh-corr   PIC X(14).
                    02 FILLER     PIC X(22).
                01 extract-detail REDEFINES extract-record.
                    02 FILLER     PIC X.
                    02 exd-cust   PIC 9(9).
                    02 FILLER     PIC X.
                    02 exd-tax-id PIC X(12).
                    02 FILLER     PIC X.
                    02 exd-acct   PIC S9(9).
                    02 FILLER     PIC X.
                    02 exd-role   PIC X.
                    02 FILLER     PIC X.
                    02 exd-currency PIC X(3).
                    02 FILLER     PIC X.
                    02 exd-interest PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
                    02 FILLER     PIC X(6).
                01 extract-customer REDEFINES extract-record.
                    02 FILLER     PIC X.
                    02 exc-cust   PIC 9(9).
                    02 FILLER     PIC X.
                    02 exc-tax-id PIC X(12).
                    02 FILLER     PIC X.
                    02 exc-currency PIC X(3).
                    02 FILLER     PIC X.
                    02 exc-total  PIC S9(13)V99
                                  SIGN LEADING SEPARATE.
                    02 FILLER     PIC X(16).
                01 extract-trailer REDEFINES extract-record.
                    02 FILLER     PIC X.
                    02 ext-detail-count PIC 9(9).
                    02 FILLER     PIC X.
                    02 ext-cust-count   PIC 9(9).
                    02 FILLER     PIC X.
                    02 ext-interest     PIC S9(15)V99
                                        SIGN LEADING SEPARATE.
                    02 FILLER     PIC X(21).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 journal-file-status  PIC XX.
                    01 customer-file-status PIC XX.
                    01 relation-file-status PIC XX.
                    01 register-file-status PIC XX.
                    01 term-log-status      PIC XX.
                    01 extract-file-status  PIC XX.
                    01 report-file-status   PIC XX.
                    01 journal-eof          PIC 9 VALUE 0.
                    01 relation-eof         PIC 9 VALUE 0.
                    01 register-eof         PIC 9 VALUE 0.
                    01 term-log-eof         PIC 9 VALUE 0.
                    01 have-customers       PIC 9 VALUE 0.
                    01 have-relations       PIC 9 VALUE 0.
                    01 arg-value            PIC X(18).
                    01 extract-id           PIC X(8) VALUE "INTTAX".
                    *> the run's parameters
                    01 tax-year             PIC 9(4) VALUE ZEROS.
                    01 threshold            PIC 9(7)V99 VALUE 10.00.
                    01 batch-list.
                        02 batch-count PIC 9 VALUE 1.
                        02 batch-entry OCCURS 5 TIMES.
                            03 bl-id PIC X(8).
                    01 bx                   PIC 9.
                    01 batch-match          PIC 9.
                    *> the year's interest per account
                    01 acct-table.
                        02 acct-count PIC 9(4) VALUE ZEROS.
                        02 acct-entry OCCURS 1 TO 9999 TIMES
                                DEPENDING ON acct-count.
                            03 at-key      PIC S9(9).
                            03 at-currency PIC X(3).
                            03 at-interest PIC S9(11)V99.
                            03 at-postings PIC 9(5).
                            03 at-holders  PIC 9(3).
                    01 ax                   PIC 9(4).
                    01 acct-found           PIC 9.
                    01 acct-full            PIC 9 VALUE 0.
                    *> the customer being reported, by currency
                    01 this-cust            PIC 9(9) VALUE ZEROS.
                    01 this-tax-id          PIC X(12).
                    01 this-role            PIC X.
                    01 cust-table.
                        02 cc-count PIC 9(2) VALUE ZEROS.
                        02 cc-entry OCCURS 20 TIMES.
                            03 cc-currency PIC X(3).
                            03 cc-total    PIC S9(13)V99.
                    01 cx                   PIC 9(2).
                    01 cc-found             PIC 9.
                    *> one journal line
                    01 movement             PIC S9(7)V99.
                    *> register reconciliation
                    01 register-in-year     PIC 9 VALUE 0.
                    01 register-year        PIC X(4).
                    01 register-count       PIC 9(9) VALUE ZEROS.
                    01 register-lines       PIC 9(9) VALUE ZEROS.
                    01 register-total       PIC S9(13)V99 VALUE ZEROS.
                    01 register-difference  PIC S9(13)V99.
                    *> term deposit interest, tied to TERMLOG
                    01 term-posting-count   PIC 9(9) VALUE ZEROS.
                    01 term-journal-total   PIC S9(13)V99 VALUE ZEROS.
                    01 term-log-lines       PIC 9(9) VALUE ZEROS.
                    01 term-log-total       PIC S9(13)V99 VALUE ZEROS.
                    01 term-difference      PIC S9(13)V99.
                    *> run totals
                    01 posting-count        PIC 9(9) VALUE ZEROS.
                    01 journal-total        PIC S9(13)V99 VALUE ZEROS.
                    01 detail-count         PIC 9(9) VALUE ZEROS.
                    01 customer-count       PIC 9(9) VALUE ZEROS.
                    01 detail-interest      PIC S9(15)V99 VALUE ZEROS.
                    01 unlinked-count       PIC 9(9) VALUE ZEROS.
                    01 threshold-count      PIC 9(9) VALUE ZEROS.
                    01 warning-count        PIC 9(3) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx               PIC +9(9).
                    01 cust-tx              PIC 9(9).
                    01 count-tx             PIC 9(9).
                    01 amount-tx            PIC +9(11).99.
                    01 total-tx             PIC +9(13).99.
                    01 posting-tx           PIC 9(5).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op                PIC X(3).
                    01 pd-date              PIC X(8).
                    01 pd-answer            PIC 9(9).
                    *> base currency -- see common/fx_rate.cob
                    01 fx-op                PIC X(3).
                    01 fx-currency          PIC X(3).
                    01 fx-date              PIC X(8).
                    01 fx-rate              PIC 9(5)V9(6).
                    01 fx-found             PIC 9.
                    01 base-currency        PIC X(3).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program           PIC X(8) VALUE "TAXEXTR".
                    01 pm-keyword           PIC X(16).
                    01 pm-value             PIC X(40).
                    01 pm-found             PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op              PIC X(3) VALUE "GET".
                    01 corr-id              PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "TAXEXTR".
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
                PERFORM load_parameters.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM UNTIL journal-eof = 1
                    READ JOURNAL-FILE
                        AT END
                            MOVE 1 TO journal-eof
                        NOT AT END
                            PERFORM take_journal_line
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                PERFORM write_extract_header.
                PERFORM report_by_customer.
                PERFORM report_unlinked_accounts.
                PERFORM write_extract_trailer.
                CLOSE EXTRACT-FILE.
                PERFORM list_threshold_accounts.
                PERFORM reconcile_registers.
                PERFORM reconcile_term_log.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                IF acct-full = 1 THEN
                    ADD 1 TO warning-count
                    MOVE "ACT022" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                IF unlinked-count > 0 THEN
                    ADD 1 TO warning-count
                    MOVE "ACT016" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                IF register-difference NOT = 0
                   OR term-difference NOT = 0 THEN
                    ADD 1 TO warning-count
                    MOVE "ACT017" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF warning-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            load_parameters.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                *> the year just ended, unless told otherwise --
                *> command line over PARMLIB, the parm_lookup rule
                COMPUTE tax-year = FUNCTION NUMVAL(pd-date(1:4)) - 1.
                MOVE "YEAR" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value(1:4) IS NUMERIC THEN
                    MOVE pm-value(1:4) TO tax-year
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value(1:4) IS NUMERIC THEN
                    MOVE arg-value(1:4) TO tax-year
                END-IF.
                PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 5
                    MOVE SPACES TO bl-id(bx)
                END-PERFORM.
                MOVE "ACCRUAL" TO bl-id(1).
                MOVE "BATCHES" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    UNSTRING pm-value DELIMITED BY "," OR SPACE
                        INTO bl-id(1) bl-id(2) bl-id(3) bl-id(4)
                             bl-id(5)
                    END-UNSTRING
                    MOVE 0 TO batch-count
                    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 5
                        IF bl-id(bx) NOT = SPACES THEN
                            MOVE bx TO batch-count
                        END-IF
                    END-PERFORM
                END-IF.
                MOVE "THRESHOLD" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO threshold
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    DISPLAY "TAX EXTRACT: unable to open ACCTJRN, "
                            "status " journal-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTJRN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT EXTRACT-FILE.
                IF extract-file-status NOT = "00" THEN
                    DISPLAY "TAX EXTRACT: unable to open TAXEXTR, "
                            "status " extract-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TAXEXTR" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "TAX EXTRACT: unable to open TAXRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "TAXRPT" TO al-values
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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "INTEREST TAX EXTRACT " tax-year
                       " - run " report-date " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            take_journal_line.
                IF jrn-rec-op NOT = "J"
                   OR jrn-timestamp(1:4) NOT = tax-year THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO batch-match.
                PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > batch-count
                    IF bl-id(bx) NOT = SPACES
                       AND jrn-reference(1:8) = bl-id(bx) THEN
                        MOVE 1 TO batch-match
                    END-IF
                END-PERFORM.
                *> term_mature's batch id is TD and the business
                *> date -- a match of its own, tied to TERMLOG
                IF batch-match = 0 AND jrn-reference(1:2) = "TD" THEN
                    MOVE 2 TO batch-match
                END-IF.
                IF batch-match = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE movement = jrn-after-bal - jrn-before-bal.
                IF batch-match = 2 THEN
                    ADD 1 TO term-posting-count
                    ADD movement TO term-journal-total
                ELSE
                    ADD 1 TO posting-count
                    ADD movement TO journal-total
                END-IF.
                MOVE 0 TO acct-found.
                PERFORM VARYING ax FROM 1 BY 1
                        UNTIL ax > acct-count OR acct-found = 1
                    IF at-key(ax) = jrn-rec-key THEN
                        MOVE 1 TO acct-found
                    END-IF
                END-PERFORM.
                IF acct-found = 1 THEN
                    SUBTRACT 1 FROM ax
                ELSE
                    IF acct-count < 9999 THEN
                        ADD 1 TO acct-count
                        MOVE acct-count TO ax
                        MOVE jrn-rec-key TO at-key(ax)
                        IF jrn-currency = SPACES THEN
                            MOVE base-currency TO at-currency(ax)
                        ELSE
                            MOVE jrn-currency TO at-currency(ax)
                        END-IF
                        MOVE 0 TO at-interest(ax)
                        MOVE 0 TO at-postings(ax)
                        MOVE 0 TO at-holders(ax)
                    ELSE
                        MOVE 1 TO acct-full
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                ADD movement TO at-interest(ax).
                ADD 1 TO at-postings(ax).
                EXIT.

            write_extract_header.
                MOVE SPACES TO extract-record.
                MOVE "H" TO ext-type.
                MOVE extract-id TO exh-id.
                MOVE tax-year TO exh-year.
                MOVE pd-date TO exh-date.
                MOVE corr-id TO exh-corr.
                WRITE extract-record.
                EXIT.

            report_by_customer.
                *> CUSTREL in key order is customer by customer, so
                *> each customer's lines come out together and the
                *> customer totals follow on the break
                OPEN INPUT CUSTOMER-FILE.
                IF customer-file-status = "00" THEN
                    MOVE 1 TO have-customers
                END-IF.
                OPEN INPUT RELATION-FILE.
                IF relation-file-status NOT = "00" THEN
                    DISPLAY "TAX EXTRACT: unable to open CUSTREL, "
                            "status " relation-file-status
                    IF have-customers = 1 THEN
                        CLOSE CUSTOMER-FILE
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO have-relations.
                PERFORM UNTIL relation-eof = 1
                    READ RELATION-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO relation-eof
                        NOT AT END
                            PERFORM take_relation
                    END-READ
                END-PERFORM.
                PERFORM flush_customer.
                CLOSE RELATION-FILE.
                IF have-customers = 1 THEN
                    CLOSE CUSTOMER-FILE
                END-IF.
                EXIT.

            take_relation.
                IF rel-role NOT = "O" AND rel-role NOT = "J" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO acct-found.
                PERFORM VARYING ax FROM 1 BY 1
                        UNTIL ax > acct-count OR acct-found = 1
                    IF at-key(ax) = rel-acct THEN
                        MOVE 1 TO acct-found
                    END-IF
                END-PERFORM.
                IF acct-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                SUBTRACT 1 FROM ax.
                IF rel-cust NOT = this-cust THEN
                    PERFORM flush_customer
                    PERFORM start_customer
                END-IF.
                ADD 1 TO at-holders(ax).
                MOVE rel-role TO this-role.
                PERFORM write_detail_line.
                EXIT.

            start_customer.
                MOVE rel-cust TO this-cust.
                MOVE 0 TO cc-count.
                MOVE SPACES TO this-tax-id.
                IF have-customers = 1 THEN
                    MOVE rel-cust TO cus-id
                    READ CUSTOMER-FILE
                        INVALID KEY
                            MOVE SPACES TO this-tax-id
                        NOT INVALID KEY
                            MOVE cus-tax-id TO this-tax-id
                    END-READ
                END-IF.
                ADD 1 TO customer-count.
                EXIT.

            write_detail_line.
                MOVE SPACES TO extract-record.
                MOVE "D" TO ext-type.
                MOVE this-cust TO exd-cust.
                MOVE this-tax-id TO exd-tax-id.
                MOVE at-key(ax) TO exd-acct.
                MOVE this-role TO exd-role.
                MOVE at-currency(ax) TO exd-currency.
                MOVE at-interest(ax) TO exd-interest.
                WRITE extract-record.
                ADD 1 TO detail-count.
                ADD at-interest(ax) TO detail-interest.
                MOVE 0 TO cc-found.
                PERFORM VARYING cx FROM 1 BY 1
                        UNTIL cx > cc-count OR cc-found = 1
                    IF cc-currency(cx) = at-currency(ax) THEN
                        MOVE 1 TO cc-found
                        ADD at-interest(ax) TO cc-total(cx)
                    END-IF
                END-PERFORM.
                IF cc-found = 0 AND cc-count < 20 THEN
                    ADD 1 TO cc-count
                    MOVE at-currency(ax) TO cc-currency(cc-count)
                    MOVE at-interest(ax) TO cc-total(cc-count)
                END-IF.
                EXIT.

            flush_customer.
                IF cc-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > cc-count
                    MOVE SPACES TO extract-record
                    MOVE "C" TO ext-type
                    MOVE this-cust TO exc-cust
                    MOVE this-tax-id TO exc-tax-id
                    MOVE cc-currency(cx) TO exc-currency
                    MOVE cc-total(cx) TO exc-total
                    WRITE extract-record
                END-PERFORM.
                MOVE 0 TO cc-count.
                EXIT.

            report_unlinked_accounts.
                *> interest nobody on CUSTREL owns still has to be
                *> reported -- under customer zero, so the authority
                *> total is whole and the gap is visible
                MOVE 0 TO this-cust.
                MOVE SPACES TO this-tax-id.
                MOVE 0 TO cc-count.
                MOVE "O" TO this-role.
                PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > acct-count
                    IF at-holders(ax) = 0 THEN
                        ADD 1 TO unlinked-count
                        PERFORM write_detail_line
                        MOVE at-key(ax) TO key-tx
                        MOVE at-interest(ax) TO amount-tx
                        MOVE SPACES TO report-line
                        STRING "  NO HOLDER key " key-tx " "
                               at-currency(ax) " interest " amount-tx
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                IF unlinked-count > 0 THEN
                    ADD 1 TO customer-count
                    PERFORM flush_customer
                END-IF.
                EXIT.

            write_extract_trailer.
                MOVE SPACES TO extract-record.
                MOVE "T" TO ext-type.
                MOVE detail-count TO ext-detail-count.
                MOVE customer-count TO ext-cust-count.
                MOVE detail-interest TO ext-interest.
                WRITE extract-record.
                EXIT.

            list_threshold_accounts.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE threshold TO amount-tx.
                STRING "ACCOUNTS AT OR ABOVE THE REPORTING THRESHOLD "
                       amount-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > acct-count
                    IF at-interest(ax) >= threshold THEN
                        ADD 1 TO threshold-count
                        MOVE at-key(ax) TO key-tx
                        MOVE at-interest(ax) TO amount-tx
                        MOVE at-postings(ax) TO posting-tx
                        MOVE SPACES TO report-line
                        STRING "  key " key-tx " " at-currency(ax)
                               " interest " amount-tx
                               " postings " posting-tx
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                EXIT.

            reconcile_registers.
                OPEN INPUT REGISTER-FILE.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "TAX EXTRACT: unable to open ACCRYEAR, "
                            "status " register-file-status
                    COMPUTE register-difference =
                        journal-total - register-total
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL register-eof = 1
                    READ REGISTER-FILE
                        AT END
                            MOVE 1 TO register-eof
                        NOT AT END
                            PERFORM take_register_line
                    END-READ
                END-PERFORM.
                CLOSE REGISTER-FILE.
                COMPUTE register-difference =
                    journal-total - register-total.
                EXIT.

            take_register_line.
                IF rgh-title = "ACCRUAL REGISTER - run " THEN
                    MOVE rgh-date(1:4) TO register-year
                    IF register-year = tax-year THEN
                        MOVE 1 TO register-in-year
                        ADD 1 TO register-count
                    ELSE
                        MOVE 0 TO register-in-year
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF register-in-year = 1 AND rgd-tag = "  key " THEN
                    ADD 1 TO register-lines
                    ADD FUNCTION NUMVAL(rgd-amount) TO register-total
                END-IF.
                EXIT.

            reconcile_term_log.
                *> no log is only a difference if the journal has
                *> term interest the log should account for
                OPEN INPUT TERM-LOG.
                IF term-log-status NOT = "00" THEN
                    IF term-journal-total NOT = 0 THEN
                        DISPLAY "TAX EXTRACT: unable to open TERMLOG, "
                                "status " term-log-status
                    END-IF
                    COMPUTE term-difference =
                        term-journal-total - term-log-total
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL term-log-eof = 1
                    READ TERM-LOG
                        AT END
                            MOVE 1 TO term-log-eof
                        NOT AT END
                            IF tlg-date(1:4) = tax-year
                               AND tlg-op = "J" THEN
                                ADD 1 TO term-log-lines
                                ADD tlg-amount TO term-log-total
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE TERM-LOG.
                COMPUTE term-difference =
                    term-journal-total - term-log-total.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE posting-count TO count-tx.
                STRING "accrual postings.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE term-posting-count TO count-tx.
                STRING "term postings....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE acct-count TO count-tx.
                STRING "accounts.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE customer-count TO count-tx.
                STRING "customers........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE detail-count TO count-tx.
                STRING "extract details..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unlinked-count TO count-tx.
                STRING "no holder........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE threshold-count TO count-tx.
                STRING "over threshold...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                *> the reconciliation -- in account units across
                *> currencies, the way the registers themselves add
                MOVE SPACES TO report-line.
                MOVE journal-total TO total-tx.
                STRING "journal interest.: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE register-count TO count-tx.
                STRING "registers read...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE register-lines TO count-tx.
                STRING "register lines...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE register-total TO total-tx.
                STRING "register interest: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF register-difference = 0 THEN
                    MOVE "register tie.....: TIES" TO report-line
                ELSE
                    MOVE register-difference TO total-tx
                    STRING "register tie.....: ** DIFFERS BY "
                           total-tx " **"
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE term-journal-total TO total-tx.
                STRING "term interest....: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE term-log-lines TO count-tx.
                STRING "term log lines...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE term-log-total TO total-tx.
                STRING "term log interest: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF term-difference = 0 THEN
                    MOVE "term log tie.....: TIES" TO report-line
                ELSE
                    MOVE term-difference TO total-tx
                    STRING "term log tie.....: ** DIFFERS BY "
                           total-tx " **"
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
