        *> Outbound disbursements -- closures with funds left and
        *> credit-balance refunds.  A C close on an account that
        *> still holds funds is rejected by master_update, and the
        *> money used to leave by a J keyed by hand and a cheque cut
        *> outside the system.  This run takes the DISBREQ
        *> instructions, one per line:
        *>   C = close the account and pay out everything on it
        *>   R = refund the amount given (a part of the balance)
        *> with the account key, the payee and the instruction's
        *> own reference.  Each instruction that passes is issued
        *> the next cheque number and goes out four ways:
        *>   DISBOUT  = the outbound disbursement file, "H" header,
        *>              one "D" payment record per item, "T" trailer
        *>              with the count and amount total
        *>   POSPAY   = the positive-pay issue file for the bank the
        *>              cheques draw on, same envelope, so the bank
        *>              pays only what was issued, for the amount
        *>              issued
        *>   ACCTTRAN = the debit as a standard enveloped batch
        *>              (DByymmdd) -- a J for the amount in the
        *>              account's currency, and for a C the close
        *>              itself behind it
        *>   DISBREG  = the disbursement register, by cheque number,
        *>              where the item stands issued until
        *>              disb_recon marks it paid or returned off the
        *>              bank's paid-items file
        *> An instruction is rejected, with its reason on the
        *> report, when the key fails its check digit or is not on
        *> ACCTMAST, the account is closed or frozen, it carries an
        *> active term deposit on ACCTTERM (master_update takes no
        *> debit against one until it matures), a C account
        *> still carries active holds or is overdrawn, a refund is
        *> more than the balance less active holds (and less what
        *> this run has already paid from it), the payee or the
        *> reference is blank, or that account and reference are
        *> already on the register -- a rerun issues nothing twice.
        *> A C on a zero balance closes without a payment.
        *> PARMLIB keys:
        *>     ACCTDISB PAY-ACCOUNT=n     the account the cheques
        *>                                draw on, for POSPAY
        *>     ACCTDISB FIRST-CHEQUE=n    the first cheque number on
        *>                                an empty register (100001)
        *> The report lands on DISBRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT REQUEST-FILE ASSIGN TO "DISBREQ"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS request-file-status.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hld-key
                        FILE STATUS IS hold-file-status.
                    SELECT TERM-FILE ASSIGN TO "ACCTTERM"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS trm-key
                        FILE STATUS IS term-file-status.
                    *> DYNAMIC: issued by cheque number, searched
                    *> through for an instruction already issued
                    SELECT REGISTER-FILE ASSIGN TO "DISBREG"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS dsb-cheque
                        FILE STATUS IS register-file-status.
                    SELECT DISB-FILE ASSIGN TO "DISBOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS disb-file-status.
                    SELECT POSPAY-FILE ASSIGN TO "POSPAY"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pospay-file-status.
                    SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT REPORT-FILE ASSIGN TO "DISBRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REQUEST-FILE.
                01 request-record.
                    02 drq-op        PIC X.
                    02 FILLER        PIC X.
                    02 drq-key       PIC 9(9).
                    02 FILLER        PIC X.
                    02 drq-amount    PIC 9(7)V99.
                    02 FILLER        PIC X.
                    02 drq-payee     PIC X(30).
                    02 FILLER        PIC X.
                    02 drq-reference PIC X(16).
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
                FD HOLD-FILE.
                *> see master_update.cob's FD
                01 hold-record.
                    02 hld-key.
                        03 hld-acct    PIC S9(9).
                        03 hld-id      PIC 9(6).
                    02 hld-amount      PIC 9(7)V99.
                    02 hld-reason      PIC X(4).
                    02 hld-placed      PIC X(8).
                    02 hld-expiry      PIC X(8).
                    02 hld-batch       PIC X(8).
                FD TERM-FILE.
                *> only the key and status are read here -- the
                *> full layout is term_maint's
                01 term-record.
                    02 trm-key         PIC S9(9).
                    02 FILLER          PIC X(52).
                    *> A = active
                    02 trm-status      PIC X.
                    02 FILLER          PIC X(36).
                FD REGISTER-FILE.
                *> one issued item.  Status I = issued (outstanding),
                *> P = paid by the bank, R = returned unpaid
                01 register-record.
                    02 dsb-cheque      PIC 9(8).
                    02 dsb-acct        PIC S9(9).
                    02 dsb-reference   PIC X(16).
                    *> C = closure payout, R = refund
                    02 dsb-kind        PIC X.
                    02 dsb-payee       PIC X(30).
                    02 dsb-amount      PIC 9(7)V99.
                    02 dsb-currency    PIC X(3).
                    02 dsb-issued      PIC X(8).
                    02 dsb-batch       PIC X(8).
                    02 dsb-status      PIC X.
                    02 dsb-status-date PIC X(8).
                    02 dsb-paid-amount PIC 9(7)V99.
                FD DISB-FILE.
                01 disb-record.
                    02 dso-type      PIC X.
                    02 dso-cheque    PIC 9(8).
                    02 dso-acct      PIC 9(9).
                    02 dso-payee     PIC X(30).
                    02 dso-amount    PIC 9(7)V99.
                    02 dso-currency  PIC X(3).
                    02 dso-kind      PIC X.
                    02 dso-reference PIC X(16).
                    02 dso-date      PIC X(8).
                01 disb-header.
                    02 dsh-type      PIC X.
                    02 dsh-batch-id  PIC X(8).
                    02 dsh-date      PIC X(8).
                    02 dsh-submitter PIC X(8).
                01 disb-trailer.
                    02 dst-type      PIC X.
                    02 dst-count     PIC 9(9).
                    02 dst-total     PIC 9(13)V99.
                FD POSPAY-FILE.
                *> I = issue; the bank's void and stop codes are not
                *> sent from here
                01 pospay-record.
                    02 ppy-type      PIC X.
                    02 ppy-account   PIC X(16).
                    02 ppy-cheque    PIC 9(10).
                    02 ppy-amount    PIC 9(10)V99.
                    02 ppy-date      PIC X(8).
                    02 ppy-code      PIC X.
                    02 ppy-payee     PIC X(30).
                01 pospay-header.
                    02 pph-type      PIC X.
                    02 pph-account   PIC X(16).
                    02 pph-date      PIC X(8).
                    02 pph-batch-id  PIC X(8).
                01 pospay-trailer.
                    02 ppt-type      PIC X.
                    02 ppt-count     PIC 9(9).
                    02 ppt-total     PIC 9(13)V99.
                FD TRAN-FILE.
                *> the master_update record shapes -- "H" header,
                *> details, "T" trailer
                01 tran-record.
                    02 trn-op     PIC X.
                    02 trn-key    PIC S9(9).
                    02 trn-amount PIC S9(7)V99.
                    02 trn-detail PIC X(24).
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
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 request-file-status  PIC XX.
                    01 master-file-status   PIC XX.
                    01 hold-file-status     PIC XX.
                    01 term-file-status     PIC XX.
                    01 register-file-status PIC XX.
                    01 disb-file-status     PIC XX.
                    01 pospay-file-status   PIC XX.
                    01 tran-file-status     PIC XX.
                    01 report-file-status   PIC XX.
                    01 request-eof          PIC 9 VALUE 0.
                    01 have-holds           PIC 9 VALUE 0.
                    01 have-terms           PIC 9 VALUE 0.
                    01 business-date        PIC X(8).
                    01 batch-id             PIC X(8).
                    01 pay-account          PIC X(16) VALUE SPACES.
                    01 next-cheque          PIC 9(8) VALUE 100001.
                    *> the instruction in hand
                    01 reject-reason        PIC X(30).
                    01 pay-amount           PIC S9(7)V99.
                    01 available            PIC S9(9)V99.
                    01 hold-total           PIC 9(9)V99.
                    01 hold-active          PIC 9.
                    01 already-issued       PIC 9.
                    01 request-currency     PIC X(3).
                    *> what this run has already taken from each
                    *> account, so two instructions cannot both spend
                    *> the same balance
                    01 paid-max             PIC 9(4) VALUE 1000.
                    01 paid-used            PIC 9(4) VALUE 0.
                    01 paid-idx             PIC 9(4).
                    01 paid-slot            PIC 9(4).
                    01 paid-table.
                        02 paid-entry OCCURS 1000 TIMES.
                            03 pt-key    PIC S9(9).
                            03 pt-amount PIC 9(9)V99.
                            03 pt-closed PIC 9.
                    *> envelope totals
                    01 detail-count         PIC 9(9) VALUE ZEROS.
                    01 amount-hash          PIC S9(13)V99 VALUE ZEROS.
                    01 disb-count           PIC 9(9) VALUE ZEROS.
                    01 disb-total           PIC 9(13)V99 VALUE ZEROS.
                    *> run totals
                    01 request-count        PIC 9(9) VALUE ZEROS.
                    01 closed-count         PIC 9(9) VALUE ZEROS.
                    01 refund-count         PIC 9(9) VALUE ZEROS.
                    01 rejected-count       PIC 9(9) VALUE ZEROS.
                    01 count-tx             PIC Z(8)9.
                    01 key-tx               PIC 9(9).
                    01 amount-tx            PIC Z(6)9.99.
                    01 total-tx             PIC Z(12)9.99.
                    01 hash-tx              PIC -(13)9.99.
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> key check digit -- see common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "CHK".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "ACCTDISB".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> cycle correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACCTDISB".
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
                PERFORM read_parameters.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM find_next_cheque.
                PERFORM write_envelope_headers.
                PERFORM UNTIL request-eof = 1
                    READ REQUEST-FILE
                        AT END
                            MOVE 1 TO request-eof
                        NOT AT END
                            ADD 1 TO request-count
                            PERFORM process_request
                    END-READ
                END-PERFORM.
                PERFORM write_envelope_trailers.
                PERFORM write_totals.
                CLOSE REQUEST-FILE MASTER-FILE REGISTER-FILE
                      DISB-FILE POSPAY-FILE TRAN-FILE REPORT-FILE.
                IF have-holds = 1 THEN
                    CLOSE HOLD-FILE
                END-IF.
                IF have-terms = 1 THEN
                    CLOSE TERM-FILE
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF rejected-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            read_parameters.
                MOVE "PAY-ACCOUNT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE pm-value(1:16) TO pay-account
                END-IF.
                MOVE "FIRST-CHEQUE" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO next-cheque
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT REQUEST-FILE.
                IF request-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open DISBREQ, "
                            "status " request-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBREQ" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                *> no ACCTHOLD yet means no account has a hold
                OPEN INPUT HOLD-FILE.
                IF hold-file-status = "00" THEN
                    MOVE 1 TO have-holds
                END-IF.
                *> nor ACCTTERM that any has a term deposit
                OPEN INPUT TERM-FILE.
                IF term-file-status = "00" THEN
                    MOVE 1 TO have-terms
                END-IF.
                OPEN I-O REGISTER-FILE.
                IF register-file-status = "35" THEN
                    OPEN OUTPUT REGISTER-FILE
                    IF register-file-status = "00" THEN
                        CLOSE REGISTER-FILE
                        OPEN I-O REGISTER-FILE
                    END-IF
                END-IF.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open DISBREG, "
                            "status " register-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBREG" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT DISB-FILE.
                IF disb-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open DISBOUT, "
                            "status " disb-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBOUT" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT POSPAY-FILE.
                IF pospay-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open POSPAY, "
                            "status " pospay-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "POSPAY" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT DISBURSE: unable to open DISBRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBRPT" TO al-values
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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "DISBURSEMENT ISSUE - run " report-date
                       " cycle " corr-id " drawn on " pay-account
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            find_next_cheque.
                *> the register is in cheque order -- the last
                *> record carries the highest number issued
                MOVE ZEROS TO dsb-cheque.
                START REGISTER-FILE KEY >= dsb-cheque.
                PERFORM UNTIL register-file-status NOT = "00"
                    READ REGISTER-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO register-file-status
                        NOT AT END
                            IF dsb-cheque >= next-cheque THEN
                                COMPUTE next-cheque = dsb-cheque + 1
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            write_envelope_headers.
                *> one batch id per business date, so the journal
                *> references say which day's issue a debit was
                STRING "DB" business-date(3:6)
                    DELIMITED BY SIZE INTO batch-id.
                MOVE SPACES TO tran-record.
                MOVE "H" TO thd-type.
                MOVE batch-id TO thd-batch-id.
                MOVE business-date TO thd-date.
                MOVE audit-name TO thd-submitter.
                WRITE tran-record.
                MOVE SPACES TO disb-record.
                MOVE "H" TO dsh-type.
                MOVE batch-id TO dsh-batch-id.
                MOVE business-date TO dsh-date.
                MOVE audit-name TO dsh-submitter.
                WRITE disb-record.
                MOVE SPACES TO pospay-record.
                MOVE "H" TO pph-type.
                MOVE pay-account TO pph-account.
                MOVE business-date TO pph-date.
                MOVE batch-id TO pph-batch-id.
                WRITE pospay-record.
                EXIT.

            process_request.
                MOVE SPACES TO reject-reason.
                PERFORM edit_request.
                IF reject-reason NOT = SPACES THEN
                    PERFORM report_rejected
                    EXIT PARAGRAPH
                END-IF.
                IF pay-amount > 0 THEN
                    PERFORM issue_payment
                END-IF.
                MOVE SPACES TO tran-record.
                MOVE "J" TO trn-op.
                MOVE mst-key TO trn-key.
                MOVE request-currency TO trn-currency.
                IF pay-amount > 0 THEN
                    COMPUTE trn-amount = 0 - pay-amount
                    WRITE tran-record
                    ADD 1 TO detail-count
                    ADD trn-amount TO amount-hash
                END-IF.
                IF drq-op = "C" THEN
                    MOVE "C" TO trn-op
                    MOVE 0 TO trn-amount
                    WRITE tran-record
                    ADD 1 TO detail-count
                    ADD 1 TO closed-count
                    MOVE 1 TO pt-closed(paid-slot)
                ELSE
                    ADD 1 TO refund-count
                END-IF.
                ADD pay-amount TO pt-amount(paid-slot).
                PERFORM report_issued.
                EXIT.

            edit_request.
                IF drq-op NOT = "C" AND drq-op NOT = "R" THEN
                    MOVE "UNKNOWN INSTRUCTION" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF drq-key IS NOT NUMERIC THEN
                    MOVE "KEY NOT NUMERIC" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF drq-reference = SPACES THEN
                    MOVE "NO REFERENCE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE drq-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "KEY CHECK DIGIT FAILS" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE drq-key TO mst-key.
                READ MASTER-FILE
                    INVALID KEY
                        MOVE "KEY NOT ON MASTER" TO reject-reason
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE mst-status
                    WHEN "C"
                        MOVE "ACCOUNT CLOSED" TO reject-reason
                    WHEN "F"
                        MOVE "ACCOUNT FROZEN" TO reject-reason
                END-EVALUATE.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the debit behind the cheque would be refused, and
                *> the bank would pay an item that never posts
                IF have-terms = 1 THEN
                    MOVE mst-key TO trm-key
                    READ TERM-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF trm-status = "A" THEN
                                MOVE "ACTIVE TERM DEPOSIT"
                                    TO reject-reason
                                EXIT PARAGRAPH
                            END-IF
                    END-READ
                END-IF.
                PERFORM find_paid_slot.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF pt-closed(paid-slot) = 1 THEN
                    MOVE "CLOSED EARLIER THIS RUN" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM sum_account_holds.
                COMPUTE available = mst-bal - hold-total
                                  - pt-amount(paid-slot).
                IF drq-op = "C" THEN
                    IF hold-total > 0 THEN
                        MOVE "ACCOUNT HAS ACTIVE HOLDS"
                            TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                    IF available < 0 THEN
                        MOVE "ACCOUNT OVERDRAWN" TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                    MOVE available TO pay-amount
                ELSE
                    IF drq-amount IS NOT NUMERIC OR
                       drq-amount = ZEROS THEN
                        MOVE "REFUND AMOUNT MISSING" TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                    IF drq-amount > available THEN
                        MOVE "REFUND EXCEEDS AVAILABLE"
                            TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                    MOVE drq-amount TO pay-amount
                END-IF.
                IF pay-amount > 0 AND drq-payee = SPACES THEN
                    MOVE "NO PAYEE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_already_issued.
                IF already-issued = 1 THEN
                    MOVE "ALREADY ON DISBREG" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-currency TO request-currency.
                EXIT.

            find_paid_slot.
                MOVE 0 TO paid-slot.
                PERFORM VARYING paid-idx FROM 1 BY 1
                        UNTIL paid-idx > paid-used
                    IF pt-key(paid-idx) = mst-key THEN
                        MOVE paid-idx TO paid-slot
                    END-IF
                END-PERFORM.
                IF paid-slot > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF paid-used >= paid-max THEN
                    MOVE "TOO MANY ACCOUNTS THIS RUN" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO paid-used.
                MOVE paid-used TO paid-slot.
                MOVE mst-key TO pt-key(paid-slot).
                MOVE 0 TO pt-amount(paid-slot).
                MOVE 0 TO pt-closed(paid-slot).
                EXIT.

            hold_is_active.
                *> a hold counts until the business date passes its
                *> expiry; a blank expiry holds until lifted
                IF hld-expiry = SPACES OR hld-expiry >= pd-date THEN
                    MOVE 1 TO hold-active
                ELSE
                    MOVE 0 TO hold-active
                END-IF.
                EXIT.

            sum_account_holds.
                *> every active hold on the account in hand
                MOVE 0 TO hold-total.
                IF have-holds = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-key TO hld-acct.
                MOVE 0 TO hld-id.
                START HOLD-FILE KEY >= hld-key.
                IF hold-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL hold-file-status NOT = "00"
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO hold-file-status
                        NOT AT END
                            IF hld-acct NOT = mst-key THEN
                                MOVE "10" TO hold-file-status
                            ELSE
                                PERFORM hold_is_active
                                IF hold-active = 1 THEN
                                    ADD hld-amount TO hold-total
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            check_already_issued.
                *> the same account and reference issued before,
                *> by this run or an earlier one
                MOVE 0 TO already-issued.
                MOVE ZEROS TO dsb-cheque.
                START REGISTER-FILE KEY >= dsb-cheque.
                PERFORM UNTIL register-file-status NOT = "00"
                    READ REGISTER-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO register-file-status
                        NOT AT END
                            IF dsb-acct = drq-key AND
                               dsb-reference = drq-reference THEN
                                MOVE 1 TO already-issued
                                MOVE "10" TO register-file-status
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            issue_payment.
                MOVE SPACES TO register-record.
                MOVE next-cheque TO dsb-cheque.
                MOVE mst-key TO dsb-acct.
                MOVE drq-reference TO dsb-reference.
                MOVE drq-op TO dsb-kind.
                MOVE drq-payee TO dsb-payee.
                MOVE pay-amount TO dsb-amount.
                MOVE mst-currency TO dsb-currency.
                MOVE business-date TO dsb-issued.
                MOVE batch-id TO dsb-batch.
                MOVE "I" TO dsb-status.
                MOVE business-date TO dsb-status-date.
                MOVE ZEROS TO dsb-paid-amount.
                WRITE register-record
                    INVALID KEY
                        MOVE "BAT007" TO al-msg-id
                        MOVE next-cheque TO al-values
                        PERFORM fail_open
                END-WRITE.
                ADD 1 TO next-cheque.
                MOVE SPACES TO disb-record.
                MOVE "D" TO dso-type.
                MOVE dsb-cheque TO dso-cheque.
                MOVE mst-key TO dso-acct.
                MOVE drq-payee TO dso-payee.
                MOVE pay-amount TO dso-amount.
                MOVE mst-currency TO dso-currency.
                MOVE drq-op TO dso-kind.
                MOVE drq-reference TO dso-reference.
                MOVE business-date TO dso-date.
                WRITE disb-record.
                MOVE SPACES TO pospay-record.
                MOVE "D" TO ppy-type.
                MOVE pay-account TO ppy-account.
                MOVE dsb-cheque TO ppy-cheque.
                MOVE pay-amount TO ppy-amount.
                MOVE business-date TO ppy-date.
                MOVE "I" TO ppy-code.
                MOVE drq-payee TO ppy-payee.
                WRITE pospay-record.
                ADD 1 TO disb-count.
                ADD pay-amount TO disb-total.
                EXIT.

            report_issued.
                MOVE SPACES TO report-line.
                MOVE mst-key TO key-tx.
                MOVE pay-amount TO amount-tx.
                IF pay-amount > 0 THEN
                    STRING "  ISSUED   " drq-op " " key-tx " cheque "
                           dsb-cheque " " amount-tx " "
                           mst-currency " " drq-payee " "
                           drq-reference
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  CLOSED   " drq-op " " key-tx
                           " nothing to pay " drq-reference
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_rejected.
                ADD 1 TO rejected-count.
                MOVE SPACES TO report-line.
                STRING "  REJECTED " drq-op " " drq-key " "
                       drq-reference " " reject-reason
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_envelope_trailers.
                MOVE SPACES TO tran-record.
                MOVE "T" TO ttl-type.
                MOVE detail-count TO ttl-count.
                MOVE amount-hash TO ttl-hash.
                WRITE tran-record.
                MOVE SPACES TO disb-record.
                MOVE "T" TO dst-type.
                MOVE disb-count TO dst-count.
                MOVE disb-total TO dst-total.
                WRITE disb-record.
                MOVE SPACES TO pospay-record.
                MOVE "T" TO ppt-type.
                MOVE disb-count TO ppt-count.
                MOVE disb-total TO ppt-total.
                WRITE pospay-record.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE request-count TO count-tx.
                STRING "instructions read....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE closed-count TO count-tx.
                STRING "closures.............: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE refund-count TO count-tx.
                STRING "refunds..............: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE rejected-count TO count-tx.
                STRING "rejected.............: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE disb-count TO count-tx.
                MOVE disb-total TO total-tx.
                STRING "cheques issued.......: " count-tx
                       " total " total-tx
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
                EXIT.
        END PROGRAM Main.
