        *> Disbursement register reconciliation and outstanding
        *> items.  acct_disburse issues cheques onto DISBREG standing
        *> I (issued).  The bank's paid-items file, PAIDCHK, comes
        *> back one line per item it has dealt with -- cheque
        *> number, amount, date and P (paid) or R (returned unpaid)
        *> -- and this run marks each one on the register.  An item
        *> the register does not know, one already paid or returned,
        *> and one paid for a different amount from the amount
        *> issued are exceptions: left as they stand on the register
        *> and listed for the disbursement team.
        *> Then the register is swept for the outstanding-items
        *> report: every item still issued, with its age in days
        *> from the issue date, flagged STALE past
        *>     DISBRECN STALE-DAYS=n        (default 180)
        *> and every returned item, whose funds are back with us and
        *> wait to be reissued or credited back by hand.
        *> No PAIDCHK on a given day is not an error -- the report
        *> still comes out.  Exceptions and stale items leave
        *> RETURN-CODE 4.  The report lands on DISBOUTS and on
        *> SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT PAID-FILE ASSIGN TO "PAIDCHK"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS paid-file-status.
                    SELECT REGISTER-FILE ASSIGN TO "DISBREG"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS dsb-cheque
                        FILE STATUS IS register-file-status.
                    SELECT REPORT-FILE ASSIGN TO "DISBOUTS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD PAID-FILE.
                01 paid-record.
                    02 pdi-cheque  PIC 9(8).
                    02 FILLER      PIC X.
                    02 pdi-amount  PIC 9(7)V99.
                    02 FILLER      PIC X.
                    02 pdi-date    PIC X(8).
                    02 FILLER      PIC X.
                    02 pdi-status  PIC X.
                FD REGISTER-FILE.
                *> see acct_disburse.cob's FD
                01 register-record.
                    02 dsb-cheque      PIC 9(8).
                    02 dsb-acct        PIC S9(9).
                    02 dsb-reference   PIC X(16).
                    02 dsb-kind        PIC X.
                    02 dsb-payee       PIC X(30).
                    02 dsb-amount      PIC 9(7)V99.
                    02 dsb-currency    PIC X(3).
                    02 dsb-issued      PIC X(8).
                    02 dsb-batch       PIC X(8).
                    02 dsb-status      PIC X.
                    02 dsb-status-date PIC X(8).
                    02 dsb-paid-amount PIC 9(7)V99.
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 paid-file-status     PIC XX.
                    01 register-file-status PIC XX.
                    01 report-file-status   PIC XX.
                    01 paid-eof             PIC 9 VALUE 0.
                    01 business-date        PIC X(8).
                    01 stale-days           PIC 9(5) VALUE 180.
                    01 exception-reason     PIC X(30).
                    01 age-days             PIC S9(7).
                    01 work-date            PIC 9(8).
                    01 today-date           PIC 9(8).
                    01 stale-flag           PIC X(5).
                    *> run totals
                    01 items-read           PIC 9(9) VALUE ZEROS.
                    01 paid-count           PIC 9(9) VALUE ZEROS.
                    01 returned-count       PIC 9(9) VALUE ZEROS.
                    01 exception-count      PIC 9(9) VALUE ZEROS.
                    01 outstanding-count    PIC 9(9) VALUE ZEROS.
                    01 outstanding-total    PIC 9(13)V99 VALUE ZEROS.
                    01 stale-count          PIC 9(9) VALUE ZEROS.
                    01 awaiting-count       PIC 9(9) VALUE ZEROS.
                    01 awaiting-total       PIC 9(13)V99 VALUE ZEROS.
                    01 count-tx             PIC Z(8)9.
                    01 key-tx               PIC 9(9).
                    01 amount-tx            PIC Z(6)9.99.
                    01 paid-tx              PIC Z(6)9.99.
                    01 total-tx             PIC Z(12)9.99.
                    01 age-tx               PIC Z(6)9.
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "DISBRECN".
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
                    01 audit-name         PIC X(8) VALUE "DISBRECN".
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
                MOVE "STALE-DAYS" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO stale-days
                END-IF.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM apply_paid_items.
                PERFORM list_outstanding_items.
                PERFORM write_totals.
                CLOSE REGISTER-FILE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF exception-count > 0 OR stale-count > 0 THEN
                    MOVE "ACT032" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE exception-count TO count-tx
                    MOVE stale-count TO age-tx
                    STRING FUNCTION TRIM(count-tx) " exceptions, "
                           FUNCTION TRIM(age-tx) " stale"
                        DELIMITED BY SIZE INTO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN I-O REGISTER-FILE.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "DISB RECON: unable to open DISBREG, "
                            "status " register-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBREG" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "DISB RECON: unable to open DISBOUTS, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DISBOUTS" TO al-values
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
                MOVE stale-days TO age-tx.
                STRING "DISBURSEMENT REGISTER - run " report-date
                       " cycle " corr-id " stale after " age-tx
                       " days"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            apply_paid_items.
                OPEN INPUT PAID-FILE.
                IF paid-file-status NOT = "00" THEN
                    MOVE "no PAIDCHK today -- register unchanged"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL paid-eof = 1
                    READ PAID-FILE
                        AT END
                            MOVE 1 TO paid-eof
                        NOT AT END
                            ADD 1 TO items-read
                            PERFORM apply_paid_item
                    END-READ
                END-PERFORM.
                CLOSE PAID-FILE.
                EXIT.

            apply_paid_item.
                MOVE SPACES TO exception-reason.
                IF pdi-cheque IS NOT NUMERIC OR
                   pdi-amount IS NOT NUMERIC THEN
                    MOVE "ITEM NOT NUMERIC" TO exception-reason
                    PERFORM report_exception
                    EXIT PARAGRAPH
                END-IF.
                MOVE pdi-cheque TO dsb-cheque.
                READ REGISTER-FILE
                    INVALID KEY
                        MOVE "CHEQUE NOT ISSUED" TO exception-reason
                END-READ.
                IF exception-reason = SPACES THEN
                    EVALUATE TRUE
                        WHEN pdi-status NOT = "P" AND
                             pdi-status NOT = "R"
                            MOVE "UNKNOWN ITEM STATUS"
                                TO exception-reason
                        WHEN dsb-status = "P"
                            MOVE "ALREADY PAID" TO exception-reason
                        WHEN dsb-status = "R"
                            MOVE "ALREADY RETURNED"
                                TO exception-reason
                        WHEN pdi-status = "P" AND
                             pdi-amount NOT = dsb-amount
                            MOVE "PAID AMOUNT DIFFERS"
                                TO exception-reason
                    END-EVALUATE
                END-IF.
                IF exception-reason NOT = SPACES THEN
                    PERFORM report_exception
                    EXIT PARAGRAPH
                END-IF.
                MOVE pdi-status TO dsb-status.
                MOVE pdi-date TO dsb-status-date.
                MOVE pdi-amount TO dsb-paid-amount.
                REWRITE register-record
                    INVALID KEY
                        MOVE "REGISTER REWRITE FAILED"
                            TO exception-reason
                END-REWRITE.
                IF exception-reason NOT = SPACES THEN
                    PERFORM report_exception
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                MOVE dsb-acct TO key-tx.
                MOVE dsb-amount TO amount-tx.
                IF pdi-status = "P" THEN
                    ADD 1 TO paid-count
                    STRING "  PAID     cheque " dsb-cheque " "
                           key-tx " " amount-tx " " dsb-currency
                           " on " pdi-date
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    ADD 1 TO returned-count
                    STRING "  RETURNED cheque " dsb-cheque " "
                           key-tx " " amount-tx " " dsb-currency
                           " on " pdi-date
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_exception.
                ADD 1 TO exception-count.
                MOVE SPACES TO report-line.
                MOVE pdi-amount TO paid-tx.
                STRING "  EXCEPTION cheque " pdi-cheque " "
                       pdi-status " " paid-tx " on " pdi-date " "
                       exception-reason
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_outstanding_items.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "OUTSTANDING AND RETURNED ITEMS" TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE ZEROS TO dsb-cheque.
                START REGISTER-FILE KEY >= dsb-cheque.
                PERFORM UNTIL register-file-status NOT = "00"
                    READ REGISTER-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO register-file-status
                        NOT AT END
                            EVALUATE dsb-status
                                WHEN "I"
                                    PERFORM list_issued_item
                                WHEN "R"
                                    PERFORM list_returned_item
                            END-EVALUATE
                    END-READ
                END-PERFORM.
                EXIT.

            list_issued_item.
                MOVE business-date TO today-date.
                MOVE dsb-issued TO work-date.
                COMPUTE age-days =
                    FUNCTION INTEGER-OF-DATE(today-date)
                  - FUNCTION INTEGER-OF-DATE(work-date).
                MOVE SPACES TO stale-flag.
                IF age-days > stale-days THEN
                    MOVE "STALE" TO stale-flag
                    ADD 1 TO stale-count
                END-IF.
                ADD 1 TO outstanding-count.
                ADD dsb-amount TO outstanding-total.
                MOVE SPACES TO report-line.
                MOVE dsb-acct TO key-tx.
                MOVE dsb-amount TO amount-tx.
                MOVE age-days TO age-tx.
                STRING "  ISSUED   cheque " dsb-cheque " " key-tx " "
                       amount-tx " " dsb-currency " " dsb-issued
                       " age " age-tx " " dsb-payee " " stale-flag
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_returned_item.
                ADD 1 TO awaiting-count.
                ADD dsb-amount TO awaiting-total.
                MOVE SPACES TO report-line.
                MOVE dsb-acct TO key-tx.
                MOVE dsb-amount TO amount-tx.
                STRING "  RETURNED cheque " dsb-cheque " " key-tx " "
                       amount-tx " " dsb-currency " on "
                       dsb-status-date " " dsb-payee
                       " -- reissue or credit back"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE items-read TO count-tx.
                STRING "bank items read......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE paid-count TO count-tx.
                STRING "marked paid..........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE returned-count TO count-tx.
                STRING "marked returned......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE exception-count TO count-tx.
                STRING "exceptions...........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE outstanding-count TO count-tx.
                MOVE outstanding-total TO total-tx.
                STRING "items outstanding....: " count-tx
                       " total " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE stale-count TO count-tx.
                STRING "  of which stale.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE awaiting-count TO count-tx.
                MOVE awaiting-total TO total-tx.
                STRING "returned, to action..: " count-tx
                       " total " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
