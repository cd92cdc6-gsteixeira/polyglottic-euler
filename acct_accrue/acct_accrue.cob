        *>     ACACCRUE RATE-OPEN=nnnn
        *>     ACACCRUE RATE-FROZEN=nnnn
        *> Closed accounts accrue nothing, and a computed amount of
        *> zero writes no transaction.  An account running a fixed-
        *> term deposit (an active deposit on ACCTTERM, see
        *> term_maint) earns its contract rate at maturity through
        *> term_mature instead, so it accrues nothing here either.
        *> The accrual register listing each computed amount lands
        *> on ACCRRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    *> read-only, and optional: no deposits on file
                    *> means every account accrues
                    SELECT TERM-FILE ASSIGN TO "ACCTTERM"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS trm-key
                        FILE STATUS IS term-file-status.
                    SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
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
                *> A/R/J/D details, "T" trailer
                    02 trn-op     PIC X.
                    02 trn-key    PIC S9(9).
                    02 trn-amount PIC S9(7)V99.
                    02 trn-detail PIC X(24).
                    *> the accrual is in the account's own currency
                    02 trn-currency PIC X(3).
                01 tran-header.
                    02 thd-type     PIC X.
                    02 thd-batch-id PIC X(8).
                    02 thd-date     PIC X(8).
                    02 thd-submitter PIC X(8).
                01 tran-trailer.
                    02 ttl-type  PIC X.
                    02 ttl-count PIC 9(9).
                    01 master-file-status PIC XX.
                    01 tran-file-status   PIC XX.
                    01 report-file-status PIC XX.
                    01 term-file-status   PIC XX.
                    01 master-eof         PIC 9 VALUE 0.
                    01 have-terms         PIC 9 VALUE 0.
                    *> the per-status rates, basis points
                    01 rate-open          PIC 9(4) VALUE ZEROS.
                    01 rate-frozen        PIC 9(4) VALUE ZEROS.
                    01 amount-hash        PIC S9(13)V99 VALUE ZEROS.
                    01 skipped-closed     PIC 9(9) VALUE ZEROS.
                    01 skipped-zero       PIC 9(9) VALUE ZEROS.
                    01 skipped-term       PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the register lines
                    01 key-tx             PIC +9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 amount-tx          PIC +9(7).99.
                    01 count-tx           PIC 9(9).
                    *> named-parameter lookup -- see
                    01 elapsed-ts         PIC 9(8).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
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
                PERFORM write_batch_trailer.
                PERFORM write_register_totals.
                CLOSE MASTER-FILE.
                IF have-terms = 1 THEN
                    CLOSE TERM-FILE
                END-IF.
                CLOSE TRAN-FILE.
                CLOSE REPORT-FILE.
                PERFORM capture_end.
                IF rate-open = 0 AND rate-frozen = 0 THEN
                    DISPLAY "ACCT ACCRUE: no rates on PARMLIB -- "
                            "the batch will carry no adjustments"
                    MOVE "ACT009" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT ACCRUE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN INPUT TERM-FILE.
                IF term-file-status = "00" THEN
                    MOVE 1 TO have-terms
                END-IF.
                OPEN OUTPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "ACCT ACCRUE: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT ACCRUE: unable to open ACCRRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCRRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                MOVE "H" TO thd-type.
                MOVE "ACCRUAL" TO thd-batch-id.
                MOVE pd-date TO thd-date.
                MOVE audit-name TO thd-submitter.
                WRITE tran-record.
                EXIT.

                    WHEN OTHER
                        MOVE rate-open TO applied-rate
                END-EVALUATE.
                IF have-terms = 1 THEN
                    MOVE mst-key TO trm-key
                    READ TERM-FILE
                        INVALID KEY
                            MOVE SPACE TO trm-status
                    END-READ
                    IF trm-status = "A" THEN
                        ADD 1 TO skipped-term
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                COMPUTE accrual-amount ROUNDED =
                    mst-bal * applied-rate / 10000.
                IF accrual-amount = 0 THEN
                MOVE "J" TO trn-op.
                MOVE mst-key TO trn-key.
                MOVE accrual-amount TO trn-amount.
                MOVE mst-currency TO trn-currency.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD accrual-amount TO amount-hash.
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE skipped-term TO count-tx.
                STRING "term deposits........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
