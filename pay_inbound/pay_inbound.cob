        *> Inbound clearing-house payment translator.  Payments come
        *> in from the clearing house as its standard 94-byte batch
        *> file -- a "1" file header, then per clearing batch a "5"
        *> batch header, "6" entry details (with any "7" addenda)
        *> and an "8" batch control, then the "9" file control and
        *> all-nines block padding -- and operations were re-keying
        *> the totals into ACCTTRAN by hand.  This reads PAYMIN in
        *> two passes.
        *> Pass one proves the file against its own controls: every
        *> batch's entry/addenda count, entry hash (the receiving
        *> routing numbers summed, ten low-order digits), debit and
        *> credit totals and batch number, and the file control's
        *> batch count and grand totals.  Any failure, or a file
        *> already logged on PAYMLOG as translated (same origin,
        *> creation date, time and modifier), refuses the whole
        *> file -- nothing is written and the run ends 8.
        *> Pass two maps each entry to an account key -- the DFI
        *> account number carries our nine-digit key -- and posts
        *> or returns it.  A credit (22, 32) goes out as a J for the
        *> amount, a debit (27, 37) as a J for the amount negated,
        *> currency blank (base).  A prenote (23, 28, 33, 38) is
        *> checked the same way and posts nothing.  An entry that
        *> cannot post goes to the PAYMRTN return file in the
        *> clearing house's own format with its return reason:
        *>   R02 account closed (closed on ACCTMAST, or purged to
        *>       ACCTARCH)
        *>   R03 no account -- a valid key not on either master
        *>   R04 invalid account number -- not a key, or its check
        *>       digit fails (common/key_check.cob)
        *>   R16 account frozen
        *>   R20 account held in a foreign currency -- a clearing
        *>       entry is in the base currency, which master_update
        *>       will not post to it
        *>   R17 entry fails edit -- a transaction code we do not
        *>       take, a zero or oversized amount, a prenote with an
        *>       amount
        *> The return file carries its own header, one return batch
        *> per clearing batch that had returns, each returned entry
        *> (code 21/26/31/36) with its "99" return addenda naming
        *> the original trace number, and its own controls.
        *> Every clearing batch with something to post is written
        *> as its own enveloped ACCTTRAN dataset, ACCTTRAN.Pmmddnnn
        *> (business month and day, low three digits of the
        *> clearing batch number), whose batch id is the same
        *> Pmmddnnn -- so every journal reference and every reject
        *> on master_update's report traces back to the clearing
        *> batch.  Each is run through master_update in turn.  The
        *> register lands on PAYMRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT CLEARING-FILE ASSIGN TO "PAYMIN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS clearing-file-status.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
                    *> one ACCTTRAN.Pmmddnnn per clearing batch
                    SELECT TRAN-FILE ASSIGN TO DYNAMIC tran-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT RETURN-FILE ASSIGN TO "PAYMRTN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS return-file-status.
                    SELECT PAYLOG-FILE ASSIGN TO "PAYMLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS paylog-file-status.
                    SELECT REPORT-FILE ASSIGN TO "PAYMRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD CLEARING-FILE.
                *> the clearing house's record shapes, told apart by
                *> the first byte
                01 clearing-record.
                    02 clr-type PIC X.
                    02 FILLER   PIC X(93).
                01 file-header-record.
                    02 fh-type        PIC X.
                    02 fh-priority    PIC X(2).
                    02 fh-dest        PIC X(10).
                    02 fh-origin      PIC X(10).
                    02 fh-date        PIC X(6).
                    02 fh-time        PIC X(4).
                    02 fh-modifier    PIC X.
                    02 fh-rec-size    PIC X(3).
                    02 fh-blocking    PIC X(2).
                    02 fh-format      PIC X.
                    02 fh-dest-name   PIC X(23).
                    02 fh-origin-name PIC X(23).
                    02 fh-reference   PIC X(8).
                01 batch-header-record.
                    02 bh-type        PIC X.
                    02 bh-service     PIC X(3).
                    02 bh-company     PIC X(16).
                    02 bh-discretion  PIC X(20).
                    02 bh-company-id  PIC X(10).
                    02 bh-sec         PIC X(3).
                    02 bh-description PIC X(10).
                    02 bh-desc-date   PIC X(6).
                    02 bh-effective   PIC X(6).
                    02 bh-settlement  PIC X(3).
                    02 bh-orig-status PIC X.
                    02 bh-odfi        PIC X(8).
                    02 bh-batch-no    PIC 9(7).
                01 entry-record.
                    02 en-type        PIC X.
                    02 en-tran-code   PIC X(2).
                    02 en-rdfi        PIC X(8).
                    02 en-rdfi-check  PIC X.
                    02 en-account     PIC X(17).
                    02 en-amount      PIC 9(8)V99.
                    02 en-individual  PIC X(15).
                    02 en-name        PIC X(22).
                    02 en-discretion  PIC X(2).
                    02 en-addenda     PIC X.
                    02 en-trace       PIC X(15).
                01 batch-control-record.
                    02 bc-type        PIC X.
                    02 bc-service     PIC X(3).
                    02 bc-count       PIC 9(6).
                    02 bc-hash        PIC 9(10).
                    02 bc-debit       PIC 9(10)V99.
                    02 bc-credit      PIC 9(10)V99.
                    02 bc-company-id  PIC X(10).
                    02 bc-auth-code   PIC X(19).
                    02 bc-reserved    PIC X(6).
                    02 bc-odfi        PIC X(8).
                    02 bc-batch-no    PIC 9(7).
                01 file-control-record.
                    02 fc-type        PIC X.
                    02 fc-batches     PIC 9(6).
                    02 fc-blocks      PIC 9(6).
                    02 fc-count       PIC 9(8).
                    02 fc-hash        PIC 9(10).
                    02 fc-debit       PIC 9(10)V99.
                    02 fc-credit      PIC 9(10)V99.
                    02 fc-reserved    PIC X(39).
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
                FD ARCHIVE-FILE.
                *> only the key is wanted -- see acct_purge.cob's FD
                01 archive-record.
                    02 arc-key  PIC S9(9).
                    02 FILLER   PIC X(82).
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
                FD RETURN-FILE.
                01 return-record PIC X(94).
                FD PAYLOG-FILE.
                *> one translated clearing file: its identity, the
                *> business date it went through and what it made
                01 paylog-record.
                    02 plg-file-id  PIC X(21).
                    02 FILLER       PIC X.
                    02 plg-date     PIC X(8).
                    02 FILLER       PIC X.
                    02 plg-posted   PIC 9(9).
                    02 FILLER       PIC X.
                    02 plg-returned PIC 9(9).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 clearing-file-status PIC XX.
                    01 master-file-status   PIC XX.
                    01 archive-file-status  PIC XX.
                    01 tran-file-status     PIC XX.
                    01 return-file-status   PIC XX.
                    01 paylog-file-status   PIC XX.
                    01 report-file-status   PIC XX.
                    01 clearing-eof         PIC 9.
                    01 paylog-eof           PIC 9.
                    01 have-archive         PIC 9 VALUE 0.
                    01 business-date        PIC X(8).
                    01 tran-file-name       PIC X(40).
                    *> the clearing file's identity
                    01 clearing-id.
                        02 fid-origin   PIC X(10).
                        02 fid-date     PIC X(6).
                        02 fid-time     PIC X(4).
                        02 fid-modifier PIC X.
                    *> the first record in, kept for the return header
                    01 saved-file-header    PIC X(94).
                    01 saved-batch-header   PIC X(94).
                    *> our own routing number -- the file header's
                    *> immediate destination
                    01 our-routing          PIC X(8).
                    *> pass one -- the control proof
                    01 record-number        PIC 9(9) VALUE ZEROS.
                    01 control-errors       PIC 9(4) VALUE ZEROS.
                    01 control-message      PIC X(60).
                    01 in-batch             PIC 9 VALUE 0.
                    01 seen-header          PIC 9 VALUE 0.
                    01 seen-control         PIC 9 VALUE 0.
                    01 cb-count             PIC 9(9).
                    01 cb-hash              PIC 9(12).
                    01 cb-debit             PIC 9(10)V99.
                    01 cb-credit            PIC 9(10)V99.
                    01 cb-batch-no          PIC 9(7).
                    01 cf-batches           PIC 9(9).
                    01 cf-count             PIC 9(9).
                    01 cf-hash              PIC 9(12).
                    01 cf-debit             PIC 9(10)V99.
                    01 cf-credit            PIC 9(10)V99.
                    01 hash-low             PIC 9(10).
                    01 rdfi-number          PIC 9(8).
                    01 check-sum            PIC 9(3).
                    01 check-digit          PIC 9.
                    *> C = credit, D = debit, blank = neither
                    01 entry-side           PIC X.
                    *> pass two -- the translation
                    01 entry-kind           PIC X.
                        88 entry-posts      VALUE "P".
                        88 entry-prenote    VALUE "N".
                        88 entry-unknown    VALUE "X".
                    01 return-reason        PIC X(3).
                    01 reason-text          PIC X(30).
                    01 account-work         PIC X(17).
                    01 account-digits       PIC X(17).
                    01 account-length       PIC 99.
                    01 entry-key            PIC S9(9).
                    01 batch-id             PIC X(8).
                    01 batch-open           PIC 9 VALUE 0.
                    01 detail-count         PIC 9(9).
                    01 amount-hash          PIC S9(13)V99.
                    01 batch-entries        PIC 9(9).
                    01 batch-posted         PIC 9(9).
                    01 batch-prenotes       PIC 9(9).
                    01 batch-returned       PIC 9(9).
                    *> the returns of the clearing batch in hand --
                    *> written out as a return batch at its control
                    01 rtn-max              PIC 9(4) VALUE 2000.
                    01 rtn-used             PIC 9(4) VALUE 0.
                    01 rtn-idx              PIC 9(4).
                    01 rtn-table.
                        02 rtn-entry OCCURS 2000 TIMES.
                            03 rtn-record PIC X(94).
                            03 rtn-reason PIC X(3).
                    *> the return file being built
                    01 return-open          PIC 9 VALUE 0.
                    01 return-records       PIC 9(9) VALUE ZEROS.
                    01 return-sequence      PIC 9(7) VALUE ZEROS.
                    01 rf-batches           PIC 9(6) VALUE ZEROS.
                    01 rf-count             PIC 9(8) VALUE ZEROS.
                    01 rf-hash              PIC 9(12) VALUE ZEROS.
                    01 rf-debit             PIC 9(10)V99 VALUE ZEROS.
                    01 rf-credit            PIC 9(10)V99 VALUE ZEROS.
                    01 rb-count             PIC 9(6).
                    01 rb-hash              PIC 9(12).
                    01 rb-debit             PIC 9(10)V99.
                    01 rb-credit            PIC 9(10)V99.
                    01 block-count          PIC 9(6).
                    01 return-entry.
                        02 re-type        PIC X.
                        02 re-tran-code   PIC X(2).
                        02 re-rdfi        PIC X(8).
                        02 re-rdfi-check  PIC X.
                        02 re-account     PIC X(17).
                        02 re-amount      PIC 9(8)V99.
                        02 re-individual  PIC X(15).
                        02 re-name        PIC X(22).
                        02 re-discretion  PIC X(2).
                        02 re-addenda     PIC X.
                        02 re-trace       PIC X(15).
                    01 return-addenda.
                        02 ra-type        PIC X.
                        02 ra-addenda-type PIC X(2).
                        02 ra-reason      PIC X(3).
                        02 ra-orig-trace  PIC X(15).
                        02 ra-death-date  PIC X(6).
                        02 ra-orig-rdfi   PIC X(8).
                        02 ra-information PIC X(44).
                        02 ra-trace       PIC X(15).
                    01 return-header.
                        02 rh-type        PIC X.
                        02 rh-priority    PIC X(2).
                        02 rh-dest        PIC X(10).
                        02 rh-origin      PIC X(10).
                        02 rh-date        PIC X(6).
                        02 rh-time        PIC X(4).
                        02 rh-modifier    PIC X.
                        02 rh-rec-size    PIC X(3).
                        02 rh-blocking    PIC X(2).
                        02 rh-format      PIC X.
                        02 rh-dest-name   PIC X(23).
                        02 rh-origin-name PIC X(23).
                        02 rh-reference   PIC X(8).
                    01 return-batch-control.
                        02 rc-type        PIC X.
                        02 rc-service     PIC X(3).
                        02 rc-count       PIC 9(6).
                        02 rc-hash        PIC 9(10).
                        02 rc-debit       PIC 9(10)V99.
                        02 rc-credit      PIC 9(10)V99.
                        02 rc-company-id  PIC X(10).
                        02 rc-auth-code   PIC X(19).
                        02 rc-reserved    PIC X(6).
                        02 rc-odfi        PIC X(8).
                        02 rc-batch-no    PIC 9(7).
                    01 return-file-control.
                        02 rfc-type       PIC X.
                        02 rfc-batches    PIC 9(6).
                        02 rfc-blocks     PIC 9(6).
                        02 rfc-count      PIC 9(8).
                        02 rfc-hash       PIC 9(10).
                        02 rfc-debit      PIC 9(10)V99.
                        02 rfc-credit     PIC 9(10)V99.
                        02 rfc-reserved   PIC X(39).
                    01 clock-now            PIC X(21).
                    *> run totals
                    01 entries-read         PIC 9(9) VALUE ZEROS.
                    01 posted-count         PIC 9(9) VALUE ZEROS.
                    01 prenote-count        PIC 9(9) VALUE ZEROS.
                    01 returned-count       PIC 9(9) VALUE ZEROS.
                    01 datasets-written     PIC 9(9) VALUE ZEROS.
                    01 credit-total         PIC S9(13)V99 VALUE ZEROS.
                    01 debit-total          PIC S9(13)V99 VALUE ZEROS.
                    01 count-tx             PIC Z(8)9.
                    01 posted-tx            PIC Z(8)9.
                    01 prenote-tx           PIC Z(8)9.
                    01 returned-tx          PIC Z(8)9.
                    01 amount-tx            PIC Z(9)9.99.
                    01 hash-tx              PIC -(13)9.99.
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    01 base-currency      PIC X(3).
                    *> key check digit -- see common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "CHK".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
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
                    01 audit-name         PIC X(8) VALUE "PAYINBND".
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
                PERFORM open_files.
                PERFORM write_report_header.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                PERFORM prove_clearing_file.
                IF control-errors > 0 THEN
                    PERFORM refuse_file
                END-IF.
                PERFORM check_not_translated.
                PERFORM translate_entries.
                IF return-open = 1 THEN
                    PERFORM close_return_file
                END-IF.
                PERFORM log_translated_file.
                PERFORM write_totals.
                CLOSE MASTER-FILE.
                IF have-archive = 1 THEN
                    CLOSE ARCHIVE-FILE
                END-IF.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF returned-count > 0 THEN
                    MOVE "BAT005" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE returned-count TO count-tx
                    MOVE count-tx TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "PAY INBOUND: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                *> no archive yet means nothing has been purged
                OPEN INPUT ARCHIVE-FILE.
                IF archive-file-status = "00" THEN
                    MOVE 1 TO have-archive
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "PAY INBOUND: unable to open PAYMRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "PAYMRPT" TO al-values
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
                STRING "CLEARING INBOUND TRANSLATION - run "
                       report-date " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            *> ---------------------------------------------------
            *> pass one: the clearing file against its own controls
            *> ---------------------------------------------------
            prove_clearing_file.
                OPEN INPUT CLEARING-FILE.
                IF clearing-file-status NOT = "00" THEN
                    DISPLAY "PAY INBOUND: unable to open PAYMIN, "
                            "status " clearing-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "PAYMIN" TO al-values
                    PERFORM fail_open
                END-IF.
                MOVE ZEROS TO cf-batches cf-count cf-hash cf-debit
                              cf-credit.
                MOVE 0 TO clearing-eof.
                PERFORM UNTIL clearing-eof = 1
                    READ CLEARING-FILE
                        AT END
                            MOVE 1 TO clearing-eof
                        NOT AT END
                            ADD 1 TO record-number
                            PERFORM prove_record
                    END-READ
                END-PERFORM.
                CLOSE CLEARING-FILE.
                IF seen-header = 0 THEN
                    MOVE "no file header record" TO control-message
                    PERFORM control_failure
                END-IF.
                IF in-batch = 1 THEN
                    MOVE "last batch has no batch control"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                IF seen-control = 0 THEN
                    MOVE "no file control record" TO control-message
                    PERFORM control_failure
                END-IF.
                EXIT.

            prove_record.
                IF record-number = 1 AND clr-type NOT = "1" THEN
                    MOVE "first record is not the file header"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                *> block padding after the file control
                IF seen-control = 1 THEN
                    IF clearing-record NOT = ALL "9" THEN
                        MOVE "record after the file control"
                            TO control-message
                        PERFORM control_failure
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE clr-type
                    WHEN "1"
                        IF seen-header = 1 THEN
                            MOVE "second file header"
                                TO control-message
                            PERFORM control_failure
                        END-IF
                        MOVE 1 TO seen-header
                        MOVE clearing-record TO saved-file-header
                        MOVE fh-origin TO fid-origin
                        MOVE fh-date TO fid-date
                        MOVE fh-time TO fid-time
                        MOVE fh-modifier TO fid-modifier
                        MOVE fh-dest(2:8) TO our-routing
                    WHEN "5"
                        IF in-batch = 1 THEN
                            MOVE "batch header inside a batch"
                                TO control-message
                            PERFORM control_failure
                        END-IF
                        MOVE 1 TO in-batch
                        ADD 1 TO cf-batches
                        MOVE ZEROS TO cb-count cb-hash cb-debit
                                      cb-credit
                        IF bh-batch-no IS NUMERIC THEN
                            MOVE bh-batch-no TO cb-batch-no
                        ELSE
                            MOVE ZEROS TO cb-batch-no
                            MOVE "batch number not numeric"
                                TO control-message
                            PERFORM control_failure
                        END-IF
                    WHEN "6"
                        PERFORM prove_entry
                    WHEN "7"
                        IF in-batch = 0 THEN
                            MOVE "addenda outside a batch"
                                TO control-message
                            PERFORM control_failure
                        END-IF
                        ADD 1 TO cb-count
                    WHEN "8"
                        PERFORM prove_batch_control
                    WHEN "9"
                        PERFORM prove_file_control
                    WHEN OTHER
                        MOVE "unknown record type" TO control-message
                        PERFORM control_failure
                END-EVALUATE.
                EXIT.

            prove_entry.
                IF in-batch = 0 THEN
                    MOVE "entry outside a batch" TO control-message
                    PERFORM control_failure
                END-IF.
                ADD 1 TO cb-count.
                IF en-rdfi IS NUMERIC THEN
                    MOVE en-rdfi TO rdfi-number
                    ADD rdfi-number TO cb-hash
                ELSE
                    MOVE "receiving routing not numeric"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                PERFORM classify_side.
                IF en-amount IS NOT NUMERIC THEN
                    MOVE "entry amount not numeric" TO control-message
                    PERFORM control_failure
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE entry-side
                    WHEN "C"
                        ADD en-amount TO cb-credit
                    WHEN "D"
                        ADD en-amount TO cb-debit
                END-EVALUATE.
                EXIT.

            classify_side.
                *> the second digit of the transaction code: 1-4 is
                *> a credit, 6-9 a debit
                MOVE SPACE TO entry-side.
                IF en-tran-code(1:1) = "2" OR en-tran-code(1:1) = "3"
                    OR en-tran-code(1:1) = "4" OR
                    en-tran-code(1:1) = "5" THEN
                    EVALUATE en-tran-code(2:1)
                        WHEN "1" THRU "4"
                            MOVE "C" TO entry-side
                        WHEN "6" THRU "9"
                            MOVE "D" TO entry-side
                    END-EVALUATE
                END-IF.
                EXIT.

            prove_batch_control.
                IF in-batch = 0 THEN
                    MOVE "batch control outside a batch"
                        TO control-message
                    PERFORM control_failure
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO in-batch.
                IF bc-count IS NOT NUMERIC OR
                   bc-hash IS NOT NUMERIC OR
                   bc-debit IS NOT NUMERIC OR
                   bc-credit IS NOT NUMERIC OR
                   bc-batch-no IS NOT NUMERIC THEN
                    MOVE "batch control not numeric"
                        TO control-message
                    PERFORM control_failure
                    EXIT PARAGRAPH
                END-IF.
                MOVE cb-hash TO hash-low.
                IF bc-count NOT = cb-count THEN
                    MOVE "batch entry/addenda count differs"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                IF bc-hash NOT = hash-low THEN
                    MOVE "batch entry hash differs" TO control-message
                    PERFORM control_failure
                END-IF.
                IF bc-debit NOT = cb-debit THEN
                    MOVE "batch debit total differs"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                IF bc-credit NOT = cb-credit THEN
                    MOVE "batch credit total differs"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                IF bc-batch-no NOT = cb-batch-no THEN
                    MOVE "batch control number differs from header"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                ADD cb-count TO cf-count.
                ADD hash-low TO cf-hash.
                ADD cb-debit TO cf-debit.
                ADD cb-credit TO cf-credit.
                EXIT.

            prove_file_control.
                IF in-batch = 1 THEN
                    MOVE "file control inside a batch"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                MOVE 1 TO seen-control.
                IF fc-batches IS NOT NUMERIC OR
                   fc-count IS NOT NUMERIC OR
                   fc-hash IS NOT NUMERIC OR
                   fc-debit IS NOT NUMERIC OR
                   fc-credit IS NOT NUMERIC THEN
                    MOVE "file control not numeric" TO control-message
                    PERFORM control_failure
                    EXIT PARAGRAPH
                END-IF.
                MOVE cf-hash TO hash-low.
                IF fc-batches NOT = cf-batches THEN
                    MOVE "file batch count differs" TO control-message
                    PERFORM control_failure
                END-IF.
                IF fc-count NOT = cf-count THEN
                    MOVE "file entry/addenda count differs"
                        TO control-message
                    PERFORM control_failure
                END-IF.
                IF fc-hash NOT = hash-low THEN
                    MOVE "file entry hash differs" TO control-message
                    PERFORM control_failure
                END-IF.
                IF fc-debit NOT = cf-debit THEN
                    MOVE "file debit total differs" TO control-message
                    PERFORM control_failure
                END-IF.
                IF fc-credit NOT = cf-credit THEN
                    MOVE "file credit total differs" TO control-message
                    PERFORM control_failure
                END-IF.
                EXIT.

            control_failure.
                ADD 1 TO control-errors.
                MOVE SPACES TO report-line.
                MOVE record-number TO count-tx.
                STRING "CONTROL FAIL  record " count-tx "  "
                       control-message
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            refuse_file.
                MOVE SPACES TO report-line.
                MOVE control-errors TO count-tx.
                STRING "PAYMIN REFUSED -- control failures: " count-tx
                       "; nothing translated"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "BAT004" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE clearing-id TO al-value-1.
                MOVE count-tx TO al-value-2.
                CLOSE REPORT-FILE.
                PERFORM fail_open.

            check_not_translated.
                *> the same clearing file twice would post twice
                OPEN INPUT PAYLOG-FILE.
                IF paylog-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO paylog-eof.
                PERFORM UNTIL paylog-eof = 1
                    READ PAYLOG-FILE
                        AT END
                            MOVE 1 TO paylog-eof
                        NOT AT END
                            IF plg-file-id = clearing-id THEN
                                MOVE 1 TO paylog-eof
                                ADD 1 TO control-errors
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PAYLOG-FILE.
                IF control-errors > 0 THEN
                    MOVE SPACES TO report-line
                    STRING "PAYMIN REFUSED -- file " clearing-id
                           " already translated on " plg-date
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "BAT002" TO al-msg-id
                    MOVE SPACES TO al-values
                    STRING "clearing file " clearing-id
                        DELIMITED BY SIZE INTO al-value-1
                    CLOSE REPORT-FILE
                    PERFORM fail_open
                END-IF.
                EXIT.

            *> ---------------------------------------------------
            *> pass two: map, post or return each entry
            *> ---------------------------------------------------
            translate_entries.
                OPEN INPUT CLEARING-FILE.
                MOVE 0 TO clearing-eof.
                PERFORM UNTIL clearing-eof = 1
                    READ CLEARING-FILE
                        AT END
                            MOVE 1 TO clearing-eof
                        NOT AT END
                            EVALUATE clr-type
                                WHEN "5"
                                    PERFORM start_clearing_batch
                                WHEN "6"
                                    PERFORM translate_entry
                                WHEN "8"
                                    PERFORM end_clearing_batch
                                WHEN "9"
                                    *> the padding comes after this
                                    MOVE 1 TO clearing-eof
                            END-EVALUATE
                    END-READ
                END-PERFORM.
                CLOSE CLEARING-FILE.
                EXIT.

            start_clearing_batch.
                MOVE clearing-record TO saved-batch-header.
                MOVE bh-batch-no TO cb-batch-no.
                STRING "P" business-date(5:4) cb-batch-no(5:3)
                    DELIMITED BY SIZE INTO batch-id.
                MOVE ZEROS TO batch-entries batch-posted
                              batch-prenotes batch-returned
                              detail-count amount-hash.
                MOVE 0 TO rtn-used.
                MOVE SPACES TO report-line.
                STRING "BATCH " cb-batch-no " " bh-company " "
                       bh-sec " " bh-description " effective "
                       bh-effective " -> " batch-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            translate_entry.
                ADD 1 TO entries-read.
                ADD 1 TO batch-entries.
                MOVE SPACES TO return-reason.
                PERFORM edit_entry.
                IF return-reason = SPACES THEN
                    PERFORM map_account
                END-IF.
                IF return-reason NOT = SPACES THEN
                    PERFORM return_entry
                    EXIT PARAGRAPH
                END-IF.
                IF entry-prenote THEN
                    ADD 1 TO batch-prenotes
                    ADD 1 TO prenote-count
                    EXIT PARAGRAPH
                END-IF.
                PERFORM post_entry.
                EXIT.

            edit_entry.
                PERFORM classify_side.
                MOVE "X" TO entry-kind.
                EVALUATE en-tran-code
                    WHEN "22"
                    WHEN "32"
                    WHEN "27"
                    WHEN "37"
                        MOVE "P" TO entry-kind
                    WHEN "23"
                    WHEN "33"
                    WHEN "28"
                    WHEN "38"
                        MOVE "N" TO entry-kind
                END-EVALUATE.
                IF entry-unknown THEN
                    MOVE "R17" TO return-reason
                    EXIT PARAGRAPH
                END-IF.
                IF entry-prenote THEN
                    IF en-amount NOT = ZEROS THEN
                        MOVE "R17" TO return-reason
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                *> an ACCTTRAN amount holds 9999999.99 at most
                IF en-amount = ZEROS OR en-amount > 9999999.99 THEN
                    MOVE "R17" TO return-reason
                END-IF.
                EXIT.

            map_account.
                *> the DFI account number, left-justified, is our
                *> nine-digit key
                MOVE en-account TO account-work.
                MOVE SPACES TO account-digits.
                MOVE 0 TO account-length.
                UNSTRING account-work DELIMITED BY SPACE
                    INTO account-digits COUNT IN account-length.
                IF account-length = 0 OR account-length > 9 THEN
                    MOVE "R04" TO return-reason
                    EXIT PARAGRAPH
                END-IF.
                IF account-digits(1:account-length) IS NOT NUMERIC THEN
                    MOVE "R04" TO return-reason
                    EXIT PARAGRAPH
                END-IF.
                *> nothing may follow the key after a blank
                IF account-work(account-length + 1:) NOT = SPACES THEN
                    MOVE "R04" TO return-reason
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE entry-key = FUNCTION NUMVAL(
                    account-digits(1:account-length)).
                MOVE entry-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "R04" TO return-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-key TO mst-key.
                READ MASTER-FILE
                    INVALID KEY
                        PERFORM check_archive
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE mst-status
                    WHEN "C"
                        MOVE "R02" TO return-reason
                    WHEN "F"
                        MOVE "R16" TO return-reason
                END-EVALUATE.
                IF return-reason = SPACES AND
                   mst-currency NOT = SPACES AND
                   mst-currency NOT = base-currency THEN
                    MOVE "R20" TO return-reason
                END-IF.
                EXIT.

            check_archive.
                MOVE "R03" TO return-reason.
                IF have-archive = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-key TO arc-key.
                READ ARCHIVE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "R02" TO return-reason
                END-READ.
                EXIT.

            post_entry.
                IF batch-open = 0 THEN
                    PERFORM open_batch_dataset
                END-IF.
                MOVE SPACES TO tran-record.
                MOVE "J" TO trn-op.
                MOVE entry-key TO trn-key.
                IF entry-side = "C" THEN
                    MOVE en-amount TO trn-amount
                    ADD en-amount TO credit-total
                ELSE
                    COMPUTE trn-amount = 0 - en-amount
                    ADD en-amount TO debit-total
                END-IF.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD trn-amount TO amount-hash.
                ADD 1 TO batch-posted.
                ADD 1 TO posted-count.
                EXIT.

            open_batch_dataset.
                MOVE SPACES TO tran-file-name.
                STRING "ACCTTRAN." batch-id
                    DELIMITED BY SIZE INTO tran-file-name.
                OPEN OUTPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "PAY INBOUND: unable to open "
                            tran-file-name ", status "
                            tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE tran-file-name TO al-values
                    PERFORM fail_open
                END-IF.
                MOVE 1 TO batch-open.
                ADD 1 TO datasets-written.
                MOVE SPACES TO tran-record.
                MOVE "H" TO thd-type.
                MOVE batch-id TO thd-batch-id.
                MOVE business-date TO thd-date.
                MOVE audit-name TO thd-submitter.
                WRITE tran-record.
                EXIT.

            return_entry.
                ADD 1 TO batch-returned.
                ADD 1 TO returned-count.
                PERFORM name_reason.
                MOVE SPACES TO report-line.
                MOVE en-amount TO amount-tx.
                STRING "  RETURN " return-reason " trace " en-trace
                       " code " en-tran-code " acct " en-account
                       " " amount-tx " " reason-text
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF rtn-used >= rtn-max THEN
                    MOVE "BAT006" TO al-msg-id
                    MOVE cb-batch-no TO al-values
                    PERFORM fail_open
                END-IF.
                ADD 1 TO rtn-used.
                MOVE clearing-record TO rtn-record(rtn-used).
                MOVE return-reason TO rtn-reason(rtn-used).
                EXIT.

            name_reason.
                EVALUATE return-reason
                    WHEN "R02"
                        MOVE "account closed" TO reason-text
                    WHEN "R03"
                        MOVE "no account / unable to locate"
                            TO reason-text
                    WHEN "R04"
                        MOVE "invalid account number" TO reason-text
                    WHEN "R16"
                        MOVE "account frozen" TO reason-text
                    WHEN "R20"
                        MOVE "non-transaction account" TO reason-text
                    WHEN OTHER
                        MOVE "entry fails edit" TO reason-text
                END-EVALUATE.
                EXIT.

            end_clearing_batch.
                IF batch-open = 1 THEN
                    MOVE SPACES TO tran-record
                    MOVE "T" TO ttl-type
                    MOVE detail-count TO ttl-count
                    MOVE amount-hash TO ttl-hash
                    WRITE tran-record
                    CLOSE TRAN-FILE
                    MOVE 0 TO batch-open
                END-IF.
                IF rtn-used > 0 THEN
                    PERFORM write_return_batch
                END-IF.
                MOVE SPACES TO report-line.
                MOVE batch-entries TO count-tx.
                MOVE batch-posted TO posted-tx.
                MOVE batch-prenotes TO prenote-tx.
                MOVE batch-returned TO returned-tx.
                STRING "  batch " cb-batch-no " entries " count-tx
                       " posted " posted-tx " prenotes " prenote-tx
                       " returned " returned-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF detail-count > 0 THEN
                    MOVE detail-count TO count-tx
                    MOVE amount-hash TO hash-tx
                    STRING "  " tran-file-name(1:17) " details "
                           count-tx " hash " hash-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE "  nothing to post -- no ACCTTRAN dataset"
                        TO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            *> ---------------------------------------------------
            *> the return file, in the clearing house's format
            *> ---------------------------------------------------
            write_return_batch.
                IF return-open = 0 THEN
                    PERFORM open_return_file
                END-IF.
                *> the original batch header, sent back from us
                MOVE saved-batch-header TO clearing-record.
                MOVE our-routing TO bh-odfi.
                MOVE clearing-record TO return-record.
                PERFORM put_return_record.
                MOVE ZEROS TO rb-count rb-hash rb-debit rb-credit.
                PERFORM VARYING rtn-idx FROM 1 BY 1
                        UNTIL rtn-idx > rtn-used
                    PERFORM write_returned_entry
                END-PERFORM.
                MOVE saved-batch-header TO clearing-record.
                MOVE SPACES TO return-batch-control.
                MOVE "8" TO rc-type.
                MOVE bh-service TO rc-service.
                MOVE rb-count TO rc-count.
                MOVE rb-hash TO hash-low.
                MOVE hash-low TO rc-hash.
                MOVE rb-debit TO rc-debit.
                MOVE rb-credit TO rc-credit.
                MOVE bh-company-id TO rc-company-id.
                MOVE our-routing TO rc-odfi.
                MOVE bh-batch-no TO rc-batch-no.
                MOVE return-batch-control TO return-record.
                PERFORM put_return_record.
                ADD 1 TO rf-batches.
                ADD rb-count TO rf-count.
                ADD hash-low TO rf-hash.
                ADD rb-debit TO rf-debit.
                ADD rb-credit TO rf-credit.
                EXIT.

            write_returned_entry.
                *> the entry goes back to the originating bank with
                *> the return code for its side: 21/31 for a credit,
                *> 26/36 for a debit
                MOVE rtn-record(rtn-idx) TO return-entry.
                MOVE saved-batch-header TO clearing-record.
                IF re-tran-code(2:1) < "5" THEN
                    MOVE "1" TO re-tran-code(2:1)
                    ADD re-amount TO rb-credit
                ELSE
                    MOVE "6" TO re-tran-code(2:1)
                    ADD re-amount TO rb-debit
                END-IF.
                MOVE SPACES TO return-addenda.
                MOVE "7" TO ra-type.
                MOVE "99" TO ra-addenda-type.
                MOVE rtn-reason(rtn-idx) TO ra-reason.
                MOVE re-trace TO ra-orig-trace.
                MOVE re-rdfi TO ra-orig-rdfi.
                MOVE bh-odfi TO re-rdfi.
                PERFORM routing_check_digit.
                MOVE "1" TO re-addenda.
                ADD 1 TO return-sequence.
                STRING our-routing return-sequence
                    DELIMITED BY SIZE INTO re-trace.
                MOVE re-trace TO ra-trace.
                IF re-rdfi IS NUMERIC THEN
                    MOVE re-rdfi TO rdfi-number
                    ADD rdfi-number TO rb-hash
                END-IF.
                MOVE return-entry TO return-record.
                PERFORM put_return_record.
                MOVE return-addenda TO return-record.
                PERFORM put_return_record.
                ADD 2 TO rb-count.
                EXIT.

            routing_check_digit.
                *> the ninth routing digit: weights 3 7 1 over the
                *> first eight, brought up to a multiple of ten
                IF re-rdfi IS NOT NUMERIC THEN
                    MOVE "0" TO re-rdfi-check
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE check-sum =
                    3 * FUNCTION NUMVAL(re-rdfi(1:1))
                  + 7 * FUNCTION NUMVAL(re-rdfi(2:1))
                  +     FUNCTION NUMVAL(re-rdfi(3:1))
                  + 3 * FUNCTION NUMVAL(re-rdfi(4:1))
                  + 7 * FUNCTION NUMVAL(re-rdfi(5:1))
                  +     FUNCTION NUMVAL(re-rdfi(6:1))
                  + 3 * FUNCTION NUMVAL(re-rdfi(7:1))
                  + 7 * FUNCTION NUMVAL(re-rdfi(8:1)).
                COMPUTE check-digit =
                    FUNCTION MOD(10 - FUNCTION MOD(check-sum, 10), 10).
                MOVE check-digit TO re-rdfi-check.
                EXIT.

            open_return_file.
                OPEN OUTPUT RETURN-FILE.
                IF return-file-status NOT = "00" THEN
                    DISPLAY "PAY INBOUND: unable to open PAYMRTN, "
                            "status " return-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "PAYMRTN" TO al-values
                    PERFORM fail_open
                END-IF.
                MOVE 1 TO return-open.
                *> the file header turned round: from us, back to
                *> the clearing house that sent it
                MOVE saved-file-header TO clearing-record.
                MOVE SPACES TO return-header.
                MOVE "1" TO rh-type.
                MOVE "01" TO rh-priority.
                MOVE fh-origin TO rh-dest.
                MOVE fh-dest TO rh-origin.
                MOVE FUNCTION CURRENT-DATE TO clock-now.
                MOVE clock-now(3:6) TO rh-date.
                MOVE clock-now(9:4) TO rh-time.
                MOVE "A" TO rh-modifier.
                MOVE "094" TO rh-rec-size.
                MOVE "10" TO rh-blocking.
                MOVE "1" TO rh-format.
                MOVE fh-origin-name TO rh-dest-name.
                MOVE fh-dest-name TO rh-origin-name.
                MOVE return-header TO return-record.
                PERFORM put_return_record.
                EXIT.

            put_return_record.
                WRITE return-record.
                ADD 1 TO return-records.
                EXIT.

            close_return_file.
                MOVE SPACES TO return-file-control.
                MOVE "9" TO rfc-type.
                MOVE rf-batches TO rfc-batches.
                *> ten records to a block, the control included
                COMPUTE block-count = (return-records + 1 + 9) / 10.
                MOVE block-count TO rfc-blocks.
                MOVE rf-count TO rfc-count.
                MOVE rf-hash TO hash-low.
                MOVE hash-low TO rfc-hash.
                MOVE rf-debit TO rfc-debit.
                MOVE rf-credit TO rfc-credit.
                MOVE return-file-control TO return-record.
                PERFORM put_return_record.
                MOVE ALL "9" TO return-record.
                PERFORM UNTIL return-records = block-count * 10
                    PERFORM put_return_record
                END-PERFORM.
                CLOSE RETURN-FILE.
                EXIT.

            log_translated_file.
                OPEN EXTEND PAYLOG-FILE.
                IF paylog-file-status NOT = "00" THEN
                    OPEN OUTPUT PAYLOG-FILE
                END-IF.
                IF paylog-file-status NOT = "00" THEN
                    *> the datasets are out; only the double-run
                    *> guard is lost
                    MOVE "DSN010" TO al-msg-id
                    MOVE "PAYMLOG" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO paylog-record.
                MOVE clearing-id TO plg-file-id.
                MOVE business-date TO plg-date.
                MOVE posted-count TO plg-posted.
                MOVE returned-count TO plg-returned.
                WRITE paylog-record.
                CLOSE PAYLOG-FILE.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE cf-batches TO count-tx.
                STRING "clearing batches.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE entries-read TO count-tx.
                STRING "entries read.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE posted-count TO count-tx.
                STRING "entries posted.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE credit-total TO hash-tx.
                STRING "  credits............: " hash-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE debit-total TO hash-tx.
                STRING "  debits.............: " hash-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE prenote-count TO count-tx.
                STRING "prenotes verified....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE returned-count TO count-tx.
                STRING "entries returned.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE datasets-written TO count-tx.
                STRING "ACCTTRAN datasets....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
