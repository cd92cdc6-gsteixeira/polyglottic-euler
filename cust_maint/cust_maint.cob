        *> Customer master maintenance.  ACCTMAST knows accounts, not
        *> people -- nothing on it says which keys belong to the same
        *> customer, and "what does this customer hold with us" was a
        *> person matching REFDATA names by hand.  Two indexed
        *> datasets now carry that:
        *>   CUSTMAST = one record per customer: id, name, address,
        *>              tax id, status and the open date
        *>   CUSTREL  = one record per customer/account link, keyed
        *>              customer id + ACCTMAST key, with the role the
        *>              customer plays on the account:
        *>                O = owner  J = joint holder
        *>                B = beneficiary
        *> This run applies an op-coded transaction file (CUSTTRAN)
        *> against both, the btree_maint way -- in sequence, every
        *> line applied or rejected-with-reason on the report, counts
        *> by operation at the end:
        *>   A = add a customer        (rejected when the id exists)
        *>   C = change a customer     (blank fields are left alone)
        *>   D = delete a customer     (rejected while any account
        *>                              is still linked)
        *>   L = link an account       (customer and ACCTMAST key
        *>                              must exist; an account takes
        *>                              one owner only)
        *>   U = unlink an account
        *>   R = change the role on an existing link
        *> Any reject leaves RETURN-CODE 4, SORT-RECONCILE's warning
        *> convention.  The report lands on CUSTMRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cus-id
                        FILE STATUS IS customer-file-status.
                    SELECT RELATION-FILE ASSIGN TO "CUSTREL"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rel-key
                        FILE STATUS IS relation-file-status.
                    *> read-only: a link must name a real account
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT TRAN-FILE ASSIGN TO "CUSTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT REPORT-FILE ASSIGN TO "CUSTMRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD CUSTOMER-FILE.
                01 customer-record.
                    02 cus-id          PIC 9(9).
                    02 cus-name        PIC X(30).
                    02 cus-addr1       PIC X(30).
                    02 cus-addr2       PIC X(30).
                    02 cus-city        PIC X(20).
                    02 cus-postcode    PIC X(10).
                    02 cus-tax-id      PIC X(12).
                    *> A = active, C = closed (kept for history)
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
                FD TRAN-FILE.
                *> two detail shapes share the area behind the op
                *> code and customer id: the name-and-address body
                *> of an A/C, and the account-and-role body of an
                *> L/U/R (a D needs only the id)
                01 tran-record.
                    02 trn-op       PIC X.
                    02 trn-cust     PIC 9(9).
                    02 trn-name     PIC X(30).
                    02 trn-addr1    PIC X(30).
                    02 trn-addr2    PIC X(30).
                    02 trn-city     PIC X(20).
                    02 trn-postcode PIC X(10).
                    02 trn-tax-id   PIC X(12).
                01 tran-link.
                    02 FILLER       PIC X(10).
                    02 trl-acct     PIC S9(9).
                    02 trl-role     PIC X.
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 customer-file-status PIC XX.
                    01 relation-file-status PIC XX.
                    01 master-file-status   PIC XX.
                    01 tran-file-status     PIC XX.
                    01 report-file-status   PIC XX.
                    01 tran-eof             PIC 9 VALUE 0.
                    01 relation-eof         PIC 9.
                    01 have-master          PIC 9 VALUE 0.
                    01 reject-reason        PIC X(30).
                    01 owner-found          PIC 9.
                    01 link-count           PIC 9(9).
                    *> maintenance totals
                    01 applied-count        PIC 9(9) VALUE ZEROS.
                    01 rejected-count       PIC 9(9) VALUE ZEROS.
                    01 add-count            PIC 9(9) VALUE ZEROS.
                    01 change-count         PIC 9(9) VALUE ZEROS.
                    01 delete-count         PIC 9(9) VALUE ZEROS.
                    01 link-op-count        PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 cust-tx              PIC 9(9).
                    01 key-tx               PIC +9(9).
                    01 count-tx             PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime             PIC X(21).
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
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
                    01 audit-name           PIC X(8) VALUE "CUSTMANT".
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
                PERFORM apply_transactions.
                PERFORM write_totals.
                CLOSE CUSTOMER-FILE.
                CLOSE RELATION-FILE.
                IF have-master = 1 THEN
                    CLOSE MASTER-FILE
                END-IF.
                CLOSE TRAN-FILE.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                IF rejected-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "REJECTS" TO audit-outcome
                    MOVE "BAT008" TO al-msg-id
                    MOVE "customer" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF rejected-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            acquire_dataset_lock.
                *> serialize against the other writers of this
                *> dataset -- see common/ds_lock.cob
                MOVE "ACQ" TO lk-op.
                MOVE "CUSTMAST" TO lk-name.
                MOVE "E" TO lk-mode.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "CUSTMAST" TO al-values
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
                MOVE "CUSTMAST" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            open_files.
                *> first run: neither master exists yet -- create
                *> each empty, then reopen it for update, the
                *> master_update convention
                OPEN I-O CUSTOMER-FILE.
                IF customer-file-status = "35" THEN
                    OPEN OUTPUT CUSTOMER-FILE
                    IF customer-file-status = "00" THEN
                        CLOSE CUSTOMER-FILE
                        OPEN I-O CUSTOMER-FILE
                    END-IF
                END-IF.
                IF customer-file-status NOT = "00" THEN
                    DISPLAY "CUST MAINT: unable to open CUSTMAST, "
                            "status " customer-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN I-O RELATION-FILE.
                IF relation-file-status = "35" THEN
                    OPEN OUTPUT RELATION-FILE
                    IF relation-file-status = "00" THEN
                        CLOSE RELATION-FILE
                        OPEN I-O RELATION-FILE
                    END-IF
                END-IF.
                IF relation-file-status NOT = "00" THEN
                    DISPLAY "CUST MAINT: unable to open CUSTREL, "
                            "status " relation-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTREL" TO al-values
                    PERFORM fail_open
                END-IF.
                *> no account master means no link can be proven --
                *> the run goes on and every L rejects
                OPEN INPUT MASTER-FILE.
                IF master-file-status = "00" THEN
                    MOVE 1 TO have-master
                ELSE
                    DISPLAY "CUST MAINT: no ACCTMAST to check links "
                            "against, status " master-file-status
                END-IF.
                OPEN INPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "CUST MAINT: unable to open CUSTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTTRAN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CUST MAINT: unable to open CUSTMRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTMRPT" TO al-values
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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "CUSTOMER MAINTENANCE - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            apply_transactions.
                PERFORM UNTIL tran-eof = 1
                    READ TRAN-FILE
                        AT END
                            MOVE 1 TO tran-eof
                        NOT AT END
                            PERFORM apply_one_transaction
                    END-READ
                END-PERFORM.
                EXIT.

            apply_one_transaction.
                MOVE SPACES TO reject-reason.
                EVALUATE trn-op
                    WHEN "A"
                        PERFORM apply_add_customer
                    WHEN "C"
                        PERFORM apply_change_customer
                    WHEN "D"
                        PERFORM apply_delete_customer
                    WHEN "L"
                        PERFORM apply_link_account
                    WHEN "U"
                        PERFORM apply_unlink_account
                    WHEN "R"
                        PERFORM apply_change_role
                    WHEN OTHER
                        MOVE "UNKNOWN OPERATION CODE" TO reject-reason
                END-EVALUATE.
                IF reject-reason = SPACES THEN
                    ADD 1 TO applied-count
                    PERFORM report_applied
                ELSE
                    ADD 1 TO rejected-count
                    PERFORM report_rejected
                END-IF.
                EXIT.

            apply_add_customer.
                MOVE trn-cust TO cus-id.
                READ CUSTOMER-FILE.
                IF customer-file-status = "00" THEN
                    MOVE "CUSTOMER ALREADY ON FILE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trn-cust = 0 OR trn-name = SPACES THEN
                    MOVE "CUSTOMER ID AND NAME REQUIRED"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO customer-record.
                MOVE trn-cust TO cus-id.
                MOVE trn-name TO cus-name.
                MOVE trn-addr1 TO cus-addr1.
                MOVE trn-addr2 TO cus-addr2.
                MOVE trn-city TO cus-city.
                MOVE trn-postcode TO cus-postcode.
                MOVE trn-tax-id TO cus-tax-id.
                MOVE "A" TO cus-status.
                MOVE pd-date TO cus-open-date.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO cus-last-change.
                WRITE customer-record.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER WRITE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO add-count
                END-IF.
                EXIT.

            apply_change_customer.
                MOVE trn-cust TO cus-id.
                READ CUSTOMER-FILE.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER NOT ON FILE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                *> a change carries only what changes -- a blank
                *> field keeps what the master already holds
                IF trn-name NOT = SPACES THEN
                    MOVE trn-name TO cus-name
                END-IF.
                IF trn-addr1 NOT = SPACES THEN
                    MOVE trn-addr1 TO cus-addr1
                END-IF.
                IF trn-addr2 NOT = SPACES THEN
                    MOVE trn-addr2 TO cus-addr2
                END-IF.
                IF trn-city NOT = SPACES THEN
                    MOVE trn-city TO cus-city
                END-IF.
                IF trn-postcode NOT = SPACES THEN
                    MOVE trn-postcode TO cus-postcode
                END-IF.
                IF trn-tax-id NOT = SPACES THEN
                    MOVE trn-tax-id TO cus-tax-id
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO cus-last-change.
                REWRITE customer-record.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER REWRITE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO change-count
                END-IF.
                EXIT.

            apply_delete_customer.
                MOVE trn-cust TO cus-id.
                READ CUSTOMER-FILE.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER NOT ON FILE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                *> a customer with accounts still linked would leave
                *> orphan relationships behind -- unlink first
                PERFORM count_customer_links.
                IF link-count > 0 THEN
                    MOVE "CUSTOMER STILL HAS ACCOUNTS"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                DELETE CUSTOMER-FILE.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER DELETE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO delete-count
                END-IF.
                EXIT.

            count_customer_links.
                *> the relationship key leads with the customer id,
                *> so one customer's links sit together -- START at
                *> the customer with the lowest account and walk
                *> while the id still matches
                MOVE 0 TO link-count.
                MOVE trn-cust TO rel-cust.
                MOVE 0 TO rel-acct.
                START RELATION-FILE KEY >= rel-key.
                IF relation-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO relation-eof.
                PERFORM UNTIL relation-eof = 1
                    READ RELATION-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO relation-eof
                        NOT AT END
                            IF rel-cust NOT = trn-cust THEN
                                MOVE 1 TO relation-eof
                            ELSE
                                ADD 1 TO link-count
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            apply_link_account.
                PERFORM check_link_parties.
                IF reject-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-cust TO rel-cust.
                MOVE trl-acct TO rel-acct.
                READ RELATION-FILE.
                IF relation-file-status = "00" THEN
                    MOVE "ACCOUNT ALREADY LINKED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trl-role = "O" THEN
                    PERFORM find_other_owner
                    IF owner-found = 1 THEN
                        MOVE "ACCOUNT ALREADY HAS AN OWNER"
                            TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE trn-cust TO rel-cust.
                MOVE trl-acct TO rel-acct.
                MOVE trl-role TO rel-role.
                MOVE pd-date TO rel-linked-date.
                WRITE relation-record.
                IF relation-file-status NOT = "00" THEN
                    MOVE "RELATIONSHIP WRITE FAILED" TO reject-reason
                ELSE
                    ADD 1 TO link-op-count
                END-IF.
                EXIT.

            check_link_parties.
                IF trl-role NOT = "O" AND trl-role NOT = "J"
                   AND trl-role NOT = "B" THEN
                    MOVE "ROLE MUST BE O, J OR B" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trn-cust TO cus-id.
                READ CUSTOMER-FILE.
                IF customer-file-status NOT = "00" THEN
                    MOVE "CUSTOMER NOT ON FILE" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF cus-status = "C" THEN
                    MOVE "CUSTOMER CLOSED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF have-master = 0 THEN
                    MOVE "NO ACCOUNT MASTER TO CHECK"
                        TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trl-acct TO mst-key.
                READ MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    MOVE "ACCOUNT NOT ON MASTER" TO reject-reason
                END-IF.
                EXIT.

            find_other_owner.
                *> an account takes one owner; joint holders and
                *> beneficiaries are as many as the account needs.
                *> The relationship file is keyed by customer, so
                *> finding an account's owner is a full walk -- the
                *> file is one line per link and short.
                MOVE 0 TO owner-found.
                MOVE 0 TO rel-cust.
                MOVE 0 TO rel-acct.
                START RELATION-FILE KEY >= rel-key.
                IF relation-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO relation-eof.
                PERFORM UNTIL relation-eof = 1
                    READ RELATION-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO relation-eof
                        NOT AT END
                            IF rel-acct = trl-acct
                               AND rel-role = "O"
                               AND rel-cust NOT = trn-cust THEN
                                MOVE 1 TO owner-found
                                MOVE 1 TO relation-eof
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            apply_unlink_account.
                MOVE trn-cust TO rel-cust.
                MOVE trl-acct TO rel-acct.
                READ RELATION-FILE.
                IF relation-file-status NOT = "00" THEN
                    MOVE "ACCOUNT NOT LINKED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                DELETE RELATION-FILE.
                IF relation-file-status NOT = "00" THEN
                    MOVE "RELATIONSHIP DELETE FAILED"
                        TO reject-reason
                ELSE
                    ADD 1 TO link-op-count
                END-IF.
                EXIT.

            apply_change_role.
                IF trl-role NOT = "O" AND trl-role NOT = "J"
                   AND trl-role NOT = "B" THEN
                    MOVE "ROLE MUST BE O, J OR B" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                IF trl-role = "O" THEN
                    PERFORM find_other_owner
                    IF owner-found = 1 THEN
                        MOVE "ACCOUNT ALREADY HAS AN OWNER"
                            TO reject-reason
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE trn-cust TO rel-cust.
                MOVE trl-acct TO rel-acct.
                READ RELATION-FILE.
                IF relation-file-status NOT = "00" THEN
                    MOVE "ACCOUNT NOT LINKED" TO reject-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE trl-role TO rel-role.
                REWRITE relation-record.
                IF relation-file-status NOT = "00" THEN
                    MOVE "RELATIONSHIP REWRITE FAILED"
                        TO reject-reason
                ELSE
                    ADD 1 TO link-op-count
                END-IF.
                EXIT.

            report_applied.
                MOVE trn-cust TO cust-tx.
                MOVE SPACES TO report-line.
                EVALUATE trn-op
                    WHEN "L"
                    WHEN "U"
                    WHEN "R"
                        MOVE trl-acct TO key-tx
                        STRING "  APPLIED  " trn-op
                               " customer " cust-tx
                               " account " key-tx
                               " role " trl-role
                            DELIMITED BY SIZE INTO report-line
                    WHEN OTHER
                        STRING "  APPLIED  " trn-op
                               " customer " cust-tx
                               " " cus-name
                            DELIMITED BY SIZE INTO report-line
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_rejected.
                MOVE trn-cust TO cust-tx.
                MOVE SPACES TO report-line.
                STRING "  REJECTED " trn-op " customer " cust-tx
                       " -- " reject-reason
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                MOVE applied-count TO count-tx.
                STRING "applied........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE rejected-count TO count-tx.
                STRING "rejected.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE add-count TO count-tx.
                STRING "  adds.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE change-count TO count-tx.
                STRING "  changes......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE delete-count TO count-tx.
                STRING "  deletes......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE link-op-count TO count-tx.
                STRING "  link ops.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
