        *> Consolidated customer position.  Walks CUSTMAST in
        *> customer order and, for each customer, every account
        *> linked on CUSTREL -- key, role, status and balance fetched
        *> live from ACCTMAST -- then the customer's total across
        *> those accounts.  A link whose account has left the master
        *> (closed and purged, restored from an older generation) is
        *> still listed, flagged NOT ON MASTER, so the dangling link
        *> gets noticed rather than silently dropped from the total.
        *> Joint accounts show, and count, under every holder; the
        *> grand total is therefore a sum of positions, not of the
        *> master -- see acct_reconcile for the master's own proof.
        *> Each account shows in its own currency; the customer and
        *> position totals add its base-currency equivalent at the
        *> day's rate (see common/fx_rate.cob).  An account whose
        *> currency has no rate on file is flagged, left out of the
        *> totals, and ends the run with RC 4.
        *> Argument 1 narrows the run to one customer id.  The report
        *> lands on CUSTPOS and on SYSOUT.
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
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REPORT-FILE ASSIGN TO "CUSTPOS"
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
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 customer-file-status PIC XX.
                    01 relation-file-status PIC XX.
                    01 master-file-status   PIC XX.
                    01 report-file-status   PIC XX.
                    01 customer-eof         PIC 9 VALUE 0.
                    01 relation-eof         PIC 9.
                    01 arg-cust             PIC X(9).
                    01 only-cust            PIC 9(9) VALUE ZEROS.
                    01 role-text            PIC X(11).
                    01 status-text          PIC X(11).
                    *> position totals
                    01 cust-accounts        PIC 9(9).
                    01 cust-total           PIC S9(13)V99.
                    01 customer-count       PIC 9(9) VALUE ZEROS.
                    01 position-count       PIC 9(9) VALUE ZEROS.
                    01 dangling-count       PIC 9(9) VALUE ZEROS.
                    01 grand-total          PIC S9(13)V99 VALUE ZEROS.
                    01 base-bal             PIC S9(13)V99.
                    01 unrated-count        PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 cust-tx              PIC 9(9).
                    01 key-tx               PIC +9(9).
                    01 bal-tx               PIC $$$,$$$,$$9.99-.
                    01 total-tx             PIC $$$,$$$,$$$,$$9.99-.
                    01 count-tx             PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
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
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "CUSTPOS".
                    01 audit-event          PIC X(5).
                    01 audit-outcome        PIC X(8).
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op                PIC X(3).
                    01 fx-currency          PIC X(3).
                    01 fx-date              PIC X(8).
                    01 fx-rate              PIC 9(5)V9(6).
                    01 fx-found             PIC 9.
                    01 base-currency        PIC X(3).
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
                ACCEPT arg-cust FROM ARGUMENT-VALUE.
                IF arg-cust NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(arg-cust) TO only-cust
                END-IF.
                PERFORM open_files.
                PERFORM write_report_header.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                PERFORM list_customers.
                PERFORM write_totals.
                CLOSE CUSTOMER-FILE.
                CLOSE RELATION-FILE.
                CLOSE MASTER-FILE.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                IF dangling-count > 0 THEN
                    MOVE "ACT015" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                IF unrated-count > 0 THEN
                    MOVE "ACT014" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF dangling-count = 0 AND unrated-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN INPUT CUSTOMER-FILE.
                IF customer-file-status NOT = "00" THEN
                    DISPLAY "CUST POSITION: unable to open CUSTMAST, "
                            "status " customer-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN INPUT RELATION-FILE.
                IF relation-file-status NOT = "00" THEN
                    DISPLAY "CUST POSITION: unable to open CUSTREL, "
                            "status " relation-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTREL" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "CUST POSITION: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CUST POSITION: unable to open CUSTPOS, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CUSTPOS" TO al-values
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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "CUSTOMER POSITION - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_customers.
                *> one customer: read it straight; otherwise walk the
                *> whole customer master in id order
                IF only-cust NOT = 0 THEN
                    MOVE only-cust TO cus-id
                    READ CUSTOMER-FILE
                    IF customer-file-status = "00" THEN
                        PERFORM list_one_customer
                    ELSE
                        MOVE only-cust TO cust-tx
                        MOVE SPACES TO report-line
                        STRING "customer " cust-tx " not on file"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL customer-eof = 1
                    READ CUSTOMER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO customer-eof
                        NOT AT END
                            PERFORM list_one_customer
                    END-READ
                END-PERFORM.
                EXIT.

            list_one_customer.
                ADD 1 TO customer-count.
                MOVE 0 TO cust-accounts.
                MOVE 0 TO cust-total.
                MOVE cus-id TO cust-tx.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                STRING "CUSTOMER " cust-tx " " cus-name
                       " " cus-city
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                *> the relationship key leads with the customer id --
                *> START at this customer's lowest account and walk
                *> while the id still matches
                MOVE cus-id TO rel-cust.
                MOVE 0 TO rel-acct.
                MOVE 0 TO relation-eof.
                START RELATION-FILE KEY >= rel-key.
                IF relation-file-status NOT = "00" THEN
                    MOVE 1 TO relation-eof
                END-IF.
                PERFORM UNTIL relation-eof = 1
                    READ RELATION-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO relation-eof
                        NOT AT END
                            IF rel-cust NOT = cus-id THEN
                                MOVE 1 TO relation-eof
                            ELSE
                                PERFORM list_one_position
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE SPACES TO report-line.
                IF cust-accounts = 0 THEN
                    MOVE "    no linked accounts" TO report-line
                ELSE
                    MOVE cust-accounts TO count-tx
                    MOVE cust-total TO total-tx
                    STRING "    customer total " count-tx
                           " accounts " total-tx " " base-currency
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_one_position.
                EVALUATE rel-role
                    WHEN "O"
                        MOVE "OWNER" TO role-text
                    WHEN "J"
                        MOVE "JOINT" TO role-text
                    WHEN "B"
                        MOVE "BENEFICIARY" TO role-text
                    WHEN OTHER
                        MOVE "UNKNOWN" TO role-text
                END-EVALUATE.
                MOVE rel-acct TO key-tx.
                MOVE SPACES TO report-line.
                MOVE rel-acct TO mst-key.
                READ MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    ADD 1 TO dangling-count
                    STRING "    account " key-tx " " role-text
                           " NOT ON MASTER"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE mst-status
                    WHEN "F"
                        MOVE "FROZEN" TO status-text
                    WHEN "C"
                        MOVE "CLOSED" TO status-text
                    WHEN OTHER
                        MOVE "OPEN" TO status-text
                END-EVALUATE.
                MOVE "GET" TO fx-op.
                MOVE mst-currency TO fx-currency.
                IF fx-currency = SPACES THEN
                    MOVE base-currency TO fx-currency
                END-IF.
                MOVE pd-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE mst-bal TO bal-tx.
                STRING "    account " key-tx " " role-text
                       " " status-text " " bal-tx " " fx-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                ADD 1 TO cust-accounts.
                ADD 1 TO position-count.
                IF fx-found = 0 THEN
                    ADD 1 TO unrated-count
                    MOVE SPACES TO report-line
                    STRING "        ** NO FX RATE FOR " fx-currency
                           " ON " pd-date " -- NOT IN TOTAL **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE base-bal ROUNDED = mst-bal * fx-rate.
                ADD base-bal TO cust-total.
                ADD base-bal TO grand-total.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE customer-count TO count-tx.
                STRING "customers......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE position-count TO count-tx.
                STRING "positions......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE dangling-count TO count-tx.
                STRING "not on master..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE grand-total TO total-tx.
                STRING "position total.: " total-tx " " base-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unrated-count TO count-tx.
                STRING "no fx rate.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
