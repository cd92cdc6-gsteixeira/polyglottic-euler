        *> Balance-confirmation exceptions report -- what audit has
        *> to chase.  Reads the CONFREG register conf_sample fills
        *> and conf_respond answers, and lists:
        *>   disputes       every entry the customer disputed, with
        *>                  the balance asked, the customer's figure
        *>                  and the difference
        *>   non-responders every entry still awaiting a reply more
        *>                  than N calendar days after it was sent,
        *>                  and every entry recorded as no reply
        *> PARMLIB CONFEXCP DAYS=nnn sets N (default 30); ARGUMENT 1
        *> overrides it for the run.  Totals give what the register
        *> holds by status.  Any exception raises a WARN and ends
        *> the run with RC 4.  The report lands on CONFEXC and on
        *> SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT REGISTER-FILE ASSIGN TO "CONFREG"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS cfr-key
                        FILE STATUS IS register-file-status.
                    SELECT REPORT-FILE ASSIGN TO "CONFEXC"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REGISTER-FILE.
                *> the conf_sample register shape
                01 register-record.
                    02 cfr-key.
                        03 cfr-asof    PIC X(8).
                        03 cfr-acct    PIC S9(9).
                    02 cfr-stratum     PIC X(4).
                    02 cfr-currency    PIC X(3).
                    02 cfr-balance     PIC S9(7)V99.
                    02 cfr-sent        PIC X(8).
                    02 cfr-status      PIC X.
                    02 cfr-cust-amount PIC S9(7)V99.
                    02 cfr-replied     PIC X(8).
                    02 cfr-operator    PIC X(8).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 register-file-status PIC XX.
                    01 report-file-status   PIC XX.
                    01 register-eof         PIC 9 VALUE 0.
                    01 arg-value            PIC X(18).
                    01 chase-days           PIC 9(3) VALUE 30.
                    01 days-out             PIC S9(9).
                    01 difference           PIC S9(9)V99.
                    *> register totals
                    01 entry-count          PIC 9(9) VALUE ZEROS.
                    01 awaiting-count       PIC 9(9) VALUE ZEROS.
                    01 agreed-count         PIC 9(9) VALUE ZEROS.
                    01 disputed-count       PIC 9(9) VALUE ZEROS.
                    01 no-reply-count       PIC 9(9) VALUE ZEROS.
                    01 overdue-count        PIC 9(9) VALUE ZEROS.
                    01 exception-count      PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx               PIC +9(9).
                    01 bal-tx               PIC +9(7).99.
                    01 cust-tx              PIC +9(7).99.
                    01 diff-tx              PIC +9(8).99.
                    01 count-tx             PIC 9(9).
                    01 days-tx              PIC 9(5).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date          PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op                PIC X(3).
                    01 pd-date              PIC X(8).
                    01 pd-answer            PIC 9(9).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program           PIC X(8) VALUE "CONFEXCP".
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
                    01 audit-name           PIC X(8) VALUE "CONFEXCP".
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
                MOVE "DAYS" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO chase-days
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(arg-value) TO chase-days
                END-IF.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM UNTIL register-eof = 1
                    READ REGISTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO register-eof
                        NOT AT END
                            PERFORM check_one_entry
                    END-READ
                END-PERFORM.
                PERFORM write_totals.
                CLOSE REGISTER-FILE.
                CLOSE REPORT-FILE.
                IF exception-count > 0 THEN
                    MOVE "ACT026" TO al-msg-id
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
                IF exception-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN INPUT REGISTER-FILE.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "CONF EXCEPTIONS: unable to open CONFREG, "
                            "status " register-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONFREG" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CONF EXCEPTIONS: unable to open CONFEXC, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONFEXC" TO al-values
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
                MOVE chase-days TO days-tx.
                STRING "CONFIRMATION EXCEPTIONS - run " report-date
                       " cycle " corr-id " chase after " days-tx
                       " days"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            check_one_entry.
                ADD 1 TO entry-count.
                MOVE cfr-acct TO key-tx.
                MOVE cfr-balance TO bal-tx.
                EVALUATE cfr-status
                    WHEN "A"
                        ADD 1 TO agreed-count
                    WHEN "D"
                        ADD 1 TO disputed-count
                        PERFORM list_dispute
                    WHEN "N"
                        ADD 1 TO no-reply-count
                        ADD 1 TO exception-count
                        MOVE SPACES TO report-line
                        STRING "  NO REPLY  as of " cfr-asof
                               " key " key-tx " asked " bal-tx
                               " " cfr-currency
                               " -- given up " cfr-replied
                               " by " cfr-operator
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    WHEN OTHER
                        ADD 1 TO awaiting-count
                        PERFORM check_overdue
                END-EVALUATE.
                EXIT.

            list_dispute.
                ADD 1 TO exception-count.
                COMPUTE difference = cfr-cust-amount - cfr-balance.
                MOVE cfr-cust-amount TO cust-tx.
                MOVE difference TO diff-tx.
                MOVE SPACES TO report-line.
                STRING "  DISPUTED  as of " cfr-asof
                       " key " key-tx " asked " bal-tx
                       " " cfr-currency " customer says " cust-tx
                       " difference " diff-tx
                       " -- " cfr-replied " by " cfr-operator
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            check_overdue.
                *> calendar days, the way the letters are chased
                IF cfr-sent IS NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE days-out =
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(pd-date))
                  - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(cfr-sent)).
                IF days-out <= chase-days THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO overdue-count.
                ADD 1 TO exception-count.
                MOVE days-out TO days-tx.
                MOVE SPACES TO report-line.
                STRING "  NO ANSWER as of " cfr-asof
                       " key " key-tx " asked " bal-tx
                       " " cfr-currency " sent " cfr-sent
                       " -- " days-tx " days out"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE entry-count TO count-tx.
                STRING "register entries: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE agreed-count TO count-tx.
                STRING "agreed..........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE disputed-count TO count-tx.
                STRING "disputed........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE no-reply-count TO count-tx.
                STRING "no reply........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE awaiting-count TO count-tx.
                STRING "awaiting........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE overdue-count TO count-tx.
                STRING "  past chase....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE exception-count TO count-tx.
                STRING "exceptions......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
