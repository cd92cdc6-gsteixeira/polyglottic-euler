        *> Daily overdrawn-accounts report over the account master.
        *> Every ACCTMAST account whose signed balance is below zero
        *> is listed with how far it is under zero, how far past its
        *> agreed overdraft limit it has gone (zero while it is still
        *> inside the limit -- an account only gets past its limit
        *> by a fee, interest or a replacement, since master_update
        *> refuses a debit that would take it there), and the
        *> calendar days it has been overdrawn since the first
        *> posting that took it under zero (the overdrawn-since date
        *> master_update keeps on the record).  An overdrawn account
        *> with no overdrawn-since date -- restored from a copy taken
        *> before the date was kept -- shows its days as unknown.
        *> Totals give the count, the total under zero and the total
        *> past limit; any account past its limit raises a WARN and
        *> ends the run with RC 4 so the morning review sees it.
        *> The report lands on OVDRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REPORT-FILE ASSIGN TO "OVDRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
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
                    01 master-file-status PIC XX.
                    01 report-file-status PIC XX.
                    01 master-eof         PIC 9 VALUE 0.
                    *> one overdrawn account's figures
                    01 over-zero          PIC 9(7)V99.
                    01 over-limit         PIC 9(7)V99.
                    01 days-over          PIC S9(9).
                    *> report totals
                    01 account-count      PIC 9(9) VALUE ZEROS.
                    01 overdrawn-count    PIC 9(9) VALUE ZEROS.
                    01 past-limit-count   PIC 9(9) VALUE ZEROS.
                    01 over-zero-total    PIC 9(13)V99 VALUE ZEROS.
                    01 over-limit-total   PIC 9(13)V99 VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 amount-tx          PIC 9(7).99.
                    01 limit-tx           PIC 9(7).99.
                    01 count-tx           PIC 9(9).
                    01 total-tx           PIC 9(13).99.
                    01 days-tx            PIC 9(5).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACOVERDR".
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
                PERFORM UNTIL master-eof = 1
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            ADD 1 TO account-count
                            IF mst-bal < 0 THEN
                                PERFORM report_one_account
                            END-IF
                    END-READ
                END-PERFORM.
                PERFORM write_totals.
                CLOSE MASTER-FILE.
                CLOSE REPORT-FILE.
                IF past-limit-count > 0 THEN
                    MOVE "ACT008" TO al-msg-id
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
                IF past-limit-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT OVERDRAWN: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT OVERDRAWN: unable to open OVDRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "OVDRPT" TO al-values
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

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "OVERDRAWN ACCOUNTS - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_one_account.
                ADD 1 TO overdrawn-count.
                COMPUTE over-zero = 0 - mst-bal.
                IF over-zero > mst-od-limit THEN
                    COMPUTE over-limit = over-zero - mst-od-limit
                    ADD 1 TO past-limit-count
                ELSE
                    MOVE 0 TO over-limit
                END-IF.
                ADD over-zero TO over-zero-total.
                ADD over-limit TO over-limit-total.
                *> calendar days, not business days -- the account
                *> is overdrawn over a weekend just the same
                IF mst-od-since IS NUMERIC
                   AND mst-od-since NOT = "00000000" THEN
                    COMPUTE days-over =
                        FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(pd-date))
                      - FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(mst-od-since))
                    IF days-over < 0 THEN
                        MOVE 0 TO days-over
                    END-IF
                ELSE
                    MOVE -1 TO days-over
                END-IF.
                MOVE mst-key TO key-tx.
                MOVE mst-bal TO bal-tx.
                MOVE mst-od-limit TO limit-tx.
                MOVE over-zero TO amount-tx.
                MOVE SPACES TO report-line.
                STRING "  key " key-tx " balance " bal-tx
                       " limit " limit-tx " under zero " amount-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE over-limit TO amount-tx.
                MOVE SPACES TO report-line.
                IF days-over < 0 THEN
                    STRING "      past limit " amount-tx
                           " status " mst-status
                           " -- overdrawn since unknown"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE days-over TO days-tx
                    STRING "      past limit " amount-tx
                           " status " mst-status
                           " overdrawn " days-tx " days since "
                           mst-od-since(1:4) "-" mst-od-since(5:2)
                           "-" mst-od-since(7:2)
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE account-count TO count-tx.
                STRING "accounts read..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE overdrawn-count TO count-tx.
                STRING "overdrawn......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE past-limit-count TO count-tx.
                STRING "past limit.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE over-zero-total TO total-tx.
                STRING "under zero.....: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE over-limit-total TO total-tx.
                STRING "past limit amt.: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
