        *> One-off check-digit conversion report.  Account keys now
        *> carry a check digit (common/key_check.cob), but the keys
        *> already on ACCTMAST were issued before that and most of
        *> them fail it.  This reads the master in key order and
        *> lists every key that fails, with its balance, status and
        *> currency, and the nearest valid key -- the same first
        *> eight digits with the right check digit -- as the
        *> proposed new number.  A proposed key that is itself
        *> already on the master is marked TAKEN, so whoever plans
        *> the renumbering sees the collisions up front.
        *> The test used ignores the KEYCHECK ENFORCE switch, so the
        *> report answers the same during the changeover window as
        *> after it.  Any failing key raises a WARN and ends the run
        *> with RC 4.  The report lands on KEYCONV and on SYSOUT.
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
                    *> a second, keyed view of the same master for
                    *> the collision probe, so the sequential pass
                    *> never loses its place
                    SELECT PROBE-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS prb-key
                        FILE STATUS IS probe-file-status.
                    SELECT REPORT-FILE ASSIGN TO "KEYCONV"
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
                FD PROBE-FILE.
                01 probe-record.
                    02 prb-key           PIC S9(9).
                    02 FILLER            PIC X(60).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 probe-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 master-eof         PIC 9 VALUE 0.
                    01 proposed-key       PIC S9(9).
                    01 taken-flag         PIC X(5).
                    *> run totals
                    01 read-count         PIC 9(9) VALUE ZEROS.
                    01 valid-count        PIC 9(9) VALUE ZEROS.
                    01 fail-count         PIC 9(9) VALUE ZEROS.
                    01 taken-count        PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 new-key-tx         PIC +9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 count-tx           PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op              PIC X(3).
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "KEYCONV".
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
                            PERFORM check_one_key
                    END-READ
                END-PERFORM.
                PERFORM write_totals.
                CLOSE MASTER-FILE.
                CLOSE PROBE-FILE.
                CLOSE REPORT-FILE.
                IF fail-count > 0 THEN
                    MOVE "ACT006" TO al-msg-id
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
                IF fail-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "KEY CONVERT: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN INPUT PROBE-FILE.
                IF probe-file-status NOT = "00" THEN
                    DISPLAY "KEY CONVERT: unable to open ACCTMAST, "
                            "status " probe-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "KEY CONVERT: unable to open KEYCONV, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "KEYCONV" TO al-values
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
                STRING "CHECK-DIGIT CONVERSION - run " report-date
                       " -- ACCTMAST keys failing the check digit"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            check_one_key.
                ADD 1 TO read-count.
                MOVE "VER" TO kc-op.
                MOVE mst-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 1 THEN
                    ADD 1 TO valid-count
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO fail-count.
                MOVE "GEN" TO kc-op.
                MOVE mst-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                MOVE kc-key TO proposed-key.
                *> the nearest valid number may already be somebody
                *> else's account
                MOVE SPACES TO taken-flag.
                MOVE proposed-key TO prb-key.
                READ PROBE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "TAKEN" TO taken-flag
                        ADD 1 TO taken-count
                END-READ.
                MOVE mst-key TO key-tx.
                MOVE proposed-key TO new-key-tx.
                MOVE mst-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  key " key-tx " bal " bal-tx
                       " " mst-currency " status " mst-status
                       " -- proposed " new-key-tx " " taken-flag
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE read-count TO count-tx.
                STRING "keys read.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE valid-count TO count-tx.
                STRING "valid...........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE fail-count TO count-tx.
                STRING "failing.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE taken-count TO count-tx.
                STRING "  proposed taken: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
