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
                    01 bucket-table.
                        02 bucket-entry OCCURS 4 TIMES.
                            03 bkt-count PIC 9(9) VALUE ZEROS.
                            03 bkt-total PIC S9(13)V99 VALUE ZEROS.
                    01 bucket-idx         PIC 9.
                    01 bucket-label       PIC X(12).
                    *> business-day arithmetic against the cycle's
                    01 detail-heading-done PIC 9 VALUE 0.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 count-tx           PIC 9(9).
                    01 total-tx           PIC +9(13).99.
                    01 days-tx            PIC 9(5).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
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
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT AGING: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT AGING: unable to open AGINGRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "AGINGRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
