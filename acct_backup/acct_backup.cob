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
                FD BACKUP-FILE.
                *> one record shape, told apart by the type byte:
                *> "D" detail carrying one master record, "T" trailer
                *> carrying the control totals
                01 backup-record.
                    02 bkp-type PIC X.
                    02 bkp-body PIC X(65).
                01 backup-detail REDEFINES backup-record.
                    02 FILLER    PIC X.
                    02 bkd-key   PIC S9(9).
                    02 bkd-bal   PIC S9(7)V99.
                    02 bkd-sta   PIC X.
                    02 bkd-open  PIC X(8).
                    02 bkd-act   PIC X(14).
                    02 FILLER    PIC X(4).
                    02 bkd-odl   PIC 9(7)V99.
                    02 bkd-ods   PIC X(8).
                    02 bkd-ccy   PIC X(3).
                01 backup-trailer REDEFINES backup-record.
                    02 FILLER        PIC X.
                    02 bkt-count     PIC 9(9).
                    02 bkt-key-hash  PIC S9(15).
                    02 bkt-bal-total PIC S9(13)V99.
                    02 FILLER        PIC X(25).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 backup-file-status PIC XX.
                    *> needs: a dropped or doubled record moves it
                    01 unload-count       PIC 9(9) VALUE ZEROS.
                    01 key-hash-total     PIC S9(15) VALUE ZEROS.
                    01 balance-total      PIC S9(13)V99 VALUE ZEROS.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime           PIC X(21).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACBACKUP".
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
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT BACKUP: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF backup-file-status NOT = "00" THEN
                    DISPLAY "ACCT BACKUP: unable to open ACCTBKUP, "
                            "status " backup-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTBKUP" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                MOVE mst-status TO bkd-sta.
                MOVE mst-open-date TO bkd-open.
                MOVE mst-last-activity TO bkd-act.
                MOVE mst-od-limit TO bkd-odl.
                MOVE mst-od-since TO bkd-ods.
                MOVE mst-currency TO bkd-ccy.
                WRITE backup-record.
                ADD 1 TO unload-count.
                ADD mst-key TO key-hash-total.
