        *> End-of-day balance history.  ACCTMAST holds only today's
        *> balance and acct_close snapshots it once a month, so a
        *> question about any other day -- what did this account
        *> close at on the 12th, what was its average balance over
        *> the quarter -- had no answer short of replaying the
        *> journal.  Run at the end of each business day, after the
        *> day's postings, this appends one line per account on
        *> ACCTMAST to the dated BALHIST dataset: the business date,
        *> the key, the closing balance, the status and the
        *> currency.  bal_average reads it back for the daily
        *> balances and the minimum, maximum and average daily
        *> balance over a range.
        *> A rerun on the same business date replaces that date's
        *> lines rather than doubling them -- the earlier take is
        *> dropped through the BALKEEP scratch file and the day is
        *> taken again from the master as it now stands.
        *> Every line leads with its business date, so log_archive
        *> moves the old days to BALHIST.Ayyyymmdd under the same
        *> cut-off as the operational logs.
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
                    SELECT HIST-FILE ASSIGN TO "BALHIST"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS hist-file-status.
                    *> the other days' lines pass through a scratch
                    *> file and come back when a date is retaken
                    SELECT KEEP-FILE ASSIGN TO "BALKEEP"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS keep-file-status.
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
                FD HIST-FILE.
                01 hist-record.
                    02 bhs-date     PIC X(8).
                    02 FILLER       PIC X.
                    02 bhs-key      PIC S9(9).
                    02 FILLER       PIC X.
                    02 bhs-bal      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
                    02 FILLER       PIC X.
                    02 bhs-status   PIC X.
                    02 FILLER       PIC X.
                    02 bhs-currency PIC X(3).
                FD KEEP-FILE.
                01 keep-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 hist-file-status   PIC XX.
                    01 keep-file-status   PIC XX.
                    01 master-eof         PIC 9 VALUE 0.
                    01 hist-eof           PIC 9.
                    01 keep-eof           PIC 9.
                    01 hist-date          PIC X(8).
                    *> lines already on BALHIST for this date
                    01 retake-count       PIC 9(9) VALUE ZEROS.
                    *> run totals
                    01 account-count      PIC 9(9) VALUE ZEROS.
                    01 balance-total      PIC S9(13)V99 VALUE ZEROS.
                    01 total-tx           PIC +9(13).99.
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
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "BALHIST".
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
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE pd-date TO hist-date.
                PERFORM count_earlier_take.
                IF retake-count > 0 THEN
                    PERFORM drop_earlier_take
                END-IF.
                PERFORM take_closing_balances.
                MOVE balance-total TO total-tx.
                DISPLAY "BAL HISTORY: " hist-date " "
                        account-count " account(s), total "
                        total-tx.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            count_earlier_take.
                OPEN INPUT HIST-FILE.
                IF hist-file-status NOT = "00" THEN
                    *> no history yet -- the first take creates it
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO hist-eof.
                PERFORM UNTIL hist-eof = 1
                    READ HIST-FILE
                        AT END
                            MOVE 1 TO hist-eof
                        NOT AT END
                            IF bhs-date = hist-date THEN
                                ADD 1 TO retake-count
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HIST-FILE.
                EXIT.

            drop_earlier_take.
                DISPLAY "BAL HISTORY: " hist-date " already taken ("
                        retake-count " line(s)) -- retaking".
                OPEN INPUT HIST-FILE.
                OPEN OUTPUT KEEP-FILE.
                IF keep-file-status NOT = "00" THEN
                    DISPLAY "BAL HISTORY: unable to open BALKEEP, "
                            "status " keep-file-status
                    CLOSE HIST-FILE
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO hist-eof.
                PERFORM UNTIL hist-eof = 1
                    READ HIST-FILE
                        AT END
                            MOVE 1 TO hist-eof
                        NOT AT END
                            IF bhs-date NOT = hist-date THEN
                                MOVE hist-record TO keep-line
                                WRITE keep-line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HIST-FILE.
                CLOSE KEEP-FILE.
                OPEN INPUT KEEP-FILE.
                OPEN OUTPUT HIST-FILE.
                IF hist-file-status NOT = "00" THEN
                    DISPLAY "BAL HISTORY: unable to rewrite BALHIST, "
                            "status " hist-file-status
                    CLOSE KEEP-FILE
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO keep-eof.
                PERFORM UNTIL keep-eof = 1
                    READ KEEP-FILE
                        AT END
                            MOVE 1 TO keep-eof
                        NOT AT END
                            MOVE keep-line TO hist-record
                            WRITE hist-record
                    END-READ
                END-PERFORM.
                CLOSE KEEP-FILE.
                CLOSE HIST-FILE.
                EXIT.

            take_closing_balances.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "BAL HISTORY: unable to open ACCTMAST, "
                            "status " master-file-status
                    PERFORM fail_run
                END-IF.
                OPEN EXTEND HIST-FILE.
                IF hist-file-status NOT = "00" THEN
                    OPEN OUTPUT HIST-FILE
                END-IF.
                IF hist-file-status NOT = "00" THEN
                    DISPLAY "BAL HISTORY: unable to open BALHIST, "
                            "status " hist-file-status
                    CLOSE MASTER-FILE
                    PERFORM fail_run
                END-IF.
                PERFORM UNTIL master-eof = 1
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            MOVE SPACES TO hist-record
                            MOVE hist-date TO bhs-date
                            MOVE mst-key TO bhs-key
                            MOVE mst-bal TO bhs-bal
                            MOVE mst-status TO bhs-status
                            MOVE mst-currency TO bhs-currency
                            WRITE hist-record
                            ADD 1 TO account-count
                            ADD mst-bal TO balance-total
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                CLOSE HIST-FILE.
                EXIT.

            fail_run.
                MOVE "ACT029" TO al-msg-id.
                MOVE hist-date TO al-values.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.
        END PROGRAM Main.
