        *> Daily holds report.  Lists every active hold on ACCTHOLD
        *> grouped by reason code -- garnishments together, disputed
        *> items together, pending cheques together -- each hold with
        *> its account, hold id, amount, placed date and expiry, and
        *> a count and amount subtotal per reason, then the grand
        *> total of funds held.  Active means what master_update
        *> means: the business date has not passed the expiry (a
        *> blank expiry holds until lifted).  A hold past its expiry
        *> that the next posting run has not yet dropped is left off
        *> the listing and counted on the totals page instead.
        *> There is no SORT here: the reasons are gathered in one
        *> pass into a small table kept in code order, then the file
        *> is walked once per reason.  The report lands on HOLDRPT
        *> and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS hld-key
                        FILE STATUS IS hold-file-status.
                    SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD HOLD-FILE.
                01 hold-record.
                    02 hld-key.
                        03 hld-acct    PIC S9(9).
                        03 hld-id      PIC 9(6).
                    02 hld-amount      PIC 9(7)V99.
                    02 hld-reason      PIC X(4).
                    02 hld-placed      PIC X(8).
                    02 hld-expiry      PIC X(8).
                    02 hld-batch       PIC X(8).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 hold-file-status     PIC XX.
                    01 report-file-status   PIC XX.
                    01 hold-eof             PIC 9.
                    *> the reasons seen, kept in code order as they
                    *> are found -- a handful in practice
                    01 reason-table.
                        02 reason-count     PIC 9(3) VALUE ZEROS.
                        02 reason-rows OCCURS 1 TO 200 TIMES
                                DEPENDING ON reason-count.
                            03 rsn-code     PIC X(4).
                            03 rsn-holds    PIC 9(9).
                            03 rsn-total    PIC 9(11)V99.
                    01 rsn-idx              PIC 9(3).
                    01 rsn-slot             PIC 9(3).
                    01 rsn-found            PIC 9.
                    01 reason-text          PIC X(20).
                    *> report totals
                    01 active-count         PIC 9(9) VALUE ZEROS.
                    01 expired-count        PIC 9(9) VALUE ZEROS.
                    01 grand-total          PIC 9(11)V99 VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx               PIC +9(9).
                    01 id-tx                PIC 9(6).
                    01 amount-tx            PIC $$,$$$,$$9.99.
                    01 total-tx             PIC $$$,$$$,$$$,$$9.99.
                    01 count-tx             PIC 9(9).
                    01 expiry-tx            PIC X(10).
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
                    01 audit-name           PIC X(8) VALUE "HOLDRPT".
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
                PERFORM open_report.
                PERFORM write_report_header.
                PERFORM gather_reasons.
                PERFORM VARYING rsn-idx FROM 1 BY 1
                        UNTIL rsn-idx > reason-count
                    PERFORM list_one_reason
                END-PERFORM.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            open_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "HOLDS REPORT: unable to open HOLDRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "HOLDRPT" TO al-values
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
                STRING "HOLDS BY REASON - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            gather_reasons.
                *> no hold dataset yet is an empty report, not an
                *> error -- nothing has ever been held
                OPEN INPUT HOLD-FILE.
                IF hold-file-status NOT = "00" THEN
                    MOVE SPACES TO report-line
                    MOVE "  no holds on file" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO hold-eof.
                PERFORM UNTIL hold-eof = 1
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO hold-eof
                        NOT AT END
                            IF hld-expiry = SPACES
                               OR hld-expiry >= pd-date THEN
                                PERFORM tally_reason
                            ELSE
                                ADD 1 TO expired-count
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HOLD-FILE.
                EXIT.

            tally_reason.
                ADD 1 TO active-count.
                ADD hld-amount TO grand-total.
                MOVE 0 TO rsn-found.
                PERFORM VARYING rsn-idx FROM 1 BY 1
                        UNTIL rsn-idx > reason-count
                           OR rsn-found = 1
                    IF rsn-code(rsn-idx) = hld-reason THEN
                        MOVE 1 TO rsn-found
                        ADD 1 TO rsn-holds(rsn-idx)
                        ADD hld-amount TO rsn-total(rsn-idx)
                    END-IF
                END-PERFORM.
                IF rsn-found = 1 OR reason-count >= 200 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a new code: open a slot in code order by shifting
                *> the higher codes up one row
                ADD 1 TO reason-count.
                MOVE reason-count TO rsn-slot.
                PERFORM UNTIL rsn-slot = 1
                           OR rsn-code(rsn-slot - 1) < hld-reason
                    MOVE reason-rows(rsn-slot - 1)
                        TO reason-rows(rsn-slot)
                    SUBTRACT 1 FROM rsn-slot
                END-PERFORM.
                MOVE hld-reason TO rsn-code(rsn-slot).
                MOVE 1 TO rsn-holds(rsn-slot).
                MOVE hld-amount TO rsn-total(rsn-slot).
                EXIT.

            list_one_reason.
                EVALUATE rsn-code(rsn-idx)
                    WHEN "GARN"
                        MOVE "GARNISHMENT" TO reason-text
                    WHEN "DISP"
                        MOVE "DISPUTED ITEM" TO reason-text
                    WHEN "CHEQ"
                        MOVE "PENDING CHEQUE" TO reason-text
                    WHEN "LEGL"
                        MOVE "LEGAL ORDER" TO reason-text
                    WHEN OTHER
                        MOVE SPACES TO reason-text
                END-EVALUATE.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                STRING "REASON " rsn-code(rsn-idx) " " reason-text
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                OPEN INPUT HOLD-FILE.
                MOVE 0 TO hold-eof.
                PERFORM UNTIL hold-eof = 1
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO hold-eof
                        NOT AT END
                            IF hld-reason = rsn-code(rsn-idx)
                               AND (hld-expiry = SPACES
                                    OR hld-expiry >= pd-date) THEN
                                PERFORM list_one_hold
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HOLD-FILE.
                MOVE SPACES TO report-line.
                MOVE rsn-holds(rsn-idx) TO count-tx.
                MOVE rsn-total(rsn-idx) TO total-tx.
                STRING "    reason total " count-tx " holds "
                       total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_one_hold.
                MOVE hld-acct TO key-tx.
                MOVE hld-id TO id-tx.
                MOVE hld-amount TO amount-tx.
                IF hld-expiry = SPACES THEN
                    MOVE "UNTIL LIFT" TO expiry-tx
                ELSE
                    STRING hld-expiry(1:4) "-" hld-expiry(5:2) "-"
                           hld-expiry(7:2)
                        DELIMITED BY SIZE INTO expiry-tx
                END-IF.
                MOVE SPACES TO report-line.
                STRING "    account " key-tx " hold " id-tx
                       " " amount-tx
                       " placed " hld-placed(1:4) "-" hld-placed(5:2)
                       "-" hld-placed(7:2)
                       " expires " expiry-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE active-count TO count-tx.
                STRING "active holds...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE grand-total TO total-tx.
                STRING "funds held.....: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE expired-count TO count-tx.
                STRING "expired, to drop " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
