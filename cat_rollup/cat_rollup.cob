        *> balance by category code, then by category within the
        *> key's sign, and closes with a grand total -- rows whose
        *> enrichment came back blank roll up under the "----"
        *> category so nothing disappears from the totals.
        *> A row whose key is an ACCTMAST account held in a foreign
        *> currency is in that currency's units: the category, sign
        *> and grand totals add every row at its base-currency
        *> equivalent at the day's rate (see common/fx_rate.cob),
        *> and a by-currency section shows each currency's own total
        *> beside its base equivalent.  Keys not on the master, or
        *> no master at all, count as the base currency.  A currency
        *> with no rate on file is valued at zero, flagged, and
        *> leaves RETURN-CODE 4.  The report lands on CATRPT and on
        *> SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT REPORT-FILE ASSIGN TO "CATRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
                    *> the account master, read by key for each
                    *> row's currency
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD INPUT-FILE.
                    02 in-cat  PIC X(4).
                FD REPORT-FILE.
                01 report-line PIC X(132).
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
                WORKING-STORAGE SECTION.
                    01 in-file-status     PIC XX.
                    01 report-file-status PIC XX.
                            03 ct-neg-rows  PIC 9(9).
                            03 ct-neg-total PIC 9(13)V99.
                    01 cat-idx            PIC 9(3).
                    *> each row's currency and its base value
                    01 master-file-status PIC XX.
                    01 have-master        PIC 9 VALUE 0.
                    01 base-bal           PIC 9(13)V99.
                    01 currency-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 cu-code  PIC X(3).
                            03 cu-rows  PIC 9(9).
                            03 cu-total PIC 9(13)V99.
                            03 cu-rate  PIC 9(5)V9(6).
                            03 cu-rated PIC 9.
                            03 cu-base  PIC 9(13)V99.
                    01 ccy-idx            PIC 9(3).
                    01 ccy-found          PIC 9.
                    01 ccy-work           PIC X(3).
                    01 unrated-count      PIC 9(3) VALUE ZEROS.
                    01 rate-tx            PIC 9(5).9(6).
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    01 base-currency      PIC X(3).
                    01 cat-found          PIC 9.
                    01 work-cat           PIC X(4).
                    *> grand totals
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "CATROLUP".
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
                PERFORM tally_input.
                PERFORM write_category_section.
                PERFORM write_sign_section.
                PERFORM write_currency_section.
                PERFORM write_grand_total.
                CLOSE INPUT-FILE.
                CLOSE REPORT-FILE.
                IF have-master = 1 THEN
                    CLOSE MASTER-FILE
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF unrated-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "CAT ROLLUP: unable to open CATIN, "
                            "status " in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CATIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CAT ROLLUP: unable to open CATRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CATRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> no master is not an error -- every row is then
                *> taken as the base currency
                OPEN INPUT MASTER-FILE.
                IF master-file-status = "00" THEN
                    MOVE 1 TO have-master
                END-IF.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                EXIT.

            write_report_header.
                ELSE
                    MOVE in-cat TO work-cat
                END-IF.
                MOVE SPACES TO ccy-work.
                IF have-master = 1 THEN
                    MOVE in-key TO mst-key
                    READ MASTER-FILE
                    IF master-file-status = "00" THEN
                        MOVE mst-currency TO ccy-work
                    END-IF
                END-IF.
                PERFORM find_currency_slot.
                COMPUTE base-bal ROUNDED = in-bal * cu-rate(ccy-idx).
                ADD 1 TO cu-rows(ccy-idx).
                ADD in-bal TO cu-total(ccy-idx).
                ADD base-bal TO cu-base(ccy-idx).
                PERFORM find_category_slot.
                ADD 1 TO ct-rows(cat-idx).
                ADD base-bal TO ct-total(cat-idx).
                IF in-key < 0 THEN
                    ADD 1 TO ct-neg-rows(cat-idx)
                    ADD base-bal TO ct-neg-total(cat-idx)
                ELSE
                    ADD 1 TO ct-pos-rows(cat-idx)
                    ADD base-bal TO ct-pos-total(cat-idx)
                END-IF.
                ADD 1 TO grand-rows.
                ADD base-bal TO grand-total.
                EXIT.

            find_currency_slot.
                *> a blank code is the base currency; a new slot
                *> takes the day's rate as it opens
                IF ccy-work = SPACES THEN
                    MOVE base-currency TO ccy-work
                END-IF.
                MOVE 0 TO ccy-found.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count OR ccy-found = 1
                    IF cu-code(ccy-idx) = ccy-work THEN
                        MOVE 1 TO ccy-found
                    END-IF
                END-PERFORM.
                IF ccy-found = 1 THEN
                    SUBTRACT 1 FROM ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                IF ccy-count >= 100 THEN
                    MOVE ccy-count TO ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO ccy-count.
                MOVE ccy-count TO ccy-idx.
                MOVE ccy-work TO cu-code(ccy-idx).
                MOVE 0 TO cu-rows(ccy-idx).
                MOVE 0 TO cu-total(ccy-idx).
                MOVE 0 TO cu-base(ccy-idx).
                MOVE "GET" TO fx-op.
                MOVE ccy-work TO fx-currency.
                MOVE pd-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-rate TO cu-rate(ccy-idx).
                MOVE fx-found TO cu-rated(ccy-idx).
                EXIT.

            find_category_slot.
                END-PERFORM.
                EXIT.

            write_currency_section.
                MOVE SPACES TO report-line.
                MOVE "-- BY CURRENCY --" TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    MOVE cu-rows(ccy-idx) TO count-tx
                    MOVE cu-total(ccy-idx) TO total-tx
                    MOVE SPACES TO report-line
                    STRING "  " cu-code(ccy-idx)
                           "   rows " count-tx
                           "  balance " total-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE cu-rate(ccy-idx) TO rate-tx
                    MOVE cu-base(ccy-idx) TO total-tx
                    MOVE SPACES TO report-line
                    STRING "        at " rate-tx
                           "  = " total-tx " " base-currency
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    IF cu-rated(ccy-idx) = 0 THEN
                        ADD 1 TO unrated-count
                        MOVE SPACES TO report-line
                        STRING "        ** NO FX RATE FOR "
                               cu-code(ccy-idx) " ON " pd-date
                               " -- VALUED AT ZERO **"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                IF unrated-count > 0 THEN
                    MOVE "ACT014" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            write_grand_total.
                MOVE SPACES TO report-line.
                MOVE "-- GRAND TOTAL --" TO report-line.
                MOVE grand-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  rows " count-tx
                       "  balance " total-tx " " base-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
