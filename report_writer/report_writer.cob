        *> Definition-driven report writer.  Every new list or
        *> summary used to mean another program in the mould of
        *> sort_break_report, cat_rollup or topn_report, each with
        *> its own headings, breaks and totals.  This one program
        *> prints any of them from a report definition kept on the
        *> RPTDEFS library, so operations can define a new report
        *> over BUBBLOUT, ENROUT, ACCTMAST or the logs without a
        *> program change.  ARGUMENT 1 names the report; its cards
        *> are the RPTDEFS lines carrying that name:
        *>     report id X(8), card X(4), operands
        *> separated by single blanks, operands by one or more
        *> blanks (an underscore in a heading, title or selection
        *> value stands for a blank).  The cards:
        *>     FILE dsname            the input dataset; ACCTMAST is
        *>                            read through its key, anything
        *>                            else as a line sequential file
        *>     OUT  dsname            the report dataset (RPTWOUT)
        *>     TITL text              the report title
        *>     FLD  name start length type [decimals]
        *>                            a field of the input record:
        *>                            type X text, 9 unsigned zoned,
        *>                            S signed zoned (sign in the
        *>                            last digit), N edited number
        *>                            read as shown ("+0001.50")
        *>     SEL  name op value     keep rows where the field is
        *>                            EQ NE LT LE GT or GE the value;
        *>                            several SEL cards must all hold
        *>     BRK  name [heading]    a control break, major first
        *>                            (three at most); the rows are
        *>                            ordered on the breaks ahead of
        *>                            any SORT keys
        *>     SORT name [A|D]        an ordering key, in card order
        *>     COL  name mask [heading]
        *>                            a printed column, left to right;
        *>                            the mask is X(n) for text, or
        *>                            an edit picture for numbers --
        *>                            $ (floating), Z and 9 digits,
        *>                            a comma for thousands grouping,
        *>                            a point and 9s for decimals, a
        *>                            trailing minus, e.g. ZZZ,ZZ9.99-
        *>     TOT  name              total this (numeric) column at
        *>                            every break and at the end
        *>     LINE n                 lines per page (60)
        *>     MODE DETAIL|SUMMARY    SUMMARY prints the break totals
        *>                            without the detail rows
        *> For example, balances by category off the enriched file:
        *>     CATBAL   FILE ENROUT
        *>     CATBAL   TITL BALANCES_BY_CATEGORY
        *>     CATBAL   FLD  KEY 1 9 S
        *>     CATBAL   FLD  BAL 10 9 9 2
        *>     CATBAL   FLD  NAME 20 20 X
        *>     CATBAL   FLD  CAT 41 4 X
        *>     CATBAL   BRK  CAT CATEGORY
        *>     CATBAL   SORT BAL D
        *>     CATBAL   COL  KEY ZZZZZZZZ9- ACCOUNT
        *>     CATBAL   COL  NAME X(20)
        *>     CATBAL   COL  BAL $$,$$$,$$9.99 BALANCE
        *>     CATBAL   TOT  BAL
        *> The report is the suite's usual one -- a title line with
        *> the run date, cycle and page number, column headings on
        *> every page, break totals and a grand total, then the
        *> rows read and selected -- on the OUT dataset and SYSOUT.
        *> A bad definition is refused whole, card by card on the
        *> console, with a FATL; more than 9999 selected rows prints
        *> the first 9999 and leaves RETURN-CODE 4.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT DEFINITION-FILE ASSIGN TO "RPTDEFS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS def-file-status.
                    SELECT INPUT-FILE ASSIGN TO DYNAMIC input-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS in-file-status.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REPORT-FILE ASSIGN TO DYNAMIC report-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD DEFINITION-FILE.
                01 definition-record.
                    02 def-report   PIC X(8).
                    02 FILLER       PIC X.
                    02 def-card     PIC X(4).
                    02 FILLER       PIC X.
                    02 def-operands PIC X(66).
                FD INPUT-FILE.
                01 input-record PIC X(400).
                FD MASTER-FILE.
                *> see master_update's FD -- the field positions a
                *> definition names are this record's byte offsets
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
                    01 def-file-status    PIC XX.
                    01 in-file-status     PIC XX.
                    01 master-file-status PIC XX.
                    01 report-file-status PIC XX.
                    01 def-eof            PIC 9.
                    01 in-eof             PIC 9.
                    01 arg-value          PIC X(20).
                    01 report-id          PIC X(8).
                    01 input-name         PIC X(30) VALUE SPACES.
                    01 report-name        PIC X(30) VALUE "RPTWOUT".
                    01 report-title       PIC X(66) VALUE SPACES.
                    01 page-length        PIC 9(3) VALUE 60.
                    01 summary-only       PIC 9 VALUE 0.
                    *> the definition as read
                    01 card-count         PIC 9(3) VALUE ZEROS.
                    01 def-errors         PIC 9(3) VALUE ZEROS.
                    01 operand-line       PIC X(66).
                    01 opnd-1             PIC X(30).
                    01 opnd-2             PIC X(30).
                    01 opnd-3             PIC X(30).
                    01 opnd-4             PIC X(30).
                    01 opnd-5             PIC X(30).
                    01 look-name          PIC X(12).
                    01 field-count        PIC 99 VALUE ZEROS.
                    01 field-table.
                        02 field-entry OCCURS 30 TIMES.
                            03 fld-name      PIC X(12).
                            03 fld-start     PIC 9(3).
                            03 fld-len       PIC 9(3).
                            03 fld-type      PIC X.
                            03 fld-dec       PIC 9.
                    01 sel-count          PIC 99 VALUE ZEROS.
                    01 sel-table.
                        02 sel-entry OCCURS 10 TIMES.
                            03 sel-fx        PIC 99.
                            03 sel-op        PIC XX.
                            03 sel-text      PIC X(40).
                            03 sel-num       PIC S9(14)V9(4).
                    01 sort-count         PIC 99 VALUE ZEROS.
                    01 sort-table.
                        02 sort-entry OCCURS 6 TIMES.
                            03 srt-fx        PIC 99.
                            03 srt-dir       PIC X.
                    01 brk-count          PIC 9 VALUE ZEROS.
                    01 brk-table.
                        02 brk-entry OCCURS 3 TIMES.
                            03 brk-fx        PIC 99.
                            03 brk-heading   PIC X(20).
                            03 brk-prev      PIC X(40).
                            03 brk-cur       PIC X(40).
                            03 brk-rows      PIC 9(9).
                    *> the ordering actually used: the breaks, then
                    *> the SORT keys not already among them
                    01 key-count          PIC 99 VALUE ZEROS.
                    01 key-table.
                        02 key-entry OCCURS 9 TIMES.
                            03 key-fx        PIC 99.
                            03 key-dir       PIC X.
                    01 col-count          PIC 99 VALUE ZEROS.
                    01 col-table.
                        02 col-entry OCCURS 20 TIMES.
                            03 col-fx        PIC 99.
                            03 col-heading   PIC X(20).
                            03 col-numeric   PIC 9.
                            03 col-total     PIC 9.
                            03 col-pos       PIC 9(3).
                            03 col-width     PIC 9(3).
                            03 col-mask-len  PIC 99.
                            03 col-int-pos   PIC 99.
                            03 col-nines     PIC 99.
                            03 col-dec       PIC 9.
                            03 col-group     PIC 9.
                            03 col-currency  PIC 9.
                            03 col-minus     PIC 9.
                            03 lvl-total     PIC S9(14)V9(4)
                                             OCCURS 3 TIMES.
                            03 grand-total   PIC S9(14)V9(4).
                    01 first-tot-pos      PIC 9(3).
                    01 fx                 PIC 99.
                    01 sx                 PIC 99.
                    01 kx                 PIC 99.
                    01 cx                 PIC 99.
                    01 lv                 PIC 9.
                    01 bx                 PIC 9.
                    01 changed-level      PIC 9.
                    01 line-pos           PIC 9(3).
                    *> edit-mask expansion -- X(20), Z(5)9.99 and the
                    *> like, written out one character per position
                    01 raw-mask           PIC X(30).
                    01 mask-text          PIC X(40).
                    01 mask-len           PIC 99.
                    01 mask-idx           PIC 99.
                    01 mask-char          PIC X.
                    01 mask-repeat        PIC 99.
                    01 repeat-tx          PIC X(3).
                    01 rep-idx            PIC 99.
                    01 in-decimals        PIC 9.
                    01 mask-bad           PIC 9.
                    *> the rows selected, and their print order
                    01 row-count          PIC 9(4) VALUE ZEROS.
                    01 row-table.
                        02 row-data PIC X(400) OCCURS 9999 TIMES.
                    01 order-table.
                        02 row-order PIC 9(4) OCCURS 9999 TIMES.
                    01 row-buffer         PIC X(400).
                    01 read-count         PIC 9(9) VALUE ZEROS.
                    01 truncated          PIC 9 VALUE 0.
                    01 row-selected       PIC 9.
                    01 ox                 PIC 9(4).
                    01 rx                 PIC 9(4).
                    01 lo                 PIC 9(4).
                    01 hi                 PIC 9(4).
                    01 mid                PIC 9(4).
                    01 cmp-a              PIC 9(4).
                    01 cmp-b              PIC 9(4).
                    01 cmp-result         PIC S9.
                    01 cmp-a-text         PIC X(40).
                    01 cmp-a-num          PIC S9(14)V9(4).
                    *> one field's value out of row-buffer
                    01 fv-text            PIC X(40).
                    01 fv-num             PIC S9(14)V9(4).
                    01 zoned-work         PIC X(18) JUSTIFIED RIGHT.
                    01 zoned-unsigned REDEFINES zoned-work
                                          PIC 9(18).
                    01 zoned-signed REDEFINES zoned-work
                                          PIC S9(18).
                    01 zoned-raw          PIC S9(18).
                    *> numeric editing under a column's mask
                    01 edit-value         PIC S9(14)V9(4).
                    01 edit-widen         PIC 9.
                    01 edit-scaled        PIC 9(18).
                    01 edit-power         PIC 9(5).
                    01 int-part           PIC 9(15).
                    01 int-digits REDEFINES int-part PIC X(15).
                    01 dec-part           PIC 9(4).
                    01 dec-digits REDEFINES dec-part PIC X(4).
                    01 first-digit        PIC 99.
                    01 sig-len            PIC 99.
                    01 allowed-len        PIC 99.
                    01 digit-idx          PIC 99.
                    01 edit-text          PIC X(40).
                    01 edit-ptr           PIC 99.
                    01 edit-len           PIC 99.
                    01 place-width        PIC 9(3).
                    *> page control
                    01 page-no            PIC 9(4) VALUE ZEROS.
                    01 page-tx            PIC Z(3)9.
                    01 line-count         PIC 9(3) VALUE ZEROS.
                    01 label-text         PIC X(80).
                    01 label-room         PIC 9(3).
                    01 label-pos          PIC 9(3).
                    01 tot-level          PIC 9.
                    01 grand-rows         PIC 9(9) VALUE ZEROS.
                    01 count-tx           PIC Z(8)9.
                    01 total-line         PIC X(132).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime           PIC X(21).
                    01 report-date        PIC X(10).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "RPTWRITE".
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
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value = SPACES THEN
                    DISPLAY "REPORT WRITER: name the report to print"
                    MOVE "RPT001" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE FUNCTION UPPER-CASE(arg-value) TO report-id.
                PERFORM load_definition.
                PERFORM load_rows.
                PERFORM print_report.
                IF truncated = 1 THEN
                    MOVE "RPT004" TO al-msg-id
                    MOVE report-id TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero
                IF truncated = 1 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            load_definition.
                OPEN INPUT DEFINITION-FILE.
                IF def-file-status NOT = "00" THEN
                    DISPLAY "REPORT WRITER: unable to open RPTDEFS, "
                            "status " def-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "RPTDEFS" TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO def-eof.
                PERFORM UNTIL def-eof = 1
                    READ DEFINITION-FILE
                        AT END
                            MOVE 1 TO def-eof
                        NOT AT END
                            IF FUNCTION UPPER-CASE(def-report)
                               = report-id THEN
                                ADD 1 TO card-count
                                PERFORM take_definition_card
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE DEFINITION-FILE.
                IF card-count = 0 THEN
                    DISPLAY "REPORT WRITER: no "
                            FUNCTION TRIM(report-id)
                            " definition on RPTDEFS"
                    MOVE "RPT002" TO al-msg-id
                    MOVE report-id TO al-values
                    PERFORM fail_run
                END-IF.
                IF input-name = SPACES THEN
                    DISPLAY "REPORT WRITER: no FILE card"
                    ADD 1 TO def-errors
                END-IF.
                IF col-count = 0 THEN
                    DISPLAY "REPORT WRITER: no COL card"
                    ADD 1 TO def-errors
                END-IF.
                PERFORM build_key_list.
                PERFORM layout_columns.
                IF def-errors > 0 THEN
                    MOVE "RPT003" TO al-msg-id
                    MOVE report-id TO al-values
                    PERFORM fail_run
                END-IF.
                IF report-title = SPACES THEN
                    STRING "REPORT " report-id
                        DELIMITED BY SIZE INTO report-title
                END-IF.
                EXIT.

            take_definition_card.
                MOVE FUNCTION TRIM(def-operands LEADING)
                    TO operand-line.
                MOVE SPACES TO opnd-1 opnd-2 opnd-3 opnd-4 opnd-5.
                UNSTRING operand-line DELIMITED BY ALL SPACE
                    INTO opnd-1, opnd-2, opnd-3, opnd-4, opnd-5.
                EVALUATE FUNCTION UPPER-CASE(def-card)
                    WHEN "FILE"
                        MOVE opnd-1 TO input-name
                    WHEN "OUT "
                        MOVE opnd-1 TO report-name
                    WHEN "TITL"
                        MOVE operand-line TO report-title
                        INSPECT report-title REPLACING ALL "_" BY " "
                    WHEN "LINE"
                        IF FUNCTION TEST-NUMVAL(opnd-1) = 0 THEN
                            MOVE FUNCTION NUMVAL(opnd-1) TO page-length
                        END-IF
                        IF page-length < 10 THEN
                            MOVE 10 TO page-length
                        END-IF
                    WHEN "MODE"
                        IF FUNCTION UPPER-CASE(opnd-1) = "SUMMARY" THEN
                            MOVE 1 TO summary-only
                        ELSE
                            MOVE 0 TO summary-only
                        END-IF
                    WHEN "FLD "
                        PERFORM take_field_card
                    WHEN "SEL "
                        PERFORM take_selection_card
                    WHEN "SORT"
                        PERFORM take_sort_card
                    WHEN "BRK "
                        PERFORM take_break_card
                    WHEN "COL "
                        PERFORM take_column_card
                    WHEN "TOT "
                        PERFORM take_total_card
                    WHEN OTHER
                        PERFORM card_error
                END-EVALUATE.
                EXIT.

            card_error.
                ADD 1 TO def-errors.
                DISPLAY "REPORT WRITER: bad card -- "
                        FUNCTION TRIM(definition-record).
                EXIT.

            find_field.
                *> look-name in, fx out -- zero when not defined
                MOVE 0 TO fx.
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > field-count
                    IF fld-name(sx) = look-name THEN
                        MOVE sx TO fx
                    END-IF
                END-PERFORM.
                EXIT.

            take_field_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                IF fx > 0 OR field-count >= 30 OR look-name = SPACES
                   OR FUNCTION TEST-NUMVAL(opnd-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(opnd-3) NOT = 0 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO field-count.
                MOVE look-name TO fld-name(field-count).
                MOVE FUNCTION NUMVAL(opnd-2) TO fld-start(field-count).
                MOVE FUNCTION NUMVAL(opnd-3) TO fld-len(field-count).
                MOVE FUNCTION UPPER-CASE(opnd-4)
                    TO fld-type(field-count).
                MOVE 0 TO fld-dec(field-count).
                IF opnd-5 NOT = SPACES THEN
                    IF FUNCTION TEST-NUMVAL(opnd-5) = 0 THEN
                        MOVE FUNCTION NUMVAL(opnd-5)
                            TO fld-dec(field-count)
                    ELSE
                        MOVE 9 TO fld-dec(field-count)
                    END-IF
                END-IF.
                *> a field must lie inside the record, text no wider
                *> than a print value, a zoned number within 18
                *> digits and its decimals within four
                IF fld-start(field-count) < 1
                   OR fld-len(field-count) < 1
                   OR fld-start(field-count) + fld-len(field-count)
                      > 401
                   OR fld-len(field-count) > 40
                   OR fld-dec(field-count) > 4 THEN
                    SUBTRACT 1 FROM field-count
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE fld-type(field-count)
                    WHEN "X"
                    WHEN "N"
                        CONTINUE
                    WHEN "9"
                    WHEN "S"
                        IF fld-len(field-count) > 18 THEN
                            SUBTRACT 1 FROM field-count
                            PERFORM card_error
                        END-IF
                    WHEN OTHER
                        SUBTRACT 1 FROM field-count
                        PERFORM card_error
                END-EVALUATE.
                EXIT.

            take_selection_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                IF fx = 0 OR sel-count >= 10 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(opnd-2) TO opnd-2.
                IF opnd-2 NOT = "EQ" AND NOT = "NE" AND NOT = "LT"
                   AND NOT = "LE" AND NOT = "GT" AND NOT = "GE" THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                IF fld-type(fx) NOT = "X"
                   AND FUNCTION TEST-NUMVAL(opnd-3) NOT = 0 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO sel-count.
                MOVE fx TO sel-fx(sel-count).
                MOVE opnd-2 TO sel-op(sel-count).
                MOVE opnd-3 TO sel-text(sel-count).
                INSPECT sel-text(sel-count) REPLACING ALL "_" BY " ".
                MOVE 0 TO sel-num(sel-count).
                IF fld-type(fx) NOT = "X" THEN
                    MOVE FUNCTION NUMVAL(opnd-3) TO sel-num(sel-count)
                END-IF.
                EXIT.

            take_sort_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                IF fx = 0 OR sort-count >= 6 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO sort-count.
                MOVE fx TO srt-fx(sort-count).
                IF FUNCTION UPPER-CASE(opnd-2) = "D" THEN
                    MOVE "D" TO srt-dir(sort-count)
                ELSE
                    MOVE "A" TO srt-dir(sort-count)
                END-IF.
                EXIT.

            take_break_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                IF fx = 0 OR brk-count >= 3 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO brk-count.
                MOVE fx TO brk-fx(brk-count).
                IF opnd-2 = SPACES THEN
                    MOVE fld-name(fx) TO brk-heading(brk-count)
                ELSE
                    MOVE opnd-2 TO brk-heading(brk-count)
                    INSPECT brk-heading(brk-count)
                        REPLACING ALL "_" BY " "
                END-IF.
                EXIT.

            take_column_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                IF fx = 0 OR col-count >= 20 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(opnd-2) TO raw-mask.
                PERFORM expand_mask.
                IF mask-bad = 1 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO col-count.
                MOVE col-count TO cx.
                MOVE fx TO col-fx(cx).
                IF opnd-3 = SPACES THEN
                    MOVE fld-name(fx) TO col-heading(cx)
                ELSE
                    MOVE opnd-3 TO col-heading(cx)
                    INSPECT col-heading(cx) REPLACING ALL "_" BY " "
                END-IF.
                MOVE 0 TO col-total(cx).
                MOVE mask-len TO col-mask-len(cx).
                MOVE mask-len TO col-width(cx).
                IF mask-text(1:1) = "X" THEN
                    MOVE 0 TO col-numeric(cx)
                ELSE
                    PERFORM take_numeric_mask
                END-IF.
                EXIT.

            expand_mask.
                *> raw-mask in, mask-text/mask-len out; X(20) becomes
                *> twenty X's, and so on
                MOVE SPACES TO mask-text.
                MOVE 0 TO mask-len.
                MOVE 0 TO mask-bad.
                MOVE SPACE TO mask-char.
                MOVE 1 TO mask-idx.
                PERFORM UNTIL mask-idx > 30 OR mask-bad = 1
                    IF raw-mask(mask-idx:1) = SPACE THEN
                        EXIT PERFORM
                    END-IF
                    IF raw-mask(mask-idx:1) = "(" THEN
                        MOVE SPACES TO repeat-tx
                        UNSTRING raw-mask(mask-idx + 1:)
                            DELIMITED BY ")" INTO repeat-tx
                        IF mask-char = SPACE
                           OR FUNCTION TEST-NUMVAL(repeat-tx) NOT = 0
                           THEN
                            MOVE 1 TO mask-bad
                            EXIT PERFORM
                        END-IF
                        MOVE FUNCTION NUMVAL(repeat-tx) TO mask-repeat
                        IF mask-repeat < 1
                           OR mask-len + mask-repeat - 1 > 40 THEN
                            MOVE 1 TO mask-bad
                            EXIT PERFORM
                        END-IF
                        PERFORM VARYING rep-idx FROM 2 BY 1
                                UNTIL rep-idx > mask-repeat
                            ADD 1 TO mask-len
                            MOVE mask-char TO mask-text(mask-len:1)
                        END-PERFORM
                        PERFORM UNTIL mask-idx > 30
                            OR raw-mask(mask-idx:1) = ")"
                            ADD 1 TO mask-idx
                        END-PERFORM
                        ADD 1 TO mask-idx
                    ELSE
                        IF mask-len >= 40 THEN
                            MOVE 1 TO mask-bad
                            EXIT PERFORM
                        END-IF
                        MOVE raw-mask(mask-idx:1) TO mask-char
                        ADD 1 TO mask-len
                        MOVE mask-char TO mask-text(mask-len:1)
                        ADD 1 TO mask-idx
                    END-IF
                END-PERFORM.
                IF mask-len = 0 THEN
                    MOVE 1 TO mask-bad
                END-IF.
                IF mask-text(1:1) = "X" THEN
                    IF mask-text(1:mask-len) NOT = ALL "X" THEN
                        MOVE 1 TO mask-bad
                    END-IF
                END-IF.
                EXIT.

            take_numeric_mask.
                MOVE 1 TO col-numeric(cx).
                MOVE 0 TO col-int-pos(cx).
                MOVE 0 TO col-nines(cx).
                MOVE 0 TO col-dec(cx).
                MOVE 0 TO col-group(cx).
                MOVE 0 TO col-currency(cx).
                MOVE 0 TO col-minus(cx).
                MOVE 0 TO in-decimals.
                PERFORM VARYING mask-idx FROM 1 BY 1
                        UNTIL mask-idx > mask-len
                    MOVE mask-text(mask-idx:1) TO mask-char
                    EVALUATE TRUE
                        WHEN mask-char = "$" AND in-decimals = 0
                            MOVE 1 TO col-currency(cx)
                            ADD 1 TO col-int-pos(cx)
                        WHEN mask-char = "Z" AND in-decimals = 0
                            ADD 1 TO col-int-pos(cx)
                        WHEN mask-char = "9" AND in-decimals = 0
                            ADD 1 TO col-int-pos(cx)
                            ADD 1 TO col-nines(cx)
                        WHEN mask-char = "9"
                            ADD 1 TO col-dec(cx)
                        WHEN mask-char = "," AND in-decimals = 0
                            MOVE 1 TO col-group(cx)
                        WHEN mask-char = "." AND in-decimals = 0
                            MOVE 1 TO in-decimals
                        WHEN mask-char = "-" AND mask-idx = mask-len
                            MOVE 1 TO col-minus(cx)
                        WHEN OTHER
                            MOVE 1 TO mask-bad
                    END-EVALUATE
                END-PERFORM.
                *> the floating currency sign takes one of its own
                *> positions
                IF col-currency(cx) = 1 THEN
                    SUBTRACT 1 FROM col-int-pos(cx)
                END-IF.
                IF mask-bad = 1 OR col-dec(cx) > 4
                   OR col-int-pos(cx) + col-dec(cx) = 0 THEN
                    SUBTRACT 1 FROM col-count
                    PERFORM card_error
                END-IF.
                EXIT.

            take_total_card.
                MOVE FUNCTION UPPER-CASE(opnd-1) TO look-name.
                PERFORM find_field.
                MOVE 0 TO kx.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    IF col-fx(cx) = fx AND fx > 0
                       AND col-numeric(cx) = 1 THEN
                        MOVE cx TO kx
                    END-IF
                END-PERFORM.
                IF kx = 0 THEN
                    PERFORM card_error
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO col-total(kx).
                EXIT.

            build_key_list.
                MOVE 0 TO key-count.
                PERFORM VARYING lv FROM 1 BY 1 UNTIL lv > brk-count
                    ADD 1 TO key-count
                    MOVE brk-fx(lv) TO key-fx(key-count)
                    MOVE "A" TO key-dir(key-count)
                    *> a SORT card on a break field sets its direction
                    PERFORM VARYING sx FROM 1 BY 1
                            UNTIL sx > sort-count
                        IF srt-fx(sx) = brk-fx(lv) THEN
                            MOVE srt-dir(sx) TO key-dir(key-count)
                        END-IF
                    END-PERFORM
                END-PERFORM.
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > sort-count
                    MOVE 0 TO fx
                    PERFORM VARYING kx FROM 1 BY 1
                            UNTIL kx > key-count
                        IF key-fx(kx) = srt-fx(sx) THEN
                            MOVE 1 TO fx
                        END-IF
                    END-PERFORM
                    IF fx = 0 THEN
                        ADD 1 TO key-count
                        MOVE srt-fx(sx) TO key-fx(key-count)
                        MOVE srt-dir(sx) TO key-dir(key-count)
                    END-IF
                END-PERFORM.
                EXIT.

            layout_columns.
                *> a totalled column is widened by three digits and
                *> a comma so the totals fit under it
                MOVE 1 TO line-pos.
                MOVE 0 TO first-tot-pos.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    IF col-total(cx) = 1 THEN
                        ADD 3 TO col-width(cx)
                        IF col-group(cx) = 1 THEN
                            ADD 1 TO col-width(cx)
                        END-IF
                    END-IF
                    IF FUNCTION LENGTH(FUNCTION TRIM(col-heading(cx)))
                       > col-width(cx) THEN
                        MOVE FUNCTION LENGTH(
                                FUNCTION TRIM(col-heading(cx)))
                            TO col-width(cx)
                    END-IF
                    MOVE line-pos TO col-pos(cx)
                    IF col-total(cx) = 1 AND first-tot-pos = 0 THEN
                        MOVE line-pos TO first-tot-pos
                    END-IF
                    COMPUTE line-pos = line-pos + col-width(cx) + 2
                END-PERFORM.
                IF line-pos - 2 > 132 THEN
                    DISPLAY "REPORT WRITER: the columns need "
                            line-pos " positions -- 132 at most"
                    ADD 1 TO def-errors
                END-IF.
                EXIT.

            load_rows.
                MOVE 0 TO in-eof.
                IF input-name = "ACCTMAST" THEN
                    OPEN INPUT MASTER-FILE
                    MOVE master-file-status TO in-file-status
                ELSE
                    OPEN INPUT INPUT-FILE
                END-IF.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "REPORT WRITER: unable to open "
                            FUNCTION TRIM(input-name) ", status "
                            in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE input-name TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM UNTIL in-eof = 1
                    PERFORM read_input_row
                    IF in-eof = 0 THEN
                        ADD 1 TO read-count
                        PERFORM select_row
                        IF row-selected = 1 THEN
                            PERFORM keep_row
                        END-IF
                    END-IF
                END-PERFORM.
                IF input-name = "ACCTMAST" THEN
                    CLOSE MASTER-FILE
                ELSE
                    CLOSE INPUT-FILE
                END-IF.
                EXIT.

            read_input_row.
                MOVE SPACES TO row-buffer.
                IF input-name = "ACCTMAST" THEN
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO in-eof
                        NOT AT END
                            MOVE master-record TO row-buffer
                    END-READ
                ELSE
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO in-eof
                        NOT AT END
                            MOVE input-record TO row-buffer
                    END-READ
                END-IF.
                EXIT.

            select_row.
                MOVE 1 TO row-selected.
                PERFORM VARYING sx FROM 1 BY 1
                        UNTIL sx > sel-count OR row-selected = 0
                    MOVE sel-fx(sx) TO fx
                    PERFORM get_field_value
                    IF fld-type(fx) = "X" THEN
                        EVALUATE sel-op(sx)
                            WHEN "EQ"
                                IF fv-text NOT = sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "NE"
                                IF fv-text = sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "LT"
                                IF fv-text NOT < sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "LE"
                                IF fv-text > sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "GT"
                                IF fv-text NOT > sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "GE"
                                IF fv-text < sel-text(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                        END-EVALUATE
                    ELSE
                        EVALUATE sel-op(sx)
                            WHEN "EQ"
                                IF fv-num NOT = sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "NE"
                                IF fv-num = sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "LT"
                                IF fv-num NOT < sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "LE"
                                IF fv-num > sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "GT"
                                IF fv-num NOT > sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                            WHEN "GE"
                                IF fv-num < sel-num(sx) THEN
                                    MOVE 0 TO row-selected
                                END-IF
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                EXIT.

            get_field_value.
                *> field fx of row-buffer into fv-text (as it stands)
                *> and fv-num (its value; zero for text, or for a
                *> number the field does not hold)
                MOVE SPACES TO fv-text.
                MOVE row-buffer(fld-start(fx):fld-len(fx)) TO fv-text.
                MOVE 0 TO fv-num.
                EVALUATE fld-type(fx)
                    WHEN "9"
                    WHEN "S"
                        MOVE row-buffer(fld-start(fx):fld-len(fx))
                            TO zoned-work
                        INSPECT zoned-work
                            REPLACING LEADING SPACE BY ZERO
                        IF fld-type(fx) = "9" THEN
                            IF zoned-unsigned IS NUMERIC THEN
                                MOVE zoned-unsigned TO zoned-raw
                            ELSE
                                MOVE 0 TO zoned-raw
                            END-IF
                        ELSE
                            IF zoned-signed IS NUMERIC THEN
                                MOVE zoned-signed TO zoned-raw
                            ELSE
                                MOVE 0 TO zoned-raw
                            END-IF
                        END-IF
                        COMPUTE fv-num = zoned-raw / 10 ** fld-dec(fx)
                    WHEN "N"
                        IF fv-text NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(fv-text) = 0 THEN
                            MOVE FUNCTION NUMVAL(fv-text) TO fv-num
                        END-IF
                END-EVALUATE.
                EXIT.

            keep_row.
                IF row-count >= 9999 THEN
                    MOVE 1 TO truncated
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO row-count.
                MOVE row-buffer TO row-data(row-count).
                *> binary insertion into the print order -- a row
                *> goes after any equal to it, so equal rows keep
                *> their input order
                MOVE 1 TO lo.
                COMPUTE hi = row-count - 1.
                MOVE row-count TO cmp-a.
                PERFORM UNTIL lo > hi OR key-count = 0
                    COMPUTE mid = (lo + hi) / 2
                    MOVE row-order(mid) TO cmp-b
                    PERFORM compare_rows
                    IF cmp-result < 0 THEN
                        COMPUTE hi = mid - 1
                    ELSE
                        COMPUTE lo = mid + 1
                    END-IF
                END-PERFORM.
                IF key-count = 0 THEN
                    MOVE row-count TO lo
                END-IF.
                PERFORM VARYING ox FROM row-count BY -1
                        UNTIL ox <= lo
                    MOVE row-order(ox - 1) TO row-order(ox)
                END-PERFORM.
                MOVE row-count TO row-order(lo).
                EXIT.

            compare_rows.
                *> row cmp-a against row cmp-b on the key list;
                *> cmp-result -1, 0 or +1
                MOVE 0 TO cmp-result.
                PERFORM VARYING kx FROM 1 BY 1
                        UNTIL kx > key-count OR cmp-result NOT = 0
                    MOVE key-fx(kx) TO fx
                    MOVE row-data(cmp-a) TO row-buffer
                    PERFORM get_field_value
                    MOVE fv-text TO cmp-a-text
                    MOVE fv-num TO cmp-a-num
                    MOVE row-data(cmp-b) TO row-buffer
                    PERFORM get_field_value
                    IF fld-type(fx) = "X" THEN
                        IF cmp-a-text < fv-text THEN
                            MOVE -1 TO cmp-result
                        END-IF
                        IF cmp-a-text > fv-text THEN
                            MOVE 1 TO cmp-result
                        END-IF
                    ELSE
                        IF cmp-a-num < fv-num THEN
                            MOVE -1 TO cmp-result
                        END-IF
                        IF cmp-a-num > fv-num THEN
                            MOVE 1 TO cmp-result
                        END-IF
                    END-IF
                    IF key-dir(kx) = "D" THEN
                        COMPUTE cmp-result = 0 - cmp-result
                    END-IF
                END-PERFORM.
                EXIT.

            print_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "REPORT WRITER: unable to open "
                            FUNCTION TRIM(report-name) ", status "
                            report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE report-name TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                CALL "run_corr" USING corr-op, corr-id.
                PERFORM write_page_header.
                PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > row-count
                    MOVE row-order(ox) TO rx
                    MOVE row-data(rx) TO row-buffer
                    PERFORM check_breaks
                    PERFORM accumulate_row
                    IF summary-only = 0 THEN
                        PERFORM write_detail_line
                    END-IF
                END-PERFORM.
                IF row-count = 0 THEN
                    MOVE "  ** no rows selected **" TO report-line
                    PERFORM write_report_line
                ELSE
                    PERFORM VARYING lv FROM brk-count BY -1
                            UNTIL lv < 1
                        PERFORM write_break_total
                    END-PERFORM
                END-IF.
                PERFORM write_grand_total.
                CLOSE REPORT-FILE.
                EXIT.

            write_report_line.
                *> every body line comes through here, so a page
                *> boundary always gets its headings
                IF line-count >= page-length THEN
                    PERFORM write_page_header
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                ADD 1 TO line-count.
                MOVE SPACES TO report-line.
                EXIT.

            write_page_header.
                MOVE report-line TO total-line.
                ADD 1 TO page-no.
                MOVE page-no TO page-tx.
                MOVE SPACES TO report-line.
                STRING FUNCTION TRIM(report-title) " - run "
                       report-date " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                STRING "page " page-tx
                    DELIMITED BY SIZE INTO report-line(120:13).
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    IF col-numeric(cx) = 1 THEN
                        MOVE FUNCTION TRIM(col-heading(cx))
                            TO edit-text
                        MOVE FUNCTION LENGTH(
                                FUNCTION TRIM(col-heading(cx)))
                            TO edit-len
                        PERFORM place_right
                    ELSE
                        MOVE col-heading(cx)
                            TO report-line(col-pos(cx):col-width(cx))
                    END-IF
                END-PERFORM.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    MOVE ALL "-"
                        TO report-line(col-pos(cx):col-width(cx))
                END-PERFORM.
                WRITE report-line.
                DISPLAY report-line.
                MOVE 3 TO line-count.
                MOVE total-line TO report-line.
                EXIT.

            place_right.
                *> edit-text(1:edit-len) right-aligned in column cx
                MOVE col-width(cx) TO place-width.
                IF edit-len > place-width THEN
                    MOVE place-width TO edit-len
                END-IF.
                IF edit-len > 0 THEN
                    MOVE edit-text(1:edit-len)
                        TO report-line(col-pos(cx) + place-width
                                       - edit-len:edit-len)
                END-IF.
                EXIT.

            check_breaks.
                IF brk-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO changed-level.
                PERFORM VARYING lv FROM 1 BY 1 UNTIL lv > brk-count
                    MOVE brk-fx(lv) TO fx
                    PERFORM get_field_value
                    MOVE fv-text TO brk-cur(lv)
                    IF changed-level = 0
                       AND brk-cur(lv) NOT = brk-prev(lv) THEN
                        MOVE lv TO changed-level
                    END-IF
                END-PERFORM.
                IF ox = 1 THEN
                    MOVE 1 TO changed-level
                ELSE
                    IF changed-level = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM VARYING lv FROM brk-count BY -1
                            UNTIL lv < changed-level
                        PERFORM write_break_total
                    END-PERFORM
                END-IF.
                PERFORM VARYING lv FROM changed-level BY 1
                        UNTIL lv > brk-count
                    MOVE brk-cur(lv) TO brk-prev(lv)
                    MOVE 0 TO brk-rows(lv)
                    PERFORM VARYING cx FROM 1 BY 1
                            UNTIL cx > col-count
                        MOVE 0 TO lvl-total(cx, lv)
                    END-PERFORM
                    IF summary-only = 0 THEN
                        MOVE SPACES TO report-line
                        STRING FUNCTION TRIM(brk-heading(lv)) ": "
                               FUNCTION TRIM(brk-cur(lv))
                            DELIMITED BY SIZE
                            INTO report-line(lv * 2 - 1:)
                        PERFORM write_report_line
                    END-IF
                END-PERFORM.
                EXIT.

            accumulate_row.
                ADD 1 TO grand-rows.
                PERFORM VARYING lv FROM 1 BY 1 UNTIL lv > brk-count
                    ADD 1 TO brk-rows(lv)
                END-PERFORM.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    IF col-total(cx) = 1 THEN
                        MOVE col-fx(cx) TO fx
                        PERFORM get_field_value
                        ADD fv-num TO grand-total(cx)
                        PERFORM VARYING lv FROM 1 BY 1
                                UNTIL lv > brk-count
                            ADD fv-num TO lvl-total(cx, lv)
                        END-PERFORM
                    END-IF
                END-PERFORM.
                EXIT.

            write_detail_line.
                MOVE SPACES TO report-line.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    MOVE col-fx(cx) TO fx
                    PERFORM get_field_value
                    IF col-numeric(cx) = 1 THEN
                        MOVE fv-num TO edit-value
                        MOVE 0 TO edit-widen
                        PERFORM edit_number
                        PERFORM place_right
                    ELSE
                        MOVE fv-text
                            TO report-line(col-pos(cx):col-width(cx))
                    END-IF
                END-PERFORM.
                PERFORM write_report_line.
                EXIT.

            write_break_total.
                MOVE brk-rows(lv) TO count-tx.
                MOVE SPACES TO label-text.
                STRING "total " FUNCTION TRIM(brk-heading(lv)) " "
                       FUNCTION TRIM(brk-prev(lv)) " ("
                       FUNCTION TRIM(count-tx) " rows)"
                    DELIMITED BY SIZE INTO label-text.
                MOVE lv TO tot-level.
                COMPUTE label-pos = lv * 2 - 1.
                PERFORM write_total_line.
                IF lv = 1 THEN
                    PERFORM write_report_line
                END-IF.
                EXIT.

            write_grand_total.
                MOVE grand-rows TO count-tx.
                MOVE SPACES TO label-text.
                STRING "** GRAND TOTAL ** (" FUNCTION TRIM(count-tx)
                       " rows)"
                    DELIMITED BY SIZE INTO label-text.
                MOVE 0 TO tot-level.
                MOVE 1 TO label-pos.
                PERFORM write_total_line.
                PERFORM write_report_line.
                MOVE read-count TO count-tx.
                STRING "rows read.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                MOVE row-count TO count-tx.
                STRING "rows selected.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF truncated = 1 THEN
                    STRING "** selection cut short at 9999 rows **"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                EXIT.

            write_total_line.
                *> the totals of level tot-level (0 = grand) under
                *> their columns, a column showing a break field at
                *> or above this level carrying its value, and
                *> label-text at label-pos when it fits left of the
                *> first totalled column -- else to the right of the
                *> last column, else on a line of its own
                MOVE SPACES TO report-line.
                PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > col-count
                    PERFORM VARYING bx FROM 1 BY 1
                            UNTIL bx > tot-level
                        IF col-fx(cx) = brk-fx(bx)
                           AND col-numeric(cx) = 0 THEN
                            MOVE brk-prev(bx)
                              TO report-line(col-pos(cx):col-width(cx))
                        END-IF
                    END-PERFORM
                    IF col-total(cx) = 1 THEN
                        IF tot-level = 0 THEN
                            MOVE grand-total(cx) TO edit-value
                        ELSE
                            MOVE lvl-total(cx, tot-level) TO edit-value
                        END-IF
                        MOVE 1 TO edit-widen
                        PERFORM edit_number
                        PERFORM place_right
                    END-IF
                END-PERFORM.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(label-text TRAILING))
                    TO label-room.
                EVALUATE TRUE
                    WHEN first-tot-pos = 0
                    WHEN label-pos + label-room + 1 <= first-tot-pos
                         AND report-line(label-pos:label-room)
                             = SPACES
                        MOVE label-text(1:label-room)
                            TO report-line(label-pos:label-room)
                    WHEN line-pos + label-room <= 133
                        MOVE label-text(1:label-room)
                            TO report-line(line-pos:label-room)
                    WHEN OTHER
                        MOVE report-line TO total-line
                        MOVE SPACES TO report-line
                        MOVE label-text TO report-line(label-pos:)
                        PERFORM write_report_line
                        MOVE total-line TO report-line
                END-EVALUATE.
                PERFORM write_report_line.
                EXIT.

            edit_number.
                *> edit-value under column cx's mask into
                *> edit-text(1:edit-len); edit-widen = 1 allows the
                *> three more integer digits a total column carries.
                *> Too many digits for the mask prints asterisks.
                COMPUTE edit-power = 10 ** col-dec(cx).
                IF edit-value < 0 THEN
                    COMPUTE edit-scaled ROUNDED =
                        (0 - edit-value) * edit-power
                ELSE
                    COMPUTE edit-scaled ROUNDED =
                        edit-value * edit-power
                END-IF.
                DIVIDE edit-scaled BY edit-power GIVING int-part
                    REMAINDER dec-part.
                MOVE 16 TO first-digit.
                PERFORM VARYING digit-idx FROM 15 BY -1
                        UNTIL digit-idx < 1
                    IF int-digits(digit-idx:1) NOT = "0" THEN
                        MOVE digit-idx TO first-digit
                    END-IF
                END-PERFORM.
                COMPUTE sig-len = 16 - first-digit.
                IF sig-len < col-nines(cx) THEN
                    MOVE col-nines(cx) TO sig-len
                END-IF.
                COMPUTE allowed-len = col-int-pos(cx) + edit-widen * 3.
                MOVE SPACES TO edit-text.
                MOVE col-mask-len(cx) TO edit-len.
                IF edit-widen = 1 THEN
                    ADD 3 TO edit-len
                    IF col-group(cx) = 1 THEN
                        ADD 1 TO edit-len
                    END-IF
                END-IF.
                IF sig-len > allowed-len THEN
                    MOVE ALL "*" TO edit-text(1:edit-len)
                    EXIT PARAGRAPH
                END-IF.
                IF sig-len = 0 AND col-dec(cx) = 0 THEN
                    *> an all-Z mask shows a zero as blanks
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO edit-ptr.
                IF col-currency(cx) = 1 THEN
                    STRING "$" DELIMITED BY SIZE
                        INTO edit-text WITH POINTER edit-ptr
                END-IF.
                COMPUTE first-digit = 16 - sig-len.
                PERFORM VARYING digit-idx FROM first-digit BY 1
                        UNTIL digit-idx > 15
                    STRING int-digits(digit-idx:1) DELIMITED BY SIZE
                        INTO edit-text WITH POINTER edit-ptr
                    IF col-group(cx) = 1 AND digit-idx < 15
                       AND FUNCTION MOD(15 - digit-idx, 3) = 0 THEN
                        STRING "," DELIMITED BY SIZE
                            INTO edit-text WITH POINTER edit-ptr
                    END-IF
                END-PERFORM.
                IF col-dec(cx) > 0 THEN
                    STRING "." dec-digits(5 - col-dec(cx):col-dec(cx))
                        DELIMITED BY SIZE
                        INTO edit-text WITH POINTER edit-ptr
                END-IF.
                IF col-minus(cx) = 1 THEN
                    IF edit-value < 0 AND edit-scaled > 0 THEN
                        STRING "-" DELIMITED BY SIZE
                            INTO edit-text WITH POINTER edit-ptr
                    ELSE
                        ADD 1 TO edit-ptr
                    END-IF
                END-IF.
                COMPUTE edit-len = edit-ptr - 1.
                EXIT.
        END PROGRAM Main.
