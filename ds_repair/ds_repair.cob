        *> an indexed dataset gets one bad record (a PRIMEMST entry
        *> from a killed sieve, a BTREEDAT row from an interrupted
        *> save) the only fixes used to be full regeneration or
        *> nothing.  Reads its record layouts from the LAYOUTS
        *> registry (common/layout_reg.cob) and lets a
        *> signed-on CHANGE operator (common/op_signon.cob -- this
        *> tool is too sharp for VIEW) position by key, page with
        *> READ NEXT, see the record field by field, and alter or
        *> delete it.  Every alteration is validated against the
        *> field's registered shape (numbers are keyed with their
        *> decimal point, e.g. 1234.50), may not touch a key field,
        *> must be confirmed with Y in the CONFIRM field
        *> before it lands, and is logged: the event and operator
        *> through run_audit, the before and after record images on
        *> the REPAIRLOG dataset.
        *> ARGUMENT 1 = the dataset: ACCTMAST, BTREEDAT or PRIMEMST,
        *> each browsed through the registry entry of the same name
        *> (the first 8 fields are shown); a dataset without a
        *> usable entry is refused.
        *> Actions: K = position at the KEY field, N = read next,
        *> A = alter (FIELD number + NEW VALUE, CONFIRM Y),
        *> X = delete (CONFIRM Y), Q = quit.
        *> Every ACCTMAST or BTREEDAT record brought up on the
        *> screen is also written to the READLOG read-access log
        *> (common/access_log.cob) under the operator's id.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                FD ACCT-FILE.
                01 acct-record.
                    02 mst-key           PIC S9(9).
                    02 mst-bal           PIC S9(7)V99.
                    02 mst-status        PIC X.
                    02 mst-open-date     PIC X(8).
                    02 mst-last-activity PIC X(14).
                    02 mst-od-limit      PIC 9(7)V99.
                    02 mst-od-since      PIC X(8).
                    02 mst-currency      PIC X(3).
                FD BTREE-FILE.
                01 btree-record.
                    02 rec-key.
                    *> the record as shown and as edited -- generic
                    *> field slots mapped per layout
                    01 field-lines.
                        02 field-line OCCURS 8 TIMES PIC X(70).
                    01 field-label        PIC X(14).
                    01 fx                 PIC 99.
                    01 shown-count        PIC 99.
                    01 before-image       PIC X(80).
                    01 after-image        PIC X(80).
                    01 have-record        PIC 9 VALUE 0.
                    *> screen inputs
                    01 key-in             PIC X(18) VALUE SPACES.
                    01 screen-note        PIC X(60) VALUE SPACES.
                    01 keep-going         PIC 9 VALUE 1.
                        88 done-repairing VALUE 0.
                    *> the layout in hand -- see common/layout_reg.cob
                    01 lr-op              PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field           PIC 99.
                    01 lr-record          PIC X(256).
                    01 lr-text            PIC X(60).
                    01 lr-status          PIC XX.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id        PIC X(8) VALUE SPACES.
                    01 operator-level     PIC X(6).
                    01 os-found           PIC 9.
                    *> read-access log -- see common/access_log.cob
                    01 al-key-from        PIC X(18).
                    01 al-key-to          PIC X(18).
                    01 al-acct-key        PIC 9(9).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "DSREPAIR".
                    01 audit-event        PIC X(5).
                    05 LINE 2 COL 30 PIC X(8) FROM operator-id.
                    05 LINE 4 COL 1 VALUE "KEY:".
                    05 LINE 4 COL 6 PIC X(18) USING key-in.
                    05 LINE 6 COL 1 PIC X(70) FROM field-line(1).
                    05 LINE 7 COL 1 PIC X(70) FROM field-line(2).
                    05 LINE 8 COL 1 PIC X(70) FROM field-line(3).
                    05 LINE 9 COL 1 PIC X(70) FROM field-line(4).
                    05 LINE 10 COL 1 PIC X(70) FROM field-line(5).
                    05 LINE 11 COL 1 PIC X(70) FROM field-line(6).
                    05 LINE 12 COL 1 PIC X(70) FROM field-line(7).
                    05 LINE 13 COL 1 PIC X(70) FROM field-line(8).
                    05 LINE 15 COL 1 VALUE "FIELD NO:".
                    05 LINE 15 COL 11 PIC 9 USING field-no.
                    05 LINE 15 COL 15 VALUE "NEW VALUE:".
                    05 LINE 15 COL 26 PIC X(20) USING new-value.
                    05 LINE 16 COL 1 VALUE "CONFIRM (Y):".
                    05 LINE 16 COL 14 PIC X USING confirm-in.
                    05 LINE 17 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 19 COL 1
                       VALUE "ACTION (K=KEY N=NEXT A=ALTER X=DEL Q):".
                    05 LINE 19 COL 41 PIC X USING repair-action.
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "LOD" TO lr-op.
                MOVE dataset-name TO lt-name.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    DISPLAY "DS REPAIR: layout " dataset-name
                            " cannot be used from LAYOUTS, status "
                            lr-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE lt-count TO shown-count.
                IF shown-count > 8 THEN
                    MOVE 8 TO shown-count
                END-IF.
                EXIT.

            open_dataset.
                        END-READ
                END-EVALUATE.
                PERFORM show_record_fields.
                PERFORM log_record_viewed.
                EXIT.

            log_record_viewed.
                IF have-record = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO al-key-from.
                MOVE SPACES TO al-key-to.
                EVALUATE dataset-name
                    WHEN "ACCTMAST"
                        MOVE mst-key TO al-acct-key
                        MOVE al-acct-key TO al-key-from
                    WHEN "BTREEDAT"
                        MOVE rec-key TO al-key-from
                    WHEN OTHER
                        EXIT PARAGRAPH
                END-EVALUATE.
                CALL "access_log" USING operator-id, audit-name,
                                         al-key-from, al-key-to.
                EXIT.

            blank_field_lines.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > 8
                    MOVE SPACES TO field-line(fx)
                END-PERFORM.
                EXIT.

            show_record_fields.
                PERFORM blank_field_lines.
                IF have-record = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM take_record_image.
                MOVE lr-record TO before-image.
                MOVE "GET" TO lr-op.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > shown-count
                    MOVE fx TO lr-field
                    CALL "layout_reg" USING lr-op, lr-layout,
                         lr-field, lr-record, lr-text, lr-status
                    MOVE FUNCTION UPPER-CASE(lt-fname(fx))
                        TO field-label
                    INSPECT field-label REPLACING ALL SPACE BY "."
                    STRING fx(2:1) ". " field-label ": "
                           FUNCTION TRIM(lr-text)
                        DELIMITED BY SIZE INTO field-line(fx)
                END-PERFORM.
                EXIT.

            take_record_image.
                *> the record in hand, as raw bytes, into lr-record
                MOVE SPACES TO lr-record.
                EVALUATE dataset-name
                    WHEN "ACCTMAST"
                        MOVE acct-record TO lr-record
                    WHEN "BTREEDAT"
                        MOVE btree-record TO lr-record
                    WHEN "PRIMEMST"
                        MOVE prime-record TO lr-record
                END-EVALUATE.
                EXIT.

            alter_record.
                IF have-record = 0 THEN
                    MOVE "position on a record first"
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACE TO confirm-in.
                IF field-no < 1 OR field-no > shown-count THEN
                    MOVE "FIELD NO must be one of the fields shown"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF lt-key(field-no) = "Y" THEN
                    MOVE "key fields cannot be altered" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF dataset-name = "ACCTMAST"
                   AND lt-fname(field-no) = "status" THEN
                    MOVE FUNCTION UPPER-CASE(new-value) TO new-value
                    IF new-value NOT = "O" AND new-value NOT = "F"
                       AND new-value NOT = "C" THEN
                        MOVE "status must be O, F or C"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM take_record_image.
                MOVE "PUT" TO lr-op.
                MOVE field-no TO lr-field.
                MOVE new-value TO lr-text.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    PERFORM explain_bad_value
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE dataset-name
                    WHEN "ACCTMAST"
                        MOVE lr-record TO acct-record
                        REWRITE acct-record
                        MOVE acct-file-status TO lr-status
                    WHEN "BTREEDAT"
                        MOVE lr-record TO btree-record
                        REWRITE btree-record
                        MOVE btree-file-status TO lr-status
                    WHEN "PRIMEMST"
                        MOVE lr-record TO prime-record
                        REWRITE prime-record
                        MOVE prime-file-status TO lr-status
                END-EVALUATE.
                IF lr-status NOT = "00" THEN
                    MOVE "rewrite failed" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE lr-record TO after-image.
                PERFORM log_repair.
                PERFORM show_record_fields.
                MOVE "altered and logged" TO screen-note.
                EXIT.

            explain_bad_value.
                MOVE SPACES TO screen-note.
                EVALUATE lr-status
                    WHEN "MC"
                        STRING FUNCTION TRIM(lt-fname(field-no))
                               ": key a NEW VALUE"
                            DELIMITED BY SIZE INTO screen-note
                    WHEN "LN"
                        STRING FUNCTION TRIM(lt-fname(field-no))
                               ": longer than the field"
                            DELIMITED BY SIZE INTO screen-note
                    WHEN "NG"
                        STRING FUNCTION TRIM(lt-fname(field-no))
                               ": may not be negative"
                            DELIMITED BY SIZE INTO screen-note
                    WHEN OTHER
                        STRING FUNCTION TRIM(lt-fname(field-no))
                               ": not a number that fits the field"
                            DELIMITED BY SIZE INTO screen-note
                END-EVALUATE.
                EXIT.

            delete_record.
