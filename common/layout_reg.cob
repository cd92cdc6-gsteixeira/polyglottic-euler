        *> Shared record-layout registry.  export_delim,
        *> import_delim, ds_repair and mask_extract each used to
        *> carry their own copy of the suite's record layouts, and
        *> every layout change (the two-decimal balance was the last)
        *> meant finding all of them.  The LAYOUTS dataset now
        *> describes each layout once, and those utilities read and
        *> write fields through here -- a new dataset is exported,
        *> imported, masked or browsed by adding its registry lines.
        *> layout_verify proves each entry against a sample of the
        *> real file.
        *> LAYOUTS (line sequential; "*" lines are comments):
        *>   L layout   dataset  o len envl
        *>       layout name (3-10), the dataset it describes (12-19),
        *>       organization S sequential / I indexed (21), record
        *>       length (23-25), and up to four leading type bytes
        *>       that mark envelope records -- header and trailer --
        *>       rather than layout records (27-30)
        *>   F layout   field-name       off len t d s k r
        *>       field name (12-27), offset (29-31) and length
        *>       (33-35) in bytes, type X alphanumeric or 9 zoned
        *>       numeric (37), decimal places (39), sign (41): N
        *>       unsigned, S trailing embedded (the suite's S9), L
        *>       leading separate (the sign byte counted in the
        *>       length); Y when part of the record key (43), and a
        *>       role (45): K the account key, B a balance or
        *>       amount -- what the maskers and the check-digit edit
        *>       look for
        *> Operations, all through one layout-table (common/
        *> layout_tab.cpy):
        *>   LOD = load the layout named in lt-name.  lr-status OK;
        *>         NR no LAYOUTS; NF layout not on it; BD an entry is
        *>         unusable (named on the console, not loaded)
        *>   GET = field lr-field of lr-record as text in lr-text:
        *>         alphanumeric as is, numeric as its sign (when
        *>         signed), every digit and a decimal point -- the
        *>         shape export_delim always wrote.  NN when the
        *>         bytes are not a number of the field's shape (the
        *>         raw bytes come back in lr-text)
        *>   PUT = lr-text into field lr-field of lr-record, checked
        *>         against the field: MC empty, NN not a number of
        *>         the field's shape (too many digits or places), NG
        *>         negative into an unsigned field, LN text longer
        *>         than the field.  The record is untouched unless OK.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. layout_reg.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT LAYOUT-FILE ASSIGN TO "LAYOUTS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS layout-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD LAYOUT-FILE.
                01 layout-record.
                    02 lay-type    PIC X.
                    02 FILLER      PIC X.
                    02 lay-name    PIC X(8).
                    02 FILLER      PIC X.
                    02 lay-rest    PIC X(40).
                01 layout-head REDEFINES layout-record.
                    02 FILLER      PIC X(11).
                    02 lay-dataset PIC X(8).
                    02 FILLER      PIC X.
                    02 lay-org     PIC X.
                    02 FILLER      PIC X.
                    02 lay-reclen  PIC X(3).
                    02 FILLER      PIC X.
                    02 lay-envl    PIC X(4).
                    02 FILLER      PIC X(21).
                01 layout-field REDEFINES layout-record.
                    02 FILLER      PIC X(11).
                    02 lay-fname   PIC X(16).
                    02 FILLER      PIC X.
                    02 lay-offset  PIC X(3).
                    02 FILLER      PIC X.
                    02 lay-length  PIC X(3).
                    02 FILLER      PIC X.
                    02 lay-ftype   PIC X.
                    02 FILLER      PIC X.
                    02 lay-dec     PIC X.
                    02 FILLER      PIC X.
                    02 lay-sign    PIC X.
                    02 FILLER      PIC X.
                    02 lay-key     PIC X.
                    02 FILLER      PIC X.
                    02 lay-role    PIC X.
                    02 FILLER      PIC X(6).
                WORKING-STORAGE SECTION.
                    01 layout-file-status PIC XX.
                    01 layout-eof         PIC 9.
                    01 head-seen          PIC 9.
                    01 entry-bad          PIC 9.
                    01 fx                 PIC 99.
                    01 new-len            PIC 9(3).
                    01 new-dec            PIC 9.
                    *> the field in hand
                    01 fld-pos            PIC 9(3).
                    01 fld-len            PIC 99.
                    01 dig-pos            PIC 9(3).
                    01 dig-len            PIC 99.
                    01 int-len            PIC 99.
                    01 fld-dec            PIC 9.
                    01 text-pos           PIC 99.
                    01 is-negative        PIC 9.
                    *> one eighteen-digit zoned number seen three
                    *> ways -- its bytes, signed (the trailing
                    *> embedded sign decoded natively) and unsigned
                    01 num-x              PIC X(18).
                    01 num-s REDEFINES num-x PIC S9(18).
                    01 num-u REDEFINES num-x PIC 9(18).
                    01 num-abs            PIC 9(18).
                    01 num-abs-x REDEFINES num-abs PIC X(18).
                    *> the PUT scan -- a character at a time, the
                    *> sort_edit way, so "12O3" is refused instead of
                    *> becoming some number
                    01 put-text           PIC X(60).
                    01 scan-idx           PIC 99.
                    01 scan-len           PIC 99.
                    01 scan-start         PIC 99.
                    01 scan-char          PIC X.
                    01 scan-digit REDEFINES scan-char PIC 9.
                    01 in-places          PIC 9.
                    01 places-seen        PIC 99.
                    01 digits-seen        PIC 99.
                    01 sig-digits         PIC 99.
                    01 build-int          PIC 9(18).
                    01 build-dec          PIC 9(9).
                LINKAGE SECTION.
                    01 lr-op              PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field           PIC 99.
                    01 lr-record          PIC X(256).
                    01 lr-text            PIC X(60).
                    01 lr-status          PIC XX.
            PROCEDURE DIVISION USING lr-op, lr-layout, lr-field,
                                      lr-record, lr-text, lr-status.
                MOVE "OK" TO lr-status.
                EVALUATE lr-op
                    WHEN "LOD"
                        PERFORM load_layout
                    WHEN "GET"
                        PERFORM get_field
                    WHEN "PUT"
                        PERFORM put_field
                END-EVALUATE.
            GOBACK.

            load_layout.
                MOVE SPACES TO lt-dataset.
                MOVE SPACES TO lt-org.
                MOVE 0 TO lt-reclen.
                MOVE SPACES TO lt-envelope.
                MOVE 0 TO lt-count.
                MOVE 0 TO head-seen.
                MOVE 0 TO entry-bad.
                OPEN INPUT LAYOUT-FILE.
                IF layout-file-status NOT = "00" THEN
                    MOVE "NR" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO layout-eof.
                PERFORM UNTIL layout-eof = 1
                    READ LAYOUT-FILE
                        AT END
                            MOVE 1 TO layout-eof
                        NOT AT END
                            IF lay-name = lt-name THEN
                                EVALUATE lay-type
                                    WHEN "L"
                                        PERFORM take_layout_head
                                    WHEN "F"
                                        PERFORM take_layout_field
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE LAYOUT-FILE.
                IF head-seen = 0 AND lt-count = 0 THEN
                    MOVE "NF" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                IF head-seen = 0 OR lt-count = 0 THEN
                    DISPLAY "LAYOUT_REG: " lt-name " needs its L line "
                            "and at least one F line"
                    MOVE 1 TO entry-bad
                END-IF.
                *> every field must lie inside the record
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF lt-offset(fx) + lt-length(fx) - 1
                       > lt-reclen THEN
                        DISPLAY "LAYOUT_REG: " lt-name " field "
                                lt-fname(fx) " runs past the "
                                lt-reclen "-byte record"
                        MOVE 1 TO entry-bad
                    END-IF
                END-PERFORM.
                IF entry-bad = 1 THEN
                    MOVE "BD" TO lr-status
                    MOVE 0 TO lt-count
                END-IF.
                EXIT.

            take_layout_head.
                IF lay-reclen IS NOT NUMERIC OR lay-reclen = "000"
                   OR lay-reclen > "256"
                   OR (lay-org NOT = "S" AND lay-org NOT = "I") THEN
                    DISPLAY "LAYOUT_REG: " lt-name " L line is "
                            "unusable: " layout-record
                    MOVE 1 TO entry-bad
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO head-seen.
                MOVE lay-dataset TO lt-dataset.
                MOVE lay-org TO lt-org.
                MOVE lay-reclen TO lt-reclen.
                MOVE lay-envl TO lt-envelope.
                EXIT.

            take_layout_field.
                IF lt-count = 40 THEN
                    DISPLAY "LAYOUT_REG: " lt-name " has more than 40 "
                            "fields"
                    MOVE 1 TO entry-bad
                    EXIT PARAGRAPH
                END-IF.
                IF lay-offset IS NOT NUMERIC OR lay-offset = "000"
                   OR lay-length IS NOT NUMERIC
                   OR lay-length = "000"
                   OR lay-dec IS NOT NUMERIC THEN
                    DISPLAY "LAYOUT_REG: " lt-name " F line is "
                            "unusable: " layout-record
                    MOVE 1 TO entry-bad
                    EXIT PARAGRAPH
                END-IF.
                *> the shapes GET and PUT can carry: text up to the
                *> sixty-byte lr-text, numbers up to eighteen digits
                *> (plus the separate sign byte), places inside them
                MOVE lay-length TO new-len.
                MOVE lay-dec TO new-dec.
                EVALUATE TRUE
                    WHEN lay-ftype = "X" AND new-len <= 60
                        CONTINUE
                    WHEN lay-ftype = "9" AND lay-sign = "L"
                         AND new-len > 1 AND new-len <= 19
                         AND new-dec < new-len
                        CONTINUE
                    WHEN lay-ftype = "9"
                         AND (lay-sign = "N" OR lay-sign = "S")
                         AND new-len <= 18 AND new-dec <= new-len
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "LAYOUT_REG: " lt-name " field "
                                lay-fname " has a shape that "
                                "cannot be carried: " layout-record
                        MOVE 1 TO entry-bad
                        EXIT PARAGRAPH
                END-EVALUATE.
                ADD 1 TO lt-count.
                MOVE lay-fname TO lt-fname(lt-count).
                MOVE lay-offset TO lt-offset(lt-count).
                MOVE lay-length TO lt-length(lt-count).
                MOVE lay-ftype TO lt-type(lt-count).
                MOVE lay-dec TO lt-dec(lt-count).
                MOVE lay-sign TO lt-sign(lt-count).
                MOVE lay-key TO lt-key(lt-count).
                MOVE lay-role TO lt-role(lt-count).
                IF lt-type(lt-count) = "X" THEN
                    MOVE 0 TO lt-dec(lt-count)
                    MOVE "N" TO lt-sign(lt-count)
                END-IF.
                EXIT.

            locate_digits.
                *> where the field's digits sit, past a separate
                *> leading sign byte
                MOVE lt-offset(lr-field) TO fld-pos.
                MOVE lt-length(lr-field) TO fld-len.
                MOVE lt-dec(lr-field) TO fld-dec.
                MOVE fld-pos TO dig-pos.
                MOVE fld-len TO dig-len.
                IF lt-sign(lr-field) = "L" THEN
                    ADD 1 TO dig-pos
                    SUBTRACT 1 FROM dig-len
                END-IF.
                IF fld-dec > dig-len THEN
                    MOVE dig-len TO fld-dec
                END-IF.
                COMPUTE int-len = dig-len - fld-dec.
                EXIT.

            get_field.
                MOVE SPACES TO lr-text.
                IF lr-field < 1 OR lr-field > lt-count THEN
                    MOVE "NF" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                IF lt-type(lr-field) = "X" THEN
                    MOVE lr-record(lt-offset(lr-field):
                                   lt-length(lr-field)) TO lr-text
                    EXIT PARAGRAPH
                END-IF.
                PERFORM locate_digits.
                MOVE ALL "0" TO num-x.
                MOVE lr-record(dig-pos:dig-len)
                    TO num-x(19 - dig-len:dig-len).
                MOVE 0 TO is-negative.
                EVALUATE lt-sign(lr-field)
                    WHEN "S"
                        IF num-s IS NOT NUMERIC THEN
                            MOVE "NN" TO lr-status
                        ELSE
                            MOVE num-s TO num-abs
                            IF num-s < 0 THEN
                                MOVE 1 TO is-negative
                            END-IF
                        END-IF
                    WHEN "L"
                        EVALUATE TRUE
                            WHEN num-u IS NOT NUMERIC
                                MOVE "NN" TO lr-status
                            WHEN lr-record(fld-pos:1) = "-"
                                MOVE 1 TO is-negative
                                MOVE num-u TO num-abs
                            WHEN lr-record(fld-pos:1) = "+"
                                MOVE num-u TO num-abs
                            WHEN OTHER
                                MOVE "NN" TO lr-status
                        END-EVALUATE
                    WHEN OTHER
                        IF num-u IS NOT NUMERIC THEN
                            MOVE "NN" TO lr-status
                        ELSE
                            MOVE num-u TO num-abs
                        END-IF
                END-EVALUATE.
                IF lr-status NOT = "OK" THEN
                    MOVE lr-record(fld-pos:fld-len) TO lr-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO text-pos.
                IF lt-sign(lr-field) NOT = "N" THEN
                    IF is-negative = 1 THEN
                        STRING "-" DELIMITED BY SIZE
                            INTO lr-text WITH POINTER text-pos
                    ELSE
                        STRING "+" DELIMITED BY SIZE
                            INTO lr-text WITH POINTER text-pos
                    END-IF
                END-IF.
                IF int-len > 0 THEN
                    STRING num-abs-x(19 - dig-len:int-len)
                        DELIMITED BY SIZE
                        INTO lr-text WITH POINTER text-pos
                ELSE
                    STRING "0" DELIMITED BY SIZE
                        INTO lr-text WITH POINTER text-pos
                END-IF.
                IF fld-dec > 0 THEN
                    STRING "." num-abs-x(19 - fld-dec:fld-dec)
                        DELIMITED BY SIZE
                        INTO lr-text WITH POINTER text-pos
                END-IF.
                EXIT.

            put_field.
                IF lr-field < 1 OR lr-field > lt-count THEN
                    MOVE "NF" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION TRIM(lr-text) TO put-text.
                IF put-text = SPACES THEN
                    MOVE "MC" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(put-text))
                    TO scan-len.
                IF lt-type(lr-field) = "X" THEN
                    IF scan-len > lt-length(lr-field) THEN
                        MOVE "LN" TO lr-status
                        EXIT PARAGRAPH
                    END-IF
                    MOVE put-text TO lr-record(lt-offset(lr-field):
                                              lt-length(lr-field))
                    EXIT PARAGRAPH
                END-IF.
                PERFORM locate_digits.
                PERFORM scan_number.
                IF lr-status NOT = "OK" THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE num-abs = build-int * 10 ** fld-dec
                                + build-dec.
                IF is-negative = 1 AND num-abs = 0 THEN
                    MOVE 0 TO is-negative
                END-IF.
                IF is-negative = 1 AND lt-sign(lr-field) = "N" THEN
                    MOVE "NG" TO lr-status
                    EXIT PARAGRAPH
                END-IF.
                IF lt-sign(lr-field) = "S" THEN
                    IF is-negative = 1 THEN
                        COMPUTE num-s = 0 - num-abs
                    ELSE
                        MOVE num-abs TO num-s
                    END-IF
                ELSE
                    MOVE num-abs TO num-u
                END-IF.
                IF lt-sign(lr-field) = "L" THEN
                    IF is-negative = 1 THEN
                        MOVE "-" TO lr-record(fld-pos:1)
                    ELSE
                        MOVE "+" TO lr-record(fld-pos:1)
                    END-IF
                END-IF.
                MOVE num-x(19 - dig-len:dig-len)
                    TO lr-record(dig-pos:dig-len).
                EXIT.

            scan_number.
                *> one optional leading sign, digits, and one
                *> optional decimal point with no more places than
                *> the field carries (trailing zero places aside);
                *> leading zeros do not count against the field's
                *> whole digits
                MOVE 0 TO is-negative.
                MOVE 0 TO in-places.
                MOVE 0 TO places-seen.
                MOVE 0 TO digits-seen.
                MOVE 0 TO sig-digits.
                MOVE 0 TO build-int.
                MOVE 0 TO build-dec.
                MOVE "NN" TO lr-status.
                MOVE 1 TO scan-start.
                IF put-text(1:1) = "-" THEN
                    MOVE 1 TO is-negative
                    MOVE 2 TO scan-start
                END-IF.
                IF put-text(1:1) = "+" THEN
                    MOVE 2 TO scan-start
                END-IF.
                PERFORM VARYING scan-idx FROM scan-start BY 1
                        UNTIL scan-idx > scan-len
                    MOVE put-text(scan-idx:1) TO scan-char
                    EVALUATE TRUE
                        WHEN scan-char = "."
                            IF in-places = 1 OR digits-seen = 0 THEN
                                EXIT PARAGRAPH
                            END-IF
                            MOVE 1 TO in-places
                        WHEN scan-char < "0" OR scan-char > "9"
                            EXIT PARAGRAPH
                        WHEN in-places = 1 AND places-seen >= fld-dec
                            *> places past the field's own are
                            *> only accepted as zeros -- "12.50"
                            *> is 12.5, "12.55" is not
                            IF scan-digit NOT = 0 THEN
                                EXIT PARAGRAPH
                            END-IF
                        WHEN in-places = 1
                            ADD 1 TO places-seen
                            COMPUTE build-dec = build-dec * 10
                                              + scan-digit
                        WHEN OTHER
                            ADD 1 TO digits-seen
                            IF build-int > 0 OR scan-digit > 0 THEN
                                ADD 1 TO sig-digits
                            END-IF
                            IF sig-digits > int-len THEN
                                EXIT PARAGRAPH
                            END-IF
                            COMPUTE build-int = build-int * 10
                                              + scan-digit
                    END-EVALUATE
                END-PERFORM.
                IF digits-seen = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> "12.5" means fifty cents, not five
                PERFORM UNTIL places-seen >= fld-dec
                    COMPUTE build-dec = build-dec * 10
                    ADD 1 TO places-seen
                END-PERFORM.
                MOVE "OK" TO lr-status.
                EXIT.
        END PROGRAM layout_reg.
