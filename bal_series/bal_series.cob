        *> Balance time series for a key across the housekeep
        *> generations.  sort_delta compares two generations and
        *> delta_movers ranks one night's change; nothing showed one
        *> key's path over the nights housekeep keeps.  This reads
        *> the GENINV inventory, takes every kept generation of the
        *> dataset in date order and prints, for each key asked
        *> about, its balance per night with the night-over-night
        *> change and a bar of the balance against the key's highest
        *> night.  A night the key was absent from the generation is
        *> marked; a key that sorted in more than once on a night
        *> (BUBBLOUT before consolidation) shows its rows summed.
        *>   ARGUMENT 1 = the key; blank = every key on SERKEYS, one
        *>                per line
        *>   ARGUMENT 2 = BUBBLOUT (default) or CONSOUT
        *>   ARGUMENT 3 = the delimiter character (default ";")
        *> The series also goes to SEROUT as a delimited file with a
        *> header row, one line per key per night, for the analysts.
        *> A key found in no generation leaves RETURN-CODE 4.  The
        *> report lands on SERRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT INV-FILE ASSIGN TO "GENINV"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS inv-file-status.
                    SELECT GEN-FILE ASSIGN TO DYNAMIC gen-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS gen-file-status.
                    SELECT KEYS-FILE ASSIGN TO "SERKEYS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS keys-file-status.
                    SELECT EXTRACT-FILE ASSIGN TO "SEROUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS extract-file-status.
                    SELECT REPORT-FILE ASSIGN TO "SERRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD INV-FILE.
                *> see housekeep.cob's FD
                01 inv-record.
                    02 inv-base PIC X(8).
                    02 FILLER   PIC X.
                    02 inv-gen  PIC X(20).
                    02 FILLER   PIC X.
                    02 inv-date PIC X(8).
                FD GEN-FILE.
                01 gen-record.
                    02 gen-key PIC S9(9).
                    02 gen-bal PIC 9(7)V99.
                FD KEYS-FILE.
                01 keys-line PIC X(20).
                FD EXTRACT-FILE.
                01 extract-line PIC X(80).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 inv-file-status     PIC XX.
                    01 gen-file-status     PIC XX.
                    01 keys-file-status    PIC XX.
                    01 extract-file-status PIC XX.
                    01 report-file-status  PIC XX.
                    01 file-eof            PIC 9.
                    01 gen-file-name       PIC X(100).
                    01 arg-value           PIC X(20).
                    01 key-arg             PIC X(20).
                    01 series-base         PIC X(8) VALUE "BUBBLOUT".
                    01 delim               PIC X VALUE ";".
                    *> the kept generations, oldest first
                    01 gen-count           PIC 9(3) VALUE ZEROS.
                    01 gen-table.
                        02 gen-entry OCCURS 400 TIMES.
                            03 gt-name PIC X(20).
                            03 gt-date PIC X(8).
                    01 gx                  PIC 9(3).
                    01 gy                  PIC 9(3).
                    *> the keys, and each one's balance per night
                    01 key-count           PIC 99 VALUE ZEROS.
                    01 key-table.
                        02 key-entry OCCURS 50 TIMES.
                            03 kt-key    PIC S9(9).
                            03 kt-nights PIC 9(3).
                            03 kt-cell OCCURS 400 TIMES.
                                04 kt-rows PIC 9(3).
                                04 kt-bal  PIC S9(9)V99.
                    01 kx                  PIC 99.
                    *> the key in hand
                    01 prior-gen           PIC 9(3).
                    01 top-bal             PIC S9(9)V99.
                    01 low-bal             PIC S9(9)V99.
                    01 first-bal           PIC S9(9)V99.
                    01 last-bal            PIC S9(9)V99.
                    01 change              PIC S9(9)V99.
                    01 bar-length          PIC 9(3).
                    01 bar-width           PIC 9(3) VALUE 40.
                    01 bar-area            PIC X(40).
                    01 change-col          PIC X(15).
                    01 rows-col            PIC X(10).
                    01 extract-pos         PIC 9(3).
                    *> run totals
                    01 missing-count       PIC 99 VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 key-tx              PIC +9(9).
                    01 bal-tx              PIC ZZZ,ZZZ,ZZ9.99.
                    01 top-tx              PIC ZZZ,ZZZ,ZZ9.99.
                    01 change-tx           PIC ----,---,--9.99.
                    01 amount-tx           PIC -(9)9.99.
                    01 count-tx            PIC ZZ9.
                    01 nights-tx           PIC ZZ9.
                    01 datetime            PIC X(21).
                    01 report-date         PIC X(10).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "BALSERS".
                    01 audit-event         PIC X(5).
                    01 audit-outcome       PIC X(8).
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
                PERFORM read_arguments.
                IF key-count = 0 THEN
                    DISPLAY "BAL SERIES: no keys to chart -- give a "
                            "key or list them on SERKEYS"
                    PERFORM fail_run
                END-IF.
                PERFORM load_generations.
                PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > gen-count
                    PERFORM read_one_generation
                END-PERFORM.
                OPEN OUTPUT REPORT-FILE.
                OPEN OUTPUT EXTRACT-FILE.
                IF report-file-status NOT = "00"
                   OR extract-file-status NOT = "00" THEN
                    DISPLAY "BAL SERIES: unable to open SERRPT/SEROUT"
                            ", status " report-file-status "/"
                            extract-file-status
                    PERFORM fail_run
                END-IF.
                PERFORM write_report_header.
                MOVE SPACES TO extract-line.
                STRING "key" delim "date" delim "balance" delim
                       "change" delim "rows"
                    DELIMITED BY SIZE INTO extract-line.
                WRITE extract-line.
                PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > key-count
                    PERFORM write_key_series
                END-PERFORM.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                CLOSE EXTRACT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero
                IF missing-count > 0 OR gen-count = 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            fail_run.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            read_arguments.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT key-arg FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO key-arg
                END-ACCEPT.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE FUNCTION UPPER-CASE(arg-value(1:8))
                        TO series-base
                END-IF.
                IF series-base NOT = "BUBBLOUT"
                   AND series-base NOT = "CONSOUT" THEN
                    DISPLAY "BAL SERIES: the series is kept for "
                            "BUBBLOUT or CONSOUT, not " series-base
                    PERFORM fail_run
                END-IF.
                DISPLAY 3 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:1) TO delim
                END-IF.
                IF key-arg NOT = SPACES THEN
                    MOVE key-arg TO arg-value
                    PERFORM add_key
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT KEYS-FILE.
                IF keys-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ KEYS-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF keys-line NOT = SPACES THEN
                                MOVE keys-line TO arg-value
                                PERFORM add_key
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE KEYS-FILE.
                EXIT.

            add_key.
                IF FUNCTION TEST-NUMVAL(arg-value) NOT = 0 THEN
                    DISPLAY "BAL SERIES: '" FUNCTION TRIM(arg-value)
                            "' is not a key -- skipped"
                    EXIT PARAGRAPH
                END-IF.
                IF key-count = 50 THEN
                    DISPLAY "BAL SERIES: more than 50 keys -- '"
                            FUNCTION TRIM(arg-value) "' skipped"
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO key-count.
                INITIALIZE key-entry(key-count).
                MOVE FUNCTION NUMVAL(arg-value) TO kt-key(key-count).
                EXIT.

            load_generations.
                *> every kept generation of the dataset, slotted in
                *> date order as it is read
                OPEN INPUT INV-FILE.
                IF inv-file-status NOT = "00" THEN
                    DISPLAY "BAL SERIES: no GENINV inventory, status "
                            inv-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ INV-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF inv-base = series-base THEN
                                PERFORM slot_generation
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE INV-FILE.
                EXIT.

            slot_generation.
                IF gen-count = 400 THEN
                    DISPLAY "BAL SERIES: more than 400 generations -- "
                            FUNCTION TRIM(inv-gen) " not charted"
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO gen-count.
                MOVE gen-count TO gy.
                PERFORM UNTIL gy = 1
                    IF gt-date(gy - 1) <= inv-date THEN
                        EXIT PERFORM
                    END-IF
                    MOVE gen-entry(gy - 1) TO gen-entry(gy)
                    SUBTRACT 1 FROM gy
                END-PERFORM.
                MOVE inv-gen TO gt-name(gy).
                MOVE inv-date TO gt-date(gy).
                EXIT.

            read_one_generation.
                *> a generation purged by hand since the inventory was
                *> written reads as a night every key was absent
                MOVE SPACES TO gen-file-name.
                MOVE gt-name(gx) TO gen-file-name.
                OPEN INPUT GEN-FILE.
                IF gen-file-status NOT = "00" THEN
                    DISPLAY "BAL SERIES: " FUNCTION TRIM(gt-name(gx))
                            " not found, status " gen-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ GEN-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF gen-key IS NUMERIC
                               AND gen-bal IS NUMERIC THEN
                                PERFORM match_record
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE GEN-FILE.
                EXIT.

            match_record.
                PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > key-count
                    IF kt-key(kx) = gen-key THEN
                        IF kt-rows(kx, gx) = 0 THEN
                            ADD 1 TO kt-nights(kx)
                        END-IF
                        ADD 1 TO kt-rows(kx, gx)
                        ADD gen-bal TO kt-bal(kx, gx)
                    END-IF
                END-PERFORM.
                EXIT.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE gen-count TO count-tx.
                MOVE SPACES TO report-line.
                STRING "BALANCE SERIES - " FUNCTION TRIM(series-base)
                       ", " FUNCTION TRIM(count-tx)
                       " kept generation(s) - run " report-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_key_series.
                MOVE kt-key(kx) TO key-tx.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE kt-nights(kx) TO nights-tx.
                MOVE gen-count TO count-tx.
                STRING "KEY " key-tx " - present "
                       FUNCTION TRIM(nights-tx) " of "
                       FUNCTION TRIM(count-tx) " night(s)"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF kt-nights(kx) = 0 THEN
                    ADD 1 TO missing-count
                END-IF.
                *> the bar scale is the key's own highest night
                MOVE 0 TO top-bal.
                MOVE 0 TO low-bal.
                MOVE 0 TO prior-gen.
                PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > gen-count
                    IF kt-rows(kx, gx) > 0 THEN
                        IF prior-gen = 0 THEN
                            MOVE kt-bal(kx, gx) TO top-bal
                            MOVE kt-bal(kx, gx) TO low-bal
                            MOVE kt-bal(kx, gx) TO first-bal
                        END-IF
                        IF kt-bal(kx, gx) > top-bal THEN
                            MOVE kt-bal(kx, gx) TO top-bal
                        END-IF
                        IF kt-bal(kx, gx) < low-bal THEN
                            MOVE kt-bal(kx, gx) TO low-bal
                        END-IF
                        MOVE kt-bal(kx, gx) TO last-bal
                        MOVE gx TO prior-gen
                    END-IF
                END-PERFORM.
                MOVE SPACES TO report-line.
                STRING "  night           balance         change"
                       "  chart"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > gen-count
                    PERFORM write_one_night
                END-PERFORM.
                IF kt-nights(kx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                COMPUTE change = last-bal - first-bal.
                MOVE change TO change-tx.
                MOVE low-bal TO bal-tx.
                MOVE top-bal TO top-tx.
                STRING "  over the series: change " change-tx
                       "  lowest " bal-tx "  highest " top-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_one_night.
                MOVE SPACES TO report-line.
                MOVE SPACES TO extract-line.
                MOVE 1 TO extract-pos.
                STRING key-tx delim gt-date(gx) delim
                    DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                IF kt-rows(kx, gx) = 0 THEN
                    STRING "  " gt-date(gx) "    -- absent --"
                        DELIMITED BY SIZE INTO report-line
                    STRING delim delim "0"
                        DELIMITED BY SIZE
                        INTO extract-line WITH POINTER extract-pos
                    WRITE report-line
                    DISPLAY report-line
                    WRITE extract-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE kt-bal(kx, gx) TO bal-tx.
                MOVE kt-bal(kx, gx) TO amount-tx.
                STRING FUNCTION TRIM(amount-tx) delim
                    DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                *> night over night: only against the night before,
                *> and only when the key was there too
                EVALUATE TRUE
                    WHEN gx = 1
                        MOVE "        (first)" TO change-col
                    WHEN kt-rows(kx, gx - 1) = 0
                        MOVE "     (returned)" TO change-col
                    WHEN OTHER
                        COMPUTE change = kt-bal(kx, gx)
                                       - kt-bal(kx, gx - 1)
                        MOVE change TO change-tx
                        MOVE change-tx TO change-col
                        MOVE change TO amount-tx
                        STRING FUNCTION TRIM(amount-tx)
                            DELIMITED BY SIZE
                            INTO extract-line WITH POINTER extract-pos
                END-EVALUATE.
                MOVE kt-rows(kx, gx) TO count-tx.
                STRING delim FUNCTION TRIM(count-tx)
                    DELIMITED BY SIZE
                    INTO extract-line WITH POINTER extract-pos.
                *> the bar: the balance against the highest night,
                *> at least one mark for anything above zero
                MOVE 0 TO bar-length.
                IF top-bal > 0 AND kt-bal(kx, gx) > 0 THEN
                    COMPUTE bar-length ROUNDED =
                        kt-bal(kx, gx) * bar-width / top-bal
                    IF bar-length = 0 THEN
                        MOVE 1 TO bar-length
                    END-IF
                END-IF.
                MOVE SPACES TO bar-area.
                IF bar-length > 0 THEN
                    MOVE ALL "*" TO bar-area(1:bar-length)
                END-IF.
                MOVE SPACES TO rows-col.
                IF kt-rows(kx, gx) > 1 THEN
                    STRING "(" FUNCTION TRIM(count-tx) " rows)"
                        DELIMITED BY SIZE INTO rows-col
                END-IF.
                STRING "  " gt-date(gx) " " bal-tx change-col
                       "  |" bar-area " " rows-col
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                WRITE extract-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE key-count TO count-tx.
                STRING "keys charted......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE missing-count TO count-tx.
                STRING "keys never seen...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
