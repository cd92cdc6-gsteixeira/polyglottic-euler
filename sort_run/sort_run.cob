        *> and its BUBBLOUT write through control_totals, so
        *> CTLVERIF's producer/consumer and in/out checks keep
        *> proving the night now that only one sort runs.
        *> Partitioned mode, for an input outgrowing the 9999-row
        *> table every in-memory sort lives under (external_sort's
        *> answer is serial): ARGUMENT 1 picks the step --
        *>   SPLIT n = sample BUBBLIN's keys and cut the key range
        *>             into n partitions (default 4, at most 16) of
        *>             roughly even row counts; the boundaries, each
        *>             partition's expected count, key sum and
        *>             balance sum, and BUBBLIN's own totals go on the
        *>             SORTPART parts list -- one line per partition
        *>             naming its sorted dataset, SORTS01 to SORTSnn,
        *>             the way collatz's COLLPARTS names the partial
        *>             results a REDUCE step picks up
        *>   PART k  = one concurrent step per partition: take
        *>             partition k's key range off BUBBLIN, sort it
        *>             in memory with the merge_sort subprogram
        *>             external_sort uses, and write its SORTSkk
        *>   JOIN    = prove every sorted partition against the
        *>             parts list -- count, key sum, balance sum, and
        *>             keys in order and inside the range -- and that
        *>             the partitions add up to BUBBLIN, then
        *>             concatenate them onto BUBBLOUT in range order
        *>             (reversed for a DESC SORTCTL)
        *> Partitions are key ranges, so a SORTCTL ordering on the
        *> balance alone cannot run partitioned.  Any failed proof
        *> is FATL with RETURN-CODE 8 and leaves BUBBLOUT unwritten.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT TARGET-FILE ASSIGN TO "BUBBLOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS target-file-status.
                    SELECT INPUT-FILE ASSIGN TO "BUBBLIN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS input-file-status.
                    SELECT PARTS-FILE ASSIGN TO "SORTPART"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS parts-file-status.
                    SELECT PIECE-FILE ASSIGN TO DYNAMIC piece-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS piece-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD PICK-FILE.
                    02 FILLER  PIC X(2).
                FD TARGET-FILE.
                01 target-line PIC X(20).
                FD INPUT-FILE.
                01 input-record.
                    02 in-key PIC S9(9).
                    02 in-bal PIC 9(7)V99.
                *> P = one partition, T = BUBBLIN's own totals, its
                *> prt-part the partition count
                FD PARTS-FILE.
                01 parts-record.
                    02 prt-type    PIC X.
                    02 FILLER      PIC X.
                    02 prt-part    PIC 99.
                    02 FILLER      PIC X.
                    02 prt-name    PIC X(8).
                    02 FILLER      PIC X.
                    02 prt-upper   PIC S9(9) SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 prt-count   PIC 9(9).
                    02 FILLER      PIC X.
                    02 prt-key-sum PIC S9(18) SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 prt-bal-sum PIC 9(16)V99.
                FD PIECE-FILE.
                01 piece-record.
                    02 pce-key PIC S9(9).
                    02 pce-bal PIC 9(7)V99.
                WORKING-STORAGE SECTION.
                    01 pick-file-status   PIC XX.
                    01 source-file-status PIC XX.
                    01 chosen-algo        PIC X(10).
                    01 shell-command      PIC X(120).
                    01 copied-count       PIC 9(9) VALUE ZEROS.
                    01 run-mode           PIC X(10).
                    01 arg-value          PIC X(10).
                    01 input-file-status  PIC XX.
                    01 parts-file-status  PIC XX.
                    01 piece-file-status  PIC XX.
                    01 piece-name         PIC X(30).
                    01 input-eof          PIC 9.
                    *> the partitions -- upper key bound (the last
                    *> partition takes everything above the one
                    *> before), the expected figures off the split and
                    *> the figures found
                    01 part-count         PIC 99 VALUE 4.
                    01 part-table.
                        02 part-entry OCCURS 16 TIMES.
                            03 pt-name      PIC X(8).
                            03 pt-upper     PIC S9(9).
                            03 pt-count     PIC 9(9).
                            03 pt-key-sum   PIC S9(18).
                            03 pt-bal-sum   PIC 9(16)V99.
                    01 px                 PIC 99.
                    01 this-part          PIC 99.
                    01 row-part           PIC 99.
                    01 first-part         PIC 99.
                    01 last-part          PIC 99.
                    01 part-step          PIC S99.
                    *> BUBBLIN's totals as the split read them
                    01 in-count           PIC 9(9) VALUE ZEROS.
                    01 in-key-sum         PIC S9(18) VALUE ZEROS.
                    01 in-bal-sum         PIC 9(16)V99 VALUE ZEROS.
                    *> one table-load -- the key sample in the split,
                    *> one partition's rows in a PART step
                    01 array_size         PIC 9999 VALUE ZEROS.
                    01 the_array.
                        COPY "sort_row.cpy" IN "common"
                            REPLACING ROWS-NAME BY arr
                                      OCCURS-CLAUSE BY
                                          ==OCCURS 9999 TIMES==
                                      KEY-NAME BY array_value
                                      BAL-NAME BY array_bal.
                    01 i                  PIC 9(4).
                    01 j                  PIC 9(4).
                    *> the sample keeps every sample-step'th key;
                    *> when it fills, every other entry goes and the
                    *> step doubles
                    01 sample-cap         PIC 9(4) VALUE 1000.
                    01 sample-step        PIC 9(9) VALUE 1.
                    01 sample-skip        PIC 9(9) VALUE ZEROS.
                    01 row-count          PIC 9(9).
                    01 row-key-sum        PIC S9(18).
                    01 row-bal-sum        PIC 9(16)V99.
                    01 prior-key          PIC S9(9).
                    01 have-prior         PIC 9.
                    01 proof-failed       PIC 9 VALUE 0.
                    01 row-bad            PIC 9.
                    01 bad-shown          PIC 9 VALUE 0.
                    *> see common/sort_control.cob and merge_sort.cob
                    01 sort-direction     PIC X(4) VALUE "ASC".
                    01 sort-keysel        PIC X(4) VALUE "KEY".
                    01 sample-direction   PIC X(4) VALUE "ASC".
                    01 sample-keysel      PIC X(4) VALUE "KEY".
                    01 compare-count      PIC 9(9).
                    01 swap-count         PIC 9(9).
                    01 pass-count         PIC 9(9).
                    01 part-tx            PIC Z9.
                    01 count-tx           PIC Z(8)9.
                    01 upper-tx           PIC +9(9).
                    01 lower-tx           PIC +9(9).
                    *> control totals handed to
                    *> common/control_totals.cob -- the source name
                    *> matches the 8-byte spelling the sort program
                    01 ct-bal-sum         PIC 9(16)V99 VALUE ZEROS.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "SORTRUN".
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
                ACCEPT run-mode FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO run-mode
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(run-mode) TO run-mode.
                EVALUATE run-mode
                    WHEN "SPLIT"
                        PERFORM run_split
                    WHEN "PART"
                        PERFORM run_part
                    WHEN "JOIN"
                        PERFORM run_join
                    WHEN OTHER
                        PERFORM read_the_pick
                        PERFORM run_chosen_sort
                        PERFORM land_output_on_bubblout
                        DISPLAY "SORT RUN: " chosen-algo
                                " ran as the production sort"
                END-EVALUATE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF pick-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: no SORTPICK -- did the "
                            "selector step run?"
                    MOVE "SRT002" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                        DISPLAY "SORT RUN: SORTPICK names an "
                                "unknown algorithm '" chosen-algo
                                "'"
                        MOVE "SRT001" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                        MOVE "END" TO audit-event
                        MOVE "ERROR" TO audit-outcome
                        CALL "run_audit" USING audit-name,
                    DISPLAY "SORT RUN: " FUNCTION TRIM(source-name)
                            " missing after the sort, status "
                            source-file-status
                    MOVE "SRT003" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                DISPLAY "SORT RUN: " copied-count
                        " row(s) landed on BUBBLOUT".
                EXIT.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            check_sort_control.
                *> partitions are key ranges -- an order on the
                *> balance alone would need every row in one table
                CALL "sort_control" USING sort-direction, sort-keysel.
                IF sort-keysel = "BAL" THEN
                    DISPLAY "SORT RUN: SORTCTL orders on the balance "
                            "alone -- partitions are key ranges"
                    MOVE "SRT011" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            run_split.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE 0 TO row-count
                    IF FUNCTION TEST-NUMVAL(arg-value) = 0 THEN
                        MOVE FUNCTION NUMVAL(arg-value) TO row-count
                    END-IF
                    IF row-count < 2 OR row-count > 16 THEN
                        DISPLAY "SORT RUN: SPLIT takes 2 to 16 "
                                "partitions, not "
                                FUNCTION TRIM(arg-value)
                        MOVE "SRT007" TO al-msg-id
                        MOVE SPACES TO al-values
                        PERFORM fail_run
                    END-IF
                    MOVE row-count TO part-count
                END-IF.
                PERFORM check_sort_control.
                PERFORM sample_the_input.
                PERFORM set_boundaries.
                PERFORM tally_the_partitions.
                PERFORM write_parts_list.
                MOVE in-count TO count-tx.
                MOVE part-count TO part-tx.
                DISPLAY "SORT RUN: BUBBLIN's " FUNCTION TRIM(count-tx)
                        " row(s) split into " FUNCTION TRIM(part-tx)
                        " key range(s) on SORTPART".
                PERFORM VARYING px FROM 1 BY 1 UNTIL px > part-count
                    PERFORM show_partition
                END-PERFORM.
                EXIT.

            open_the_input.
                OPEN INPUT INPUT-FILE.
                IF input-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: unable to open BUBBLIN, "
                            "status " input-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BUBBLIN" TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO input-eof.
                EXIT.

            sample_the_input.
                *> one pass: BUBBLIN's totals, and the key sample the
                *> boundaries are cut from
                PERFORM open_the_input.
                MOVE 0 TO array_size.
                PERFORM UNTIL input-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            PERFORM sample_one_row
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                *> the split consumed BUBBLIN whole -- see
                *> common/control_totals.cob
                MOVE "BUBBLIN" TO ct-file-name.
                MOVE "R" TO ct-role.
                MOVE in-count TO ct-count.
                MOVE in-key-sum TO ct-key-sum.
                MOVE in-bal-sum TO ct-bal-sum.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                EXIT.

            sample_one_row.
                IF in-key IS NOT NUMERIC OR in-bal IS NOT NUMERIC THEN
                    ADD 1 TO in-count
                    MOVE in-count TO count-tx
                    DISPLAY "SORT RUN: BUBBLIN row "
                            FUNCTION TRIM(count-tx) " is not numeric"
                            " -- did SORTEDIT pass it?"
                    MOVE "SRT005" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                ADD 1 TO in-count.
                ADD in-key TO in-key-sum.
                ADD in-bal TO in-bal-sum.
                IF sample-skip > 0 THEN
                    SUBTRACT 1 FROM sample-skip
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO array_size.
                MOVE in-key TO array_value(array_size).
                MOVE 0 TO array_bal(array_size).
                IF array_size = sample-cap THEN
                    MOVE 0 TO j
                    PERFORM VARYING i FROM 1 BY 2 UNTIL i > array_size
                        ADD 1 TO j
                        MOVE arr(i) TO arr(j)
                    END-PERFORM
                    MOVE j TO array_size
                    MULTIPLY 2 BY sample-step
                END-IF.
                COMPUTE sample-skip = sample-step - 1.
                EXIT.

            set_boundaries.
                *> partition px ends at the key px/n of the way up the
                *> sorted sample; the last takes everything above
                IF array_size > 1 THEN
                    CALL "merge_sort" USING the_array, array_size,
                                             sample-direction,
                                             sample-keysel,
                                             compare-count,
                                             swap-count, pass-count
                END-IF.
                PERFORM VARYING px FROM 1 BY 1 UNTIL px > part-count
                    MOVE SPACES TO pt-name(px)
                    STRING "SORTS" px DELIMITED BY SIZE
                        INTO pt-name(px)
                    MOVE 999999999 TO pt-upper(px)
                    IF px < part-count AND array_size > 0 THEN
                        COMPUTE i = (px * array_size + part-count - 1)
                                    / part-count
                        MOVE array_value(i) TO pt-upper(px)
                    END-IF
                    MOVE 0 TO pt-count(px)
                    MOVE 0 TO pt-key-sum(px)
                    MOVE 0 TO pt-bal-sum(px)
                END-PERFORM.
                EXIT.

            find_row_part.
                *> the first partition whose upper bound holds the key
                MOVE part-count TO row-part.
                PERFORM VARYING px FROM part-count BY -1 UNTIL px < 1
                    IF in-key <= pt-upper(px) THEN
                        MOVE px TO row-part
                    END-IF
                END-PERFORM.
                EXIT.

            tally_the_partitions.
                *> a second pass for each partition's expected
                *> figures -- what its PART step must find and what
                *> JOIN proves its sorted output against
                PERFORM open_the_input.
                PERFORM UNTIL input-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            PERFORM find_row_part
                            ADD 1 TO pt-count(row-part)
                            ADD in-key TO pt-key-sum(row-part)
                            ADD in-bal TO pt-bal-sum(row-part)
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                EXIT.

            write_parts_list.
                OPEN OUTPUT PARTS-FILE.
                IF parts-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: unable to open SORTPART, "
                            "status " parts-file-status
                    MOVE "DSN005" TO al-msg-id
                    MOVE "SORTPART" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM VARYING px FROM 1 BY 1 UNTIL px > part-count
                    MOVE SPACES TO parts-record
                    MOVE "P" TO prt-type
                    MOVE px TO prt-part
                    MOVE pt-name(px) TO prt-name
                    MOVE pt-upper(px) TO prt-upper
                    MOVE pt-count(px) TO prt-count
                    MOVE pt-key-sum(px) TO prt-key-sum
                    MOVE pt-bal-sum(px) TO prt-bal-sum
                    WRITE parts-record
                END-PERFORM.
                MOVE SPACES TO parts-record.
                MOVE "T" TO prt-type.
                MOVE part-count TO prt-part.
                MOVE "BUBBLIN" TO prt-name.
                MOVE 999999999 TO prt-upper.
                MOVE in-count TO prt-count.
                MOVE in-key-sum TO prt-key-sum.
                MOVE in-bal-sum TO prt-bal-sum.
                WRITE parts-record.
                CLOSE PARTS-FILE.
                EXIT.

            show_partition.
                MOVE px TO part-tx.
                MOVE pt-upper(px) TO upper-tx.
                MOVE pt-count(px) TO count-tx.
                IF px = 1 THEN
                    DISPLAY "  partition " part-tx ": keys up to "
                            upper-tx ", " count-tx " row(s) -> "
                            pt-name(px)
                ELSE
                    MOVE pt-upper(px - 1) TO lower-tx
                    DISPLAY "  partition " part-tx ": keys above "
                            lower-tx " to " upper-tx ", " count-tx
                            " row(s) -> " pt-name(px)
                END-IF.
                EXIT.

            load_parts_list.
                OPEN INPUT PARTS-FILE.
                IF parts-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: no SORTPART -- did the SPLIT "
                            "step run?"
                    MOVE "SRT009" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO part-count.
                MOVE 0 TO input-eof.
                PERFORM UNTIL input-eof = 1
                    READ PARTS-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            PERFORM take_parts_line
                    END-READ
                END-PERFORM.
                CLOSE PARTS-FILE.
                IF part-count = 0 THEN
                    DISPLAY "SORT RUN: SORTPART carries no totals line"
                            " -- the split did not finish"
                    MOVE "SRT008" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            take_parts_line.
                IF prt-part < 1 OR prt-part > 16 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF prt-type = "P" THEN
                    MOVE prt-name TO pt-name(prt-part)
                    MOVE prt-upper TO pt-upper(prt-part)
                    MOVE prt-count TO pt-count(prt-part)
                    MOVE prt-key-sum TO pt-key-sum(prt-part)
                    MOVE prt-bal-sum TO pt-bal-sum(prt-part)
                END-IF.
                IF prt-type = "T" THEN
                    MOVE prt-part TO part-count
                    MOVE prt-count TO in-count
                    MOVE prt-key-sum TO in-key-sum
                    MOVE prt-bal-sum TO in-bal-sum
                END-IF.
                EXIT.

            run_part.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                PERFORM load_parts_list.
                MOVE 0 TO row-count.
                IF arg-value NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(arg-value) = 0 THEN
                    MOVE FUNCTION NUMVAL(arg-value) TO row-count
                END-IF.
                IF row-count < 1 OR row-count > part-count THEN
                    MOVE part-count TO part-tx
                    DISPLAY "SORT RUN: PART takes a partition number "
                            "1 to " FUNCTION TRIM(part-tx)
                    MOVE "SRT006" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE row-count TO this-part.
                PERFORM check_sort_control.
                *> take this partition's key range off BUBBLIN
                MOVE 0 TO row-count.
                MOVE 0 TO row-key-sum.
                MOVE 0 TO row-bal-sum.
                MOVE 0 TO array_size.
                PERFORM open_the_input.
                PERFORM UNTIL input-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            PERFORM find_row_part
                            IF row-part = this-part THEN
                                PERFORM take_partition_row
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                MOVE this-part TO part-tx.
                IF row-count NOT = pt-count(this-part)
                   OR row-key-sum NOT = pt-key-sum(this-part)
                   OR row-bal-sum NOT = pt-bal-sum(this-part) THEN
                    DISPLAY "SORT RUN: partition " part-tx " off "
                            "BUBBLIN does not match the split -- "
                            "BUBBLIN changed since SPLIT ran"
                    MOVE "SRT004" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                IF row-count > 9999 THEN
                    MOVE row-count TO count-tx
                    DISPLAY "SORT RUN: partition " part-tx " holds "
                            FUNCTION TRIM(count-tx) " rows, over the "
                            "9999-row table -- split into more"
                    MOVE "SRT010" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                IF array_size > 1 THEN
                    CALL "merge_sort" USING the_array, array_size,
                                             sort-direction,
                                             sort-keysel,
                                             compare-count,
                                             swap-count, pass-count
                END-IF.
                MOVE SPACES TO piece-name.
                MOVE pt-name(this-part) TO piece-name.
                OPEN OUTPUT PIECE-FILE.
                IF piece-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: unable to open "
                            FUNCTION TRIM(piece-name) ", status "
                            piece-file-status
                    MOVE "DSN005" TO al-msg-id
                    MOVE "a sorted partition" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > array_size
                    MOVE array_value(i) TO pce-key
                    MOVE array_bal(i) TO pce-bal
                    WRITE piece-record
                END-PERFORM.
                CLOSE PIECE-FILE.
                MOVE pt-name(this-part) TO ct-file-name.
                MOVE "W" TO ct-role.
                MOVE row-count TO ct-count.
                MOVE row-key-sum TO ct-key-sum.
                MOVE row-bal-sum TO ct-bal-sum.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                MOVE row-count TO count-tx.
                DISPLAY "SORT RUN: partition " part-tx " sorted, "
                        FUNCTION TRIM(count-tx) " row(s) on "
                        FUNCTION TRIM(piece-name).
                EXIT.

            take_partition_row.
                ADD 1 TO row-count.
                ADD in-key TO row-key-sum.
                ADD in-bal TO row-bal-sum.
                IF row-count <= 9999 THEN
                    ADD 1 TO array_size
                    MOVE in-key TO array_value(array_size)
                    MOVE in-bal TO array_bal(array_size)
                END-IF.
                EXIT.

            run_join.
                PERFORM load_parts_list.
                PERFORM check_sort_control.
                *> ascending output runs the ranges bottom up, a
                *> DESC SORTCTL top down
                IF sort-direction = "DESC" THEN
                    MOVE part-count TO first-part
                    MOVE 1 TO last-part
                    MOVE -1 TO part-step
                ELSE
                    MOVE 1 TO first-part
                    MOVE part-count TO last-part
                    MOVE 1 TO part-step
                END-IF.
                *> prove every partition before BUBBLOUT is touched
                MOVE 0 TO have-prior.
                MOVE 0 TO copied-count.
                MOVE 0 TO ct-key-sum.
                MOVE 0 TO ct-bal-sum.
                PERFORM VARYING px FROM first-part BY part-step
                        UNTIL px < 1 OR px > part-count
                    PERFORM prove_one_partition
                END-PERFORM.
                IF copied-count NOT = in-count
                   OR ct-key-sum NOT = in-key-sum
                   OR ct-bal-sum NOT = in-bal-sum THEN
                    DISPLAY "SORT RUN: the partitions do not add up "
                            "to BUBBLIN's totals on SORTPART"
                    MOVE 1 TO proof-failed
                END-IF.
                IF proof-failed = 1 THEN
                    MOVE "SRT012" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT TARGET-FILE.
                IF target-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: unable to open BUBBLOUT, "
                            "status " target-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BUBBLOUT" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM VARYING px FROM first-part BY part-step
                        UNTIL px < 1 OR px > part-count
                    PERFORM land_one_partition
                END-PERFORM.
                CLOSE TARGET-FILE.
                MOVE "BUBBLOUT" TO ct-file-name.
                MOVE "W" TO ct-role.
                MOVE in-count TO ct-count.
                MOVE in-key-sum TO ct-key-sum.
                MOVE in-bal-sum TO ct-bal-sum.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                MOVE in-count TO count-tx.
                MOVE part-count TO part-tx.
                DISPLAY "SORT RUN: " FUNCTION TRIM(part-tx)
                        " partition(s), "
                        FUNCTION TRIM(count-tx) " row(s) landed on "
                        "BUBBLOUT -- every row back exactly once".
                EXIT.

            prove_one_partition.
                *> count, both sums, order and range against the
                *> split's figures for this partition
                MOVE px TO part-tx.
                MOVE SPACES TO piece-name.
                MOVE pt-name(px) TO piece-name.
                OPEN INPUT PIECE-FILE.
                IF piece-file-status NOT = "00" THEN
                    DISPLAY "SORT RUN: partition " part-tx " -- "
                            FUNCTION TRIM(piece-name) " missing, "
                            "status " piece-file-status
                    MOVE 1 TO proof-failed
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO row-count.
                MOVE 0 TO row-key-sum.
                MOVE 0 TO row-bal-sum.
                MOVE 0 TO input-eof.
                PERFORM UNTIL input-eof = 1
                    READ PIECE-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            PERFORM prove_one_row
                    END-READ
                END-PERFORM.
                CLOSE PIECE-FILE.
                IF row-count NOT = pt-count(px)
                   OR row-key-sum NOT = pt-key-sum(px)
                   OR row-bal-sum NOT = pt-bal-sum(px) THEN
                    MOVE row-count TO count-tx
                    DISPLAY "SORT RUN: partition " part-tx " -- "
                            FUNCTION TRIM(piece-name) " holds "
                            FUNCTION TRIM(count-tx) " row(s), its "
                            "totals do not match the split"
                    MOVE 1 TO proof-failed
                END-IF.
                ADD row-count TO copied-count.
                ADD row-key-sum TO ct-key-sum.
                ADD row-bal-sum TO ct-bal-sum.
                EXIT.

            prove_one_row.
                ADD 1 TO row-count.
                IF pce-key IS NOT NUMERIC OR pce-bal IS NOT NUMERIC
                THEN
                    DISPLAY "SORT RUN: partition " part-tx
                            " -- row not numeric"
                    MOVE 1 TO proof-failed
                    EXIT PARAGRAPH
                END-IF.
                ADD pce-key TO row-key-sum.
                ADD pce-bal TO row-bal-sum.
                MOVE 0 TO row-bad.
                IF pce-key > pt-upper(px) THEN
                    MOVE 1 TO row-bad
                END-IF.
                IF px > 1 THEN
                    IF pce-key <= pt-upper(px - 1) THEN
                        MOVE 1 TO row-bad
                    END-IF
                END-IF.
                IF have-prior = 1 THEN
                    IF (sort-direction = "DESC" AND pce-key > prior-key)
                       OR (sort-direction NOT = "DESC"
                           AND pce-key < prior-key) THEN
                        MOVE 1 TO row-bad
                    END-IF
                END-IF.
                MOVE 1 TO have-prior.
                MOVE pce-key TO prior-key.
                IF row-bad = 1 THEN
                    MOVE 1 TO proof-failed
                    IF bad-shown = 0 THEN
                        MOVE pce-key TO upper-tx
                        DISPLAY "SORT RUN: partition " part-tx
                                " -- key " upper-tx
                                " out of order or outside its range"
                        MOVE 1 TO bad-shown
                    END-IF
                END-IF.
                EXIT.

            land_one_partition.
                MOVE SPACES TO piece-name.
                MOVE pt-name(px) TO piece-name.
                OPEN INPUT PIECE-FILE.
                MOVE 0 TO input-eof.
                PERFORM UNTIL input-eof = 1
                    READ PIECE-FILE
                        AT END
                            MOVE 1 TO input-eof
                        NOT AT END
                            MOVE piece-record TO target-line
                            WRITE target-line
                    END-READ
                END-PERFORM.
                CLOSE PIECE-FILE.
                *> the join consumed the partition -- pairs with the
                *> PART step's W record on CONTROLS
                MOVE pt-name(px) TO ct-file-name.
                MOVE "R" TO ct-role.
                MOVE pt-count(px) TO ct-count.
                MOVE pt-key-sum(px) TO ct-key-sum.
                MOVE pt-bal-sum(px) TO ct-bal-sum.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                EXIT.
        END PROGRAM Main.
