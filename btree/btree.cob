                        05 report-date      PIC X(10).
                        *> central alert routing -- see
                        *> common/alert_log.cob
                        05 al-msg-id        PIC X(8).
                        05 al-values.
                            10 al-value-1   PIC X(28).
                            10 al-value-2   PIC X(28).
                        *> run correlation id -- see
                        *> common/run_corr.cob
                        05 corr-op          PIC X(3) VALUE "GET".
                        05 node_right       USAGE IS POINTER VALUE NULL.
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 15
                        COMPUTE input_value =
                                FUNCTION RANDOM * (99 - 1 + 1) + 1
                        CALL 'btree_insert' USING root_node_ptr,
                                                  input_value
                    END-PERFORM
                END-IF.
                *> Transverse the tree in order
                IF keys-file-status NOT = "00" THEN
                    DISPLAY "BTREE: unable to open BTREEIN, status "
                            keys-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTREEIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
            PROGRAM-ID. btree_insert IS RECURSIVE.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    *> we need two similar structs to instantiate node
                    *> childs
                    01 btree_node BASED.
                        05 node_value           PIC 9(9) VALUE ZEROS.
                        05 node_quantity        PIC 9(6) VALUE ZEROS.
                        05 node_payload         PIC 9(9) VALUE ZEROS.
                        05 node_left
                            USAGE IS POINTER VALUE NULL.
                        05 node_right
                            USAGE IS POINTER VALUE NULL.
                    01 temp_node BASED.
                        05 temp_node_value      PIC 9(9) VALUE ZEROS.
                        05 temp_quantity        PIC 9(6) VALUE ZEROS.
                        05 temp_payload         PIC 9(9) VALUE ZEROS.
                        05 temp_left
                            USAGE IS POINTER VALUE NULL.
                        05 temp_right
                            USAGE IS POINTER VALUE NULL.
                    *> mutation journal hook -- see btree_journal
                    01 jrn-op PIC X(3).
                LINKAGE SECTION.
                    01 node_pointer
                        USAGE IS POINTER VALUE NULL.
                    01 the_number               PIC 9(9) VALUE ZEROS.
            PROCEDURE DIVISION USING node_pointer, the_number.
            mainline.
                            *> initialize the node
                            MOVE the_number TO node_value
                            MOVE 1 TO node_quantity
                            ALLOCATE temp_node INITIALIZED
                                RETURNING node_left
                            ALLOCATE temp_node INITIALIZED
                                RETURNING node_right
                            MOVE "INS" TO jrn-op
                            CALL 'btree_journal' USING jrn-op,
                                 node_value, node_quantity
                        WHEN the_number < node_value
                            CALL 'btree_insert' USING node_left,
                                                      the_number
                        WHEN the_number > node_value
                            CALL 'btree_insert' USING node_right,
                                                      the_number
                        WHEN the_number = node_value
                            ADD 1 TO node_quantity
                            MOVE "INS" TO jrn-op
                    01 node_pointer         USAGE IS POINTER VALUE NULL.
                    01 the_number           PIC 9(9).
                    01 whole_node           PIC 9.
            PROCEDURE DIVISION USING node_pointer, the_number,
                                     whole_node.
                SET ADDRESS OF btree_node TO node_pointer.
                IF node_quantity < 1 THEN
                    *> empty slot -- the value isn't in the tree
                                                   whole_node
                        GOBACK
                    WHEN the_number > node_value
                        CALL 'btree_delete' USING node_right,
                                                   the_number,
                                                   whole_node
                        GOBACK
                    WHEN OTHER
                        *> both sides still hold data -- pull up the
                        *> in-order successor and remove it from the
                        *> right subtree now that its value lives here
                        CALL 'btree_min' USING right_ptr,
                                                successor_value,
                                                successor_quantity,
                                                successor_payload
                        MOVE successor_value TO node_value
                IF node_quantity > 0 THEN
                    CALL 'btree_transversal' USING node_left
                    SET ADDRESS OF btree_node TO arg_pointer
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > node_quantity
                        DISPLAY "# " node_value
                    END-PERFORM
                    CALL 'btree_transversal' USING node_right
            EXIT PROGRAM.
        END PROGRAM btree_transversal.

        *> Pre Order Transversal of BTree -- node, then left, then
        *> right.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. btree_preorder IS RECURSIVE.
            DATA DIVISION.
            PROCEDURE DIVISION USING arg_pointer.
                SET ADDRESS OF btree_node TO arg_pointer.
                IF node_quantity > 0 THEN
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > node_quantity
                        DISPLAY "# " node_value
                    END-PERFORM
                    CALL 'btree_preorder' USING node_left
            GOBACK.
        END PROGRAM btree_preorder.

        *> Post Order Transversal of BTree -- left, then right, then
        *> node.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. btree_postorder IS RECURSIVE.
            DATA DIVISION.
                    SET ADDRESS OF btree_node TO arg_pointer
                    CALL 'btree_postorder' USING node_right
                    SET ADDRESS OF btree_node TO arg_pointer
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > node_quantity
                        DISPLAY "# " node_value
                    END-PERFORM
                END-IF.
                        CALL 'btree_lookup' USING node_left, the_number,
                                                   found_quantity
                    WHEN the_number > node_value
                        CALL 'btree_lookup' USING node_right,
                                                   the_number,
                                                   found_quantity
                    WHEN OTHER
                        MOVE node_quantity TO found_quantity
                    *> the run unit -- this program is not RECURSIVE
                    *> for the same reason collatz_memo isn't.
                    01 journal-off-depth   PIC 9(4) VALUE ZEROS.
                    01 bw-op               PIC X(3).
                LINKAGE SECTION.
                    01 jrn-op  PIC X(3).
                    01 jrn-key PIC 9(9).
                    WHEN OTHER
                        IF journal-off-depth = 0 THEN
                            PERFORM append_journal_record
                            IF jrn-op = "INS" THEN
                                *> a live insert is a new occurrence
                                *> today -- see btree_window
                                MOVE "ADD" TO bw-op
                                CALL 'btree_window' USING bw-op,
                                                           jrn-key
                            END-IF
                        END-IF
                END-EVALUATE.
            GOBACK.
                EXIT.
        END PROGRAM btree_journal.

        *> Rolling window of daily occurrence counts.  rec-quantity
        *> on BTREEDAT is a lifetime total, so a code that was busy
        *> today and one that was busy two years ago looked the same;
        *> BTREEWIN keeps one record per tree, key and business day
        *> (common/proc_date.cob) with the occurrences that day, for
        *> the trailing PARMLIB BTWINDOW WINDOW=n days (default 28).
        *> Operations:
        *>   ADD = one new occurrence of bw-key today -- called by
        *>         btree_journal for every live insert, so rebuilds
        *>         that run with the journal gated OFF never count
        *>   SAV = merge the run's counts onto BTREEWIN and age out
        *>         the current tree's days that have left the window
        *>         -- called by btree_save after each save
        *> The run's counts are held here until saved; a run that
        *> dies before its save loses them along with its tree
        *> changes.  Not RECURSIVE, for the same reason
        *> btree_treesel isn't: the table must stay resident.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. btree_window.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT WINDOW-FILE ASSIGN TO "BTREEWIN"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS win-key
                        FILE STATUS IS window-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD WINDOW-FILE.
                01 window-record.
                    02 win-key.
                        03 win-tree  PIC X(8).
                        03 win-value PIC 9(9).
                        03 win-date  PIC X(8).
                    02 win-count     PIC 9(6).
                WORKING-STORAGE SECTION.
                    01 window-file-status PIC XX.
                    *> this run's occurrences, by tree and key
                    01 day-table.
                        02 day-count PIC 9(4) VALUE ZEROS.
                        02 day-row OCCURS 1 TO 5000 TIMES
                                DEPENDING ON day-count.
                            03 dy-tree   PIC X(8).
                            03 dy-value  PIC 9(9).
                            03 dy-count  PIC 9(6).
                    01 i                  PIC 9(4).
                    01 ts-op              PIC X(3).
                    01 ts-name            PIC X(8).
                    *> the business day and the window -- see
                    *> common/proc_date.cob and common/parm_lookup.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    01 parm-program       PIC X(8) VALUE "BTWINDOW".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    01 window-days        PIC 9(3).
                    01 work-date          PIC 9(8).
                    01 cutoff-integer     PIC 9(9).
                    01 cutoff-date        PIC X(8).
                    01 age-done           PIC 9.
                    01 aged-count         PIC 9(9).
                LINKAGE SECTION.
                    01 bw-op  PIC X(3).
                    01 bw-key PIC 9(9).
            PROCEDURE DIVISION USING bw-op, bw-key.
                EVALUATE bw-op
                    WHEN "ADD"
                        PERFORM count_occurrence
                    WHEN "SAV"
                        PERFORM open_window_store
                        IF window-file-status = "00" THEN
                            PERFORM merge_day_counts
                            PERFORM age_out_old_days
                            CLOSE WINDOW-FILE
                        END-IF
                END-EVALUATE.
            GOBACK.

            count_occurrence.
                MOVE "GET" TO ts-op.
                CALL 'btree_treesel' USING ts-op, ts-name.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > day-count
                    IF dy-value(i) = bw-key
                       AND dy-tree(i) = ts-name THEN
                        ADD 1 TO dy-count(i)
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                IF day-count = 5000 THEN
                    *> a full table goes to the store early rather
                    *> than dropping the occurrence
                    PERFORM open_window_store
                    IF window-file-status = "00" THEN
                        PERFORM merge_day_counts
                        CLOSE WINDOW-FILE
                    END-IF
                END-IF.
                IF day-count < 5000 THEN
                    ADD 1 TO day-count
                    MOVE ts-name TO dy-tree(day-count)
                    MOVE bw-key TO dy-value(day-count)
                    MOVE 1 TO dy-count(day-count)
                END-IF.
                EXIT.

            open_window_store.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                OPEN I-O WINDOW-FILE.
                IF window-file-status = "35" THEN
                    OPEN OUTPUT WINDOW-FILE
                    IF window-file-status = "00" THEN
                        CLOSE WINDOW-FILE
                        OPEN I-O WINDOW-FILE
                    END-IF
                END-IF.
                IF window-file-status NOT = "00" THEN
                    DISPLAY "BTREE: unable to open BTREEWIN, status "
                            window-file-status
                END-IF.
                EXIT.

            merge_day_counts.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > day-count
                    MOVE dy-tree(i) TO win-tree
                    MOVE dy-value(i) TO win-value
                    MOVE pd-date TO win-date
                    READ WINDOW-FILE
                        INVALID KEY
                            MOVE dy-count(i) TO win-count
                            WRITE window-record
                        NOT INVALID KEY
                            ADD dy-count(i) TO win-count
                            REWRITE window-record
                    END-READ
                    IF window-file-status NOT = "00" THEN
                        DISPLAY "BTREE: BTREEWIN write failed for "
                                win-value ", status "
                                window-file-status
                    END-IF
                END-PERFORM.
                MOVE 0 TO day-count.
                EXIT.

            age_out_old_days.
                *> the window counts back from the business day; a
                *> day older than that is dropped for the current
                *> tree only, the same slice discipline btree_save
                *> keeps
                MOVE "WINDOW" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING parm-program, pm-keyword,
                                          pm-value, pm-found.
                MOVE 28 TO window-days.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO window-days
                END-IF.
                IF window-days < 2 THEN
                    MOVE 2 TO window-days
                END-IF.
                MOVE pd-date TO work-date.
                COMPUTE cutoff-integer =
                    FUNCTION INTEGER-OF-DATE(work-date)
                    - window-days + 1.
                MOVE FUNCTION DATE-OF-INTEGER(cutoff-integer)
                    TO work-date.
                MOVE work-date TO cutoff-date.
                MOVE "GET" TO ts-op.
                CALL 'btree_treesel' USING ts-op, ts-name.
                MOVE ts-name TO win-tree.
                MOVE 0 TO win-value.
                MOVE LOW-VALUES TO win-date.
                START WINDOW-FILE KEY >= win-key.
                IF window-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO age-done.
                MOVE 0 TO aged-count.
                PERFORM UNTIL age-done = 1
                    READ WINDOW-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO age-done
                        NOT AT END
                            IF win-tree NOT = ts-name THEN
                                MOVE 1 TO age-done
                            ELSE
                                IF win-date < cutoff-date THEN
                                    DELETE WINDOW-FILE
                                    ADD 1 TO aged-count
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                IF aged-count > 0 THEN
                    DISPLAY "BTREE: " aged-count " day bucket(s) "
                            "before " cutoff-date " aged out of "
                            "BTREEWIN"
                END-IF.
                EXIT.
        END PROGRAM btree_window.

        *> Reload a tree that a previous run persisted to BTREEDAT.
        *> Each record is one distinct value plus the occurrence count
        *> it had when it was saved; re-inserting it that many times
                    01 purge-done           PIC 9.
                    01 ts-op                PIC X(3).
                    01 ts-name              PIC X(8).
                    01 bw-op                PIC X(3).
                    01 bw-key               PIC 9(9) VALUE ZEROS.
                LINKAGE SECTION.
                    01 arg_pointer          USAGE IS POINTER VALUE NULL.
                    01 is_first_call        PIC 9.
                        END-IF
                    END-IF
                    IF btree-file-status NOT = "00" THEN
                        DISPLAY "BTREE: unable to open BTREEDAT, "
                                "status "
                                btree-file-status
                        GOBACK
                    END-IF
                    *> moment the primary is rewritten -- rebuild it
                    *> here, so every saver keeps the pair in step
                    CALL 'btree_pixbuild'
                    *> and the day's occurrences land on the rolling
                    *> window alongside the lifetime totals just saved
                    MOVE "SAV" TO bw-op
                    CALL 'btree_window' USING bw-op, bw-key
                END-IF.
            GOBACK.

