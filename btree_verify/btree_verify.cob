        *> Btree store integrity verifier.  btree_reorg,
        *> btree_compact, btree_maint and btree_replay all rewrite
        *> BTREEDAT and BTREEPIX, and a run interrupted part way
        *> used to leave whatever it left with nothing checking it.
        *> This walks every named tree in the store and reports:
        *>   ORDER      a key not above the one before it in its tree
        *>   DUPLICATE  a key twice in one tree
        *>   ZERO QTY   a node holding no occurrences
        *>   PIX ORPHAN a BTREEPIX entry with no node behind it, or
        *>              whose payload or count is not the node's
        *>   PIX ORDER  a BTREEPIX entry out of payload order
        *>   NOT INDEXED a node payload missing from BTREEPIX
        *>   REPLAY     a tree whose node count or occurrence total
        *>              differs from BTREEBAS plus BTREEJRN replayed
        *>              the way btree_replay would
        *> Damage to the store itself (order, duplicates, zero
        *> quantities, a replay mismatch) is a FATL alert and
        *> RETURN-CODE 8; a stale BTREEPIX (which the next
        *> btree_save rebuilds) or a store with no base or journal
        *> to replay against is a WARN and RETURN-CODE 4.  The
        *> report lands on BTVRFRPT and on SYSOUT.  Runs under a
        *> shared BTREEDAT lock (common/ds_lock.cob), so no writer
        *> can move the store underneath it.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT BTREE-FILE ASSIGN TO "BTREEDAT"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS rec-key
                        FILE STATUS IS btree-file-status.
                    SELECT BASE-FILE ASSIGN TO "BTREEBAS"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS base-key
                        FILE STATUS IS base-file-status.
                    SELECT JOURNAL-FILE ASSIGN TO "BTREEJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT PIX-FILE ASSIGN TO "BTREEPIX"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pix-file-status.
                    SELECT REPORT-FILE ASSIGN TO "BTVRFRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD BTREE-FILE.
                01 btree-record.
                    02 rec-key.
                        03 rec-tree  PIC X(8).
                        03 rec-value PIC 9(9).
                    02 rec-quantity  PIC 9(6).
                    02 rec-payload   PIC 9(9).
                FD BASE-FILE.
                01 base-record.
                    02 base-key.
                        03 base-tree  PIC X(8).
                        03 base-value PIC 9(9).
                    02 base-quantity  PIC 9(6).
                    02 base-payload   PIC 9(9).
                FD JOURNAL-FILE.
                *> see btree_journal's FD in btree/btree.cob
                01 journal-record.
                    02 jrn-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 jrn-rec-op    PIC X(3).
                    02 FILLER        PIC X.
                    02 jrn-rec-key   PIC 9(9).
                    02 FILLER        PIC X.
                    02 jrn-rec-qty   PIC 9(6).
                    02 FILLER        PIC X.
                    02 jrn-rec-tree  PIC X(8).
                FD PIX-FILE.
                *> see btree_pixbuild's FD in btree/btree.cob
                01 pix-record.
                    02 pix-tree     PIC X(8).
                    02 pix-payload  PIC 9(9).
                    02 pix-value    PIC 9(9).
                    02 pix-quantity PIC 9(6).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 btree-file-status   PIC XX.
                    01 base-file-status    PIC XX.
                    01 journal-file-status PIC XX.
                    01 pix-file-status     PIC XX.
                    01 report-file-status  PIC XX.
                    01 file-eof            PIC 9.
                    *> every tree met on the store, the base image
                    *> or the journal, with what the store holds
                    01 tree-count          PIC 99 VALUE ZEROS.
                    01 tree-table.
                        02 tree-entry OCCURS 50 TIMES.
                            03 tt-name        PIC X(8).
                            03 tt-nodes       PIC 9(6).
                            03 tt-total       PIC 9(9).
                    01 tx                  PIC 99.
                    01 tree-name           PIC X(8).
                    *> payload-bearing nodes, in store key order,
                    *> checked off as BTREEPIX accounts for them --
                    *> the same ceiling btree_pixbuild indexes to
                    01 pay-count           PIC 9(4) VALUE ZEROS.
                    01 pay-table.
                        02 pay-entry OCCURS 1 TO 9999 TIMES
                                DEPENDING ON pay-count
                                ASCENDING KEY IS pt-tree, pt-value
                                INDEXED BY px.
                            03 pt-tree      PIC X(8).
                            03 pt-value     PIC 9(9).
                            03 pt-payload   PIC 9(9).
                            03 pt-quantity  PIC 9(6).
                            03 pt-indexed   PIC 9.
                    01 pay-overflow        PIC 9 VALUE 0.
                    01 i                   PIC 9(4).
                    *> the previous record, for the order checks
                    01 prior-key.
                        02 prior-tree      PIC X(8) VALUE SPACES.
                        02 prior-value     PIC 9(9) VALUE ZEROS.
                    01 have-prior          PIC 9 VALUE 0.
                    01 prior-payload       PIC 9(9) VALUE ZEROS.
                    *> the replay -- see btree_replay
                    01 have-base           PIC 9 VALUE 0.
                    01 have-journal        PIC 9 VALUE 0.
                    01 line-tree           PIC X(8).
                    01 replay-root         USAGE IS POINTER
                                           VALUE NULL.
                    01 btree_node BASED.
                        05 node_value    PIC 9(9) VALUE ZEROS.
                        05 node_quantity PIC 9(6) VALUE ZEROS.
                        05 node_payload  PIC 9(9) VALUE ZEROS.
                        05 node_left     USAGE IS POINTER
                                         VALUE NULL.
                        05 node_right    USAGE IS POINTER
                                         VALUE NULL.
                    01 occ                 PIC 9(6).
                    01 whole-node-flag     PIC 9.
                    01 range-low           PIC 9(9) VALUE ZEROS.
                    01 range-high          PIC 9(9)
                                           VALUE 999999999.
                    01 replay-nodes        PIC 9(6).
                    01 replay-total        PIC 9(9).
                    *> journaling gate -- see btree_journal
                    01 jrn-op              PIC X(3).
                    01 jrn-key             PIC 9(9) VALUE ZEROS.
                    01 jrn-qty             PIC 9(6) VALUE ZEROS.
                    *> findings
                    01 damage-count        PIC 9(9) VALUE ZEROS.
                    01 index-count         PIC 9(9) VALUE ZEROS.
                    01 unverified-count    PIC 9(9) VALUE ZEROS.
                    01 finding-text        PIC X(36).
                    *> DISPLAY mirrors for the report lines
                    01 key-tx              PIC 9(9).
                    01 payload-tx          PIC 9(9).
                    01 nodes-tx            PIC Z(5)9.
                    01 total-tx            PIC Z(8)9.
                    01 replay-nodes-tx     PIC Z(5)9.
                    01 replay-total-tx     PIC Z(8)9.
                    01 count-tx            PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date         PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op               PIC X(3).
                    01 pd-date             PIC X(8).
                    01 pd-answer           PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op             PIC X(3) VALUE "GET".
                    01 corr-id             PIC X(14) VALUE SPACES.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 lk-mode           PIC X.
                    01 lk-granted        PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "BTVERIFY".
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
                PERFORM acquire_dataset_lock.
                PERFORM open_report.
                PERFORM write_report_header.
                PERFORM check_store_records.
                PERFORM check_payload_index.
                *> replaying re-runs old history -- keep it off the
                *> journal and the daily window
                MOVE "OFF" TO jrn-op.
                CALL 'btree_journal' USING jrn-op, jrn-key, jrn-qty.
                PERFORM note_replay_trees.
                PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tree-count
                    PERFORM verify_one_tree
                END-PERFORM.
                MOVE "ON" TO jrn-op.
                CALL 'btree_journal' USING jrn-op, jrn-key, jrn-qty.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                EVALUATE TRUE
                    WHEN damage-count > 0
                        MOVE "DAMAGED" TO audit-outcome
                        MOVE "BTR003" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                    WHEN index-count > 0 OR unverified-count > 0
                        MOVE "WARNINGS" TO audit-outcome
                        MOVE "BTR002" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                    WHEN OTHER
                        MOVE "COMPLETE" TO audit-outcome
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL
                EVALUATE TRUE
                    WHEN damage-count > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN index-count > 0 OR unverified-count > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.
            STOP RUN.

            acquire_dataset_lock.
                *> shared: readers may run alongside, writers wait
                MOVE "ACQ" TO lk-op.
                MOVE "BTREEDAT" TO lk-name.
                MOVE "S" TO lk-mode.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "BTREEDAT" TO al-values
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

            release_dataset_lock.
                MOVE "REL" TO lk-op.
                MOVE "BTREEDAT" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            open_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "BTREE VERIFY: unable to open BTVRFRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTVRFRPT" TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "BTREE STORE VERIFY - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            check_store_records.
                OPEN INPUT BTREE-FILE.
                IF btree-file-status NOT = "00" THEN
                    DISPLAY "BTREE VERIFY: unable to open BTREEDAT, "
                            "status " btree-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTREEDAT" TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ BTREE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            PERFORM check_one_node
                    END-READ
                END-PERFORM.
                CLOSE BTREE-FILE.
                EXIT.

            check_one_node.
                *> keys come off the index ascending -- anything
                *> else means the index itself is not to be trusted
                IF have-prior = 1 THEN
                    EVALUATE TRUE
                        WHEN rec-key = prior-key
                            MOVE "DUPLICATE  key in its tree twice"
                                TO finding-text
                            PERFORM report_node_damage
                        WHEN rec-key < prior-key
                            MOVE "ORDER      key below the one before"
                                TO finding-text
                            PERFORM report_node_damage
                    END-EVALUATE
                END-IF.
                MOVE 1 TO have-prior.
                MOVE rec-key TO prior-key.
                IF rec-quantity = 0 THEN
                    MOVE "ZERO QTY   node holds no occurrences"
                        TO finding-text
                    PERFORM report_node_damage
                END-IF.
                MOVE rec-tree TO tree-name.
                PERFORM find_tree.
                ADD 1 TO tt-nodes(tx).
                ADD rec-quantity TO tt-total(tx).
                IF rec-payload > 0 THEN
                    IF pay-count < 9999 THEN
                        ADD 1 TO pay-count
                        MOVE rec-tree TO pt-tree(pay-count)
                        MOVE rec-value TO pt-value(pay-count)
                        MOVE rec-payload TO pt-payload(pay-count)
                        MOVE rec-quantity TO pt-quantity(pay-count)
                        MOVE 0 TO pt-indexed(pay-count)
                    ELSE
                        MOVE 1 TO pay-overflow
                    END-IF
                END-IF.
                EXIT.

            find_tree.
                *> tx = tree-name's slot, added when new
                PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > tree-count
                    IF tt-name(tx) = tree-name THEN
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                IF tree-count < 50 THEN
                    ADD 1 TO tree-count
                    MOVE tree-count TO tx
                    MOVE tree-name TO tt-name(tx)
                    MOVE 0 TO tt-nodes(tx)
                    MOVE 0 TO tt-total(tx)
                ELSE
                    *> past the table -- counted on the last slot
                    MOVE 50 TO tx
                END-IF.
                EXIT.

            report_node_damage.
                ADD 1 TO damage-count.
                MOVE rec-value TO key-tx.
                MOVE SPACES TO report-line.
                STRING "  " finding-text " tree " rec-tree
                       " key " key-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            check_payload_index.
                OPEN INPUT PIX-FILE.
                IF pix-file-status NOT = "00" THEN
                    IF pay-count > 0 THEN
                        MOVE SPACES TO report-line
                        STRING "  no BTREEPIX -- every payload below "
                               "is unindexed"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                ELSE
                    MOVE 0 TO file-eof
                    MOVE 0 TO prior-payload
                    PERFORM UNTIL file-eof = 1
                        READ PIX-FILE
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                PERFORM check_one_pix_entry
                        END-READ
                    END-PERFORM
                    CLOSE PIX-FILE
                END-IF.
                IF pay-overflow = 1 THEN
                    *> beyond btree_pixbuild's own ceiling the
                    *> index is partial by design
                    MOVE SPACES TO report-line
                    STRING "  more than 9999 payload-bearing nodes "
                           "-- the rest are not checked"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > pay-count
                    IF pt-indexed(i) = 0 THEN
                        ADD 1 TO index-count
                        MOVE pt-value(i) TO key-tx
                        MOVE pt-payload(i) TO payload-tx
                        MOVE SPACES TO report-line
                        STRING "  NOT INDEXED tree " pt-tree(i)
                               " key " key-tx " payload " payload-tx
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                EXIT.

            check_one_pix_entry.
                MOVE pix-value TO key-tx.
                MOVE pix-payload TO payload-tx.
                IF pix-payload < prior-payload THEN
                    ADD 1 TO index-count
                    MOVE SPACES TO report-line
                    STRING "  PIX ORDER  tree " pix-tree
                           " key " key-tx " payload " payload-tx
                           " -- below the entry before"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE pix-payload TO prior-payload.
                SEARCH ALL pay-entry
                    AT END
                        ADD 1 TO index-count
                        MOVE SPACES TO report-line
                        STRING "  PIX ORPHAN tree " pix-tree
                               " key " key-tx " payload " payload-tx
                               " -- no payload node with that key"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                    WHEN pt-tree(px) = pix-tree
                         AND pt-value(px) = pix-value
                        IF pt-payload(px) = pix-payload
                           AND pt-quantity(px) = pix-quantity THEN
                            MOVE 1 TO pt-indexed(px)
                        ELSE
                            ADD 1 TO index-count
                            MOVE SPACES TO report-line
                            STRING "  PIX ORPHAN tree " pix-tree
                                   " key " key-tx " payload "
                                   payload-tx
                                   " -- not the node's payload/count"
                                DELIMITED BY SIZE INTO report-line
                            WRITE report-line
                            DISPLAY report-line
                        END-IF
                END-SEARCH.
                EXIT.

            note_replay_trees.
                *> a tree the base or journal knows but the store
                *> has lost must still be replayed and compared
                OPEN INPUT BASE-FILE.
                IF base-file-status = "00" THEN
                    MOVE 1 TO have-base
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ BASE-FILE NEXT RECORD
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                MOVE base-tree TO tree-name
                                PERFORM find_tree
                        END-READ
                    END-PERFORM
                    CLOSE BASE-FILE
                END-IF.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status = "00" THEN
                    MOVE 1 TO have-journal
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ JOURNAL-FILE
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                PERFORM take_line_tree
                                MOVE line-tree TO tree-name
                                PERFORM find_tree
                        END-READ
                    END-PERFORM
                    CLOSE JOURNAL-FILE
                END-IF.
                EXIT.

            take_line_tree.
                *> lines from before the store was split read as
                *> MAIN -- see btree_replay
                MOVE jrn-rec-tree TO line-tree.
                IF line-tree = SPACES THEN
                    MOVE "MAIN" TO line-tree
                END-IF.
                EXIT.

            verify_one_tree.
                MOVE tt-nodes(tx) TO nodes-tx.
                MOVE tt-total(tx) TO total-tx.
                IF have-base = 0 AND have-journal = 0 THEN
                    ADD 1 TO unverified-count
                    MOVE SPACES TO report-line
                    STRING "tree " tt-name(tx) " nodes " nodes-tx
                           " occurrences " total-tx
                           "  (no BTREEBAS or BTREEJRN to replay)"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM replay_tree.
                MOVE replay-nodes TO replay-nodes-tx.
                MOVE replay-total TO replay-total-tx.
                MOVE SPACES TO report-line.
                IF replay-nodes = tt-nodes(tx)
                   AND replay-total = tt-total(tx) THEN
                    STRING "tree " tt-name(tx) " nodes " nodes-tx
                           " occurrences " total-tx
                           "  matches the replay"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    ADD 1 TO damage-count
                    STRING "  REPLAY     tree " tt-name(tx)
                           " store " nodes-tx "/" total-tx
                           " replay " replay-nodes-tx "/"
                           replay-total-tx
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            replay_tree.
                ALLOCATE btree_node INITIALIZED
                    RETURNING replay-root.
                IF have-base = 1 THEN
                    OPEN INPUT BASE-FILE
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ BASE-FILE NEXT RECORD
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                IF base-tree = tt-name(tx) THEN
                                    PERFORM VARYING occ FROM 1 BY 1
                                            UNTIL occ > base-quantity
                                        CALL 'btree_insert' USING
                                             replay-root, base-value
                                    END-PERFORM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE BASE-FILE
                END-IF.
                IF have-journal = 1 THEN
                    OPEN INPUT JOURNAL-FILE
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ JOURNAL-FILE
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                PERFORM take_line_tree
                                IF line-tree = tt-name(tx) THEN
                                    PERFORM replay_journal_record
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE JOURNAL-FILE
                END-IF.
                MOVE 0 TO replay-nodes.
                MOVE 0 TO replay-total.
                CALL 'btree_range' USING replay-root, range-low,
                     range-high, replay-nodes, replay-total.
                EXIT.

            replay_journal_record.
                EVALUATE jrn-rec-op
                    WHEN "INS"
                        CALL 'btree_insert' USING replay-root,
                                                   jrn-rec-key
                    WHEN "DEL"
                        MOVE 0 TO whole-node-flag
                        CALL 'btree_delete' USING replay-root,
                             jrn-rec-key, whole-node-flag
                    WHEN "DLK"
                        MOVE 1 TO whole-node-flag
                        CALL 'btree_delete' USING replay-root,
                             jrn-rec-key, whole-node-flag
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                MOVE tree-count TO count-tx.
                STRING "trees checked..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE damage-count TO count-tx.
                STRING "store damage...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE index-count TO count-tx.
                STRING "index findings.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unverified-count TO count-tx.
                STRING "not replayable.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
