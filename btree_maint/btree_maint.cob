        *> BTREEDAT and persists the result, so the accumulated
        *> counts can be corrected without regenerating the tree.
        *> Transaction layout: a one-byte operation code, a
        *> nine-digit key, and a nine-digit payload (used by inserts
        *> and payload fixes, ignored elsewhere):
        *>   I = insert one occurrence (payload attached when given)
        *>   D = delete one occurrence     (the whole_node flag 0)
        *>   K = delete the whole key      (the whole_node flag 1)
        *>   P = set the key's payload     (the key must be there)
        *> A delete against a key that is not in the tree is rejected
        *> and reported, and the run ends with counts by operation.
        *> Any reject leaves RETURN-CODE 4, SORT-RECONCILE's warning
        *> MAIN) -- see btree_treesel; the store carries several
        *> trees now, so each domain maintains its own instead of
        *> renting a reserved key range.
        *> BTREETRN carries no batch header, so before anything is
        *> applied the file is read once for its record count and a
        *> hash total (keys plus payloads, inserts and payload fixes
        *> added, deletes subtracted) and looked up, with the tree
        *> name, on the BATCHREG inbound batch registry
        *> (common/batch_reg.cob).
        *> A file already applied to this tree is refused with a
        *> FATL alert unless PARMLIB BTMAINT RESEND-OK names the
        *> earlier application; a completed run registers its file.
        *> ARGUMENT 2 = RESYNC applies acct_reconcile's proposed
        *> correction batch, RESYNTRN, instead.  Its header record
        *> names the tree and the proposal stamp, and it is applied
        *> only to that tree and only when PARMLIB BTMAINT
        *> RELEASE=stamp operator releases that very proposal --
        *> anything else is refused with a FATL alert.  The release
        *> goes on RUNAUDIT as a RELSE line carrying the operator.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT TRAN-FILE ASSIGN TO DYNAMIC tran-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
            DATA DIVISION.
                    02 trn-op      PIC X.
                    02 trn-key     PIC 9(9).
                    02 trn-payload PIC 9(9).
                *> the RESYNTRN header -- see acct_reconcile's FD
                01 resync-header.
                    02 rsh-op      PIC X.
                    02 rsh-tree    PIC X(8).
                    02 rsh-stamp   PIC X(14).
                WORKING-STORAGE SECTION.
                    01 tran-file-status  PIC XX.
                    01 tran-name         PIC X(8) VALUE "BTREETRN".
                    *> ARGUMENT 2 = RESYNC applies a released proposal
                    01 run-mode          PIC X(8) VALUE SPACES.
                        88 resync-mode   VALUE "RESYNC".
                    01 proposal-tree     PIC X(8) VALUE SPACES.
                    01 proposal-stamp    PIC X(14) VALUE SPACES.
                    *> PARMLIB named parameters -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword        PIC X(16).
                    01 pm-value          PIC X(40).
                    01 pm-found          PIC 9.
                    01 rel-stamp         PIC X(14).
                    01 rel-operator      PIC X(8).
                    01 tran-eof          PIC 9 VALUE 0.
                    *> which named tree -- see btree_treesel
                    01 arg-value         PIC X(18).
                    01 insert-count      PIC 9(9) VALUE ZEROS.
                    01 delete-one-count  PIC 9(9) VALUE ZEROS.
                    01 delete-all-count  PIC 9(9) VALUE ZEROS.
                    01 payload-fix-count PIC 9(9) VALUE ZEROS.
                    *> inbound batch registry -- see
                    *> common/batch_reg.cob
                    01 br-op             PIC X(3).
                    01 br-feed           PIC X(8) VALUE "BTREETRN".
                    01 br-batch-id       PIC X(16).
                    01 br-created        PIC X(8) VALUE SPACES.
                    01 br-count          PIC 9(9) VALUE ZEROS.
                    01 br-hash           PIC S9(15)V99 VALUE ZEROS.
                    01 br-stamp          PIC X(14).
                    01 br-status         PIC XX.
                    01 batch-resend      PIC 9 VALUE 0.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime          PIC X(21).
                    01 report-date       PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> why a resync proposal was refused, for SYSOUT
                    01 refusal-text PIC X(60).
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 audit-outcome     PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                PERFORM acquire_dataset_lock.
                PERFORM select_named_tree.
                PERFORM write_report_header.
                IF resync-mode THEN
                    PERFORM check_proposal_release
                END-IF.
                PERFORM check_batch_registry.
                ALLOCATE btree_node INITIALIZED
                    RETURNING root_node_ptr.
                CALL 'btree_load' USING root_node_ptr.
                PERFORM apply_transactions.
                CALL 'btree_save' USING root_node_ptr,
                                         save-first-call.
                PERFORM register_batch.
                PERFORM write_totals.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "REJECTS" TO audit-outcome
                    MOVE "BAT008" TO al-msg-id
                    MOVE "tree" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
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
                CALL 'btree_treesel' USING ts-op, ts-name.
                MOVE "GET" TO ts-op.
                CALL 'btree_treesel' USING ts-op, ts-name.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT run-mode FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO run-mode
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(run-mode) TO run-mode.
                IF resync-mode THEN
                    MOVE "RESYNTRN" TO tran-name
                    MOVE "RESYNTRN" TO br-feed
                END-IF.
                EXIT.

            check_proposal_release.
                *> the proposal is only applied to the tree it was
                *> reconciled against, and only once an operator has
                *> released its stamp
                OPEN INPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    MOVE "unable to open RESYNTRN"
                        TO refusal-text
                    MOVE "DSN001" TO al-msg-id
                    MOVE "RESYNTRN" TO al-values
                    PERFORM refuse_proposal
                END-IF.
                READ TRAN-FILE
                    AT END
                        MOVE SPACES TO resync-header
                END-READ.
                CLOSE TRAN-FILE.
                IF rsh-op NOT = "H" THEN
                    MOVE "RESYNTRN has no proposal header"
                        TO refusal-text
                    MOVE "BTR004" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM refuse_proposal
                END-IF.
                MOVE rsh-tree TO proposal-tree.
                MOVE rsh-stamp TO proposal-stamp.
                DISPLAY "BTREE MAINT: resync proposal " proposal-stamp
                        " for tree " proposal-tree.
                IF proposal-tree NOT = ts-name THEN
                    MOVE "RESYNTRN was proposed for another tree"
                        TO refusal-text
                    MOVE "BTR006" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM refuse_proposal
                END-IF.
                MOVE "RELEASE" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                MOVE SPACES TO rel-stamp.
                MOVE SPACES TO rel-operator.
                IF pm-found = 1 THEN
                    UNSTRING pm-value DELIMITED BY ALL SPACE
                        INTO rel-stamp, rel-operator
                END-IF.
                IF rel-stamp NOT = proposal-stamp THEN
                    DISPLAY "BTREE MAINT: (release it: PARMLIB "
                            "BTMAINT RELEASE=" proposal-stamp
                            " operator)"
                    MOVE "RESYNTRN proposal not released"
                        TO refusal-text
                    MOVE "BTR005" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM refuse_proposal
                END-IF.
                IF rel-operator = SPACES THEN
                    MOVE "OVERRIDE" TO rel-operator
                END-IF.
                MOVE "RELSE" TO audit-event.
                MOVE rel-operator TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                DISPLAY "BTREE MAINT: proposal released by "
                        rel-operator.
                EXIT.

            refuse_proposal.
                DISPLAY "BTREE MAINT: " FUNCTION TRIM(refusal-text)
                        " -- refused".
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                PERFORM release_dataset_lock.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                        " tree " ts-name.
                EXIT.

            check_batch_registry.
                *> an unopenable transaction file is
                *> apply_transactions' to report
                OPEN INPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL tran-eof = 1
                    READ TRAN-FILE
                        AT END
                            MOVE 1 TO tran-eof
                        NOT AT END
                            PERFORM hash_one_transaction
                    END-READ
                END-PERFORM.
                CLOSE TRAN-FILE.
                MOVE 0 TO tran-eof.
                IF resync-mode THEN
                    MOVE proposal-stamp TO br-batch-id
                ELSE
                    MOVE ts-name TO br-batch-id
                END-IF.
                MOVE "CHK" TO br-op.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                EVALUATE br-status
                    WHEN "DU"
                        DISPLAY "BTREE MAINT: " tran-name " was "
                                "already applied to " ts-name " at "
                                br-stamp " -- refused"
                        DISPLAY "BTREE MAINT: (deliberate: PARMLIB "
                                "BTMAINT RESEND-OK=" br-stamp
                                " operator)"
                        MOVE "BAT002" TO al-msg-id
                        MOVE tran-name TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                        MOVE "END" TO audit-event
                        MOVE "ERROR" TO audit-outcome
                        CALL "run_audit" USING audit-name,
                             audit-event, audit-outcome
                        PERFORM release_dataset_lock
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    WHEN "OV"
                        MOVE 1 TO batch-resend
                        DISPLAY "BTREE MAINT: resend of " br-stamp
                                " accepted on operator override"
                END-EVALUATE.
                EXIT.

            hash_one_transaction.
                IF resync-mode AND trn-op = "H" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO br-count.
                IF trn-op = "I" OR trn-op = "P" THEN
                    ADD trn-key trn-payload TO br-hash
                ELSE
                    SUBTRACT trn-key trn-payload FROM br-hash
                END-IF.
                EXIT.

            register_batch.
                IF batch-resend = 1 THEN
                    MOVE "RSN" TO br-op
                ELSE
                    MOVE "REG" TO br-op
                END-IF.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                IF br-status NOT = "OK" THEN
                    MOVE "BAT001" TO al-msg-id
                    MOVE tran-name TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            apply_transactions.
                OPEN INPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "BTREE MAINT: unable to open " tran-name
                            ", status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE tran-name TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                        PERFORM apply_delete_one
                    WHEN "K"
                        PERFORM apply_delete_all
                    WHEN "P"
                        PERFORM apply_payload_fix
                    WHEN "H"
                        IF NOT resync-mode THEN
                            ADD 1 TO rejected-count
                            DISPLAY "  REJECTED H key " trn-key
                                    " -- unknown operation code"
                        END-IF
                    WHEN OTHER
                        ADD 1 TO rejected-count
                        DISPLAY "  REJECTED " trn-op " key " trn-key
                END-IF.
                EXIT.

            apply_payload_fix.
                CALL 'btree_lookup' USING root_node_ptr, trn-key,
                                           found-quantity.
                IF found-quantity = 0 THEN
                    ADD 1 TO rejected-count
                    DISPLAY "  REJECTED P key " trn-key
                            " -- key not in tree"
                ELSE
                    CALL 'btree_payload' USING root_node_ptr,
                                                trn-key, trn-payload
                    ADD 1 TO applied-count
                    ADD 1 TO payload-fix-count
                    DISPLAY "  APPLIED  P key " trn-key
                            " payload " trn-payload
                END-IF.
                EXIT.

            write_totals.
                DISPLAY "-- BTREE MAINTENANCE TOTALS --".
                DISPLAY "  APPLIED..........: " applied-count.
                DISPLAY "    INSERTS........: " insert-count.
                DISPLAY "    DELETE ONE.....: " delete-one-count.
                DISPLAY "    DELETE WHOLE...: " delete-all-count.
                DISPLAY "    PAYLOAD FIX....: " payload-fix-count.
                EXIT.
        END PROGRAM Main.
