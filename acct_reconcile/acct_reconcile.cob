        *> uses for a mismatch -- the btree payloads have drifted
        *> from the master after a replay once already.  The report
        *> lands on ACRECRPT and on SYSOUT.
        *> ARGUMENT 2 = RESYNC also turns the findings into a
        *> proposed correction batch on RESYNTRN, in btree_maint's
        *> BTREETRN layout, with ACCTMAST as the system of record:
        *>   master only     -> I, the key with its balance in cents
        *>   btree only      -> K, the whole key deleted
        *>   amount differs  -> P, the payload set to the balance
        *> Each proposal is printed under its finding.  A negative
        *> key or balance cannot be carried by the unsigned btree
        *> store, so it is listed as NOT PROPOSED and left for a
        *> person.  The batch opens with a header record naming the
        *> tree and a proposal stamp; btree_maint applies it only
        *> once an operator releases that stamp (PARMLIB BTMAINT
        *> RELEASE=stamp operator), after which a rerun here comes
        *> back clean.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT REPORT-FILE ASSIGN TO "ACRECRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
                    SELECT RESYNC-FILE ASSIGN TO "RESYNTRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS resync-file-status.
            DATA DIVISION.
                FILE SECTION.
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
                FD BTREE-FILE.
                01 btree-record.
                    02 rec-key.
                    02 rec-payload   PIC 9(9).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                FD RESYNC-FILE.
                *> btree_maint's BTREETRN shape -- see its FD
                01 resync-record.
                    02 rsy-op      PIC X.
                    02 rsy-key     PIC 9(9).
                    02 rsy-payload PIC 9(9).
                01 resync-header.
                    02 rsh-op      PIC X.
                    02 rsh-tree    PIC X(8).
                    02 rsh-stamp   PIC X(14).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 btree-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 resync-file-status PIC XX.
                    *> ARGUMENT 2 = RESYNC proposes the corrections
                    01 run-mode           PIC X(8) VALUE SPACES.
                        88 resync-mode    VALUE "RESYNC".
                    01 proposal-stamp     PIC X(14).
                    01 proposed-count     PIC 9(9) VALUE ZEROS.
                    01 unproposed-count   PIC 9(9) VALUE ZEROS.
                    01 master-eof         PIC 9 VALUE 0.
                    01 btree-eof          PIC 9 VALUE 0.
                    *> which named tree carries the account payloads
                    01 mismatch-total     PIC 9(9).
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 payload-tx         PIC 9(9).
                    *> the btree payload carries raw cents; signed
                    *> here so an overdrawn balance keeps its sign
                    *> and can never pass for the unsigned payload
                    01 balance-cents      PIC S9(11).
                    01 count-tx           PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
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
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO want-tree
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT run-mode FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO run-mode
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(run-mode) TO run-mode.
                PERFORM open_files.
                PERFORM write_report_header.
                IF resync-mode THEN
                    PERFORM open_resync_batch
                END-IF.
                PERFORM position_btree_side.
                PERFORM read_master_side.
                PERFORM read_btree_side.
                PERFORM match_merge_stores.
                PERFORM write_totals.
                IF resync-mode THEN
                    PERFORM write_resync_totals
                    CLOSE RESYNC-FILE
                END-IF.
                CLOSE MASTER-FILE.
                CLOSE BTREE-FILE.
                CLOSE REPORT-FILE.
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "MISMATCH" TO audit-outcome
                    MOVE "ACT002" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT RECONCILE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF btree-file-status NOT = "00" THEN
                    DISPLAY "ACCT RECONCILE: unable to open BTREEDAT, "
                            "status " btree-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTREEDAT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT RECONCILE: unable to open ACRECRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACRECRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                END-IF.
                EXIT.

            open_resync_batch.
                OPEN OUTPUT RESYNC-FILE.
                IF resync-file-status NOT = "00" THEN
                    DISPLAY "ACCT RECONCILE: unable to open RESYNTRN, "
                            "status " resync-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "RESYNTRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> the stamp is what an operator names to release
                *> this very proposal to btree_maint
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO proposal-stamp.
                MOVE SPACES TO resync-header.
                MOVE "H" TO rsh-op.
                MOVE want-tree TO rsh-tree.
                MOVE proposal-stamp TO rsh-stamp.
                WRITE resync-header.
                MOVE SPACES TO report-line.
                STRING "RESYNC PROPOSAL " proposal-stamp " for tree "
                       want-tree " -- ACCTMAST is the system of record"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    IF resync-mode THEN
                        IF mst-bal < 0 THEN
                            PERFORM report_not_proposed
                        ELSE
                            MOVE "P" TO rsy-op
                            MOVE mst-key TO rsy-key
                            MOVE balance-cents TO rsy-payload
                            PERFORM propose_correction
                        END-IF
                    END-IF
                END-IF.
                EXIT.

                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF resync-mode THEN
                    IF mst-key < 0 OR mst-bal < 0 THEN
                        PERFORM report_not_proposed
                    ELSE
                        MOVE "I" TO rsy-op
                        MOVE mst-key TO rsy-key
                        COMPUTE rsy-payload = mst-bal * 100
                        PERFORM propose_correction
                    END-IF
                END-IF.
                EXIT.

            report_btree_only.
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF resync-mode THEN
                    MOVE "K" TO rsy-op
                    MOVE rec-value TO rsy-key
                    MOVE 0 TO rsy-payload
                    PERFORM propose_correction
                END-IF.
                EXIT.

            propose_correction.
                WRITE resync-record.
                ADD 1 TO proposed-count.
                MOVE rsy-payload TO payload-tx.
                MOVE SPACES TO report-line.
                STRING "      PROPOSE " rsy-op " key " rsy-key
                       " payload " payload-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_not_proposed.
                ADD 1 TO unproposed-count.
                MOVE SPACES TO report-line.
                STRING "      NOT PROPOSED -- a negative key or "
                       "balance cannot be held in the btree store"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_resync_totals.
                MOVE SPACES TO report-line.
                MOVE proposed-count TO count-tx.
                STRING "proposed.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unproposed-count TO count-tx.
                STRING "not proposed...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "review RESYNTRN, then release it with PARMLIB "
                       "BTMAINT RELEASE=" proposal-stamp " operator"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
