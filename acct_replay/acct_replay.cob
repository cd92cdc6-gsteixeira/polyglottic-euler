        *> default is the whole journal) -- which is also how "what
        *> did the doubled ACCTTRAN run do" gets answered: replay to
        *> just before the run's first journal line and compare.
        *> A renumber (N) or merge (M) journals two linked lines: the
        *> departing key's, then the arriving or surviving key's.  A
        *> renumber's departing record is held and lands again under
        *> the new key, open date and currency intact; a merge's
        *> survivor takes its after image like any other posting.
        *> A purge (Z, see acct_purge) takes the account off the
        *> rebuilt master and lands its archive record on ACCTARCH
        *> again if the archive has lost it; one already there is
        *> left as it is.
        *> Each run logs its elapsed time to PERFLOG and the
        *> journal records it applied to CONTROLS -- the history
        *> rp_inventory estimates replay time from.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD BASE-FILE.
                01 base-record.
                    02 base-key           PIC S9(9).
                    02 base-bal           PIC S9(7)V99.
                    02 base-status        PIC X.
                    02 base-open-date     PIC X(8).
                    02 base-last-activity PIC X(14).
                    02 base-od-limit      PIC 9(7)V99.
                    02 base-od-since      PIC X(8).
                    02 base-currency      PIC X(3).
                FD JOURNAL-FILE.
                01 journal-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC S9(9).
                    02 FILLER         PIC X.
                    02 jrn-before-bal PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-after-bal  PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-before-sta PIC X.
                    02 FILLER         PIC X.
                    02 jrn-after-sta  PIC X.
                    02 FILLER         PIC X.
                    02 jrn-reference  PIC X(16).
                    02 FILLER         PIC X.
                    02 jrn-od-limit   PIC 9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-currency   PIC X(3).
                    02 FILLER         PIC X.
                    02 jrn-link-key   PIC S9(9).
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
                FD ARCHIVE-FILE.
                *> the acct_purge archive record -- see
                *> acct_purge.cob's ARCHIVE-FILE
                01 archive-record.
                    02 arc-key           PIC S9(9).
                    02 arc-bal           PIC S9(7)V99.
                    02 arc-status        PIC X.
                    02 arc-open-date     PIC X(8).
                    02 arc-last-activity PIC X(14).
                    02 arc-od-limit      PIC 9(7)V99.
                    02 arc-od-since      PIC X(8).
                    02 arc-currency      PIC X(3).
                    02 arc-closed-date   PIC X(8).
                    02 arc-purged-date   PIC X(8).
                    02 arc-corr-id       PIC X(14).
                WORKING-STORAGE SECTION.
                    01 base-file-status    PIC XX.
                    01 journal-file-status PIC XX.
                    01 master-file-status  PIC XX.
                    01 archive-file-status PIC XX.
                    01 have-archive        PIC 9 VALUE 0.
                    01 base-eof            PIC 9 VALUE 0.
                    01 journal-eof         PIC 9 VALUE 0.
                    01 arg-value           PIC X(18).
                    01 replayed-count      PIC 9(9) VALUE ZEROS.
                    01 skipped-count       PIC 9(9) VALUE ZEROS.
                    01 trouble-count       PIC 9(9) VALUE ZEROS.
                    *> a renumber's departing record, held for the
                    *> arriving line that follows it
                    01 held-image.
                        02 held-key           PIC S9(9).
                        02 held-bal           PIC S9(7)V99.
                        02 held-status        PIC X.
                        02 held-open-date     PIC X(8).
                        02 held-last-activity PIC X(14).
                        02 held-od-limit      PIC 9(7)V99.
                        02 held-od-since      PIC X(8).
                        02 held-currency      PIC X(3).
                    01 have-held           PIC 9 VALUE 0.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime            PIC X(21).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 lk-mode           PIC X.
                    01 lk-granted        PIC 9.
                    *> elapsed-time capture -- see common/perf_log.cob
                    01 start-ts            PIC 9(8).
                    01 end-ts              PIC 9(8).
                    01 elapsed-ts          PIC 9(8).
                    *> journal records applied, handed to
                    *> common/control_totals.cob -- with the elapsed
                    *> time on PERFLOG it gives rp_inventory its
                    *> replay rate
                    01 ct-file-name        PIC X(8) VALUE "ACCTJRN".
                    01 ct-role             PIC X VALUE "R".
                    01 ct-count            PIC 9(9) VALUE ZEROS.
                    01 ct-key-sum          PIC S9(18) VALUE ZEROS.
                    01 ct-bal-sum          PIC 9(16)V99 VALUE ZEROS.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "ACREPLAY".
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
                PERFORM capture_start.
                PERFORM acquire_dataset_lock.
                PERFORM write_report_header.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                PERFORM load_base_image.
                PERFORM replay_journal.
                CLOSE MASTER-FILE.
                IF have-archive = 1 THEN
                    CLOSE ARCHIVE-FILE
                END-IF.
                DISPLAY "-- ACCT REPLAY REPORT --".
                DISPLAY "  BASE KEYS LOADED: " base-key-count.
                DISPLAY "  JOURNAL APPLIED.: " replayed-count.
                DISPLAY "  PAST CUT-OFF....: " skipped-count.
                DISPLAY "  OUT OF SEQUENCE.: " trouble-count.
                PERFORM capture_end.
                CALL "perf_log" USING audit-name, elapsed-ts.
                MOVE replayed-count TO ct-count.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                IF trouble-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "MISMATCH" TO audit-outcome
                    MOVE "ACT018" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                END-IF.
            STOP RUN.

            capture_start.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO start-ts.
                EXIT.

            capture_end.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO end-ts.
                *> a midnight rollover is not worth guarding against
                *> here -- treat a negative delta as zero.
                IF end-ts >= start-ts THEN
                    SUBTRACT start-ts FROM end-ts GIVING elapsed-ts
                ELSE
                    MOVE 0 TO elapsed-ts
                END-IF.
                EXIT.

            acquire_dataset_lock.
                *> serialize against the other writers of this
                *> dataset -- see common/ds_lock.cob
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT REPLAY: unable to create ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN004" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                            MOVE base-open-date TO mst-open-date
                            MOVE base-last-activity
                                TO mst-last-activity
                            MOVE base-od-limit TO mst-od-limit
                            MOVE base-od-since TO mst-od-since
                            MOVE base-currency TO mst-currency
                            WRITE master-record
                            IF master-file-status NOT = "00" THEN
                                ADD 1 TO trouble-count
                IF journal-file-status NOT = "00" THEN
                    DISPLAY "ACCT REPLAY: unable to open ACCTJRN, "
                            "status " journal-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTJRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                        MOVE jrn-after-sta TO mst-status
                        MOVE jrn-timestamp(1:8) TO mst-open-date
                        MOVE jrn-timestamp TO mst-last-activity
                        MOVE 0 TO mst-od-limit
                        MOVE SPACES TO mst-od-since
                        MOVE jrn-currency TO mst-currency
                        WRITE master-record
                        PERFORM count_apply_outcome
                    WHEN "D"
                        PERFORM rewrite_after_image
                    WHEN "O"
                        PERFORM rewrite_after_image
                    WHEN "X"
                        *> each transfer leg is its own line, under
                        *> its own key -- the pair replays as written
                        PERFORM rewrite_after_image
                    WHEN "K"
                        PERFORM rewrite_after_image
                    WHEN "V"
                        *> a reversal is a J in the other direction --
                        *> its after image lands like any other
                        PERFORM rewrite_after_image
                    WHEN "N"
                        PERFORM replay_renumber_leg
                    WHEN "M"
                        *> the folded key goes; the survivor's line
                        *> carries the summed balance
                        IF jrn-after-sta = SPACES THEN
                            DELETE MASTER-FILE
                            PERFORM count_apply_outcome
                        ELSE
                            PERFORM rewrite_after_image
                        END-IF
                    WHEN "Z"
                        PERFORM replay_purge
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            replay_purge.
                *> the record as the purge found it goes back on the
                *> archive when the archive has lost it, then off the
                *> master.  The archive is opened on the first purge
                *> line, created if need be.
                READ MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    ADD 1 TO trouble-count
                    EXIT PARAGRAPH
                END-IF.
                IF have-archive = 0 THEN
                    OPEN I-O ARCHIVE-FILE
                    IF archive-file-status = "35" THEN
                        OPEN OUTPUT ARCHIVE-FILE
                        IF archive-file-status = "00" THEN
                            CLOSE ARCHIVE-FILE
                            OPEN I-O ARCHIVE-FILE
                        END-IF
                    END-IF
                    IF archive-file-status = "00" THEN
                        MOVE 1 TO have-archive
                    ELSE
                        DISPLAY "ACCT REPLAY: unable to open "
                                "ACCTARCH, status "
                                archive-file-status
                        MOVE 2 TO have-archive
                    END-IF
                END-IF.
                IF have-archive = 1 THEN
                    MOVE master-record TO archive-record
                    MOVE mst-last-activity(1:8) TO arc-closed-date
                    MOVE jrn-timestamp(1:8) TO arc-purged-date
                    MOVE jrn-corr-id TO arc-corr-id
                    WRITE archive-record
                        INVALID KEY
                            *> already archived -- left as it is
                            CONTINUE
                    END-WRITE
                END-IF.
                DELETE MASTER-FILE.
                PERFORM count_apply_outcome.
                EXIT.

            replay_renumber_leg.
                *> the departing line (no after status) takes the
                *> record off and holds it; the arriving line (no
                *> before status) lands the held record under the new
                *> key it names
                IF jrn-after-sta = SPACES THEN
                    MOVE 0 TO have-held
                    READ MASTER-FILE
                    IF master-file-status NOT = "00" THEN
                        ADD 1 TO trouble-count
                        EXIT PARAGRAPH
                    END-IF
                    MOVE master-record TO held-image
                    MOVE 1 TO have-held
                    DELETE MASTER-FILE
                    PERFORM count_apply_outcome
                    EXIT PARAGRAPH
                END-IF.
                IF have-held = 0 OR jrn-link-key NOT NUMERIC THEN
                    ADD 1 TO trouble-count
                    EXIT PARAGRAPH
                END-IF.
                IF held-key NOT = jrn-link-key THEN
                    ADD 1 TO trouble-count
                    EXIT PARAGRAPH
                END-IF.
                MOVE held-image TO master-record.
                MOVE jrn-rec-key TO mst-key.
                MOVE jrn-after-bal TO mst-bal.
                MOVE jrn-after-sta TO mst-status.
                MOVE jrn-timestamp TO mst-last-activity.
                WRITE master-record.
                MOVE 0 TO have-held.
                PERFORM count_apply_outcome.
                EXIT.

            rewrite_after_image.
                *> read first so the open date the add laid down is
                *> kept, then land the journal's after image on top
                MOVE jrn-after-bal TO mst-bal.
                MOVE jrn-after-sta TO mst-status.
                MOVE jrn-timestamp TO mst-last-activity.
                *> journal lines from before the overdraft fields
                *> carry no limit -- the base's limit stands
                IF jrn-od-limit NUMERIC THEN
                    MOVE jrn-od-limit TO mst-od-limit
                END-IF.
                *> the journal stamps wall-clock time, not the
                *> business date, so a replayed overdrawn-since date
                *> is the day the posting was journaled
                IF mst-bal < 0 THEN
                    IF mst-od-since = SPACES THEN
                        MOVE jrn-timestamp(1:8) TO mst-od-since
                    END-IF
                ELSE
                    MOVE SPACES TO mst-od-since
                END-IF.
                REWRITE master-record.
                PERFORM count_apply_outcome.
                EXIT.
