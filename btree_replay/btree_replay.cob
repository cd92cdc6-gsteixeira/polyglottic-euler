        *> the whole journal) -- which is also how "when did code
        *> 417's count jump" gets answered: replay to before and to
        *> after, and compare.
        *> Each run logs its elapsed time to PERFLOG and the
        *> journal records it applied to CONTROLS -- the history
        *> rp_inventory estimates replay time from.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 report-date         PIC X(10).
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
                    01 ct-file-name        PIC X(8) VALUE "BTREEJRN".
                    01 ct-role             PIC X VALUE "R".
                    01 ct-count            PIC 9(9) VALUE ZEROS.
                    01 ct-key-sum          PIC S9(18) VALUE ZEROS.
                    01 ct-bal-sum          PIC 9(16)V99 VALUE ZEROS.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "BTREPLAY".
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
                DISPLAY "  BASE KEYS LOADED: " base-key-count.
                DISPLAY "  JOURNAL APPLIED.: " replayed-count.
                DISPLAY "  PAST CUT-OFF....: " skipped-count.
                PERFORM capture_end.
                CALL "perf_log" USING audit-name, elapsed-ts.
                MOVE replayed-count TO ct-count.
                CALL "control_totals" USING audit-name, ct-file-name,
                                             ct-role, ct-count,
                                             ct-key-sum, ct-bal-sum.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                MOVE 0 TO RETURN-CODE.
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
                    MOVE "BTREEDAT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF journal-file-status NOT = "00" THEN
                    DISPLAY "BTREE REPLAY: unable to open BTREEJRN, "
                            "status " journal-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "BTREEJRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
