        *> operator instead of page 37 finding nobody.  An absent
        *> DELTARUL just means "no tolerances", same as an absent
        *> SORTCTL.
        *> An account renumbered or merged on the master (the N and
        *> M lines master_update journals on ACCTJRN, each naming the
        *> key on the other side) is followed across the change: an
        *> old key that left and its new key that arrived report as
        *> one RENUMBERED line, and a key folded into another as
        *> MERGED, its balance carried by the survivor's CHANGED
        *> line -- neither counts as a dropped key against the
        *> MAX-DROPPED tolerance.  An absent ACCTJRN means no links.
        *> A closed account acct_purge moved to the archive (a Z
        *> line) reports as PURGED, outside MAX-DROPPED and outside
        *> the net movement -- the purge proves its own totals on
        *> ACCTLDGR.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT RULES-FILE ASSIGN TO "DELTARUL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rules-file-status.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD OLD-FILE.
                01 report-line PIC X(132).
                FD RULES-FILE.
                01 rules-record PIC X(60).
                FD JOURNAL-FILE.
                01 journal-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-op     PIC X.
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
                WORKING-STORAGE SECTION.
                    01 old-file-status    PIC XX.
                    01 new-file-status    PIC XX.
                    01 report-file-status PIC XX.
                    01 rules-file-status  PIC XX.
                    01 journal-file-status PIC XX.
                    01 journal-eof        PIC 9.
                    *> one-record lookahead per side, the same shape
                    *> external_sort's merge front uses
                    01 old-eof            PIC 9 VALUE 0.
                    01 dropped-count      PIC 9(9) VALUE ZEROS.
                    01 changed-count      PIC 9(9) VALUE ZEROS.
                    01 unchanged-count    PIC 9(9) VALUE ZEROS.
                    01 renumbered-count   PIC 9(9) VALUE ZEROS.
                    01 merged-count       PIC 9(9) VALUE ZEROS.
                    01 purged-count       PIC 9(9) VALUE ZEROS.
                    *> the renumber and merge links off ACCTJRN, from
                    *> each departing key's line: the key that left,
                    *> the key that took it over, and which it was --
                    *> a purge has no key on the other side
                    01 link-table.
                        02 link-count PIC 9(4) VALUE ZEROS.
                        02 link-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON link-count.
                            03 lk-old-key PIC S9(9).
                            03 lk-new-key PIC S9(9).
                            03 lk-op      PIC X.
                    01 link-idx           PIC 9(4).
                    01 link-found         PIC 9(4).
                    *> linked keys held back from the walk until
                    *> both sides are known
                    01 drop-stash.
                        02 drop-count PIC 9(4) VALUE ZEROS.
                        02 drop-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON drop-count.
                            03 dr-key  PIC S9(9).
                            03 dr-bal  PIC 9(7)V99.
                            03 dr-link PIC 9(4).
                    01 drop-idx           PIC 9(4).
                    01 add-stash.
                        02 add-count PIC 9(4) VALUE ZEROS.
                        02 add-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON add-count.
                            03 ad-key    PIC S9(9).
                            03 ad-bal    PIC 9(7)V99.
                            03 ad-paired PIC 9.
                    01 add-idx            PIC 9(4).
                    01 add-found          PIC 9(4).
                    *> movement figures the tolerance rules judge:
                    *> the largest single balance move and the net
                    *> movement across the whole compare (added
                    01 max-net            PIC 9(13)V99.
                    01 max-net-sev        PIC X(4).
                    01 tripped-count      PIC 9(3) VALUE ZEROS.
                    *> the tripped rule's severity -- it picks the
                    *> catalog id, SRT017 (WARN) or SRT018 (FATL)
                    01 trip-severity      PIC X(4).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 link-tx            PIC +9(9).
                    01 old-bal-tx         PIC 9(7).99.
                    01 new-bal-tx         PIC 9(7).99.
                    01 count-tx           PIC 9(9).
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
                PERFORM capture_start.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM load_account_links.
                PERFORM read_old.
                PERFORM read_new.
                PERFORM compare_files.
                PERFORM pair_linked_keys.
                PERFORM write_trailer.
                PERFORM load_tolerance_rules.
                PERFORM evaluate_tolerances.
                PERFORM UNTIL old-eof = 1 AND new-eof = 1
                    EVALUATE TRUE
                        WHEN old-eof = 1
                            PERFORM take_added
                            PERFORM read_new
                        WHEN new-eof = 1
                            PERFORM take_dropped
                            PERFORM read_old
                        WHEN held-old-key < held-new-key
                            PERFORM take_dropped
                            PERFORM read_old
                        WHEN held-old-key > held-new-key
                            PERFORM take_added
                            PERFORM read_new
                        WHEN OTHER
                            IF held-old-bal NOT = held-new-bal THEN
                END-PERFORM.
                EXIT.

            load_account_links.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO journal-eof.
                PERFORM UNTIL journal-eof = 1
                    READ JOURNAL-FILE
                        AT END
                            MOVE 1 TO journal-eof
                        NOT AT END
                            IF (jrn-rec-op = "N" OR jrn-rec-op = "M")
                               AND jrn-after-sta = SPACES
                               AND jrn-link-key NUMERIC
                               AND link-count < 2000 THEN
                                ADD 1 TO link-count
                                MOVE jrn-rec-key
                                    TO lk-old-key(link-count)
                                MOVE jrn-link-key
                                    TO lk-new-key(link-count)
                                MOVE jrn-rec-op TO lk-op(link-count)
                            END-IF
                            IF jrn-rec-op = "Z"
                               AND link-count < 2000 THEN
                                ADD 1 TO link-count
                                MOVE jrn-rec-key
                                    TO lk-old-key(link-count)
                                MOVE 0 TO lk-new-key(link-count)
                                MOVE "Z" TO lk-op(link-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                EXIT.

            take_dropped.
                *> a key that left through a renumber or merge waits
                *> for the pairing pass
                MOVE 0 TO link-found.
                PERFORM VARYING link-idx FROM 1 BY 1
                        UNTIL link-idx > link-count OR link-found > 0
                    IF lk-old-key(link-idx) = held-old-key THEN
                        MOVE link-idx TO link-found
                    END-IF
                END-PERFORM.
                IF link-found = 0 OR drop-count >= 2000 THEN
                    PERFORM report_dropped
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO drop-count.
                MOVE held-old-key TO dr-key(drop-count).
                MOVE held-old-bal TO dr-bal(drop-count).
                MOVE link-found TO dr-link(drop-count).
                EXIT.

            take_added.
                *> a key a renumber brought in waits the same way
                MOVE 0 TO link-found.
                PERFORM VARYING link-idx FROM 1 BY 1
                        UNTIL link-idx > link-count OR link-found > 0
                    IF lk-op(link-idx) = "N"
                       AND lk-new-key(link-idx) = held-new-key THEN
                        MOVE link-idx TO link-found
                    END-IF
                END-PERFORM.
                IF link-found = 0 OR add-count >= 2000 THEN
                    PERFORM report_added
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO add-count.
                MOVE held-new-key TO ad-key(add-count).
                MOVE held-new-bal TO ad-bal(add-count).
                MOVE 0 TO ad-paired(add-count).
                EXIT.

            pair_linked_keys.
                PERFORM VARYING drop-idx FROM 1 BY 1
                        UNTIL drop-idx > drop-count
                    MOVE dr-link(drop-idx) TO link-idx
                    EVALUATE lk-op(link-idx)
                        WHEN "M"
                            PERFORM report_merged
                        WHEN "Z"
                            PERFORM report_purged
                        WHEN OTHER
                            PERFORM pair_one_renumber
                    END-EVALUATE
                END-PERFORM.
                *> an arrival whose departure was not in the old
                *> generation is simply new
                PERFORM VARYING add-idx FROM 1 BY 1
                        UNTIL add-idx > add-count
                    IF ad-paired(add-idx) = 0 THEN
                        MOVE ad-key(add-idx) TO held-new-key
                        MOVE ad-bal(add-idx) TO held-new-bal
                        PERFORM report_added
                    END-IF
                END-PERFORM.
                EXIT.

            pair_one_renumber.
                MOVE 0 TO add-found.
                PERFORM VARYING add-idx FROM 1 BY 1
                        UNTIL add-idx > add-count OR add-found > 0
                    IF ad-key(add-idx) = lk-new-key(link-idx)
                       AND ad-paired(add-idx) = 0 THEN
                        MOVE add-idx TO add-found
                    END-IF
                END-PERFORM.
                IF add-found = 0 THEN
                    MOVE dr-key(drop-idx) TO held-old-key
                    MOVE dr-bal(drop-idx) TO held-old-bal
                    PERFORM report_dropped
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO ad-paired(add-found).
                ADD 1 TO renumbered-count.
                COMPUTE move-amount = ad-bal(add-found)
                    - dr-bal(drop-idx).
                ADD move-amount TO net-movement.
                COMPUTE move-abs = FUNCTION ABS(move-amount).
                IF move-abs > largest-move THEN
                    MOVE move-abs TO largest-move
                END-IF.
                MOVE dr-key(drop-idx) TO key-tx.
                MOVE ad-key(add-found) TO link-tx.
                MOVE dr-bal(drop-idx) TO old-bal-tx.
                MOVE ad-bal(add-found) TO new-bal-tx.
                MOVE SPACES TO report-line.
                STRING "  RENUMBERED key " key-tx " to " link-tx
                       "  balance " old-bal-tx " -> " new-bal-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_merged.
                *> the folded balance leaves here and arrives in the
                *> survivor's CHANGED line, so the net still ties
                ADD 1 TO merged-count.
                SUBTRACT dr-bal(drop-idx) FROM net-movement.
                MOVE dr-key(drop-idx) TO key-tx.
                MOVE lk-new-key(link-idx) TO link-tx.
                MOVE dr-bal(drop-idx) TO old-bal-tx.
                MOVE SPACES TO report-line.
                STRING "  MERGED  key " key-tx " into " link-tx
                       "  balance " old-bal-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_purged.
                ADD 1 TO purged-count.
                MOVE dr-key(drop-idx) TO key-tx.
                MOVE dr-bal(drop-idx) TO old-bal-tx.
                MOVE SPACES TO report-line.
                STRING "  PURGED  key " key-tx
                       "  balance " old-bal-tx " to archive"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_added.
                ADD 1 TO added-count.
                ADD held-new-bal TO net-movement.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE renumbered-count TO count-tx.
                STRING "keys renumbered: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE merged-count TO count-tx.
                STRING "keys merged....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE purged-count TO count-tx.
                STRING "keys purged....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "largest move...: " largest-move
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
            evaluate_tolerances.
                IF max-dropped-set = 1
                   AND dropped-count > max-dropped THEN
                    MOVE max-dropped-sev TO trip-severity
                    MOVE "dropped keys" TO al-values
                    PERFORM report_tolerance_trip
                END-IF.
                IF max-single-set = 1
                   AND largest-move > max-single THEN
                    MOVE max-single-sev TO trip-severity
                    MOVE "single movement" TO al-values
                    PERFORM report_tolerance_trip
                END-IF.
                COMPUTE net-abs = FUNCTION ABS(net-movement).
                IF max-net-set = 1 AND net-abs > max-net THEN
                    MOVE max-net-sev TO trip-severity
                    MOVE "net movement" TO al-values
                    PERFORM report_tolerance_trip
                END-IF.
                EXIT.

            report_tolerance_trip.
                ADD 1 TO tripped-count.
                IF trip-severity = "FATL" THEN
                    MOVE "SRT018" TO al-msg-id
                ELSE
                    MOVE "SRT017" TO al-msg-id
                END-IF.
                MOVE SPACES TO report-line.
                STRING "  TOLERANCE " trip-severity " -- delta "
                       FUNCTION TRIM(al-value-1) " exceeds tolerance"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                EXIT.
        END PROGRAM Main.
