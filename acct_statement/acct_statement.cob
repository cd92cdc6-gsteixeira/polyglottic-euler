        *> in order with its A/R/J/D operation code and amounts, and
        *> the closing balance.  The current ACCTMAST balance is
        *> printed alongside as a cross-check.
        *> A V reversal and the J it took back print as a linked
        *> pair: under the original, the reversal that cancelled it;
        *> under the reversal, the posting it reversed -- taken from
        *> the ACCTREVS marks master_update keeps.
        *> An account renumbered (an N on ACCTJRN) is one account
        *> under each of its keys: asked for by any of them, the
        *> statement follows the renumber links back and forward,
        *> runs the history across them as one, and prints the
        *> renumber as an event, not as money out and back in.  A
        *> merge (M) posts like any movement, with the account on
        *> the other side named under it.  A purge (Z, see
        *> acct_purge) prints as an event too: the balance went to
        *> the archive, not out of the account.
        *>   ARGUMENT 1 = the account key, or "FILE" to take the
        *>                keys from the STMTREQ request dataset
        *>                (one nine-digit key per line)
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REVERSAL-FILE ASSIGN TO "ACCTREVS"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS rvs-key
                        FILE STATUS IS reversal-file-status.
                    SELECT REQUEST-FILE ASSIGN TO "STMTREQ"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS request-file-status.
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
                FD REVERSAL-FILE.
                01 reversal-record.
                    02 rvs-key.
                        03 rvs-orig-ts   PIC X(14).
                        03 rvs-orig-seq  PIC X(8).
                        03 rvs-acct      PIC S9(9).
                    02 rvs-by-ts         PIC X(14).
                    02 rvs-by-ref        PIC X(16).
                    02 rvs-amount        PIC S9(7)V99.
                    02 rvs-date          PIC X(8).
                FD REQUEST-FILE.
                01 request-record.
                    02 req-key PIC S9(9).
                    01 report-file-status  PIC XX.
                    01 journal-eof         PIC 9.
                    01 request-eof         PIC 9 VALUE 0.
                    01 reversal-file-status PIC XX.
                    01 reversal-eof        PIC 9.
                    *> the statement account's reversal marks, so
                    *> each side of a pair can name the other
                    01 reversal-table.
                        02 rev-count PIC 9(4) VALUE ZEROS.
                        02 rev-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON rev-count.
                            03 rv-orig-ts  PIC X(14).
                            03 rv-orig-seq PIC X(8).
                            03 rv-by-ts    PIC X(14).
                            03 rv-by-ref   PIC X(16).
                    01 rev-idx             PIC 9(4).
                    *> every renumber on the journal, old key to new,
                    *> taken once per run from the departing lines
                    01 link-table.
                        02 link-count PIC 9(4) VALUE ZEROS.
                        02 link-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON link-count.
                            03 lk-old-key PIC S9(9).
                            03 lk-new-key PIC S9(9).
                    01 link-idx            PIC 9(4).
                    *> the keys the statement account has carried --
                    *> the requested key first
                    01 chain-table.
                        02 chain-count PIC 9(3) VALUE ZEROS.
                        02 chain-key PIC S9(9)
                            OCCURS 1 TO 100 TIMES
                            DEPENDING ON chain-count.
                    01 chain-idx           PIC 9(3).
                    01 chain-grew          PIC 9.
                    01 look-key            PIC S9(9).
                    01 in-chain            PIC 9.
                    01 old-in-chain        PIC 9.
                    01 chain-renumber      PIC 9.
                    01 master-found        PIC 9.
                    01 purge-seen          PIC 9.
                    01 arg-value           PIC X(18).
                    *> the requested keys -- one from the command
                    *> line or a list from STMTREQ
                    01 to-date             PIC X(8) VALUE "99999999".
                    *> per-account statement state
                    01 stmt-key            PIC S9(9).
                    01 opening-balance     PIC S9(7)V99.
                    01 running-balance     PIC S9(7)V99.
                    01 in-range-count      PIC 9(9).
                    01 have-history        PIC 9.
                    01 movement            PIC S9(8)V99.
                    *> DISPLAY mirrors for the statement lines
                    01 key-tx              PIC +9(9).
                    01 link-tx             PIC +9(9).
                    01 bal-tx              PIC +9(7).99.
                    01 move-tx             PIC +9(8).99.
                    01 count-tx            PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op             PIC X(3) VALUE "GET".
                    01 corr-id             PIC X(14) VALUE SPACES.
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
                PERFORM gather_arguments.
                PERFORM load_renumber_links.
                PERFORM open_report.
                PERFORM write_report_header.
                PERFORM VARYING key-idx FROM 1 BY 1
                IF key-count = 0 THEN
                    DISPLAY "ACCT STATEMENT: no account requested -- "
                            "give a key or FILE with STMTREQ"
                    MOVE "ACT025" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                CLOSE REQUEST-FILE.
                EXIT.

            load_renumber_links.
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
                            IF jrn-rec-op = "N"
                               AND jrn-after-sta = SPACES
                               AND jrn-link-key NUMERIC
                               AND link-count < 2000 THEN
                                ADD 1 TO link-count
                                MOVE jrn-rec-key
                                    TO lk-old-key(link-count)
                                MOVE jrn-link-key
                                    TO lk-new-key(link-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                EXIT.

            build_account_chain.
                *> the requested key, then every key a renumber
                *> links to one already in the chain, either way,
                *> until a pass adds nothing
                MOVE 1 TO chain-count.
                MOVE stmt-key TO chain-key(1).
                MOVE 1 TO chain-grew.
                PERFORM UNTIL chain-grew = 0
                    MOVE 0 TO chain-grew
                    PERFORM VARYING link-idx FROM 1 BY 1
                            UNTIL link-idx > link-count
                        PERFORM chain_one_link
                    END-PERFORM
                END-PERFORM.
                EXIT.

            chain_one_link.
                MOVE lk-old-key(link-idx) TO look-key.
                PERFORM check_in_chain.
                MOVE in-chain TO old-in-chain.
                MOVE lk-new-key(link-idx) TO look-key.
                PERFORM check_in_chain.
                IF old-in-chain = in-chain OR chain-count >= 100 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO chain-count.
                IF old-in-chain = 1 THEN
                    MOVE lk-new-key(link-idx) TO chain-key(chain-count)
                ELSE
                    MOVE lk-old-key(link-idx) TO chain-key(chain-count)
                END-IF.
                MOVE 1 TO chain-grew.
                EXIT.

            check_in_chain.
                MOVE 0 TO in-chain.
                PERFORM VARYING chain-idx FROM 1 BY 1
                        UNTIL chain-idx > chain-count OR in-chain = 1
                    IF chain-key(chain-idx) = look-key THEN
                        MOVE 1 TO in-chain
                    END-IF
                END-PERFORM.
                EXIT.

            open_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT STATEMENT: unable to open STMTRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "STMTRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                MOVE 0 TO running-balance.
                MOVE 0 TO in-range-count.
                MOVE 0 TO have-history.
                MOVE 0 TO purge-seen.
                PERFORM build_account_chain.
                PERFORM load_reversal_marks.
                MOVE stmt-key TO key-tx.
                MOVE SPACES TO report-line.
                STRING "ACCOUNT " key-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING chain-idx FROM 2 BY 1
                        UNTIL chain-idx > chain-count
                    MOVE chain-key(chain-idx) TO key-tx
                    MOVE SPACES TO report-line
                    STRING "  SAME ACCOUNT UNDER KEY.: " key-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-PERFORM.
                MOVE 0 TO journal-eof.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                        AT END
                            MOVE 1 TO journal-eof
                        NOT AT END
                            MOVE jrn-rec-key TO look-key
                            PERFORM check_in_chain
                            IF in-chain = 1 THEN
                                PERFORM take_journal_line
                            END-IF
                    END-READ

            take_journal_line.
                MOVE 1 TO have-history.
                *> a renumber between two of the chain's own keys
                *> moves no money -- its departing line prints as
                *> the event and its arriving line adds nothing
                MOVE 0 TO chain-renumber.
                IF jrn-rec-op = "N" AND jrn-link-key NUMERIC THEN
                    MOVE jrn-link-key TO look-key
                    PERFORM check_in_chain
                    MOVE in-chain TO chain-renumber
                END-IF.
                IF chain-renumber = 1
                   AND jrn-after-sta NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a purge moves the account, not its money
                IF jrn-rec-op = "Z" THEN
                    MOVE 1 TO purge-seen
                    IF jrn-timestamp(1:8) >= from-date
                       AND jrn-timestamp(1:8) <= to-date THEN
                        IF in-range-count = 0 THEN
                            PERFORM print_opening_line
                        END-IF
                        ADD 1 TO in-range-count
                        PERFORM print_purge_line
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN jrn-timestamp(1:8) < from-date
                        IF chain-renumber = 0 THEN
                            MOVE jrn-after-bal TO opening-balance
                            MOVE jrn-after-bal TO running-balance
                        END-IF
                    WHEN jrn-timestamp(1:8) > to-date
                        CONTINUE
                    WHEN OTHER
                            PERFORM print_opening_line
                        END-IF
                        ADD 1 TO in-range-count
                        IF chain-renumber = 1 THEN
                            PERFORM print_renumber_line
                        ELSE
                            PERFORM print_detail_line
                            MOVE jrn-after-bal TO running-balance
                        END-IF
                END-EVALUATE.
                EXIT.

            print_renumber_line.
                MOVE jrn-rec-key TO key-tx.
                MOVE jrn-link-key TO link-tx.
                MOVE running-balance TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  " jrn-timestamp(1:8) " "
                       jrn-timestamp(9:6) " N renumbered "
                       key-tx " to " link-tx
                       " balance " bal-tx
                       " ref " jrn-reference
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            print_purge_line.
                MOVE running-balance TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  " jrn-timestamp(1:8) " "
                       jrn-timestamp(9:6) " Z purged to archive"
                       " balance " bal-tx
                       " ref " jrn-reference
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            print_opening_line.
                MOVE opening-balance TO bal-tx.
                MOVE SPACES TO report-line.
                MOVE movement TO move-tx.
                MOVE jrn-after-bal TO bal-tx.
                MOVE SPACES TO report-line.
                *> the reference names the batch the posting came in
                *> with; a transfer's two legs share it, so the other
                *> side can be found on the other account's statement
                IF jrn-reference = SPACES THEN
                    STRING "  " jrn-timestamp(1:8) " "
                           jrn-timestamp(9:6) " " jrn-rec-op
                           " movement " move-tx
                           " balance " bal-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  " jrn-timestamp(1:8) " "
                           jrn-timestamp(9:6) " " jrn-rec-op
                           " movement " move-tx
                           " balance " bal-tx
                           " ref " jrn-reference
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM print_reversal_link.
                IF jrn-rec-op = "M" AND jrn-link-key NUMERIC THEN
                    MOVE jrn-link-key TO key-tx
                    MOVE SPACES TO report-line
                    IF jrn-after-sta = SPACES THEN
                        STRING "      merged into key " key-tx
                            DELIMITED BY SIZE INTO report-line
                    ELSE
                        STRING "      merged in from key " key-tx
                            DELIMITED BY SIZE INTO report-line
                    END-IF
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            load_reversal_marks.
                *> ACCTREVS is keyed by the original's timestamp, not
                *> the account, so the whole register is passed for
                *> each statement -- it only ever holds reversals
                MOVE 0 TO rev-count.
                OPEN INPUT REVERSAL-FILE.
                IF reversal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO reversal-eof.
                PERFORM UNTIL reversal-eof = 1
                    READ REVERSAL-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO reversal-eof
                        NOT AT END
                            MOVE rvs-acct TO look-key
                            PERFORM check_in_chain
                            IF in-chain = 1
                               AND rev-count < 2000 THEN
                                ADD 1 TO rev-count
                                MOVE rvs-orig-ts
                                    TO rv-orig-ts(rev-count)
                                MOVE rvs-orig-seq
                                    TO rv-orig-seq(rev-count)
                                MOVE rvs-by-ts TO rv-by-ts(rev-count)
                                MOVE rvs-by-ref TO rv-by-ref(rev-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE REVERSAL-FILE.
                EXIT.

            print_reversal_link.
                *> a J that was reversed names its reversal; a V names
                *> the J it reversed -- by journal timestamp and
                *> reference, the way the two lines print
                PERFORM VARYING rev-idx FROM 1 BY 1
                        UNTIL rev-idx > rev-count
                    MOVE SPACES TO report-line
                    IF jrn-rec-op = "J"
                       AND rv-orig-ts(rev-idx) = jrn-timestamp
                       AND rv-orig-seq(rev-idx)
                           = jrn-reference(9:8) THEN
                        STRING "      reversed by "
                               rv-by-ts(rev-idx)(1:8) " "
                               rv-by-ts(rev-idx)(9:6)
                               " ref " rv-by-ref(rev-idx)
                            DELIMITED BY SIZE INTO report-line
                    END-IF
                    IF jrn-rec-op = "V"
                       AND rv-by-ts(rev-idx) = jrn-timestamp
                       AND rv-by-ref(rev-idx) = jrn-reference THEN
                        STRING "      reversal of "
                               rv-orig-ts(rev-idx)(1:8) " "
                               rv-orig-ts(rev-idx)(9:6)
                               " seq " rv-orig-seq(rev-idx)
                            DELIMITED BY SIZE INTO report-line
                    END-IF
                    IF report-line NOT = SPACES THEN
                        WRITE report-line
                        DISPLAY report-line
                    END-IF
                END-PERFORM.
                EXIT.

            print_statement_trailer.
                *> today's master balance alongside the journal's
                *> story -- when the range runs to the end the two
                *> should agree, and a difference is worth a look
                *> the account may sit under any key of its chain
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO master-found.
                PERFORM VARYING chain-idx FROM 1 BY 1
                        UNTIL chain-idx > chain-count
                           OR master-found = 1
                    MOVE chain-key(chain-idx) TO mst-key
                    READ MASTER-FILE
                    IF master-file-status = "00" THEN
                        MOVE 1 TO master-found
                    END-IF
                END-PERFORM.
                MOVE SPACES TO report-line.
                IF master-found = 1 THEN
                    MOVE mst-bal TO bal-tx
                    MOVE mst-key TO key-tx
                    STRING "  CURRENT MASTER BALANCE.: " bal-tx
                           "  KEY " key-tx
                           "  STATUS " mst-status
                           "  OPENED " mst-open-date
                           "  LAST ACTIVITY " mst-last-activity
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    IF purge-seen = 1 THEN
                        MOVE "  ACCOUNT PURGED -- ON ACCTARCH ARCHIVE"
                            TO report-line
                    ELSE
                        MOVE "  ACCOUNT NOT ON MASTER TODAY"
                            TO report-line
                    END-IF
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
