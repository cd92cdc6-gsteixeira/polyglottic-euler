        *> Pre-posting screening of the ACCTTRAN batch.  master_update
        *> checks that a transaction is valid; this step, run ahead
        *> of it, asks whether one looks wrong.  Every detail line is
        *> tested against the batch itself, the account's history on
        *> ACCTJRN and the master, and flagged when:
        *>   - its account takes more postings in the batch than
        *>     PARMLIB ACSCREEN MAX-POSTINGS (default 5) -- the
        *>     to-account of a transfer, and the surviving account
        *>     of a merge, counts as a posting too;
        *>   - it is a J for a round amount -- a whole multiple of
        *>     ROUND-UNIT (default 1000.00) -- of ROUND-SIZE or more
        *>     (default 10000.00);
        *>   - it is a J more than AVG-MULTIPLE times (default 10)
        *>     the account's average movement on the journal, once
        *>     the journal holds MIN-HISTORY (default 3) movements
        *>     for it to average;
        *>   - it touches an account acct_aging would put in the 90+
        *>     bucket (no activity stamp, or more than 90 business
        *>     days since the last posting).
        *> Flagged lines, each with every reason that caught it, go
        *> to the SCRNRPT suspect report and raise one WARN.  The
        *> screened batch is written to ACCTSCRN, which the posting
        *> step takes as its ACCTTRAN.  With PARMLIB ACSCREEN HOLD=Y
        *> the flagged lines are held out of it onto ACCTHELD (the
        *> same record shape, to resubmit once reviewed) and the
        *> trailer is reduced by exactly what was held, so a batch
        *> that was out of balance on arrival still fails the
        *> envelope check; otherwise every line still posts and the
        *> report is for review.  Any flagged line leaves RC 4.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT SCREENED-FILE ASSIGN TO "ACCTSCRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS screened-file-status.
                    SELECT HELD-FILE ASSIGN TO "ACCTHELD"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS held-file-status.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REPORT-FILE ASSIGN TO "SCRNRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD TRAN-FILE.
                *> the master_update record shapes -- "H" header,
                *> details, "T" trailer
                01 tran-record.
                    02 trn-op       PIC X.
                    02 trn-key      PIC S9(9).
                    02 trn-amount   PIC S9(7)V99.
                    02 trn-detail   PIC X(24).
                    02 trn-transfer REDEFINES trn-detail.
                        03 trn-to-key      PIC S9(9).
                        03 FILLER          PIC X(15).
                    02 trn-currency PIC X(3).
                01 tran-trailer.
                    02 ttl-type  PIC X.
                    02 ttl-count PIC 9(9).
                    02 ttl-hash  PIC S9(13)V99.
                FD SCREENED-FILE.
                01 screened-record PIC X(46).
                FD HELD-FILE.
                01 held-record     PIC X(46).
                FD JOURNAL-FILE.
                *> the master_update journal line, as far as the
                *> movement figures
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
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 tran-file-status     PIC XX.
                    01 screened-file-status PIC XX.
                    01 held-file-status     PIC XX.
                    01 journal-file-status  PIC XX.
                    01 master-file-status   PIC XX.
                    01 report-file-status   PIC XX.
                    01 tran-eof           PIC 9.
                    01 journal-eof        PIC 9.
                    01 have-master        PIC 9 VALUE 0.
                    *> the screening thresholds -- PARMLIB ACSCREEN
                    01 max-postings       PIC 9(5) VALUE 5.
                    01 round-unit         PIC 9(7)V99 VALUE 1000.
                    01 round-size         PIC 9(7)V99 VALUE 10000.
                    01 avg-multiple       PIC 9(5) VALUE 10.
                    01 min-history        PIC 9(5) VALUE 3.
                    01 dormant-limit      PIC 9(5) VALUE 90.
                    01 hold-mode          PIC 9 VALUE 0.
                    *> every account the batch touches: its postings
                    *> in the batch and its movement history
                    01 key-table.
                        02 key-count PIC 9(5) VALUE ZEROS.
                        02 key-entry OCCURS 1 TO 9999 TIMES
                                DEPENDING ON key-count.
                            03 bk-key        PIC S9(9).
                            03 bk-postings   PIC 9(5).
                            03 bk-hist-count PIC 9(9).
                            03 bk-hist-total PIC 9(13)V99.
                    01 key-idx            PIC 9(5).
                    01 key-found          PIC 9.
                    01 look-key           PIC S9(9).
                    *> one line's screening
                    01 line-flags         PIC 9.
                    01 flag-reason        PIC X(30).
                    01 abs-amount         PIC 9(7)V99.
                    01 movement           PIC 9(7)V99.
                    01 average-move       PIC 9(9)V99.
                    01 round-quotient     PIC 9(9).
                    01 round-remainder    PIC 9(7)V99.
                    01 dormant-days       PIC 9(9).
                    *> batch totals
                    01 detail-count       PIC 9(9) VALUE ZEROS.
                    01 flagged-count      PIC 9(9) VALUE ZEROS.
                    01 held-count         PIC 9(9) VALUE ZEROS.
                    01 held-hash          PIC S9(13)V99 VALUE ZEROS.
                    01 velocity-count     PIC 9(9) VALUE ZEROS.
                    01 round-count        PIC 9(9) VALUE ZEROS.
                    01 outsize-count      PIC 9(9) VALUE ZEROS.
                    01 dormant-count      PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx             PIC +9(9).
                    01 amount-tx          PIC +9(7).99.
                    01 average-tx         PIC 9(9).99.
                    01 count-tx           PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "ACSCREEN".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "ACSCREEN".
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
                PERFORM resolve_thresholds.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM count_batch_postings.
                PERFORM load_movement_history.
                PERFORM screen_batch.
                PERFORM write_totals.
                CLOSE TRAN-FILE.
                CLOSE SCREENED-FILE.
                CLOSE REPORT-FILE.
                IF hold-mode = 1 THEN
                    CLOSE HELD-FILE
                END-IF.
                IF have-master = 1 THEN
                    CLOSE MASTER-FILE
                END-IF.
                IF flagged-count > 0 THEN
                    IF hold-mode = 1 THEN
                        MOVE "BAT014" TO al-msg-id
                        MOVE SPACES TO al-values
                    ELSE
                        MOVE "BAT013" TO al-msg-id
                        MOVE SPACES TO al-values
                    END-IF
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF flagged-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            resolve_thresholds.
                MOVE "MAX-POSTINGS" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO max-postings
                END-IF.
                MOVE "ROUND-UNIT" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO round-unit
                END-IF.
                MOVE "ROUND-SIZE" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO round-size
                END-IF.
                MOVE "AVG-MULTIPLE" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO avg-multiple
                END-IF.
                MOVE "MIN-HISTORY" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO min-history
                END-IF.
                MOVE "HOLD" TO pm-keyword.
                PERFORM lookup_parm.
                IF pm-found = 1 AND pm-value(1:1) = "Y" THEN
                    MOVE 1 TO hold-mode
                END-IF.
                *> a zero unit would divide by zero -- no round test
                IF round-unit = 0 THEN
                    MOVE 9999999.99 TO round-size
                    MOVE 1 TO round-unit
                END-IF.
                EXIT.

            lookup_parm.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-value = SPACES THEN
                    MOVE 0 TO pm-found
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "ACCT SCREEN: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT SCREENED-FILE.
                IF screened-file-status NOT = "00" THEN
                    DISPLAY "ACCT SCREEN: unable to open ACCTSCRN, "
                            "status " screened-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTSCRN" TO al-values
                    PERFORM fail_open
                END-IF.
                IF hold-mode = 1 THEN
                    OPEN OUTPUT HELD-FILE
                    IF held-file-status NOT = "00" THEN
                        DISPLAY "ACCT SCREEN: unable to open "
                                "ACCTHELD, status " held-file-status
                        MOVE "DSN001" TO al-msg-id
                        MOVE "ACCTHELD" TO al-values
                        PERFORM fail_open
                    END-IF
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT SCREEN: unable to open SCRNRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SCRNRPT" TO al-values
                    PERFORM fail_open
                END-IF.
                *> no master just means no dormancy test
                OPEN INPUT MASTER-FILE.
                IF master-file-status = "00" THEN
                    MOVE 1 TO have-master
                END-IF.
                EXIT.

            fail_open.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
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
                STRING "POSTING SCREEN - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF hold-mode = 1 THEN
                    MOVE "  flagged lines are HELD out of the batch"
                        TO report-line
                ELSE
                    MOVE "  flagged lines still post -- for review"
                        TO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            count_batch_postings.
                *> first pass: every account the batch touches and
                *> how many postings it takes
                MOVE 0 TO tran-eof.
                PERFORM UNTIL tran-eof = 1
                    READ TRAN-FILE
                        AT END
                            MOVE 1 TO tran-eof
                        NOT AT END
                            IF trn-op NOT = "H"
                               AND trn-op NOT = "T" THEN
                                MOVE trn-key TO look-key
                                PERFORM count_one_posting
                                IF trn-op = "X"
                                   OR trn-op = "M" THEN
                                    MOVE trn-to-key TO look-key
                                    PERFORM count_one_posting
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE TRAN-FILE.
                OPEN INPUT TRAN-FILE.
                EXIT.

            count_one_posting.
                PERFORM find_key_slot.
                IF key-found = 0 THEN
                    IF key-count >= 9999 THEN
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO key-count
                    MOVE key-count TO key-idx
                    MOVE look-key TO bk-key(key-idx)
                    MOVE 0 TO bk-postings(key-idx)
                    MOVE 0 TO bk-hist-count(key-idx)
                    MOVE 0 TO bk-hist-total(key-idx)
                END-IF.
                ADD 1 TO bk-postings(key-idx).
                EXIT.

            find_key_slot.
                MOVE 0 TO key-found.
                PERFORM VARYING key-idx FROM 1 BY 1
                        UNTIL key-idx > key-count OR key-found = 1
                    IF bk-key(key-idx) = look-key THEN
                        MOVE 1 TO key-found
                    END-IF
                END-PERFORM.
                IF key-found = 1 THEN
                    SUBTRACT 1 FROM key-idx
                END-IF.
                EXIT.

            load_movement_history.
                *> the money movements on the journal for the
                *> batch's accounts -- every J, R and transfer leg
                *> that changed the balance.  No journal just means
                *> no history, and the outsize test stays quiet.
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
                            PERFORM take_one_movement
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                EXIT.

            take_one_movement.
                IF jrn-rec-op NOT = "J" AND jrn-rec-op NOT = "R"
                   AND jrn-rec-op NOT = "X"
                   AND jrn-rec-op NOT = "V" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF jrn-before-bal NOT NUMERIC
                   OR jrn-after-bal NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                IF jrn-after-bal = jrn-before-bal THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE jrn-rec-key TO look-key.
                PERFORM find_key_slot.
                IF key-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF jrn-after-bal > jrn-before-bal THEN
                    COMPUTE movement = jrn-after-bal - jrn-before-bal
                ELSE
                    COMPUTE movement = jrn-before-bal - jrn-after-bal
                END-IF.
                ADD 1 TO bk-hist-count(key-idx).
                ADD movement TO bk-hist-total(key-idx).
                EXIT.

            screen_batch.
                MOVE 0 TO tran-eof.
                PERFORM UNTIL tran-eof = 1
                    READ TRAN-FILE
                        AT END
                            MOVE 1 TO tran-eof
                        NOT AT END
                            PERFORM screen_one_record
                    END-READ
                END-PERFORM.
                EXIT.

            screen_one_record.
                EVALUATE trn-op
                    WHEN "H"
                        WRITE screened-record FROM tran-record
                        EXIT PARAGRAPH
                    WHEN "T"
                        *> the trailer is cut by exactly what was
                        *> held, so an arrival imbalance survives
                        SUBTRACT held-count FROM ttl-count
                        SUBTRACT held-hash FROM ttl-hash
                        WRITE screened-record FROM tran-record
                        EXIT PARAGRAPH
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                ADD 1 TO detail-count.
                MOVE 0 TO line-flags.
                IF trn-amount < 0 THEN
                    COMPUTE abs-amount = 0 - trn-amount
                ELSE
                    MOVE trn-amount TO abs-amount
                END-IF.
                MOVE trn-key TO look-key.
                PERFORM find_key_slot.
                IF key-found = 1 THEN
                    IF bk-postings(key-idx) > max-postings THEN
                        ADD 1 TO velocity-count
                        MOVE "MANY POSTINGS TO ACCOUNT" TO flag-reason
                        PERFORM report_flag
                    END-IF
                END-IF.
                IF trn-op = "J" THEN
                    PERFORM screen_adjustment
                END-IF.
                IF trn-op NOT = "A" THEN
                    PERFORM screen_dormancy
                END-IF.
                IF trn-op = "X" OR trn-op = "M" THEN
                    MOVE trn-to-key TO look-key
                    PERFORM screen_dormancy
                END-IF.
                IF line-flags = 0 THEN
                    WRITE screened-record FROM tran-record
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO flagged-count.
                IF hold-mode = 1 THEN
                    ADD 1 TO held-count
                    ADD trn-amount TO held-hash
                    WRITE held-record FROM tran-record
                ELSE
                    WRITE screened-record FROM tran-record
                END-IF.
                EXIT.

            screen_adjustment.
                *> round money: a whole multiple of the unit, at or
                *> above the size
                IF abs-amount >= round-size THEN
                    DIVIDE abs-amount BY round-unit
                        GIVING round-quotient
                        REMAINDER round-remainder
                    IF round-remainder = 0 THEN
                        ADD 1 TO round-count
                        MOVE "ROUND-AMOUNT ADJUSTMENT" TO flag-reason
                        PERFORM report_flag
                    END-IF
                END-IF.
                *> outsize: many times the account's usual movement
                IF key-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF bk-hist-count(key-idx) < min-history
                   OR bk-hist-count(key-idx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE average-move ROUNDED =
                    bk-hist-total(key-idx) / bk-hist-count(key-idx).
                IF abs-amount > average-move * avg-multiple THEN
                    ADD 1 TO outsize-count
                    MOVE average-move TO average-tx
                    MOVE SPACES TO flag-reason
                    STRING "OUTSIZE -- AVG " average-tx
                        DELIMITED BY SIZE INTO flag-reason
                    PERFORM report_flag
                END-IF.
                EXIT.

            screen_dormancy.
                *> the acct_aging 90+ rule: no activity stamp, or
                *> more than 90 business days since the last posting
                IF have-master = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE look-key TO mst-key.
                READ MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF mst-last-activity = SPACES
                   OR mst-last-activity(1:8) = "00000000" THEN
                    MOVE 99999 TO dormant-days
                ELSE
                    MOVE "DAY" TO pd-op
                    MOVE mst-last-activity(1:8) TO pd-date
                    MOVE 0 TO pd-answer
                    CALL "proc_date" USING pd-op, pd-date, pd-answer
                    MOVE pd-answer TO dormant-days
                END-IF.
                IF dormant-days > dormant-limit THEN
                    ADD 1 TO dormant-count
                    MOVE look-key TO key-tx
                    MOVE SPACES TO flag-reason
                    STRING "DORMANT ACCOUNT " key-tx
                        DELIMITED BY SIZE INTO flag-reason
                    PERFORM report_flag
                END-IF.
                EXIT.

            report_flag.
                ADD 1 TO line-flags.
                MOVE trn-key TO key-tx.
                MOVE trn-amount TO amount-tx.
                MOVE SPACES TO report-line.
                IF hold-mode = 1 THEN
                    STRING "  HELD     " trn-op " key " key-tx
                           " amount " amount-tx
                           " -- " flag-reason
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  SUSPECT  " trn-op " key " key-tx
                           " amount " amount-tx
                           " -- " flag-reason
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE detail-count TO count-tx.
                STRING "lines screened.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE flagged-count TO count-tx.
                STRING "lines flagged..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE held-count TO count-tx.
                STRING "lines held.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE velocity-count TO count-tx.
                STRING "  many postings: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE round-count TO count-tx.
                STRING "  round amounts: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE outsize-count TO count-tx.
                STRING "  outsize......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE dormant-count TO count-tx.
                STRING "  dormant......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
