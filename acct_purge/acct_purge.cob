        *> Closed-account purge.  A closed account never leaves
        *> ACCTMAST -- every scan, aging run and backup has carried
        *> years of dead records.  Run periodically, this moves each
        *> closed account whose last activity is older than the
        *> retention period off the master and onto the indexed
        *> archive master ACCTARCH: the final record image as it
        *> stood, the closing date (the last-activity stamp -- a
        *> closed account takes nothing after its C), the business
        *> date of the purge and the cycle it ran in.
        *> The retention period comes from PARMLIB
        *>     ACCTPRGE RETAIN-DAYS=n        (default 2555, 7 years)
        *> An account is kept, whatever its age, when
        *>   - its key is on the LEGLHOLD legal-hold list (one
        *>     nine-digit key per line, a blank, then the case or
        *>     order reference), or
        *>   - it still carries an active hold on ACCTHOLD.
        *> Each purged account lands on ACCTJRN as a Z line -- the
        *> before image, no after image, the way a D journals -- so
        *> acct_replay takes it off a rebuilt master and lands the
        *> archive record again.  The run proves itself the way a
        *> posting run does: master opening total plus the net
        *> purged (the purged balances, negative) must be the
        *> closing total, currency by currency, and what left the
        *> master must be what the archive gained.  The proof goes
        *> on ACCTLDGR as an entry marked PURGE, so acct_ledger's
        *> continuity chain runs through it and gl_extract leaves it
        *> out of the GL feed -- a purge moves no customer money.
        *> ARGUMENT 1 = "TRIAL" (or PARMLIB ACCTPRGE MODE=TRIAL)
        *> lists what would go and what is kept, and touches
        *> nothing.  The report lands on PRGERPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    *> DYNAMIC: the candidates are found on a
                    *> sequential sweep and purged by key
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
                    SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hld-key
                        FILE STATUS IS hold-file-status.
                    SELECT LEGAL-FILE ASSIGN TO "LEGLHOLD"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS legal-file-status.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT LEDGER-FILE ASSIGN TO "ACCTLDGR"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ledger-file-status.
                    SELECT REPORT-FILE ASSIGN TO "PRGERPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
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
                FD ARCHIVE-FILE.
                *> the master record as it stood when it left, then
                *> when it closed, when it was purged and in which
                *> cycle
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
                FD HOLD-FILE.
                01 hold-record.
                    02 hld-key.
                        03 hld-acct    PIC S9(9).
                        03 hld-id      PIC 9(6).
                    02 hld-amount      PIC 9(7)V99.
                    02 hld-reason      PIC X(4).
                    02 hld-placed      PIC X(8).
                    02 hld-expiry      PIC X(8).
                    02 hld-batch       PIC X(8).
                FD LEGAL-FILE.
                01 legal-record.
                    02 lgl-key  PIC 9(9).
                    02 FILLER   PIC X.
                    02 lgl-case PIC X(20).
                FD JOURNAL-FILE.
                *> the master_update journal line -- see
                *> master_update.cob's JOURNAL-FILE
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
                FD LEDGER-FILE.
                *> the control-account ledger -- see master_update.cob's
                *> LEDGER-FILE; a purge's lines carry PURGE at the end
                01 ledger-record.
                    02 ldg-date    PIC X(8).
                    02 FILLER      PIC X.
                    02 ldg-corr    PIC X(14).
                    02 FILLER      PIC X.
                    02 ldg-opening PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-net     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 ldg-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-verdict PIC X(4).
                    02 FILLER      PIC X.
                    02 ldg-currency PIC X(3).
                    02 FILLER      PIC X.
                    02 ldg-rate    PIC 9(5)V9(6).
                    02 FILLER      PIC X.
                    02 ldg-base-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-source  PIC X(5).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 master-file-status  PIC XX.
                    01 archive-file-status PIC XX.
                    01 hold-file-status    PIC XX.
                    01 legal-file-status   PIC XX.
                    01 journal-file-status PIC XX.
                    01 ledger-file-status  PIC XX.
                    01 report-file-status  PIC XX.
                    01 master-eof          PIC 9.
                    01 archive-eof         PIC 9.
                    01 legal-eof           PIC 9.
                    01 run-mode            PIC X(10) VALUE SPACES.
                    01 trial-mode          PIC 9 VALUE 0.
                    *> the retention period and the last-activity
                    *> date an account must fall before to go
                    01 retain-days         PIC 9(5) VALUE 2555.
                    01 cutoff-date         PIC X(8).
                    01 work-date           PIC 9(8).
                    01 cutoff-integer      PIC 9(9).
                    *> the legal-hold list
                    01 legal-count         PIC 9(5) VALUE ZEROS.
                    01 legal-table.
                        02 legal-entry OCCURS 5000 TIMES.
                            03 lg-key  PIC S9(9).
                            03 lg-case PIC X(20).
                    01 legal-idx           PIC 9(5).
                    01 legal-found         PIC 9(5).
                    *> the accounts found to go, purged by key after
                    *> the sweep
                    01 purge-count         PIC 9(5) VALUE ZEROS.
                    01 purge-table.
                        02 purge-key PIC S9(9) OCCURS 5000 TIMES.
                    01 purge-idx           PIC 9(5).
                    *> holds -- see master_update.cob's hold_is_active
                    01 have-holds          PIC 9 VALUE 0.
                    01 hold-total          PIC 9(9)V99.
                    01 hold-active         PIC 9.
                    *> run totals
                    01 closed-seen         PIC 9(9) VALUE ZEROS.
                    01 young-count         PIC 9(9) VALUE ZEROS.
                    01 legal-kept          PIC 9(9) VALUE ZEROS.
                    01 holds-kept          PIC 9(9) VALUE ZEROS.
                    01 deferred-count      PIC 9(9) VALUE ZEROS.
                    01 purged-count        PIC 9(9) VALUE ZEROS.
                    01 failed-count        PIC 9(9) VALUE ZEROS.
                    01 count-tx            PIC 9(9).
                    *> the proof: the master before and after, and
                    *> the archive before and after
                    01 total-phase         PIC X.
                    01 master-total        PIC S9(13)V99.
                    01 opening-total       PIC S9(13)V99 VALUE ZEROS.
                    01 closing-total       PIC S9(13)V99 VALUE ZEROS.
                    01 net-purged          PIC S9(13)V99 VALUE ZEROS.
                    01 expected-closing    PIC S9(13)V99.
                    01 archive-opening     PIC S9(13)V99 VALUE ZEROS.
                    01 archive-closing     PIC S9(13)V99 VALUE ZEROS.
                    01 archive-total       PIC S9(13)V99.
                    01 archive-keys        PIC 9(9).
                    01 ledger-broken       PIC 9 VALUE 0.
                    01 currency-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 cy-code     PIC X(3).
                            03 cy-opening  PIC S9(13)V99.
                            03 cy-net      PIC S9(13)V99.
                            03 cy-closing  PIC S9(13)V99.
                            03 cy-rate     PIC 9(5)V9(6).
                            03 cy-base     PIC S9(13)V99.
                    01 ccy-idx             PIC 9(3).
                    01 ccy-found           PIC 9.
                    01 ccy-work            PIC X(3).
                    01 base-closing-total  PIC S9(13)V99.
                    *> DISPLAY mirrors
                    01 key-tx              PIC +9(9).
                    01 bal-tx              PIC +9(7).99.
                    01 total-tx            PIC +9(13).99.
                    01 net-tx              PIC +9(13).99.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime            PIC X(21).
                    01 report-date         PIC X(10).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op             PIC X(3) VALUE "GET".
                    01 corr-id             PIC X(14) VALUE SPACES.
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op               PIC X(3).
                    01 fx-currency         PIC X(3).
                    01 fx-date             PIC X(8).
                    01 fx-rate             PIC 9(5)V9(6).
                    01 fx-found            PIC 9.
                    01 base-currency       PIC X(3).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program          PIC X(8) VALUE "ACCTPRGE".
                    01 pm-keyword          PIC X(16).
                    01 pm-value            PIC X(40).
                    01 pm-found            PIC 9.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op               PIC X(3).
                    01 pd-date             PIC X(8).
                    01 pd-answer           PIC 9(9).
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op               PIC X(3).
                    01 lk-name             PIC X(8).
                    01 lk-mode             PIC X.
                    01 lk-granted          PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "ACCTPRGE".
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
                PERFORM resolve_parameters.
                PERFORM resolve_base_currency.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM load_legal_holds.
                MOVE "O" TO total-phase.
                PERFORM sweep_master.
                MOVE master-total TO opening-total.
                PERFORM total_archive.
                MOVE archive-total TO archive-opening.
                IF trial-mode = 0 THEN
                    PERFORM purge_candidates
                END-IF.
                MOVE "C" TO total-phase.
                PERFORM sweep_master.
                MOVE master-total TO closing-total.
                PERFORM total_archive.
                MOVE archive-total TO archive-closing.
                IF trial-mode = 0 THEN
                    PERFORM prove_purge
                END-IF.
                PERFORM write_totals.
                IF have-holds = 1 THEN
                    CLOSE HOLD-FILE
                END-IF.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                EVALUATE TRUE
                    WHEN ledger-broken = 1
                        MOVE "UNPROVEN" TO audit-outcome
                    WHEN failed-count = 0
                        MOVE "COMPLETE" TO audit-outcome
                    WHEN OTHER
                        MOVE "FAILURES" TO audit-outcome
                        MOVE "ACT010" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                EVALUATE TRUE
                    WHEN ledger-broken = 1
                        MOVE 8 TO RETURN-CODE
                    WHEN failed-count = 0
                        MOVE 0 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 4 TO RETURN-CODE
                END-EVALUATE.
            STOP RUN.

            acquire_dataset_lock.
                *> serialize against the other writers of this
                *> dataset -- see common/ds_lock.cob
                MOVE "ACQ" TO lk-op.
                MOVE "ACCTMAST" TO lk-name.
                MOVE "E" TO lk-mode.
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
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            release_dataset_lock.
                MOVE "REL" TO lk-op.
                MOVE "ACCTMAST" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            resolve_parameters.
                *> the command line wins over the standing PARMLIB
                *> mode, as on master_update
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT run-mode FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO run-mode
                END-ACCEPT.
                IF run-mode = SPACES THEN
                    MOVE "MODE" TO pm-keyword
                    MOVE SPACES TO pm-value
                    CALL "parm_lookup" USING pm-program, pm-keyword,
                                              pm-value, pm-found
                    IF pm-found = 1 THEN
                        MOVE pm-value(1:10) TO run-mode
                    END-IF
                END-IF.
                IF run-mode = "TRIAL" THEN
                    MOVE 1 TO trial-mode
                END-IF.
                MOVE "RETAIN-DAYS" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO retain-days
                END-IF.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE FUNCTION NUMVAL(pd-date) TO work-date.
                COMPUTE cutoff-integer =
                    FUNCTION INTEGER-OF-DATE(work-date)
                    - retain-days.
                COMPUTE work-date =
                    FUNCTION DATE-OF-INTEGER(cutoff-integer).
                MOVE work-date TO cutoff-date.
                EXIT.

            resolve_base_currency.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                EXIT.

            open_files.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to open PRGERPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "PRGERPT" TO al-values
                    PERFORM fail_run
                END-IF.
                *> the archive is created on the first purge, the
                *> master's first-run convention; a trial only
                *> reads it, and an absent one is simply empty
                IF trial-mode = 0 THEN
                    OPEN I-O ARCHIVE-FILE
                    IF archive-file-status = "35" THEN
                        OPEN OUTPUT ARCHIVE-FILE
                        IF archive-file-status = "00" THEN
                            CLOSE ARCHIVE-FILE
                            OPEN I-O ARCHIVE-FILE
                        END-IF
                    END-IF
                    IF archive-file-status NOT = "00" THEN
                        DISPLAY "ACCT PURGE: unable to open ACCTARCH, "
                                "status " archive-file-status
                        MOVE "DSN001" TO al-msg-id
                        MOVE "ACCTARCH" TO al-values
                        PERFORM fail_run
                    END-IF
                    CLOSE ARCHIVE-FILE
                END-IF.
                *> no hold file at all just means no holds
                OPEN INPUT HOLD-FILE.
                IF hold-file-status = "00" THEN
                    MOVE 1 TO have-holds
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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                CALL "run_corr" USING corr-op, corr-id.
                MOVE SPACES TO report-line.
                STRING "CLOSED-ACCOUNT PURGE - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE retain-days TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  retention " count-tx " days -- closed "
                       "accounts last active before " cutoff-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF trial-mode = 1 THEN
                    MOVE SPACES TO report-line
                    MOVE "  ** TRIAL PURGE -- MASTER NOT UPDATED **"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            load_legal_holds.
                *> no list on file means no account is under a
                *> legal hold; a key past the table's reach is
                *> refused loudly rather than silently purged
                OPEN INPUT LEGAL-FILE.
                IF legal-file-status NOT = "00" THEN
                    MOVE SPACES TO report-line
                    MOVE "  no LEGLHOLD list on file" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO legal-eof.
                PERFORM UNTIL legal-eof = 1
                    READ LEGAL-FILE
                        AT END
                            MOVE 1 TO legal-eof
                        NOT AT END
                            IF lgl-key IS NUMERIC THEN
                                IF legal-count >= 5000 THEN
                                    MOVE "ACT024" TO al-msg-id
                                    MOVE SPACES TO al-values
                                    CLOSE LEGAL-FILE
                                    PERFORM fail_run
                                END-IF
                                ADD 1 TO legal-count
                                MOVE lgl-key TO lg-key(legal-count)
                                MOVE lgl-case TO lg-case(legal-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE LEGAL-FILE.
                MOVE legal-count TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  legal-hold list: " count-tx " key(s)"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            sweep_master.
                *> the whole master's position by currency; on the
                *> opening sweep the closed accounts are also sorted
                *> into those that go and those that stay
                MOVE 0 TO master-total.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO master-eof.
                PERFORM UNTIL master-eof = 1
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            ADD mst-bal TO master-total
                            MOVE mst-currency TO ccy-work
                            PERFORM total_by_currency
                            IF total-phase = "O"
                               AND mst-status = "C" THEN
                                PERFORM judge_closed_account
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                EXIT.

            judge_closed_account.
                ADD 1 TO closed-seen.
                IF mst-last-activity = SPACES
                   OR mst-last-activity(1:8) >= cutoff-date THEN
                    ADD 1 TO young-count
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO legal-found.
                PERFORM VARYING legal-idx FROM 1 BY 1
                        UNTIL legal-idx > legal-count
                           OR legal-found > 0
                    IF lg-key(legal-idx) = mst-key THEN
                        MOVE legal-idx TO legal-found
                    END-IF
                END-PERFORM.
                IF legal-found > 0 THEN
                    ADD 1 TO legal-kept
                    MOVE mst-key TO key-tx
                    MOVE SPACES TO report-line
                    STRING "  KEPT   " key-tx " legal hold "
                           lg-case(legal-found)
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM sum_account_holds.
                IF hold-total > 0 THEN
                    ADD 1 TO holds-kept
                    MOVE mst-key TO key-tx
                    MOVE SPACES TO report-line
                    STRING "  KEPT   " key-tx " active holds on "
                           "ACCTHOLD"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                IF purge-count >= 5000 THEN
                    *> the rest wait for the next run
                    ADD 1 TO deferred-count
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO purge-count.
                MOVE mst-key TO purge-key(purge-count).
                IF trial-mode = 1 THEN
                    MOVE mst-key TO key-tx
                    MOVE mst-bal TO bal-tx
                    MOVE SPACES TO report-line
                    STRING "  WOULD PURGE " key-tx " balance " bal-tx
                           " " mst-currency " closed "
                           mst-last-activity(1:8)
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            hold_is_active.
                *> a hold counts until the business date passes its
                *> expiry; a blank expiry holds until lifted
                IF hld-expiry = SPACES OR hld-expiry >= pd-date THEN
                    MOVE 1 TO hold-active
                ELSE
                    MOVE 0 TO hold-active
                END-IF.
                EXIT.

            sum_account_holds.
                *> every active hold on the account in hand
                MOVE 0 TO hold-total.
                IF have-holds = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-key TO hld-acct.
                MOVE 0 TO hld-id.
                START HOLD-FILE KEY >= hld-key.
                IF hold-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL hold-file-status NOT = "00"
                    READ HOLD-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO hold-file-status
                        NOT AT END
                            IF hld-acct NOT = mst-key THEN
                                MOVE "10" TO hold-file-status
                            ELSE
                                PERFORM hold_is_active
                                IF hold-active = 1 THEN
                                    ADD hld-amount TO hold-total
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            total_by_currency.
                PERFORM find_currency_slot.
                IF total-phase = "O" THEN
                    ADD mst-bal TO cy-opening(ccy-idx)
                ELSE
                    ADD mst-bal TO cy-closing(ccy-idx)
                END-IF.
                EXIT.

            find_currency_slot.
                IF ccy-work = SPACES THEN
                    MOVE base-currency TO ccy-work
                END-IF.
                MOVE 0 TO ccy-found.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count OR ccy-found = 1
                    IF cy-code(ccy-idx) = ccy-work THEN
                        MOVE 1 TO ccy-found
                    END-IF
                END-PERFORM.
                IF ccy-found = 1 THEN
                    SUBTRACT 1 FROM ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                IF ccy-count >= 100 THEN
                    MOVE ccy-count TO ccy-idx
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO ccy-count.
                MOVE ccy-count TO ccy-idx.
                MOVE ccy-work TO cy-code(ccy-idx).
                MOVE 0 TO cy-opening(ccy-idx).
                MOVE 0 TO cy-net(ccy-idx).
                MOVE 0 TO cy-closing(ccy-idx).
                MOVE 0 TO cy-rate(ccy-idx).
                MOVE 0 TO cy-base(ccy-idx).
                EXIT.

            total_archive.
                *> the archive's balance position, so what left the
                *> master can be seen arriving
                MOVE 0 TO archive-total.
                MOVE 0 TO archive-keys.
                OPEN INPUT ARCHIVE-FILE.
                IF archive-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO archive-eof.
                PERFORM UNTIL archive-eof = 1
                    READ ARCHIVE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO archive-eof
                        NOT AT END
                            ADD 1 TO archive-keys
                            ADD arc-bal TO archive-total
                    END-READ
                END-PERFORM.
                CLOSE ARCHIVE-FILE.
                EXIT.

            purge_candidates.
                OPEN I-O MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to open ACCTMAST for "
                            "update, status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST for update" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN I-O ARCHIVE-FILE.
                IF archive-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to open ACCTARCH, "
                            "status " archive-file-status
                    CLOSE MASTER-FILE
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTARCH" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM VARYING purge-idx FROM 1 BY 1
                        UNTIL purge-idx > purge-count
                    PERFORM purge_one_account
                END-PERFORM.
                CLOSE ARCHIVE-FILE.
                CLOSE MASTER-FILE.
                EXIT.

            purge_one_account.
                *> archive first, then off the master -- a master
                *> delete that fails takes the archive record back,
                *> so an account is always on exactly one of them
                MOVE purge-key(purge-idx) TO mst-key.
                MOVE mst-key TO key-tx.
                READ MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    ADD 1 TO failed-count
                    MOVE SPACES TO report-line
                    STRING "  FAILED " key-tx " no longer on master"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE master-record TO archive-record.
                MOVE mst-last-activity(1:8) TO arc-closed-date.
                MOVE pd-date TO arc-purged-date.
                MOVE corr-id TO arc-corr-id.
                WRITE archive-record.
                IF archive-file-status NOT = "00" THEN
                    ADD 1 TO failed-count
                    MOVE SPACES TO report-line
                    STRING "  FAILED " key-tx " archive write status "
                           archive-file-status
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                DELETE MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    ADD 1 TO failed-count
                    DELETE ARCHIVE-FILE
                    MOVE SPACES TO report-line
                    STRING "  FAILED " key-tx " master delete status "
                           master-file-status ", archive unwound"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO purged-count.
                SUBTRACT mst-bal FROM net-purged.
                MOVE mst-currency TO ccy-work.
                PERFORM find_currency_slot.
                SUBTRACT mst-bal FROM cy-net(ccy-idx).
                PERFORM journal_purge.
                MOVE mst-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  PURGED " key-tx " balance " bal-tx
                       " " mst-currency " closed " arc-closed-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            journal_purge.
                *> the before image only, as a delete journals; the
                *> reference names the purge run
                OPEN EXTEND JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    OPEN OUTPUT JOURNAL-FILE
                END-IF.
                IF journal-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to open ACCTJRN, "
                            "status " journal-file-status
                    MOVE "DSN006" TO al-msg-id
                    MOVE "ACCTJRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO journal-record.
                MOVE datetime(1:14) TO jrn-timestamp.
                MOVE corr-id TO jrn-corr-id.
                MOVE "Z" TO jrn-rec-op.
                MOVE mst-key TO jrn-rec-key.
                STRING audit-name pd-date
                    DELIMITED BY SIZE INTO jrn-reference.
                MOVE mst-od-limit TO jrn-od-limit.
                MOVE mst-currency TO jrn-currency.
                MOVE mst-bal TO jrn-before-bal.
                MOVE 0 TO jrn-after-bal.
                MOVE mst-status TO jrn-before-sta.
                WRITE journal-record.
                CLOSE JOURNAL-FILE.
                EXIT.

            prove_purge.
                *> the master's proof -- opening plus the net purged
                *> is the closing, currency by currency -- and the
                *> archive's: it gained exactly what the master lost
                COMPUTE expected-closing = opening-total + net-purged.
                IF expected-closing NOT = closing-total THEN
                    MOVE 1 TO ledger-broken
                END-IF.
                COMPUTE expected-closing =
                    archive-opening - net-purged.
                IF expected-closing NOT = archive-closing THEN
                    MOVE 1 TO ledger-broken
                END-IF.
                MOVE 0 TO base-closing-total.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    MOVE "GET" TO fx-op
                    MOVE cy-code(ccy-idx) TO fx-currency
                    MOVE pd-date TO fx-date
                    CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                          fx-rate, fx-found
                    MOVE fx-rate TO cy-rate(ccy-idx)
                    COMPUTE cy-base(ccy-idx) ROUNDED =
                        cy-closing(ccy-idx) * cy-rate(ccy-idx)
                    ADD cy-base(ccy-idx) TO base-closing-total
                    IF cy-opening(ccy-idx) + cy-net(ccy-idx)
                       NOT = cy-closing(ccy-idx) THEN
                        MOVE 1 TO ledger-broken
                    END-IF
                END-PERFORM.
                PERFORM write_ledger_entry.
                IF ledger-broken = 1 THEN
                    MOVE "ACT011" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            write_ledger_entry.
                OPEN EXTEND LEDGER-FILE.
                IF ledger-file-status NOT = "00" THEN
                    OPEN OUTPUT LEDGER-FILE
                END-IF.
                IF ledger-file-status NOT = "00" THEN
                    DISPLAY "ACCT PURGE: unable to write ACCTLDGR, "
                            "status " ledger-file-status
                    MOVE "DSN007" TO al-msg-id
                    MOVE "ACCTLDGR" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO ledger-record.
                MOVE pd-date TO ldg-date.
                MOVE corr-id TO ldg-corr.
                MOVE opening-total TO ldg-opening.
                MOVE net-purged TO ldg-net.
                MOVE closing-total TO ldg-closing.
                IF ledger-broken = 0 THEN
                    MOVE "OK" TO ldg-verdict
                ELSE
                    MOVE "FAIL" TO ldg-verdict
                END-IF.
                MOVE base-closing-total TO ldg-base-closing.
                MOVE "PURGE" TO ldg-source.
                WRITE ledger-record.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    MOVE cy-code(ccy-idx) TO ldg-currency
                    MOVE cy-opening(ccy-idx) TO ldg-opening
                    MOVE cy-net(ccy-idx) TO ldg-net
                    MOVE cy-closing(ccy-idx) TO ldg-closing
                    MOVE cy-rate(ccy-idx) TO ldg-rate
                    MOVE cy-base(ccy-idx) TO ldg-base-closing
                    IF cy-opening(ccy-idx) + cy-net(ccy-idx)
                       = cy-closing(ccy-idx) THEN
                        MOVE "OK" TO ldg-verdict
                    ELSE
                        MOVE "FAIL" TO ldg-verdict
                    END-IF
                    WRITE ledger-record
                END-PERFORM.
                CLOSE LEDGER-FILE.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                MOVE "-- PURGE TOTALS --" TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE closed-seen TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  closed accounts..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE young-count TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  inside retention.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE legal-kept TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  kept, legal hold.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE holds-kept TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  kept, holds......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF trial-mode = 1 THEN
                    MOVE purge-count TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  would purge......: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                ELSE
                    MOVE purged-count TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  purged...........: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE failed-count TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  failed...........: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                IF deferred-count > 0 THEN
                    MOVE deferred-count TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  left for next run: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE opening-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  master opening...: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE net-purged TO net-tx.
                MOVE SPACES TO report-line.
                STRING "  net purged.......: " net-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE closing-total TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  master closing...: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE archive-opening TO total-tx.
                MOVE SPACES TO report-line.
                STRING "  archive opening..: " total-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE archive-closing TO total-tx.
                MOVE archive-keys TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  archive closing..: " total-tx
                       "  keys " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF trial-mode = 0 THEN
                    MOVE SPACES TO report-line
                    IF ledger-broken = 0 THEN
                        MOVE "  purge proof......: HOLDS"
                            TO report-line
                    ELSE
                        MOVE "  purge proof......: ** DOES NOT HOLD **"
                            TO report-line
                    END-IF
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.
        END PROGRAM Main.
