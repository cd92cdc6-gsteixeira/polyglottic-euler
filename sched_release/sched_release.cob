        *> Scheduled-postings release.  Standing instructions -- the
        *> monthly sweep between two accounts, the quarterly fee --
        *> and items dated for a later day live on ACCTSCHD, kept by
        *> sched_maint, one record per instruction: the account, a J
        *> adjustment or an X transfer (with the to account), the
        *> amount and currency, the first date, the frequency
        *>   O = once (a future-dated item)  W = weekly
        *>   M = monthly  Q = quarterly  Y = yearly
        *> an optional end date and an optional count of postings,
        *> and the next date it falls due.  This run writes every
        *> item due on the processing date as a normal enveloped
        *> ACCTTRAN batch -- the acct_accrue way -- so the postings
        *> go through master_update's edit, approval, journal and
        *> reject machinery like any keyed batch.
        *> A due date that falls on a weekend or a HOLIDAYS date
        *> (the common/proc_date.cob calendar) moves to the next
        *> business day, or with PARMLIB SCHEDREL ROLL=PREV to the
        *> business day before it.  The schedule itself keeps the
        *> unmoved date, so a monthly item on the 31st stays on the
        *> month's last day and never drifts.  An occurrence missed
        *> because the run did not go (a down day) is released on
        *> the next run, each occurrence its own posting.
        *> An instruction ends once its count is used up or its next
        *> date passes its end date; a once-only item ends when it
        *> is released.  Every released item is logged on SCHDLOG
        *> with the business date, and a rerun on the same date
        *> writes the logged items back out first -- the batch comes
        *> out the same, and nothing is released twice.  A run that
        *> stopped between logging an occurrence and rewriting its
        *> instruction leaves the instruction still due: the rerun
        *> moves it on as before but writes no item the log already
        *> holds for that due date.  An instruction that cannot be
        *> rewritten ends the run RC 8.
        *> The release register lands on SCHDRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT SCHEDULE-FILE ASSIGN TO "ACCTSCHD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS sch-id
                        FILE STATUS IS schedule-file-status.
                    SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tran-file-status.
                    SELECT RELEASE-LOG ASSIGN TO "SCHDLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS release-log-status.
                    SELECT REPORT-FILE ASSIGN TO "SCHDRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD SCHEDULE-FILE.
                01 schedule-record.
                    02 sch-id           PIC 9(6).
                    02 sch-acct         PIC S9(9).
                    *> J = adjustment, X = transfer to sch-to-acct
                    02 sch-op           PIC X.
                    02 sch-amount       PIC S9(7)V99.
                    02 sch-to-acct      PIC S9(9).
                    02 sch-currency     PIC X(3).
                    02 sch-first-date   PIC X(8).
                    02 sch-frequency    PIC X.
                    *> blank = no end date; zero = no count limit
                    02 sch-end-date     PIC X(8).
                    02 sch-max-count    PIC 9(4).
                    02 sch-done-count   PIC 9(4).
                    *> the unmoved date the next occurrence falls on
                    02 sch-next-due     PIC X(8).
                    *> A = active, E = ended, C = cancelled
                    02 sch-status       PIC X.
                    02 sch-last-release PIC X(8).
                    02 sch-changed-by   PIC X(8).
                    02 sch-changed-on   PIC X(8).
                FD TRAN-FILE.
                *> the master_update record shapes -- "H" header,
                *> details, "T" trailer
                01 tran-record.
                    02 trn-op     PIC X.
                    02 trn-key    PIC S9(9).
                    02 trn-amount PIC S9(7)V99.
                    02 trn-detail PIC X(24).
                    02 trn-transfer REDEFINES trn-detail.
                        03 trn-to-key PIC S9(9).
                        03 FILLER     PIC X(15).
                    02 trn-currency PIC X(3).
                01 tran-header.
                    02 thd-type     PIC X.
                    02 thd-batch-id PIC X(8).
                    02 thd-date     PIC X(8).
                    02 thd-submitter PIC X(8).
                01 tran-trailer.
                    02 ttl-type  PIC X.
                    02 ttl-count PIC 9(9).
                    02 ttl-hash  PIC S9(13)V99.
                FD RELEASE-LOG.
                *> one released occurrence: the business date it went
                *> out on, the instruction, the unmoved due date and
                *> the exact ACCTTRAN detail written for it
                01 release-log-record.
                    02 slg-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 slg-id     PIC 9(6).
                    02 FILLER     PIC X.
                    02 slg-due    PIC X(8).
                    02 FILLER     PIC X.
                    02 slg-tran   PIC X(46).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 schedule-file-status PIC XX.
                    01 tran-file-status     PIC XX.
                    01 release-log-status   PIC XX.
                    01 report-file-status   PIC XX.
                    01 schedule-eof         PIC 9 VALUE 0.
                    01 log-eof              PIC 9.
                    01 business-date        PIC X(8).
                    *> NEXT or PREV business day for a due date that
                    *> is not one
                    01 roll-rule            PIC X(4) VALUE "NEXT".
                    *> occurrence state
                    01 effective-date       PIC X(8).
                    01 catch-up-count       PIC 9(4).
                    01 catch-up-done        PIC 9.
                    01 record-changed       PIC 9.
                    01 ended-reason         PIC X(20).
                    *> calendar arithmetic
                    01 work-date            PIC 9(8).
                    01 work-integer         PIC 9(9).
                    01 roll-steps           PIC 99.
                    01 step-months          PIC 99.
                    01 due-year             PIC 9(4).
                    01 due-month            PIC 99.
                    01 due-day              PIC 99.
                    01 anchor-day           PIC 99.
                    01 month-days           PIC 99.
                    01 due-build            PIC X(8).
                    *> batch envelope totals
                    01 batch-id             PIC X(8).
                    01 detail-count         PIC 9(9) VALUE ZEROS.
                    01 amount-hash          PIC S9(13)V99 VALUE ZEROS.
                    01 reissued-count       PIC 9(9) VALUE ZEROS.
                    01 released-count       PIC 9(9) VALUE ZEROS.
                    01 ended-count          PIC 9(9) VALUE ZEROS.
                    01 active-count         PIC 9(9) VALUE ZEROS.
                    *> the occurrences logged for the business date:
                    *> a rerun writes them back out and does not
                    *> release them again
                    01 logged-table.
                        02 lg-count PIC 9(4) VALUE ZEROS.
                        02 lg-entry OCCURS 5000 TIMES.
                            03 lg-id  PIC 9(6).
                            03 lg-due PIC X(8).
                    01 lgx                  PIC 9(4).
                    01 logged-found         PIC 9.
                    01 rewrite-failed       PIC 9 VALUE 0.
                    *> DISPLAY mirrors for the register lines
                    01 id-tx                PIC 9(6).
                    01 key-tx               PIC +9(9).
                    01 to-tx                PIC +9(9).
                    01 amount-tx            PIC +9(7).99.
                    01 count-tx             PIC 9(9).
                    01 hash-tx              PIC +9(13).99.
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program           PIC X(8) VALUE "SCHEDREL".
                    01 pm-keyword           PIC X(16).
                    01 pm-value             PIC X(40).
                    01 pm-found             PIC 9.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date          PIC X(10).
                    *> cycle business date and calendar -- see
                    *> common/proc_date.cob
                    01 pd-op                PIC X(3).
                    01 pd-date              PIC X(8).
                    01 pd-answer            PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op              PIC X(3) VALUE "GET".
                    01 corr-id              PIC X(14) VALUE SPACES.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 lk-mode           PIC X.
                    01 lk-granted        PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "SCHEDREL".
                    01 audit-event          PIC X(5).
                    01 audit-outcome        PIC X(8).
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
                PERFORM fetch_roll_rule.
                PERFORM acquire_dataset_lock.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM write_batch_header.
                PERFORM reissue_logged_items.
                PERFORM open_release_log.
                PERFORM UNTIL schedule-eof = 1
                    READ SCHEDULE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO schedule-eof
                        NOT AT END
                            PERFORM release_one_instruction
                    END-READ
                END-PERFORM.
                PERFORM write_batch_trailer.
                PERFORM write_register_totals.
                CLOSE SCHEDULE-FILE.
                CLOSE TRAN-FILE.
                CLOSE RELEASE-LOG.
                CLOSE REPORT-FILE.
                PERFORM release_dataset_lock.
                MOVE "END" TO audit-event.
                IF rewrite-failed = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "ERROR" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost.  An instruction
                *> left due on ACCTSCHD would fire again tomorrow, so
                *> the cycle stops for it.
                IF rewrite-failed = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            fetch_roll_rule.
                MOVE "ROLL" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value(1:4) = "PREV" THEN
                    MOVE "PREV" TO roll-rule
                END-IF.
                EXIT.

            acquire_dataset_lock.
                *> sched_maint writes ACCTSCHD under the same name,
                *> so an instruction cannot change under the release
                MOVE "ACQ" TO lk-op.
                MOVE "ACCTSCHD" TO lk-name.
                MOVE "E" TO lk-mode.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "DSN003" TO al-msg-id
                    MOVE "ACCTSCHD" TO al-values
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
                MOVE "ACCTSCHD" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            open_files.
                *> no schedule yet is not an error -- the batch goes
                *> out empty, envelope and all, and master_update
                *> posts nothing
                OPEN I-O SCHEDULE-FILE.
                IF schedule-file-status = "35" THEN
                    OPEN OUTPUT SCHEDULE-FILE
                    IF schedule-file-status = "00" THEN
                        CLOSE SCHEDULE-FILE
                        OPEN I-O SCHEDULE-FILE
                    END-IF
                END-IF.
                IF schedule-file-status NOT = "00" THEN
                    DISPLAY "SCHED RELEASE: unable to open ACCTSCHD, "
                            "status " schedule-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTSCHD" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT TRAN-FILE.
                IF tran-file-status NOT = "00" THEN
                    DISPLAY "SCHED RELEASE: unable to open ACCTTRAN, "
                            "status " tran-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTTRAN" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "SCHED RELEASE: unable to open SCHDRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SCHDRPT" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            open_release_log.
                *> SCHDLOG is a running log -- OPEN EXTEND creates it
                *> on the first-ever run.  A release that cannot be
                *> logged cannot be reissued on a rerun, so it stops
                *> here, before any instruction is advanced.
                OPEN EXTEND RELEASE-LOG.
                IF release-log-status NOT = "00" THEN
                    OPEN OUTPUT RELEASE-LOG
                END-IF.
                IF release-log-status NOT = "00" THEN
                    DISPLAY "SCHED RELEASE: unable to open SCHDLOG, "
                            "status " release-log-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SCHDLOG" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            fail_open.
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
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE pd-date TO business-date.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "SCHEDULED POSTINGS RELEASE - run " report-date
                       " cycle " corr-id " roll " roll-rule
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_batch_header.
                *> one batch id per business date, so the journal
                *> references say which day's release a posting was
                STRING "SC" business-date(3:6)
                    DELIMITED BY SIZE INTO batch-id.
                MOVE SPACES TO tran-record.
                MOVE "H" TO thd-type.
                MOVE batch-id TO thd-batch-id.
                MOVE business-date TO thd-date.
                MOVE audit-name TO thd-submitter.
                WRITE tran-record.
                EXIT.

            reissue_logged_items.
                *> a rerun on the same business date: what the first
                *> run released is already advanced on the schedule,
                *> so it comes back out of the log instead
                OPEN INPUT RELEASE-LOG.
                IF release-log-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO log-eof.
                PERFORM UNTIL log-eof = 1
                    READ RELEASE-LOG
                        AT END
                            MOVE 1 TO log-eof
                        NOT AT END
                            IF slg-date = business-date THEN
                                PERFORM reissue_one_item
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE RELEASE-LOG.
                EXIT.

            reissue_one_item.
                IF lg-count >= 5000 THEN
                    DISPLAY "SCHED RELEASE: more items on SCHDLOG "
                            "for the day than can be checked"
                    MOVE "ACT039" TO al-msg-id
                    MOVE "SCHDLOG" TO al-values
                    PERFORM fail_open
                END-IF.
                ADD 1 TO lg-count.
                MOVE slg-id TO lg-id(lg-count).
                MOVE slg-due TO lg-due(lg-count).
                MOVE slg-tran TO tran-record.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD trn-amount TO amount-hash.
                ADD 1 TO reissued-count.
                MOVE slg-id TO id-tx.
                MOVE trn-key TO key-tx.
                MOVE trn-amount TO amount-tx.
                MOVE SPACES TO report-line.
                STRING "  REISSUED id " id-tx " due " slg-due
                       " " trn-op " key " key-tx
                       " amount " amount-tx " " trn-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            release_one_instruction.
                IF sch-status NOT = "A" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO record-changed.
                MOVE 0 TO catch-up-count.
                MOVE 0 TO catch-up-done.
                *> every occurrence due by today goes out, oldest
                *> first; the catch-up is capped so a first date
                *> keyed years back cannot flood the batch
                PERFORM UNTIL sch-status NOT = "A"
                              OR catch-up-done = 1
                              OR catch-up-count >= 400
                    PERFORM check_instruction_end
                    IF sch-status = "A" THEN
                        PERFORM find_effective_date
                        IF effective-date > business-date THEN
                            MOVE 1 TO catch-up-done
                        ELSE
                            PERFORM release_occurrence
                            PERFORM advance_next_due
                            ADD 1 TO catch-up-count
                        END-IF
                    END-IF
                END-PERFORM.
                IF sch-status = "A" THEN
                    ADD 1 TO active-count
                END-IF.
                IF record-changed = 1 THEN
                    REWRITE schedule-record
                    IF schedule-file-status NOT = "00" THEN
                        MOVE sch-id TO id-tx
                        DISPLAY "SCHED RELEASE: rewrite of instruction "
                                id-tx " failed, status "
                                schedule-file-status
                        MOVE "ACT005" TO al-msg-id
                        MOVE SPACES TO al-values
                        CALL "alert_log" USING al-msg-id,
                                                audit-name, al-values
                        MOVE 1 TO rewrite-failed
                    END-IF
                END-IF.
                EXIT.

            check_instruction_end.
                MOVE SPACES TO ended-reason.
                IF sch-max-count > 0
                   AND sch-done-count >= sch-max-count THEN
                    MOVE "count used up" TO ended-reason
                END-IF.
                IF sch-end-date NOT = SPACES
                   AND sch-next-due > sch-end-date THEN
                    MOVE "past end date" TO ended-reason
                END-IF.
                IF sch-frequency = "O" AND sch-done-count > 0 THEN
                    MOVE "once-only released" TO ended-reason
                END-IF.
                IF ended-reason = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "E" TO sch-status.
                MOVE 1 TO record-changed.
                ADD 1 TO ended-count.
                MOVE sch-id TO id-tx.
                MOVE SPACES TO report-line.
                STRING "  ENDED    id " id-tx " -- " ended-reason
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            find_effective_date.
                *> the unmoved due date, rolled off weekends and
                *> holidays one day at a time in the PARMLIB
                *> direction; a month has no run of more than a few
                *> closed days, and the walk is capped regardless
                MOVE sch-next-due TO effective-date.
                MOVE 0 TO roll-steps.
                MOVE "BIZ" TO pd-op.
                MOVE effective-date TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                PERFORM UNTIL pd-answer = 1 OR roll-steps >= 31
                    MOVE FUNCTION NUMVAL(effective-date) TO work-date
                    COMPUTE work-integer =
                        FUNCTION INTEGER-OF-DATE(work-date)
                    IF roll-rule = "PREV" THEN
                        SUBTRACT 1 FROM work-integer
                    ELSE
                        ADD 1 TO work-integer
                    END-IF
                    COMPUTE work-date =
                        FUNCTION DATE-OF-INTEGER(work-integer)
                    MOVE work-date TO effective-date
                    ADD 1 TO roll-steps
                    MOVE effective-date TO pd-date
                    CALL "proc_date" USING pd-op, pd-date, pd-answer
                END-PERFORM.
                EXIT.

            release_occurrence.
                *> already out on this batch -- reissued from the log
                *> by a rerun whose first run never moved the
                *> instruction on
                PERFORM find_logged_item.
                IF logged-found = 1 THEN
                    ADD 1 TO sch-done-count
                    MOVE business-date TO sch-last-release
                    MOVE 1 TO record-changed
                    MOVE sch-id TO id-tx
                    MOVE SPACES TO report-line
                    STRING "  LOGGED   id " id-tx " due " sch-next-due
                           " already out -- reissued from SCHDLOG"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO tran-record.
                MOVE sch-op TO trn-op.
                MOVE sch-acct TO trn-key.
                MOVE sch-amount TO trn-amount.
                IF sch-op = "X" THEN
                    MOVE sch-to-acct TO trn-to-key
                END-IF.
                MOVE sch-currency TO trn-currency.
                WRITE tran-record.
                ADD 1 TO detail-count.
                ADD trn-amount TO amount-hash.
                ADD 1 TO released-count.
                MOVE SPACES TO release-log-record.
                MOVE business-date TO slg-date.
                MOVE sch-id TO slg-id.
                MOVE sch-next-due TO slg-due.
                MOVE tran-record TO slg-tran.
                WRITE release-log-record.
                ADD 1 TO sch-done-count.
                MOVE business-date TO sch-last-release.
                MOVE 1 TO record-changed.
                MOVE sch-id TO id-tx.
                MOVE sch-acct TO key-tx.
                MOVE sch-amount TO amount-tx.
                MOVE SPACES TO report-line.
                IF sch-op = "X" THEN
                    MOVE sch-to-acct TO to-tx
                    STRING "  RELEASED id " id-tx " due " sch-next-due
                           " on " effective-date
                           " X key " key-tx " to " to-tx
                           " amount " amount-tx " " sch-currency
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  RELEASED id " id-tx " due " sch-next-due
                           " on " effective-date
                           " " sch-op " key " key-tx
                           " amount " amount-tx " " sch-currency
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            find_logged_item.
                MOVE 0 TO logged-found.
                PERFORM VARYING lgx FROM 1 BY 1
                        UNTIL lgx > lg-count OR logged-found = 1
                    IF lg-id(lgx) = sch-id
                       AND lg-due(lgx) = sch-next-due THEN
                        MOVE 1 TO logged-found
                    END-IF
                END-PERFORM.
                EXIT.

            advance_next_due.
                *> stepped from the unmoved date; the months carry
                *> the first date's day, cut back to the month's last
                *> day where the month is shorter
                EVALUATE sch-frequency
                    WHEN "W"
                        MOVE FUNCTION NUMVAL(sch-next-due) TO work-date
                        COMPUTE work-integer =
                            FUNCTION INTEGER-OF-DATE(work-date) + 7
                        COMPUTE work-date =
                            FUNCTION DATE-OF-INTEGER(work-integer)
                        MOVE work-date TO sch-next-due
                        EXIT PARAGRAPH
                    WHEN "M"
                        MOVE 1 TO step-months
                    WHEN "Q"
                        MOVE 3 TO step-months
                    WHEN "Y"
                        MOVE 12 TO step-months
                    WHEN OTHER
                        *> once only -- check_instruction_end ends it
                        EXIT PARAGRAPH
                END-EVALUATE.
                MOVE sch-next-due(1:4) TO due-year.
                MOVE sch-next-due(5:2) TO due-month.
                MOVE sch-first-date(7:2) TO anchor-day.
                ADD step-months TO due-month.
                IF due-month > 12 THEN
                    SUBTRACT 12 FROM due-month
                    ADD 1 TO due-year
                END-IF.
                PERFORM find_month_days.
                IF anchor-day > month-days THEN
                    MOVE month-days TO due-day
                ELSE
                    MOVE anchor-day TO due-day
                END-IF.
                MOVE SPACES TO due-build.
                STRING due-year due-month due-day
                    DELIMITED BY SIZE INTO due-build.
                MOVE due-build TO sch-next-due.
                EXIT.

            find_month_days.
                EVALUATE due-month
                    WHEN 2
                        MOVE 28 TO month-days
                        IF FUNCTION MOD(due-year, 4) = 0 THEN
                            MOVE 29 TO month-days
                        END-IF
                        IF FUNCTION MOD(due-year, 100) = 0
                           AND FUNCTION MOD(due-year, 400) NOT = 0 THEN
                            MOVE 28 TO month-days
                        END-IF
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                        MOVE 30 TO month-days
                    WHEN OTHER
                        MOVE 31 TO month-days
                END-EVALUATE.
                EXIT.

            write_batch_trailer.
                MOVE SPACES TO tran-record.
                MOVE "T" TO ttl-type.
                MOVE detail-count TO ttl-count.
                MOVE amount-hash TO ttl-hash.
                WRITE tran-record.
                EXIT.

            write_register_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE released-count TO count-tx.
                STRING "released today.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE reissued-count TO count-tx.
                STRING "reissued from log....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE detail-count TO count-tx.
                MOVE amount-hash TO hash-tx.
                STRING "batch " batch-id " details: " count-tx
                       " hash " hash-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE ended-count TO count-tx.
                STRING "instructions ended...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE active-count TO count-tx.
                STRING "instructions active..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
