        *> Scheduled-postings maintenance screen.  The standing
        *> instructions sched_release turns into ACCTTRAN batches
        *> live on ACCTSCHD; this screen signs an operator on
        *> (common/op_signon.cob) and keeps them:
        *>   L = look up an instruction by its number -- the fields
        *>       come back filled in, ready to change
        *>   A = add an instruction (number zero takes the next free
        *>       one)
        *>   C = change an active instruction -- the amount, to
        *>       account, currency, frequency, end date and count
        *>       always; the first date only while nothing has been
        *>       released under it yet
        *>   X = cancel an active instruction (kept on file, marked
        *>       C, so its history still reads)
        *>   Q = quit
        *> An instruction is a J adjustment (amount signed, "-" for
        *> a fee) or an X transfer (a positive amount from the
        *> account to the to account), with a first date no earlier
        *> than the business date, a frequency of O (once -- a
        *> future-dated item), W, M, Q or Y, and an optional end
        *> date and count.  Account keys must pass their check digit
        *> (common/key_check.cob) and be on ACCTMAST when it can be
        *> read.  A VIEW operator may look instructions up but not
        *> change them, and every change lands on RUNAUDIT with the
        *> operator's id.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT SCHEDULE-FILE ASSIGN TO "ACCTSCHD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sch-id
                        FILE STATUS IS schedule-file-status.
                    *> read-only: an instruction must name real
                    *> accounts
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD SCHEDULE-FILE.
                *> the sched_release instruction shape
                01 schedule-record.
                    02 sch-id           PIC 9(6).
                    02 sch-acct         PIC S9(9).
                    02 sch-op           PIC X.
                    02 sch-amount       PIC S9(7)V99.
                    02 sch-to-acct      PIC S9(9).
                    02 sch-currency     PIC X(3).
                    02 sch-first-date   PIC X(8).
                    02 sch-frequency    PIC X.
                    02 sch-end-date     PIC X(8).
                    02 sch-max-count    PIC 9(4).
                    02 sch-done-count   PIC 9(4).
                    02 sch-next-due     PIC X(8).
                    02 sch-status       PIC X.
                    02 sch-last-release PIC X(8).
                    02 sch-changed-by   PIC X(8).
                    02 sch-changed-on   PIC X(8).
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
                WORKING-STORAGE SECTION.
                    01 schedule-file-status PIC XX.
                    01 master-file-status   PIC XX.
                    01 have-master          PIC 9 VALUE 0.
                    01 schedule-eof         PIC 9.
                    *> what the operator keys
                    01 in-id             PIC 9(6) VALUE ZEROS.
                    01 in-acct           PIC 9(9) VALUE ZEROS.
                    01 in-op             PIC X VALUE "J".
                    01 in-sign           PIC X VALUE SPACE.
                    01 in-amount         PIC 9(7)V99 VALUE ZEROS.
                    01 in-to-acct        PIC 9(9) VALUE ZEROS.
                    01 in-currency       PIC X(3) VALUE SPACES.
                    01 in-first          PIC X(8) VALUE SPACES.
                    01 in-freq           PIC X VALUE "M".
                    01 in-end            PIC X(8) VALUE SPACES.
                    01 in-count          PIC 9(4) VALUE ZEROS.
                    01 sm-action         PIC X VALUE "L".
                    *> the instruction looked up
                    01 entry-loaded      PIC 9 VALUE 0.
                    01 entry-line        PIC X(78) VALUE SPACES.
                    01 history-line      PIC X(78) VALUE SPACES.
                    01 screen-note       PIC X(60) VALUE SPACES.
                    01 fields-ok         PIC 9.
                    01 high-id           PIC 9(6).
                    01 signed-amount     PIC S9(7)V99.
                    01 id-tx             PIC 9(6).
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-maintaining VALUE 0.
                    *> date check
                    01 check-date        PIC X(8).
                    01 date-ok           PIC 9.
                    01 check-year        PIC 9(4).
                    01 check-month       PIC 99.
                    01 check-day         PIC 99.
                    01 month-days        PIC 99.
                    01 century-rem       PIC 9(3).
                    01 datetime          PIC X(21).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op             PIC X(3).
                    01 pd-date           PIC X(8).
                    01 pd-answer         PIC 9(9).
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id       PIC X(8) VALUE SPACES.
                    01 operator-level    PIC X(6).
                    01 os-found          PIC 9.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8) VALUE "ACCTSCHD".
                    01 lk-mode           PIC X VALUE "E".
                    01 lk-granted        PIC 9.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op             PIC X(3) VALUE "CHK".
                    01 kc-key            PIC S9(9).
                    01 kc-ok             PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "SCHDMANT".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== SCHEDULED POSTINGS SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 maint-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== SCHEDULED POSTINGS =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 2 COL 30 VALUE "BUSINESS DATE:".
                    05 LINE 2 COL 45 PIC X(8) FROM pd-date.
                    05 LINE 4 COL 1 VALUE "INSTRUCTION (0=NEXT):".
                    05 LINE 4 COL 24 PIC 9(6) USING in-id.
                    05 LINE 5 COL 1 VALUE "ACCOUNT:".
                    05 LINE 5 COL 24 PIC 9(9) USING in-acct.
                    05 LINE 6 COL 1 VALUE "OPERATION (J / X):".
                    05 LINE 6 COL 24 PIC X USING in-op.
                    05 LINE 7 COL 1 VALUE "AMOUNT (SIGN, AMOUNT):".
                    05 LINE 7 COL 24 PIC X USING in-sign.
                    05 LINE 7 COL 25 PIC 9(7).99 USING in-amount.
                    05 LINE 8 COL 1 VALUE "TO ACCOUNT (X only):".
                    05 LINE 8 COL 24 PIC 9(9) USING in-to-acct.
                    05 LINE 9 COL 1 VALUE "CURRENCY (BLANK=BASE):".
                    05 LINE 9 COL 24 PIC X(3) USING in-currency.
                    05 LINE 10 COL 1 VALUE "FIRST DATE (YYYYMMDD):".
                    05 LINE 10 COL 24 PIC X(8) USING in-first.
                    05 LINE 11 COL 1 VALUE "FREQUENCY (O W M Q Y):".
                    05 LINE 11 COL 24 PIC X USING in-freq.
                    05 LINE 12 COL 1 VALUE "END DATE (OPTIONAL):".
                    05 LINE 12 COL 24 PIC X(8) USING in-end.
                    05 LINE 13 COL 1 VALUE "COUNT (0=NO LIMIT):".
                    05 LINE 13 COL 24 PIC 9(4) USING in-count.
                    05 LINE 15 COL 1 PIC X(78) FROM entry-line.
                    05 LINE 16 COL 1 PIC X(78) FROM history-line.
                    05 LINE 18 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 20 COL 1
                       VALUE "ACTION (L=LOOK A=ADD C=CHG X=CANCEL Q):".
                    05 LINE 20 COL 41 PIC X USING sm-action.
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
                PERFORM sign_operator_on.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                PERFORM open_files.
                PERFORM UNTIL done-maintaining
                    ACCEPT maint-screen
                    EVALUATE FUNCTION UPPER-CASE(sm-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "L"
                            PERFORM look_up_instruction
                        WHEN "A"
                            PERFORM add_instruction
                        WHEN "C"
                            PERFORM change_instruction
                        WHEN "X"
                            PERFORM cancel_instruction
                        WHEN OTHER
                            MOVE "key L, A, C, X or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        DISPLAY maint-screen
                    END-IF
                END-PERFORM.
                CLOSE SCHEDULE-FILE.
                IF have-master = 1 THEN
                    CLOSE MASTER-FILE
                END-IF.
                DISPLAY SPACE.
                DISPLAY "SCHED MAINT: goodbye".
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            sign_operator_on.
                ACCEPT signon-screen.
                MOVE FUNCTION UPPER-CASE(operator-id)
                    TO operator-id.
                CALL "op_signon" USING operator-id, operator-level,
                                        os-found.
                IF os-found = 0 THEN
                    DISPLAY SPACE
                    DISPLAY "SCHED MAINT: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            open_files.
                *> first use: no schedule yet -- create it empty,
                *> the master_update convention
                OPEN I-O SCHEDULE-FILE.
                IF schedule-file-status = "35" THEN
                    OPEN OUTPUT SCHEDULE-FILE
                    IF schedule-file-status = "00" THEN
                        CLOSE SCHEDULE-FILE
                        OPEN I-O SCHEDULE-FILE
                    END-IF
                END-IF.
                IF schedule-file-status NOT = "00" THEN
                    DISPLAY "SCHED MAINT: unable to open ACCTSCHD, "
                            "status " schedule-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> no account master means the keys are checked for
                *> their check digit only -- master_update still
                *> rejects a posting to an account that is not there
                OPEN INPUT MASTER-FILE.
                IF master-file-status = "00" THEN
                    MOVE 1 TO have-master
                END-IF.
                EXIT.

            look_up_instruction.
                MOVE 0 TO entry-loaded.
                MOVE SPACES TO entry-line.
                MOVE SPACES TO history-line.
                MOVE in-id TO sch-id.
                READ SCHEDULE-FILE
                    INVALID KEY
                        MOVE "no instruction with that number"
                            TO screen-note
                        EXIT PARAGRAPH
                END-READ.
                MOVE 1 TO entry-loaded.
                PERFORM show_instruction.
                MOVE SPACES TO screen-note.
                EXIT.

            show_instruction.
                *> the fields come back as they are on file, so a
                *> change starts from what is there
                MOVE sch-acct TO in-acct.
                MOVE sch-op TO in-op.
                IF sch-amount < 0 THEN
                    MOVE "-" TO in-sign
                    COMPUTE in-amount = 0 - sch-amount
                ELSE
                    MOVE SPACE TO in-sign
                    MOVE sch-amount TO in-amount
                END-IF.
                MOVE sch-to-acct TO in-to-acct.
                MOVE sch-currency TO in-currency.
                MOVE sch-first-date TO in-first.
                MOVE sch-frequency TO in-freq.
                MOVE sch-end-date TO in-end.
                MOVE sch-max-count TO in-count.
                MOVE SPACES TO entry-line.
                EVALUATE sch-status
                    WHEN "A"
                        STRING "ACTIVE -- next due " sch-next-due
                               ", " sch-done-count " released"
                            DELIMITED BY SIZE INTO entry-line
                    WHEN "E"
                        STRING "ENDED -- " sch-done-count
                               " released"
                            DELIMITED BY SIZE INTO entry-line
                    WHEN "C"
                        STRING "CANCELLED -- " sch-done-count
                               " released"
                            DELIMITED BY SIZE INTO entry-line
                    WHEN OTHER
                        MOVE "status unknown" TO entry-line
                END-EVALUATE.
                MOVE SPACES TO history-line.
                STRING "last released " sch-last-release
                       "  last changed " sch-changed-on
                       " by " sch-changed-by
                    DELIMITED BY SIZE INTO history-line.
                EXIT.

            add_instruction.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM validate_fields.
                IF fields-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF in-first < pd-date THEN
                    MOVE "first date is before the business date"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_schedule_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF in-id = 0 THEN
                    PERFORM find_next_id
                END-IF.
                MOVE in-id TO sch-id.
                READ SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "that instruction number is in use"
                            TO screen-note
                        PERFORM release_schedule_lock
                        EXIT PARAGRAPH
                END-READ.
                MOVE SPACES TO schedule-record.
                MOVE in-id TO sch-id.
                PERFORM move_fields_to_record.
                MOVE in-first TO sch-first-date.
                MOVE in-first TO sch-next-due.
                MOVE 0 TO sch-done-count.
                MOVE "A" TO sch-status.
                MOVE SPACES TO sch-last-release.
                MOVE operator-id TO sch-changed-by.
                MOVE pd-date TO sch-changed-on.
                WRITE schedule-record
                    INVALID KEY
                        MOVE "instruction write failed" TO screen-note
                END-WRITE.
                PERFORM release_schedule_lock.
                IF schedule-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "SCHDA" TO audit-event.
                PERFORM audit_change.
                PERFORM show_instruction.
                MOVE in-id TO id-tx.
                MOVE SPACES TO screen-note.
                STRING "instruction " id-tx " added"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            change_instruction.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM validate_fields.
                IF fields-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_schedule_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> always against the instruction as it is on file
                *> now -- the release may have advanced it since the
                *> look-up
                MOVE in-id TO sch-id.
                READ SCHEDULE-FILE
                    INVALID KEY
                        MOVE "no instruction with that number"
                            TO screen-note
                        PERFORM release_schedule_lock
                        EXIT PARAGRAPH
                END-READ.
                IF sch-status NOT = "A" THEN
                    MOVE "only an active instruction can change"
                        TO screen-note
                    PERFORM release_schedule_lock
                    EXIT PARAGRAPH
                END-IF.
                *> once anything has gone out the first date is
                *> history -- the next due date carries on from it
                IF in-first NOT = sch-first-date THEN
                    IF sch-done-count > 0 THEN
                        MOVE "first date fixed once released"
                            TO screen-note
                        PERFORM release_schedule_lock
                        EXIT PARAGRAPH
                    END-IF
                    IF in-first < pd-date THEN
                        MOVE "first date is before the business date"
                            TO screen-note
                        PERFORM release_schedule_lock
                        EXIT PARAGRAPH
                    END-IF
                    MOVE in-first TO sch-first-date
                    MOVE in-first TO sch-next-due
                END-IF.
                PERFORM move_fields_to_record.
                MOVE operator-id TO sch-changed-by.
                MOVE pd-date TO sch-changed-on.
                REWRITE schedule-record
                    INVALID KEY
                        MOVE "instruction rewrite failed"
                            TO screen-note
                END-REWRITE.
                PERFORM release_schedule_lock.
                IF schedule-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "SCHDC" TO audit-event.
                PERFORM audit_change.
                PERFORM show_instruction.
                MOVE in-id TO id-tx.
                MOVE SPACES TO screen-note.
                STRING "instruction " id-tx " changed"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            cancel_instruction.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_schedule_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-id TO sch-id.
                READ SCHEDULE-FILE
                    INVALID KEY
                        MOVE "no instruction with that number"
                            TO screen-note
                        PERFORM release_schedule_lock
                        EXIT PARAGRAPH
                END-READ.
                IF sch-status NOT = "A" THEN
                    MOVE "instruction is not active" TO screen-note
                    PERFORM release_schedule_lock
                    EXIT PARAGRAPH
                END-IF.
                MOVE "C" TO sch-status.
                MOVE operator-id TO sch-changed-by.
                MOVE pd-date TO sch-changed-on.
                REWRITE schedule-record
                    INVALID KEY
                        MOVE "instruction rewrite failed"
                            TO screen-note
                END-REWRITE.
                PERFORM release_schedule_lock.
                IF schedule-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "SCHDX" TO audit-event.
                PERFORM audit_change.
                PERFORM show_instruction.
                MOVE in-id TO id-tx.
                MOVE SPACES TO screen-note.
                STRING "instruction " id-tx " cancelled"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            move_fields_to_record.
                MOVE in-acct TO sch-acct.
                MOVE in-op TO sch-op.
                MOVE signed-amount TO sch-amount.
                IF in-op = "X" THEN
                    MOVE in-to-acct TO sch-to-acct
                ELSE
                    MOVE 0 TO sch-to-acct
                END-IF.
                MOVE in-currency TO sch-currency.
                MOVE in-freq TO sch-frequency.
                MOVE in-end TO sch-end-date.
                MOVE in-count TO sch-max-count.
                EXIT.

            validate_fields.
                *> sets fields-ok, and the note saying what is wrong
                MOVE 0 TO fields-ok.
                MOVE FUNCTION UPPER-CASE(in-op) TO in-op.
                MOVE FUNCTION UPPER-CASE(in-freq) TO in-freq.
                MOVE FUNCTION UPPER-CASE(in-currency) TO in-currency.
                IF in-op NOT = "J" AND in-op NOT = "X" THEN
                    MOVE "operation must be J or X" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-sign NOT = SPACE AND in-sign NOT = "+"
                   AND in-sign NOT = "-" THEN
                    MOVE "sign must be blank, + or -" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-amount = 0 THEN
                    MOVE "amount must not be zero" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-sign = "-" THEN
                    COMPUTE signed-amount = 0 - in-amount
                ELSE
                    MOVE in-amount TO signed-amount
                END-IF.
                MOVE in-acct TO kc-key.
                PERFORM check_account_key.
                IF kc-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF in-op = "X" THEN
                    IF signed-amount < 0 THEN
                        MOVE "a transfer amount is positive"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                    IF in-to-acct = in-acct THEN
                        MOVE "to account must differ" TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                    MOVE in-to-acct TO kc-key
                    PERFORM check_account_key
                    IF kc-ok = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF in-freq NOT = "O" AND in-freq NOT = "W"
                   AND in-freq NOT = "M" AND in-freq NOT = "Q"
                   AND in-freq NOT = "Y" THEN
                    MOVE "frequency must be O, W, M, Q or Y"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-first TO check-date.
                PERFORM check_calendar_date.
                IF date-ok = 0 THEN
                    MOVE "first date is not a date" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-end NOT = SPACES THEN
                    MOVE in-end TO check-date
                    PERFORM check_calendar_date
                    IF date-ok = 0 THEN
                        MOVE "end date is not a date" TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                    IF in-end < in-first THEN
                        MOVE "end date is before the first date"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE 1 TO fields-ok.
                EXIT.

            check_account_key.
                *> kc-key in; kc-ok 0 with the note set when the key
                *> fails its check digit or is not on the master
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "account key check digit invalid - rekey"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF have-master = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE kc-key TO mst-key.
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 0 TO kc-ok
                        MOVE "account is not on the master"
                            TO screen-note
                END-READ.
                EXIT.

            check_calendar_date.
                MOVE 0 TO date-ok.
                IF check-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE check-date(1:4) TO check-year.
                MOVE check-date(5:2) TO check-month.
                MOVE check-date(7:2) TO check-day.
                IF check-year < 1900 OR check-month < 1
                   OR check-month > 12 OR check-day < 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE check-month
                    WHEN 2
                        MOVE 28 TO month-days
                        IF FUNCTION MOD(check-year, 4) = 0 THEN
                            MOVE 29 TO month-days
                        END-IF
                        COMPUTE century-rem =
                            FUNCTION MOD(check-year, 400)
                        IF FUNCTION MOD(check-year, 100) = 0
                           AND century-rem NOT = 0 THEN
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
                IF check-day > month-days THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO date-ok.
                EXIT.

            find_next_id.
                *> the numbers are handed out in order, so the next
                *> one is one past the highest on file
                MOVE 0 TO high-id.
                MOVE 0 TO sch-id.
                START SCHEDULE-FILE KEY >= sch-id
                    INVALID KEY
                        MOVE 1 TO in-id
                        EXIT PARAGRAPH
                END-START.
                MOVE 0 TO schedule-eof.
                PERFORM UNTIL schedule-eof = 1
                    READ SCHEDULE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO schedule-eof
                        NOT AT END
                            MOVE sch-id TO high-id
                    END-READ
                END-PERFORM.
                COMPUTE in-id = high-id + 1.
                EXIT.

            acquire_schedule_lock.
                *> sched_release holds ACCTSCHD while it advances the
                *> instructions; a change keyed then waits
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "release in progress -- try again"
                        TO screen-note
                END-IF.
                EXIT.

            release_schedule_lock.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            audit_change.
                *> every change is attributable
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                EXIT.
        END PROGRAM Main.
