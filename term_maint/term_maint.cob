        *> Term-deposit maintenance screen.  An account on ACCTMAST
        *> is a current account unless it has a deposit on ACCTTERM,
        *> keyed by the account, which makes it a fixed-term
        *> deposit: a principal, a fixed rate (basis points a year,
        *> the acct_accrue way, so 0425 is 4.25 percent), a start
        *> date, a maturity date and what happens at maturity:
        *>   R = roll over -- principal and interest run again for
        *>       the same term at the same rate
        *>   P = pay principal and interest to the linked account
        *>   H = hold -- interest is credited and the money waits
        *>       on the deposit for the customer's instruction
        *> term_mature acts on the instruction, term_ladder lists
        *> what falls due.  This screen signs an operator on
        *> (common/op_signon.cob) and keeps the deposits:
        *>   L = look up the deposit on an account -- the fields
        *>       come back filled in
        *>   A = add a deposit to an account (one that matured or
        *>       was cancelled may take a new one)
        *>   C = change an active deposit's instruction and linked
        *>       account -- the principal, rate and dates are the
        *>       contract and stand until it matures
        *>   X = cancel an active deposit (kept on file, marked C)
        *>   Q = quit
        *> The account must pass its check digit (common/
        *> key_check.cob), be on ACCTMAST and not be closed, and the
        *> deposit takes the account's currency; a linked account
        *> must be another open account in the same currency, since
        *> master_update refuses a transfer across currencies.  The
        *> principal must already be on the account and free: no
        *> more than its balance less its active holds on ACCTHOLD
        *> (what master_update counts as available), since the
        *> deposit is never funded by a posting of its own and,
        *> while active, master_update takes no debit against it
        *> but term_mature's.  The maturity must fall after the
        *> business date.  A start and
        *> maturity on the same day of the month (or a month-end
        *> maturity for a later start day) make a term of whole
        *> months, which a rollover repeats month for month; any
        *> other pair is a term of days.  A VIEW operator may look
        *> deposits up but not change them, and every change lands
        *> on RUNAUDIT with the operator's id.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT TERM-FILE ASSIGN TO "ACCTTERM"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS trm-key
                        FILE STATUS IS term-file-status.
                    *> read-only: the deposit and its linked account
                    *> must be real, open accounts
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    *> read-only: the principal must not be spoken
                    *> for by a hold
                    SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hld-key
                        FILE STATUS IS hold-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD TERM-FILE.
                01 term-record.
                    02 trm-key          PIC S9(9).
                    02 trm-principal    PIC S9(7)V99.
                    *> basis points a year
                    02 trm-rate         PIC 9(4).
                    02 trm-start-date   PIC X(8).
                    *> the unmoved contract date
                    02 trm-maturity     PIC X(8).
                    *> the term a rollover repeats: whole months on
                    *> the anchor day, or (months zero) a count of
                    *> days
                    02 trm-term-months  PIC 9(3).
                    02 trm-term-days    PIC 9(5).
                    02 trm-anchor-day   PIC 99.
                    *> R = roll over, P = pay to linked, H = hold
                    02 trm-instruction  PIC X.
                    02 trm-linked-key   PIC S9(9).
                    02 trm-currency     PIC X(3).
                    *> A = active, M = matured and paid away,
                    *> H = matured and held, C = cancelled
                    02 trm-status       PIC X.
                    02 trm-rolls        PIC 9(3).
                    02 trm-last-matured PIC X(8).
                    02 trm-last-interest PIC S9(7)V99.
                    02 trm-changed-by   PIC X(8).
                    02 trm-changed-on   PIC X(8).
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
                FD HOLD-FILE.
                *> see master_update.cob's FD
                01 hold-record.
                    02 hld-key.
                        03 hld-acct    PIC S9(9).
                        03 hld-id      PIC 9(6).
                    02 hld-amount      PIC 9(7)V99.
                    02 hld-reason      PIC X(4).
                    02 hld-placed      PIC X(8).
                    02 hld-expiry      PIC X(8).
                    02 hld-batch       PIC X(8).
                WORKING-STORAGE SECTION.
                    01 term-file-status   PIC XX.
                    01 master-file-status PIC XX.
                    01 hold-file-status   PIC XX.
                    01 have-master        PIC 9 VALUE 0.
                    01 have-holds         PIC 9 VALUE 0.
                    *> what the operator keys
                    01 in-acct           PIC 9(9) VALUE ZEROS.
                    01 in-principal      PIC 9(7)V99 VALUE ZEROS.
                    01 in-rate           PIC 9(4) VALUE ZEROS.
                    01 in-start          PIC X(8) VALUE SPACES.
                    01 in-maturity       PIC X(8) VALUE SPACES.
                    01 in-instruction    PIC X VALUE "R".
                    01 in-linked         PIC 9(9) VALUE ZEROS.
                    01 tm-action         PIC X VALUE "L".
                    *> the deposit looked up
                    01 entry-line        PIC X(78) VALUE SPACES.
                    01 history-line      PIC X(78) VALUE SPACES.
                    01 screen-note       PIC X(60) VALUE SPACES.
                    01 fields-ok         PIC 9.
                    01 deposit-on-file   PIC 9.
                    01 account-currency  PIC X(3).
                    *> what the deposit account has free
                    01 account-balance   PIC S9(7)V99.
                    01 hold-total        PIC 9(9)V99.
                    01 hold-active       PIC 9.
                    01 available         PIC S9(9)V99.
                    01 key-tx            PIC 9(9).
                    01 rolls-tx          PIC ZZ9.
                    01 term-tx           PIC ZZZZ9.
                    01 term-text         PIC X(20).
                    01 interest-tx       PIC +9(7).99.
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-maintaining VALUE 0.
                    *> term arithmetic
                    01 start-year        PIC 9(4).
                    01 start-month       PIC 99.
                    01 start-day         PIC 99.
                    01 mature-year       PIC 9(4).
                    01 mature-month      PIC 99.
                    01 mature-day        PIC 99.
                    01 term-months       PIC S9(5).
                    01 work-date         PIC 9(8).
                    01 start-integer     PIC 9(9).
                    01 mature-integer    PIC 9(9).
                    *> date check
                    01 check-date        PIC X(8).
                    01 date-ok           PIC 9.
                    01 check-year        PIC 9(4).
                    01 check-month       PIC 99.
                    01 check-day         PIC 99.
                    01 month-days        PIC 99.
                    01 century-rem       PIC 9(3).
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
                    01 lk-name           PIC X(8) VALUE "ACCTTERM".
                    01 lk-mode           PIC X VALUE "E".
                    01 lk-granted        PIC 9.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op             PIC X(3) VALUE "CHK".
                    01 kc-key            PIC S9(9).
                    01 kc-ok             PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "TERMMANT".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== TERM DEPOSITS SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 maint-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== TERM DEPOSITS =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 2 COL 30 VALUE "BUSINESS DATE:".
                    05 LINE 2 COL 45 PIC X(8) FROM pd-date.
                    05 LINE 4 COL 1 VALUE "DEPOSIT ACCOUNT:".
                    05 LINE 4 COL 24 PIC 9(9) USING in-acct.
                    05 LINE 5 COL 1 VALUE "PRINCIPAL:".
                    05 LINE 5 COL 24 PIC 9(7).99 USING in-principal.
                    05 LINE 6 COL 1 VALUE "RATE (BASIS POINTS):".
                    05 LINE 6 COL 24 PIC 9(4) USING in-rate.
                    05 LINE 7 COL 1 VALUE "START DATE (YYYYMMDD):".
                    05 LINE 7 COL 24 PIC X(8) USING in-start.
                    05 LINE 8 COL 1 VALUE "MATURITY (YYYYMMDD):".
                    05 LINE 8 COL 24 PIC X(8) USING in-maturity.
                    05 LINE 9 COL 1 VALUE "AT MATURITY (R P H):".
                    05 LINE 9 COL 24 PIC X USING in-instruction.
                    05 LINE 10 COL 1 VALUE "LINKED ACCT (P only):".
                    05 LINE 10 COL 24 PIC 9(9) USING in-linked.
                    05 LINE 12 COL 1 PIC X(78) FROM entry-line.
                    05 LINE 13 COL 1 PIC X(78) FROM history-line.
                    05 LINE 15 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 17 COL 1
                       VALUE "ACTION (L=LOOK A=ADD C=CHG X=CANCEL Q):".
                    05 LINE 17 COL 41 PIC X USING tm-action.
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
                    EVALUATE FUNCTION UPPER-CASE(tm-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "L"
                            PERFORM look_up_deposit
                        WHEN "A"
                            PERFORM add_deposit
                        WHEN "C"
                            PERFORM change_deposit
                        WHEN "X"
                            PERFORM cancel_deposit
                        WHEN OTHER
                            MOVE "key L, A, C, X or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        DISPLAY maint-screen
                    END-IF
                END-PERFORM.
                CLOSE TERM-FILE.
                IF have-master = 1 THEN
                    CLOSE MASTER-FILE
                END-IF.
                IF have-holds = 1 THEN
                    CLOSE HOLD-FILE
                END-IF.
                DISPLAY SPACE.
                DISPLAY "TERM MAINT: goodbye".
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
                    DISPLAY "TERM MAINT: operator '" operator-id
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
                *> first use: no deposits yet -- create it empty,
                *> the master_update convention
                OPEN I-O TERM-FILE.
                IF term-file-status = "35" THEN
                    OPEN OUTPUT TERM-FILE
                    IF term-file-status = "00" THEN
                        CLOSE TERM-FILE
                        OPEN I-O TERM-FILE
                    END-IF
                END-IF.
                IF term-file-status NOT = "00" THEN
                    DISPLAY "TERM MAINT: unable to open ACCTTERM, "
                            "status " term-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> with no master a deposit can still be looked up,
                *> but not added or changed -- its currency and its
                *> linked account come from there
                OPEN INPUT MASTER-FILE.
                IF master-file-status = "00" THEN
                    MOVE 1 TO have-master
                END-IF.
                *> no ACCTHOLD yet means no account has a hold
                OPEN INPUT HOLD-FILE.
                IF hold-file-status = "00" THEN
                    MOVE 1 TO have-holds
                END-IF.
                EXIT.

            look_up_deposit.
                MOVE SPACES TO entry-line.
                MOVE SPACES TO history-line.
                MOVE in-acct TO trm-key.
                READ TERM-FILE
                    INVALID KEY
                        MOVE "no deposit on that account"
                            TO screen-note
                        EXIT PARAGRAPH
                END-READ.
                PERFORM show_deposit.
                MOVE SPACES TO screen-note.
                EXIT.

            show_deposit.
                *> the fields come back as they are on file, so a
                *> change starts from what is there
                MOVE trm-principal TO in-principal.
                MOVE trm-rate TO in-rate.
                MOVE trm-start-date TO in-start.
                MOVE trm-maturity TO in-maturity.
                MOVE trm-instruction TO in-instruction.
                MOVE trm-linked-key TO in-linked.
                MOVE trm-rolls TO rolls-tx.
                MOVE trm-last-interest TO interest-tx.
                MOVE SPACES TO entry-line.
                EVALUATE trm-status
                    WHEN "A"
                        STRING "ACTIVE " trm-currency " -- matures "
                               trm-maturity ", rolled "
                               FUNCTION TRIM(rolls-tx) " time(s)"
                            DELIMITED BY SIZE INTO entry-line
                    WHEN "M"
                        STRING "MATURED -- paid away "
                               trm-last-matured ", interest "
                               interest-tx
                            DELIMITED BY SIZE INTO entry-line
                    WHEN "H"
                        STRING "HELD -- matured " trm-last-matured
                               ", interest " interest-tx
                            DELIMITED BY SIZE INTO entry-line
                    WHEN "C"
                        MOVE "CANCELLED" TO entry-line
                    WHEN OTHER
                        MOVE "status unknown" TO entry-line
                END-EVALUATE.
                MOVE SPACES TO term-text.
                IF trm-term-months > 0 THEN
                    MOVE trm-term-months TO term-tx
                    STRING "term " FUNCTION TRIM(term-tx)
                           " month(s)"
                        DELIMITED BY SIZE INTO term-text
                ELSE
                    MOVE trm-term-days TO term-tx
                    STRING "term " FUNCTION TRIM(term-tx)
                           " day(s)"
                        DELIMITED BY SIZE INTO term-text
                END-IF.
                MOVE SPACES TO history-line.
                STRING FUNCTION TRIM(term-text)
                       "  last changed " trm-changed-on
                       " by " trm-changed-by
                    DELIMITED BY SIZE INTO history-line.
                EXIT.

            add_deposit.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM validate_fields.
                IF fields-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM validate_contract.
                IF fields-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_term_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> an account holds one deposit at a time; a
                *> finished one is replaced by the new contract
                MOVE 0 TO deposit-on-file.
                MOVE in-acct TO trm-key.
                READ TERM-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO deposit-on-file
                END-READ.
                IF deposit-on-file = 1
                   AND (trm-status = "A" OR trm-status = "H") THEN
                    MOVE "account already holds a deposit"
                        TO screen-note
                    PERFORM release_term_lock
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO term-record.
                MOVE in-acct TO trm-key.
                MOVE in-principal TO trm-principal.
                MOVE in-rate TO trm-rate.
                MOVE in-start TO trm-start-date.
                MOVE in-maturity TO trm-maturity.
                PERFORM find_term.
                PERFORM move_instruction_to_record.
                MOVE account-currency TO trm-currency.
                MOVE "A" TO trm-status.
                MOVE 0 TO trm-rolls.
                MOVE SPACES TO trm-last-matured.
                MOVE 0 TO trm-last-interest.
                MOVE operator-id TO trm-changed-by.
                MOVE pd-date TO trm-changed-on.
                IF deposit-on-file = 1 THEN
                    REWRITE term-record
                        INVALID KEY
                            MOVE "deposit rewrite failed"
                                TO screen-note
                    END-REWRITE
                ELSE
                    WRITE term-record
                        INVALID KEY
                            MOVE "deposit write failed" TO screen-note
                    END-WRITE
                END-IF.
                PERFORM release_term_lock.
                IF term-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "TERMA" TO audit-event.
                PERFORM audit_change.
                PERFORM show_deposit.
                MOVE in-acct TO key-tx.
                MOVE SPACES TO screen-note.
                STRING "deposit on " key-tx " added"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            change_deposit.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM validate_fields.
                IF fields-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_term_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> always against the deposit as it is on file now
                *> -- the maturity run may have rolled it since the
                *> look-up
                MOVE in-acct TO trm-key.
                READ TERM-FILE
                    INVALID KEY
                        MOVE "no deposit on that account"
                            TO screen-note
                        PERFORM release_term_lock
                        EXIT PARAGRAPH
                END-READ.
                IF trm-status NOT = "A" THEN
                    MOVE "only an active deposit can change"
                        TO screen-note
                    PERFORM release_term_lock
                    EXIT PARAGRAPH
                END-IF.
                PERFORM move_instruction_to_record.
                MOVE operator-id TO trm-changed-by.
                MOVE pd-date TO trm-changed-on.
                REWRITE term-record
                    INVALID KEY
                        MOVE "deposit rewrite failed" TO screen-note
                END-REWRITE.
                PERFORM release_term_lock.
                IF term-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "TERMC" TO audit-event.
                PERFORM audit_change.
                PERFORM show_deposit.
                MOVE in-acct TO key-tx.
                MOVE SPACES TO screen-note.
                STRING "deposit on " key-tx " changed"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            cancel_deposit.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM acquire_term_lock.
                IF lk-granted = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-acct TO trm-key.
                READ TERM-FILE
                    INVALID KEY
                        MOVE "no deposit on that account"
                            TO screen-note
                        PERFORM release_term_lock
                        EXIT PARAGRAPH
                END-READ.
                IF trm-status NOT = "A" THEN
                    MOVE "deposit is not active" TO screen-note
                    PERFORM release_term_lock
                    EXIT PARAGRAPH
                END-IF.
                MOVE "C" TO trm-status.
                MOVE operator-id TO trm-changed-by.
                MOVE pd-date TO trm-changed-on.
                REWRITE term-record
                    INVALID KEY
                        MOVE "deposit rewrite failed" TO screen-note
                END-REWRITE.
                PERFORM release_term_lock.
                IF term-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "TERMX" TO audit-event.
                PERFORM audit_change.
                PERFORM show_deposit.
                MOVE in-acct TO key-tx.
                MOVE SPACES TO screen-note.
                STRING "deposit on " key-tx " cancelled"
                    DELIMITED BY SIZE INTO screen-note.
                EXIT.

            move_instruction_to_record.
                MOVE in-instruction TO trm-instruction.
                IF in-instruction = "P" THEN
                    MOVE in-linked TO trm-linked-key
                ELSE
                    MOVE 0 TO trm-linked-key
                END-IF.
                EXIT.

            validate_fields.
                *> the account and the instruction -- what an add
                *> and a change both key; sets fields-ok, and the
                *> note saying what is wrong
                MOVE 0 TO fields-ok.
                MOVE FUNCTION UPPER-CASE(in-instruction)
                    TO in-instruction.
                IF have-master = 0 THEN
                    MOVE "ACCTMAST unavailable -- look up only"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-acct TO kc-key.
                PERFORM check_account_key.
                IF kc-ok = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mst-currency TO account-currency.
                MOVE mst-bal TO account-balance.
                IF in-instruction NOT = "R" AND in-instruction NOT = "P"
                   AND in-instruction NOT = "H" THEN
                    MOVE "at maturity must be R, P or H"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-instruction = "P" THEN
                    IF in-linked = in-acct THEN
                        MOVE "linked account must differ"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                    MOVE in-linked TO kc-key
                    PERFORM check_account_key
                    IF kc-ok = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                    IF mst-currency NOT = account-currency THEN
                        MOVE "linked account is in another currency"
                            TO screen-note
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE 1 TO fields-ok.
                EXIT.

            validate_contract.
                *> the principal, rate and dates -- keyed once, on
                *> the add
                MOVE 0 TO fields-ok.
                IF in-principal = 0 THEN
                    MOVE "principal must not be zero" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-rate = 0 THEN
                    MOVE "rate must not be zero" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                PERFORM sum_account_holds.
                COMPUTE available = account-balance - hold-total.
                IF in-principal > available THEN
                    MOVE "principal is more than the available balance"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-start TO check-date.
                PERFORM check_calendar_date.
                IF date-ok = 0 THEN
                    MOVE "start date is not a date" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-maturity TO check-date.
                PERFORM check_calendar_date.
                IF date-ok = 0 THEN
                    MOVE "maturity is not a date" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-maturity NOT > in-start THEN
                    MOVE "maturity must follow the start date"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-maturity NOT > pd-date THEN
                    MOVE "maturity must follow the business date"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO fields-ok.
                EXIT.

            find_term.
                *> whole months when the days of the month line up
                *> (a month-end maturity lines up with any later
                *> start day -- the 31st to the 30th of April);
                *> otherwise the count of days between the dates
                MOVE trm-start-date(1:4) TO start-year.
                MOVE trm-start-date(5:2) TO start-month.
                MOVE trm-start-date(7:2) TO start-day.
                MOVE trm-maturity(1:4) TO mature-year.
                MOVE trm-maturity(5:2) TO mature-month.
                MOVE trm-maturity(7:2) TO mature-day.
                MOVE FUNCTION NUMVAL(trm-start-date) TO work-date.
                COMPUTE start-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                MOVE FUNCTION NUMVAL(trm-maturity) TO work-date.
                COMPUTE mature-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                COMPUTE trm-term-days = mature-integer - start-integer.
                MOVE 0 TO trm-term-months.
                MOVE start-day TO trm-anchor-day.
                MOVE trm-maturity TO check-date.
                PERFORM check_calendar_date.
                IF start-day = mature-day
                   OR (start-day > mature-day
                       AND mature-day = month-days) THEN
                    COMPUTE term-months =
                        (mature-year - start-year) * 12
                        + mature-month - start-month
                    IF term-months > 0 AND term-months < 1000 THEN
                        MOVE term-months TO trm-term-months
                    END-IF
                END-IF.
                EXIT.

            check_account_key.
                *> kc-key in; kc-ok 0 with the note set when the key
                *> fails its check digit, is not on the master or is
                *> closed -- the master record is left read
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "account key check digit invalid - rekey"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE kc-key TO mst-key.
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 0 TO kc-ok
                        MOVE "account is not on the master"
                            TO screen-note
                        EXIT PARAGRAPH
                END-READ.
                IF mst-status = "C" THEN
                    MOVE 0 TO kc-ok
                    MOVE "account is closed" TO screen-note
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
                *> every active hold on the deposit account
                MOVE 0 TO hold-total.
                IF have-holds = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-acct TO hld-acct.
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
                            IF hld-acct NOT = in-acct THEN
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

            check_calendar_date.
                *> check-date in; date-ok, and month-days for its
                *> month
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

            acquire_term_lock.
                *> term_mature holds ACCTTERM while it matures the
                *> deposits; a change keyed then waits
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "maturity run in progress -- try again"
                        TO screen-note
                END-IF.
                EXIT.

            release_term_lock.
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
