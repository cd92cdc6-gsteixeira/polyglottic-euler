        *> Balance-confirmation response entry.  The replies to the
        *> confirmations conf_sample sent come back on paper; this
        *> screen signs an operator on (common/op_signon.cob) and
        *> records each one against the CONFREG register entry --
        *> keyed by the as-of date and account printed on the
        *> request -- as
        *>   A = agreed      the customer confirms the balance
        *>   D = disputed    the customer's own figure is keyed, with
        *>                   a sign of "-" for an overdrawn figure
        *>   N = no reply    the chase is given up
        *> The entry on file is shown once looked up, so the operator
        *> sees the balance that was asked about before answering.
        *> A VIEW operator may look entries up but not record them.
        *> Each recorded reply keeps the operator and date on the
        *> register and lands on RUNAUDIT with the operator's id.
        *> An account key that fails its check digit is refused
        *> (common/key_check.cob).
        *> Actions: L = look up, R = record the reply, Q = quit.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT REGISTER-FILE ASSIGN TO "CONFREG"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS cfr-key
                        FILE STATUS IS register-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REGISTER-FILE.
                *> the conf_sample register shape
                01 register-record.
                    02 cfr-key.
                        03 cfr-asof    PIC X(8).
                        03 cfr-acct    PIC S9(9).
                    02 cfr-stratum     PIC X(4).
                    02 cfr-currency    PIC X(3).
                    02 cfr-balance     PIC S9(7)V99.
                    02 cfr-sent        PIC X(8).
                    02 cfr-status      PIC X.
                    02 cfr-cust-amount PIC S9(7)V99.
                    02 cfr-replied     PIC X(8).
                    02 cfr-operator    PIC X(8).
                WORKING-STORAGE SECTION.
                    01 register-file-status PIC XX.
                    *> what the operator keys
                    01 in-asof           PIC X(8) VALUE SPACES.
                    01 in-acct           PIC 9(9) VALUE ZEROS.
                    01 in-reply          PIC X VALUE SPACE.
                    01 in-sign           PIC X VALUE SPACE.
                    01 in-amount         PIC 9(7)V99 VALUE ZEROS.
                    01 cf-action         PIC X VALUE "L".
                    *> the entry looked up
                    01 entry-loaded      PIC 9 VALUE 0.
                    01 entry-line        PIC X(78) VALUE SPACES.
                    01 reply-line        PIC X(78) VALUE SPACES.
                    01 screen-note       PIC X(60) VALUE SPACES.
                    01 key-tx            PIC +9(9).
                    01 bal-tx            PIC +9(7).99.
                    01 cust-tx           PIC +9(7).99.
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-responding VALUE 0.
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
                    01 lk-name           PIC X(8) VALUE "CONFREG".
                    01 lk-mode           PIC X VALUE "E".
                    01 lk-granted        PIC 9.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op             PIC X(3) VALUE "CHK".
                    01 kc-key            PIC S9(9).
                    01 kc-ok             PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "CONFRESP".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== CONFIRMATION REPLIES SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 respond-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== BALANCE CONFIRMATION REPLIES =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 4 COL 1 VALUE "AS-OF DATE (YYYYMMDD):".
                    05 LINE 4 COL 24 PIC X(8) USING in-asof.
                    05 LINE 5 COL 1 VALUE "ACCOUNT:".
                    05 LINE 5 COL 24 PIC 9(9) USING in-acct.
                    05 LINE 7 COL 1 PIC X(78) FROM entry-line.
                    05 LINE 8 COL 1 PIC X(78) FROM reply-line.
                    05 LINE 10 COL 1
                       VALUE "REPLY (A=AGREED D=DISPUTED N=NO REPLY):".
                    05 LINE 10 COL 41 PIC X USING in-reply.
                    05 LINE 11 COL 1 VALUE "CUSTOMER AMOUNT (D only):".
                    05 LINE 11 COL 27 PIC X USING in-sign.
                    05 LINE 11 COL 28 PIC 9(7).99 USING in-amount.
                    05 LINE 13 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 15 COL 1
                       VALUE "ACTION (L=LOOK UP R=RECORD Q=QUIT):".
                    05 LINE 15 COL 37 PIC X USING cf-action.
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
                OPEN I-O REGISTER-FILE.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "CONF RESPOND: unable to open CONFREG, "
                            "status " register-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL done-responding
                    ACCEPT respond-screen
                    EVALUATE FUNCTION UPPER-CASE(cf-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "L"
                            PERFORM look_up_entry
                        WHEN "R"
                            PERFORM record_reply
                        WHEN OTHER
                            MOVE "key L, R or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        DISPLAY respond-screen
                    END-IF
                END-PERFORM.
                CLOSE REGISTER-FILE.
                DISPLAY SPACE.
                DISPLAY "CONF RESPOND: goodbye".
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
                    DISPLAY "CONF RESPOND: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            look_up_entry.
                MOVE 0 TO entry-loaded.
                MOVE SPACES TO entry-line.
                MOVE SPACES TO reply-line.
                MOVE in-acct TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "account key check digit invalid - rekey"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-asof TO cfr-asof.
                MOVE in-acct TO cfr-acct.
                READ REGISTER-FILE
                    INVALID KEY
                        MOVE "no confirmation on file for that date"
                            TO screen-note
                        EXIT PARAGRAPH
                END-READ.
                MOVE 1 TO entry-loaded.
                MOVE cfr-acct TO key-tx.
                MOVE cfr-balance TO bal-tx.
                STRING "key " key-tx " " cfr-stratum
                       " asked " bal-tx " " cfr-currency
                       " sent " cfr-sent
                    DELIMITED BY SIZE INTO entry-line.
                EVALUATE cfr-status
                    WHEN "S"
                        MOVE "awaiting a reply" TO reply-line
                    WHEN "A"
                        STRING "AGREED on " cfr-replied
                               " by " cfr-operator
                            DELIMITED BY SIZE INTO reply-line
                    WHEN "D"
                        MOVE cfr-cust-amount TO cust-tx
                        STRING "DISPUTED at " cust-tx
                               " on " cfr-replied
                               " by " cfr-operator
                            DELIMITED BY SIZE INTO reply-line
                    WHEN "N"
                        STRING "NO REPLY recorded on " cfr-replied
                               " by " cfr-operator
                            DELIMITED BY SIZE INTO reply-line
                    WHEN OTHER
                        MOVE "status unknown" TO reply-line
                END-EVALUATE.
                MOVE SPACES TO screen-note.
                EXIT.

            record_reply.
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                *> always against the entry as it is on file now
                PERFORM look_up_entry.
                IF entry-loaded = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(in-reply) TO in-reply.
                IF in-reply NOT = "A" AND in-reply NOT = "D"
                   AND in-reply NOT = "N" THEN
                    MOVE "key the reply as A, D or N" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF in-sign NOT = SPACE AND in-sign NOT = "+"
                   AND in-sign NOT = "-" THEN
                    MOVE "sign must be blank, + or -" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                *> conf_sample enters a new sample with the register
                *> held; a reply keyed then waits
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "sample being drawn -- try again"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE in-reply TO cfr-status.
                IF in-reply = "D" THEN
                    IF in-sign = "-" THEN
                        COMPUTE cfr-cust-amount = 0 - in-amount
                    ELSE
                        MOVE in-amount TO cfr-cust-amount
                    END-IF
                ELSE
                    MOVE 0 TO cfr-cust-amount
                END-IF.
                MOVE pd-date TO cfr-replied.
                MOVE operator-id TO cfr-operator.
                REWRITE register-record
                    INVALID KEY
                        MOVE "register entry changed -- look it up"
                            TO screen-note
                END-REWRITE.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF register-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the reply is attributable
                MOVE "CONFR" TO audit-event.
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                PERFORM look_up_entry.
                MOVE SPACES TO screen-note.
                STRING "reply " in-reply " recorded for " key-tx
                    DELIMITED BY SIZE INTO screen-note.
                MOVE SPACE TO in-reply.
                MOVE SPACE TO in-sign.
                MOVE 0 TO in-amount.
                EXIT.
        END PROGRAM Main.
