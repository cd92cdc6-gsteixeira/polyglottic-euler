        *> Dual-control approval screen -- the second pair of eyes
        *> master_update's parking asks for.  A posting above the
        *> PARMLIB approval limit, or anything against a frozen
        *> account, sits on ACCTPEND instead of posting; this screen
        *> signs an operator on (common/op_signon.cob), pages
        *> through the parked items nobody has decided yet, and lets
        *> the operator approve or decline each one.  The operator
        *> who submitted an item's batch may look but not decide it,
        *> and a VIEW operator may only look.
        *> Each decision lands on ACCTAPRV -- item id, A or D,
        *> operator and timestamp -- and on RUNAUDIT with the
        *> operator's id; the next master_update posts the approved
        *> items, lists the declined ones and clears both away.
        *> Actions: A = approve the LINE keyed, D = decline it,
        *> N = next page, P = previous page, Q = quit.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT PENDING-FILE ASSIGN TO "ACCTPEND"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pending-file-status.
                    SELECT DECISION-FILE ASSIGN TO "ACCTAPRV"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS decision-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD PENDING-FILE.
                *> the master_update parked-item shape
                01 pending-record.
                    02 pnd-item.
                        03 pnd-batch   PIC X(8).
                        03 pnd-parked  PIC X(8).
                        03 pnd-seq     PIC 9(8).
                    02 FILLER          PIC X.
                    02 pnd-submitter   PIC X(8).
                    02 FILLER          PIC X.
                    02 pnd-reason      PIC X(30).
                    02 FILLER          PIC X.
                    02 pnd-op          PIC X.
                    02 pnd-key         PIC S9(9).
                    02 pnd-amount      PIC S9(7)V99.
                    02 pnd-detail      PIC X(24).
                    02 pnd-currency    PIC X(3).
                FD DECISION-FILE.
                01 decision-record.
                    02 dcs-item        PIC X(24).
                    02 FILLER          PIC X.
                    02 dcs-decision    PIC X.
                    02 FILLER          PIC X.
                    02 dcs-operator    PIC X(8).
                    02 FILLER          PIC X.
                    02 dcs-timestamp   PIC X(14).
                WORKING-STORAGE SECTION.
                    01 pending-file-status  PIC XX.
                    01 decision-file-status PIC XX.
                    01 pending-eof       PIC 9.
                    01 decision-eof      PIC 9.
                    01 datetime          PIC X(21).
                    *> the undecided parked items
                    01 open-count        PIC 9(4) VALUE ZEROS.
                    01 open-table.
                        02 open-entry OCCURS 500 TIMES.
                            03 op-item      PIC X(24).
                            03 op-submitter PIC X(8).
                            03 op-reason    PIC X(30).
                            03 op-op        PIC X.
                            03 op-key       PIC S9(9).
                            03 op-amount    PIC S9(7)V99.
                            03 op-currency  PIC X(3).
                            03 op-decided   PIC X.
                    *> the decisions already on file
                    01 decided-count     PIC 9(4) VALUE ZEROS.
                    01 decided-table.
                        02 decided-entry OCCURS 2000 TIMES.
                            03 dd-item   PIC X(24).
                    01 i                 PIC 9(4).
                    01 matched           PIC 9.
                    *> screen state
                    01 page-start        PIC 9(4) VALUE 1.
                    01 page-size         CONSTANT AS 8.
                    01 page-lines.
                        02 page-line OCCURS 8 TIMES PIC X(78).
                    01 line-no           PIC 9.
                    01 row-idx           PIC 9(4).
                    01 pick-idx          PIC 9(4).
                    01 pick-line         PIC 9 VALUE 0.
                    01 apv-action        PIC X VALUE "N".
                    01 screen-note       PIC X(60) VALUE SPACES.
                    01 key-tx            PIC +9(9).
                    01 amount-tx         PIC +9(7).99.
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-approving VALUE 0.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id       PIC X(8) VALUE SPACES.
                    01 operator-level    PIC X(6).
                    01 os-found          PIC 9.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8).
                    01 lk-mode           PIC X.
                    01 lk-granted        PIC 9.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "ACAPPROV".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== POSTING APPROVAL SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 approve-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== PARKED POSTINGS -- APPROVE =====".
                    05 LINE 2 COL 1 VALUE "OPERATOR:".
                    05 LINE 2 COL 11 PIC X(8) FROM operator-id.
                    05 LINE 2 COL 21 PIC X(6) FROM operator-level.
                    05 LINE 4 COL 1 PIC X(78) FROM page-line(1).
                    05 LINE 5 COL 1 PIC X(78) FROM page-line(2).
                    05 LINE 6 COL 1 PIC X(78) FROM page-line(3).
                    05 LINE 7 COL 1 PIC X(78) FROM page-line(4).
                    05 LINE 8 COL 1 PIC X(78) FROM page-line(5).
                    05 LINE 9 COL 1 PIC X(78) FROM page-line(6).
                    05 LINE 10 COL 1 PIC X(78) FROM page-line(7).
                    05 LINE 11 COL 1 PIC X(78) FROM page-line(8).
                    05 LINE 13 COL 1 VALUE "LINE:".
                    05 LINE 13 COL 7 PIC 9 USING pick-line.
                    05 LINE 14 COL 1 PIC X(60) FROM screen-note.
                    05 LINE 16 COL 1
                       VALUE "ACTION (A=APPROVE D=DECLINE N P Q):".
                    05 LINE 16 COL 37 PIC X USING apv-action.
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
                PERFORM load_decisions.
                PERFORM load_open_items.
                IF open-count = 0 THEN
                    DISPLAY "ACCT APPROVE: nothing parked to decide"
                    MOVE "END" TO audit-event
                    MOVE "COMPLETE" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 0 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM build_page_lines.
                PERFORM UNTIL done-approving
                    ACCEPT approve-screen
                    EVALUATE FUNCTION UPPER-CASE(apv-action)
                        WHEN "Q"
                            MOVE 0 TO keep-going
                        WHEN "N"
                            PERFORM page_forward
                        WHEN "P"
                            PERFORM page_back
                        WHEN "A"
                            PERFORM decide_one
                        WHEN "D"
                            PERFORM decide_one
                        WHEN OTHER
                            MOVE "key A, D, N, P or Q" TO screen-note
                    END-EVALUATE
                    IF keep-going = 1 THEN
                        PERFORM build_page_lines
                        DISPLAY approve-screen
                    END-IF
                END-PERFORM.
                DISPLAY SPACE.
                DISPLAY "ACCT APPROVE: goodbye".
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
                    DISPLAY "ACCT APPROVE: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            load_decisions.
                OPEN INPUT DECISION-FILE.
                IF decision-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO decision-eof.
                PERFORM UNTIL decision-eof = 1
                    READ DECISION-FILE
                        AT END
                            MOVE 1 TO decision-eof
                        NOT AT END
                            IF decided-count < 2000 THEN
                                ADD 1 TO decided-count
                                MOVE dcs-item
                                    TO dd-item(decided-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE DECISION-FILE.
                EXIT.

            load_open_items.
                OPEN INPUT PENDING-FILE.
                IF pending-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO pending-eof.
                PERFORM UNTIL pending-eof = 1
                    READ PENDING-FILE
                        AT END
                            MOVE 1 TO pending-eof
                        NOT AT END
                            PERFORM take_if_undecided
                    END-READ
                END-PERFORM.
                CLOSE PENDING-FILE.
                EXIT.

            take_if_undecided.
                MOVE 0 TO matched.
                PERFORM VARYING i FROM 1 BY 1
                        UNTIL i > decided-count OR matched = 1
                    IF dd-item(i) = pnd-item THEN
                        MOVE 1 TO matched
                    END-IF
                END-PERFORM.
                IF matched = 1 OR open-count >= 500 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO open-count.
                MOVE pnd-item TO op-item(open-count).
                MOVE pnd-submitter TO op-submitter(open-count).
                MOVE pnd-reason TO op-reason(open-count).
                MOVE pnd-op TO op-op(open-count).
                MOVE pnd-key TO op-key(open-count).
                MOVE pnd-amount TO op-amount(open-count).
                MOVE pnd-currency TO op-currency(open-count).
                MOVE SPACE TO op-decided(open-count).
                EXIT.

            decide_one.
                MOVE FUNCTION UPPER-CASE(apv-action) TO apv-action.
                IF pick-line < 1 OR pick-line > page-size THEN
                    MOVE "key the LINE (1-8) to decide" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE pick-idx = pick-line + page-start - 1.
                IF pick-idx > open-count
                   OR op-decided(pick-idx) NOT = SPACE THEN
                    MOVE "no open item on that line" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                *> dual control: a viewer cannot decide, and nobody
                *> decides the batch they submitted themselves
                IF operator-level NOT = "CHANGE" THEN
                    MOVE "VIEW operators may only look" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                IF op-submitter(pick-idx) = operator-id THEN
                    MOVE "you submitted this batch -- not yours"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                *> master_update holds ACCTAPRV while it posts the
                *> decisions; a decision keyed then waits
                MOVE "ACQ" TO lk-op.
                MOVE "ACCTAPRV" TO lk-name.
                MOVE "E" TO lk-mode.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "posting run in progress -- try again"
                        TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND DECISION-FILE.
                IF decision-file-status NOT = "00" THEN
                    OPEN OUTPUT DECISION-FILE
                END-IF.
                IF decision-file-status NOT = "00" THEN
                    PERFORM release_decision_lock
                    MOVE "unable to write ACCTAPRV" TO screen-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO decision-record.
                MOVE op-item(pick-idx) TO dcs-item.
                MOVE apv-action TO dcs-decision.
                MOVE operator-id TO dcs-operator.
                MOVE datetime(1:14) TO dcs-timestamp.
                WRITE decision-record.
                CLOSE DECISION-FILE.
                PERFORM release_decision_lock.
                *> the decision is attributable
                IF apv-action = "A" THEN
                    MOVE "APPRV" TO audit-event
                ELSE
                    MOVE "DECLN" TO audit-event
                END-IF.
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE apv-action TO op-decided(pick-idx).
                MOVE SPACES TO screen-note.
                IF apv-action = "A" THEN
                    STRING "approved " op-item(pick-idx)(1:8) "/"
                           op-item(pick-idx)(17:8)
                        DELIMITED BY SIZE INTO screen-note
                ELSE
                    STRING "declined " op-item(pick-idx)(1:8) "/"
                           op-item(pick-idx)(17:8)
                        DELIMITED BY SIZE INTO screen-note
                END-IF.
                MOVE 0 TO pick-line.
                EXIT.

            release_decision_lock.
                MOVE "REL" TO lk-op.
                MOVE "ACCTAPRV" TO lk-name.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                EXIT.

            page_forward.
                IF page-start + page-size <= open-count THEN
                    ADD page-size TO page-start
                END-IF.
                EXIT.

            page_back.
                IF page-start > page-size THEN
                    SUBTRACT page-size FROM page-start
                ELSE
                    MOVE 1 TO page-start
                END-IF.
                EXIT.

            build_page_lines.
                PERFORM VARYING line-no FROM 1 BY 1
                                UNTIL line-no > page-size
                    MOVE SPACES TO page-line(line-no)
                    COMPUTE row-idx = page-start + line-no - 1
                    IF row-idx <= open-count THEN
                        PERFORM build_one_line
                    END-IF
                END-PERFORM.
                EXIT.

            build_one_line.
                MOVE op-key(row-idx) TO key-tx.
                MOVE op-amount(row-idx) TO amount-tx.
                IF op-decided(row-idx) = SPACE THEN
                    STRING line-no ". "
                           op-item(row-idx)(1:8) "/"
                           op-item(row-idx)(17:8) " "
                           op-op(row-idx) " " key-tx " "
                           amount-tx " " op-currency(row-idx) " "
                           op-submitter(row-idx) " "
                           op-reason(row-idx)(1:20)
                        DELIMITED BY SIZE
                        INTO page-line(line-no)
                ELSE
                    STRING line-no ". "
                           op-item(row-idx)(1:8) "/"
                           op-item(row-idx)(17:8) " "
                           op-op(row-idx) " " key-tx " "
                           amount-tx " -- decided "
                           op-decided(row-idx)
                        DELIMITED BY SIZE
                        INTO page-line(line-no)
                END-IF.
                EXIT.
        END PROGRAM Main.
