        *> up by payload value (the key field holds the payload;
        *> answers off the BTREEPIX secondary through
        *> btree_paylookup), Q = quit.
        *> The operator signs on first (common/op_signon.cob --
        *> VIEW is enough, an id not on OPERAUTH is refused), and
        *> every lookup and every page of neighbouring keys shown
        *> goes on the READLOG read-access log through
        *> common/access_log.cob, keyed tree name then value.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    *> payload lookup -- see btree_paylookup
                    01 pay-hits          PIC 9(6) VALUE ZEROS.
                    01 pay-first         PIC 9(9) VALUE ZEROS.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id       PIC X(8) VALUE SPACES.
                    01 operator-level    PIC X(6).
                    01 os-found          PIC 9.
                    *> read-access log -- see common/access_log.cob
                    01 al-key-from       PIC X(18).
                    01 al-key-to         PIC X(18).
                    01 al-tree-key.
                        02 atk-tree      PIC X(8).
                        02 atk-value     PIC 9(9).
                    01 last-row          PIC 9(6).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "BTINQUIR".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== BTREE INQUIRY SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 inquiry-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1 VALUE "===== BTREE INQUIRY =====".
                    05 LINE 1 COL 30 VALUE "OPERATOR:".
                    05 LINE 1 COL 40 PIC X(8) FROM operator-id.
                    05 LINE 3 COL 1 VALUE "KEY......:".
                    05 LINE 3 COL 12 PIC 9(9) USING inq-key.
                    05 LINE 4 COL 1 VALUE "COUNT....:".
                    05 LINE 16 COL 44 PIC X USING inq-action.
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
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
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
                    DISPLAY "BTREE INQUIRY: operator '" operator-id
                            "' is not on OPERAUTH -- refused"
                    MOVE "END" TO audit-event
                    MOVE "REFUSED" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "WHO" TO audit-event.
                MOVE operator-id TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                EXIT.

            load_key_table.
                OPEN INPUT BTREE-FILE.
                IF btree-file-status NOT = "00" THEN
                IF kt-value(nearest-idx) = inq-key THEN
                    MOVE kt-payload(nearest-idx) TO inq-payload
                END-IF.
                PERFORM log_inq_key.
                IF nearest-idx > 3 THEN
                    COMPUTE page-start = nearest-idx - 3
                ELSE
                *> secondary instead of a full traversal
                CALL 'btree_paylookup' USING inq-key, inq-key,
                                              pay-hits, pay-first.
                PERFORM log_inq_key.
                EXIT.

            log_inq_key.
                MOVE ts-name TO atk-tree.
                MOVE inq-key TO atk-value.
                MOVE al-tree-key TO al-key-from.
                MOVE SPACES TO al-key-to.
                CALL "access_log" USING operator-id, audit-name,
                                         al-key-from, al-key-to.
                EXIT.

            page_forward.
                               kt-quantity(row-idx)
                            DELIMITED BY SIZE
                            INTO page-line(line-no)
                        MOVE row-idx TO last-row
                    END-IF
                END-PERFORM.
                *> the first and last key on the page, as the range
                *> viewed
                IF page-start <= key-count THEN
                    MOVE ts-name TO atk-tree
                    MOVE kt-value(page-start) TO atk-value
                    MOVE al-tree-key TO al-key-from
                    MOVE kt-value(last-row) TO atk-value
                    MOVE al-tree-key TO al-key-to
                    CALL "access_log" USING operator-id, audit-name,
                                             al-key-from, al-key-to
                END-IF.
                EXIT.
        END PROGRAM Main.
