        *> account number, see its balance, status and dates, and
        *> page through the neighboring keys in order -- until the
        *> operator quits.
        *> A key that fails its check digit (common/key_check.cob)
        *> is refused on the screen rather than answered with the
        *> neighbour a mistyped digit happens to land next to.
        *> Actions on the screen: L = look the key up, N = page
        *> forward through the neighbors, P = page back, Q = quit --
        *> the same action set btree_inquiry trained the operators
        *> on.
        *> A key no longer on the master is looked for on the
        *> ACCTARCH archive acct_purge moves old closed accounts
        *> to: the final image shows, with the closing and purge
        *> dates on the note line.
        *> The operator signs on first (common/op_signon.cob --
        *> VIEW is enough, an id not on OPERAUTH is refused), and
        *> every answer shown -- the key looked up and each page of
        *> neighbouring balances -- is written to the READLOG
        *> read-access log through common/access_log.cob under that
        *> operator's id.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
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
                *> the acct_purge archive record -- see
                *> acct_purge.cob's ARCHIVE-FILE
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
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 archive-file-status PIC XX.
                    01 master-eof        PIC 9 VALUE 0.
                    *> the keys in order, for the neighbor paging
                    01 key-count         PIC 9(6) VALUE ZEROS.
                    01 key-table.
                        02 key-entry OCCURS 9999 TIMES.
                            03 kt-key    PIC S9(9).
                            03 kt-bal    PIC S9(7)V99.
                            03 kt-sta    PIC X.
                            03 kt-open   PIC X(8).
                            03 kt-act    PIC X(14).
                            03 kt-odl    PIC 9(7)V99.
                            03 kt-ccy    PIC X(3).
                    *> inquiry state
                    01 inq-key           PIC S9(9) VALUE ZEROS.
                    01 inq-bal           PIC S9(7)V99 VALUE ZEROS.
                    01 inq-status        PIC X VALUE SPACE.
                    01 inq-open-date     PIC X(8) VALUE SPACES.
                    01 inq-activity      PIC X(14) VALUE SPACES.
                    01 inq-od-limit      PIC 9(7)V99 VALUE ZEROS.
                    01 inq-currency      PIC X(3) VALUE SPACES.
                    01 inq-action        PIC X VALUE "L".
                    01 inq-note          PIC X(40) VALUE SPACES.
                    01 page-start        PIC 9(6) VALUE 1.
                    01 page-size         CONSTANT AS 8.
                    01 page-lines.
                    01 row-idx           PIC 9(6).
                    01 nearest-idx       PIC 9(6).
                    01 page-key-tx       PIC +9(9).
                    01 page-bal-tx       PIC +9(7).99.
                    01 keep-going        PIC 9 VALUE 1.
                        88 done-inquiring VALUE 0.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op             PIC X(3) VALUE "CHK".
                    01 kc-key            PIC S9(9).
                    01 kc-ok             PIC 9.
                    *> operator sign-on -- see common/op_signon.cob
                    01 operator-id       PIC X(8) VALUE SPACES.
                    01 operator-level    PIC X(6).
                    01 os-found          PIC 9.
                    *> read-access log -- see common/access_log.cob
                    01 al-key-from       PIC X(18).
                    01 al-key-to         PIC X(18).
                    01 al-acct-key       PIC 9(9).
                    01 last-row          PIC 9(6).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "ACINQUIR".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                SCREEN SECTION.
                01 signon-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1
                       VALUE "===== ACCOUNT INQUIRY SIGN-ON =====".
                    05 LINE 3 COL 1 VALUE "OPERATOR ID:".
                    05 LINE 3 COL 14 PIC X(8) USING operator-id.
                01 inquiry-screen.
                    05 BLANK SCREEN.
                    05 LINE 1 COL 1 VALUE "===== ACCOUNT INQUIRY =====".
                    05 LINE 1 COL 30 VALUE "OPERATOR:".
                    05 LINE 1 COL 40 PIC X(8) FROM operator-id.
                    05 LINE 3 COL 1 VALUE "ACCOUNT..:".
                    05 LINE 3 COL 12 PIC S9(9) USING inq-key.
                    05 LINE 4 COL 1 VALUE "BALANCE..:".
                    05 LINE 4 COL 12 PIC +9(7).99 FROM inq-bal.
                    05 LINE 4 COL 24 VALUE "STATUS:".
                    05 LINE 4 COL 32 PIC X FROM inq-status.
                    05 LINE 5 COL 1 VALUE "OPENED...:".
                    05 LINE 5 COL 12 PIC X(8) FROM inq-open-date.
                    05 LINE 5 COL 24 VALUE "LAST ACT:".
                    05 LINE 5 COL 34 PIC X(14) FROM inq-activity.
                    05 LINE 6 COL 1 VALUE "OD LIMIT.:".
                    05 LINE 6 COL 12 PIC 9(7).99 FROM inq-od-limit.
                    05 LINE 6 COL 24 VALUE "CURRENCY:".
                    05 LINE 6 COL 34 PIC X(3) FROM inq-currency.
                    05 LINE 7 COL 1 VALUE "NEIGHBORING KEYS (IN ORDER):".
                    05 LINE 8 COL 3 PIC X(32) FROM page-line(1).
                    05 LINE 9 COL 3 PIC X(32) FROM page-line(2).
                    05 LINE 17 COL 1
                       VALUE "ACTION (L=LOOKUP N=NEXT P=PREV Q=QUIT):".
                    05 LINE 17 COL 42 PIC X USING inq-action.
                    05 LINE 19 COL 1 PIC X(40) FROM inq-note.
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
                PERFORM load_key_table.
                IF key-count = 0 THEN
                    DISPLAY "ACCT INQUIRY: ACCTMAST is empty or "
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
                    DISPLAY "ACCT INQUIRY: operator '" operator-id
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
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                            MOVE mst-open-date TO kt-open(key-count)
                            MOVE mst-last-activity
                                TO kt-act(key-count)
                            MOVE mst-od-limit TO kt-odl(key-count)
                            MOVE mst-currency TO kt-ccy(key-count)
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                MOVE SPACE TO inq-status.
                MOVE SPACES TO inq-open-date.
                MOVE SPACES TO inq-activity.
                MOVE 0 TO inq-od-limit.
                MOVE SPACES TO inq-currency.
                MOVE SPACES TO inq-note.
                MOVE inq-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "KEY CHECK DIGIT INVALID - REKEY" TO inq-note
                    EXIT PARAGRAPH
                END-IF.
                *> center the neighbor page on the key asked about --
                *> the last table slot at or before it, so the page
                *> shows a few keys either side of the answer
                    MOVE kt-sta(nearest-idx) TO inq-status
                    MOVE kt-open(nearest-idx) TO inq-open-date
                    MOVE kt-act(nearest-idx) TO inq-activity
                    MOVE kt-odl(nearest-idx) TO inq-od-limit
                    MOVE kt-ccy(nearest-idx) TO inq-currency
                ELSE
                    PERFORM lookup_archive
                END-IF.
                *> the key asked about is logged whether or not it
                *> was found -- the question is the access
                MOVE inq-key TO al-acct-key.
                MOVE al-acct-key TO al-key-from.
                MOVE SPACES TO al-key-to.
                CALL "access_log" USING operator-id, audit-name,
                                         al-key-from, al-key-to.
                IF nearest-idx > 3 THEN
                    COMPUTE page-start = nearest-idx - 3
                ELSE
                END-IF.
                EXIT.

            lookup_archive.
                *> off the master -- purged to the archive, if
                *> anywhere.  The page still shows the live keys
                *> either side of where it stood.
                OPEN INPUT ARCHIVE-FILE.
                IF archive-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE inq-key TO arc-key.
                READ ARCHIVE-FILE.
                IF archive-file-status = "00" THEN
                    MOVE arc-bal TO inq-bal
                    MOVE arc-status TO inq-status
                    MOVE arc-open-date TO inq-open-date
                    MOVE arc-last-activity TO inq-activity
                    MOVE arc-od-limit TO inq-od-limit
                    MOVE arc-currency TO inq-currency
                    STRING "ARCHIVE CLOSED " arc-closed-date
                           " PURGED " arc-purged-date
                        DELIMITED BY SIZE INTO inq-note
                END-IF.
                CLOSE ARCHIVE-FILE.
                EXIT.

            page_forward.
                IF page-start + page-size <= key-count THEN
                    ADD page-size TO page-start
                               page-bal-tx " " kt-sta(row-idx)
                            DELIMITED BY SIZE
                            INTO page-line(line-no)
                        MOVE row-idx TO last-row
                    END-IF
                END-PERFORM.
                *> the page shows balances too -- log the first and
                *> last key on it as the range viewed
                IF page-start <= key-count THEN
                    MOVE kt-key(page-start) TO al-acct-key
                    MOVE al-acct-key TO al-key-from
                    MOVE kt-key(last-row) TO al-acct-key
                    MOVE al-acct-key TO al-key-to
                    CALL "access_log" USING operator-id, audit-name,
                                             al-key-from, al-key-to
                END-IF.
                EXIT.
        END PROGRAM Main.
