        *> Every answered request also lands on the INQACCT
        *> accounting dataset -- timestamp, requester, function,
        *> compute consumed -- which inquiry_account rolls up into
        *> the per-department daily report.  The line also carries
        *> when the request arrived, how long it took from arrival
        *> to answer (hundredths) and its request id, for the
        *> inquiry_sla response-time report.  A request line may
        *> end with the yyyymmddhhmmss it was dropped in; one
        *> without arrives when the service first picked it up --
        *> the start of the poll that found it, or of the run.
        *> Function codes:
        *>   COLL = collatz chain length and peak  (keyed READ off
        *>          the COLLMST master through collatz_lookup,
        *>          the FIBMST master through fib_lookup, the
        *>          canonical-seed walk only on a miss)
        *>   NARC = is the operand narcissistic    (is_narcisistic)
        *>   ACCT = keyed read against ACCTMAST -- balance, status
        *>          and currency for the operand account key (ERR
        *>          when the key fails its check digit, see
        *>          common/key_check.cob); a key purged off the
        *>          master answers from the ACCTARCH archive,
        *>          marked archived, with its closing date
        *>   ACRG = account range: operand = low(9)high(9), answers
        *>          the count of accounts and the balance sum
        *>          between the two keys, in account units -- marked
        *>          MIXED CCY when the range spans currencies
        *>   BTRE = btree_lookup against the tree loaded once from
        *>          BTREEDAT -- the operand key's occurrence count
        *>   BTRG = btree range: operand = low(9)high(9), answers
        *>   BTPY = lookup by payload value off the BTREEPIX
        *>          secondary (btree_paylookup) -- how many keys
        *>          carry the operand payload, and the first one
        *>   PHIN = Euler's totient of the operand
        *>   DIVC = how many divisors the operand has
        *>   DIVS = the sum of the operand's divisors
        *>   MOBI = the operand's Mobius value (-1, 0 or 1)
        *>          -- all four a keyed READ off the ARITHMST master
        *>          through arith_lookup, arith_funcs' trial
        *>          division only on a miss; nine-digit operands
        *> The store questions other departments actually email
        *> about now come through the same door as the number
        *> theory.
        *> Every ACCT and ACRG request that gets as far as the
        *> master is written to the READLOG read-access log
        *> (common/access_log.cob) under the request's requester id
        *> -- UNKNOWN when the line carried none.
        *> Not every requester may ask everything.  The INQENTL
        *> entitlement table grants a requester id function codes,
        *> one grant per line:
        *>     REQUESTR FUNC [LOWKEY-9 HIGHKEY-9]
        *> FUNC "*" grants every function code; the key range,
        *> when given, limits an ACCT or ACRG grant to the account
        *> keys between the two (an ACRG range must lie wholly
        *> inside it) and is ignored for the other functions.  Only
        *> a range left wholly blank means every key: a grant with
        *> one key of the two, a key that is not nine digits, or a
        *> low key above the high is not taken at all, and is shown
        *> on SYSOUT (once, and again whenever the count of such
        *> grants changes) for the table to be corrected.  A
        *> requester may carry as many grants as it needs.  Every
        *> request is checked before it is dispatched; one with no
        *> grant is answered status NAU, "not authorized", and no
        *> data.  The table is read at the start of the run, and
        *> again on every poll in SERVE mode so a grant takes
        *> effect without a restart.  With no INQENTL on file
        *> nothing is granted -- every request is refused and a
        *> FATL raised -- since the account answers must not leave
        *> the building on a missing file.
        *> The INQACCT line ends with the answer status (OK, ERR or
        *> NAU) and, for a refusal, why: UNKN = the requester id is
        *> not in the table at all, FUNC = the function is not
        *> granted to it, KEYS = the account keys lie outside its
        *> grants, NTBL = no table.  inquiry_refusal summarises the
        *> refusals for the security officer.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT ACCT-LOG ASSIGN TO "INQACCT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS acct-log-status.
                    SELECT ENTL-FILE ASSIGN TO "INQENTL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS entl-file-status.
                    *> DYNAMIC: ACCT reads by key, ACRG walks a key
                    *> range with START/READ NEXT
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REQUEST-FILE.
                    *> which department asked -- blank on requests
                    *> from before the accounting existed
                    02 req-requester PIC X(8).
                    02 FILLER        PIC X.
                    *> when the requester dropped it in -- blank
                    *> when the line does not say
                    02 req-submitted PIC X(14).
                FD RESPONSE-FILE.
                01 response-record.
                    02 rsp-id      PIC X(8).
                    02 FILLER      PIC X.
                    02 rsp-answer  PIC X(60).
                FD ACCT-LOG.
                01 acct-log-record PIC X(79).
                FD ENTL-FILE.
                01 entl-record.
                    02 ent-requester PIC X(8).
                    02 FILLER        PIC X.
                    02 ent-func      PIC X(4).
                    02 FILLER        PIC X.
                    02 ent-key-low   PIC X(9).
                    02 FILLER        PIC X.
                    02 ent-key-high  PIC X(9).
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
                    01 request-file-status  PIC XX.
                    01 response-file-status PIC XX.
                    01 acct-log-status      PIC XX.
                    01 entl-file-status     PIC XX.
                    01 request-eof          PIC 9 VALUE 0.
                    *> service-mode state: how far down INQREQ the
                    *> service has answered, the operator command
                        02 acc-func      PIC X(4).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-elapsed   PIC 9(6).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-arrived   PIC X(16).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-response  PIC 9(8).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-req-id    PIC X(8).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-status    PIC X(3).
                        02 FILLER        PIC X VALUE SPACE.
                        02 acc-refusal   PIC X(4).
                    *> the requester entitlements off INQENTL -- a
                    *> wholly blank range is every key
                    01 entl-eof             PIC 9.
                    01 entl-missing         PIC 9 VALUE 0.
                    01 entl-missing-raised  PIC 9 VALUE 0.
                    01 entl-count           PIC 9(4) VALUE ZEROS.
                    *> grants not taken for a bad key range: shown
                    *> once, not on every poll's reload
                    01 entl-bad-count       PIC 9(4) VALUE ZEROS.
                    01 entl-bad-last        PIC 9(4) VALUE ZEROS.
                    01 entl-bad-shown       PIC 9 VALUE 0.
                    01 entl-table.
                        02 entl-entry OCCURS 500 TIMES.
                            03 et-requester PIC X(8).
                            03 et-func      PIC X(4).
                            03 et-key-low   PIC 9(9).
                            03 et-key-high  PIC 9(9).
                    01 e                    PIC 9(4).
                    *> the check on one request -- refusal-reason
                    *> stays blank when a grant covers it
                    01 refusal-reason       PIC X(4).
                    01 requester-known      PIC 9.
                    01 func-granted         PIC 9.
                    01 check-key-low        PIC 9(9).
                    01 check-key-high       PIC 9(9).
                    01 request-granted      PIC 9.
                    01 datetime             PIC X(21).
                    01 req-start-centi      PIC 9(9).
                    01 req-end-centi        PIC 9(9).
                    01 req-elapsed          PIC 9(6).
                    *> arrival and answer, yyyymmddhhmmsscc, and the
                    *> same as hundredths from day one so a request
                    *> waiting across midnight still measures right
                    01 pickup-stamp         PIC X(16).
                    01 arrived-stamp        PIC X(16).
                    01 arrived-centi        PIC 9(14).
                    01 answered-centi       PIC 9(14).
                    01 stamp-date           PIC 9(8).
                    *> dispatch working storage
                    01 operand-18           PIC 9(18).
                    01 operand-12           PIC 9(12).
                    01 cofactor-tx          PIC 9(18).
                    *> account-store answers
                    01 master-file-status   PIC XX.
                    01 archive-file-status  PIC XX.
                    01 range-low            PIC 9(9).
                    01 range-high           PIC 9(9).
                    01 range-count          PIC 9(9).
                    01 range-sum            PIC S9(13)V99.
                    01 range-sum-tx         PIC +9(13).99.
                    01 acct-bal-tx          PIC +9(7).99.
                    01 range-ccy            PIC X(3).
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op                PIC X(3) VALUE "CHK".
                    01 kc-key               PIC S9(9).
                    01 kc-ok                PIC 9.
                    01 range-mixed          PIC 9.
                    01 range-eof            PIC 9.
                    *> btree-store answers -- the tree is loaded
                    *> from BTREEDAT once, on the first BTRE/BTRG
                    01 pay-value            PIC 9(9).
                    01 pay-hits             PIC 9(6).
                    01 pay-first            PIC 9(9).
                    *> keyed arithmetic-function answers -- see
                    *> common/arith_lookup.cob
                    01 af-op                PIC X(3).
                    01 af-phi               PIC 9(9).
                    01 af-tau               PIC 9(5).
                    01 af-sigma             PIC 9(12).
                    01 af-mu                PIC S9.
                    01 af-mu-tx             PIC -9.
                    01 af-found             PIC 9.
                    01 fib-a                PIC 9(36) COMP-3.
                    01 fib-b                PIC 9(36) COMP-3.
                    01 fib-nth              PIC 9(36) COMP-3.
                    01 request-count        PIC 9(9) VALUE ZEROS.
                    01 ok-count             PIC 9(9) VALUE ZEROS.
                    01 err-count            PIC 9(9) VALUE ZEROS.
                    01 refused-count        PIC 9(9) VALUE ZEROS.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> read-access log -- see common/access_log.cob
                    01 al-key-from          PIC X(18).
                    01 al-key-to            PIC X(18).
                    01 al-acct-key          PIC 9(9).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "INQSERV".
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
                    PERFORM serve_continuously
                ELSE
                    PERFORM open_files
                    PERFORM load_entitlements
                    PERFORM process_requests
                    PERFORM write_trailer
                    CLOSE REQUEST-FILE
                    CLOSE RESPONSE-FILE
                END-IF.
                DISPLAY "INQUIRY: " request-count " request(s), "
                        ok-count " answered, " err-count " in error, "
                        refused-count " refused".
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF request-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a grant added since the last poll holds from now
                PERFORM load_entitlements.
                *> everything new on this poll was waiting by now
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:16) TO pickup-stamp.
                MOVE 0 TO request-eof.
                PERFORM VARYING skip-idx FROM 1 BY 1
                        UNTIL skip-idx > processed-count
                EXIT.

            process_requests.
                *> the one-pass run picks the whole file up at once
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:16) TO pickup-stamp.
                PERFORM UNTIL request-eof = 1
                    READ REQUEST-FILE
                        AT END
                MOVE SPACES TO answer-text.
                MOVE "OK" TO answer-status.
                MOVE FUNCTION NUMVAL(req-operand) TO operand-18.
                PERFORM check_entitlement.
                IF refusal-reason NOT = SPACES THEN
                    MOVE "NAU" TO answer-status
                    MOVE "not authorized" TO answer-text
                ELSE
                    PERFORM dispatch_request
                END-IF.
                MOVE SPACES TO response-record.
                MOVE req-id TO rsp-id.
                MOVE answer-status TO rsp-status.
                MOVE answer-text TO rsp-answer.
                WRITE response-record.
                EVALUATE answer-status
                    WHEN "OK"
                        ADD 1 TO ok-count
                    WHEN "NAU"
                        ADD 1 TO refused-count
                    WHEN OTHER
                        ADD 1 TO err-count
                END-EVALUATE.
                PERFORM note_request_accounting.
                EXIT.

            dispatch_request.
                EVALUATE req-func
                    WHEN "COLL"
                        PERFORM answer_collatz
                        PERFORM answer_btree_range
                    WHEN "BTPY"
                        PERFORM answer_btree_payload
                    WHEN "PHIN"
                    WHEN "DIVC"
                    WHEN "DIVS"
                    WHEN "MOBI"
                        PERFORM answer_arithmetic
                    WHEN OTHER
                        MOVE "ERR" TO answer-status
                        MOVE "unknown function code" TO answer-text
                END-EVALUATE.
                EXIT.

            load_entitlements.
                MOVE 0 TO entl-count.
                OPEN INPUT ENTL-FILE.
                IF entl-file-status NOT = "00" THEN
                    MOVE 1 TO entl-missing
                    IF entl-missing-raised = 0 THEN
                        MOVE 1 TO entl-missing-raised
                        DISPLAY "INQUIRY: no INQENTL on file -- every "
                                "request is refused"
                        MOVE "OPS024" TO al-msg-id
                        MOVE "INQENTL" TO al-values
                        CALL "alert_log" USING al-msg-id, audit-name,
                                                al-values
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entl-missing.
                MOVE 0 TO entl-missing-raised.
                MOVE 0 TO entl-bad-count.
                MOVE 0 TO entl-eof.
                PERFORM UNTIL entl-eof = 1
                    READ ENTL-FILE
                        AT END
                            MOVE 1 TO entl-eof
                        NOT AT END
                            PERFORM take_entitlement
                    END-READ
                END-PERFORM.
                CLOSE ENTL-FILE.
                *> a changed count shows the bad grants again on
                *> the next reload
                EVALUATE TRUE
                    WHEN entl-bad-count = 0
                        MOVE 0 TO entl-bad-shown
                    WHEN entl-bad-shown = 1
                         AND entl-bad-count NOT = entl-bad-last
                        MOVE 0 TO entl-bad-shown
                    WHEN OTHER
                        MOVE 1 TO entl-bad-shown
                END-EVALUATE.
                MOVE entl-bad-count TO entl-bad-last.
                EXIT.

            take_entitlement.
                IF ent-requester = SPACES OR ent-func = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF entl-count >= 500 THEN
                    DISPLAY "INQUIRY: INQENTL past 500 grants -- "
                            ent-requester " " ent-func " not taken"
                    EXIT PARAGRAPH
                END-IF.
                *> a mistyped range must not widen the grant to the
                *> whole master -- only a blank one means every key
                IF ent-key-low = SPACES AND ent-key-high = SPACES THEN
                    CONTINUE
                ELSE
                    IF ent-key-low IS NOT NUMERIC
                       OR ent-key-high IS NOT NUMERIC
                       OR ent-key-low > ent-key-high THEN
                        ADD 1 TO entl-bad-count
                        IF entl-bad-shown = 0 THEN
                            DISPLAY "INQUIRY: INQENTL grant "
                                    ent-requester " " ent-func
                                    " not taken -- bad key range '"
                                    ent-key-low " " ent-key-high "'"
                        END-IF
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                ADD 1 TO entl-count.
                MOVE ent-requester TO et-requester(entl-count).
                MOVE ent-func TO et-func(entl-count).
                IF ent-key-low = SPACES THEN
                    MOVE 0 TO et-key-low(entl-count)
                    MOVE 999999999 TO et-key-high(entl-count)
                ELSE
                    MOVE ent-key-low TO et-key-low(entl-count)
                    MOVE ent-key-high TO et-key-high(entl-count)
                END-IF.
                EXIT.

            check_entitlement.
                *> blank = granted; otherwise why not, for INQACCT
                MOVE SPACES TO refusal-reason.
                IF entl-missing = 1 THEN
                    MOVE "NTBL" TO refusal-reason
                    EXIT PARAGRAPH
                END-IF.
                *> the account keys the request would read
                EVALUATE req-func
                    WHEN "ACCT"
                        IF operand-18 > 999999999 THEN
                            MOVE 999999999 TO check-key-low
                        ELSE
                            MOVE operand-18 TO check-key-low
                        END-IF
                        MOVE check-key-low TO check-key-high
                    WHEN "ACRG"
                        MOVE FUNCTION NUMVAL(req-operand(1:9))
                            TO check-key-low
                        MOVE FUNCTION NUMVAL(req-operand(10:9))
                            TO check-key-high
                    WHEN OTHER
                        MOVE 0 TO check-key-low
                        MOVE 0 TO check-key-high
                END-EVALUATE.
                MOVE 0 TO requester-known.
                MOVE 0 TO func-granted.
                MOVE 0 TO request-granted.
                PERFORM VARYING e FROM 1 BY 1
                        UNTIL e > entl-count OR request-granted = 1
                    IF et-requester(e) = req-requester THEN
                        MOVE 1 TO requester-known
                        IF et-func(e) = req-func
                           OR et-func(e) = "*" THEN
                            MOVE 1 TO func-granted
                            PERFORM check_key_range
                        END-IF
                    END-IF
                END-PERFORM.
                EVALUATE TRUE
                    WHEN request-granted = 1
                        CONTINUE
                    WHEN requester-known = 0
                        MOVE "UNKN" TO refusal-reason
                    WHEN func-granted = 0
                        MOVE "FUNC" TO refusal-reason
                    WHEN OTHER
                        MOVE "KEYS" TO refusal-reason
                END-EVALUATE.
                EXIT.

            check_key_range.
                IF req-func NOT = "ACCT" AND req-func NOT = "ACRG" THEN
                    MOVE 1 TO request-granted
                    EXIT PARAGRAPH
                END-IF.
                IF check-key-low >= et-key-low(e)
                   AND check-key-low <= et-key-high(e)
                   AND check-key-high >= et-key-low(e)
                   AND check-key-high <= et-key-high(e) THEN
                    MOVE 1 TO request-granted
                END-IF.
                EXIT.

            note_request_accounting.
                END-IF.
                MOVE req-func TO acc-func.
                MOVE req-elapsed TO acc-elapsed.
                PERFORM measure_response.
                MOVE req-id TO acc-req-id.
                MOVE answer-status TO acc-status.
                MOVE refusal-reason TO acc-refusal.
                MOVE acct-record-ws TO acct-log-record.
                WRITE acct-log-record.
                CLOSE ACCT-LOG.
                EXIT.

            measure_response.
                *> arrival to answer: the requester's own stamp when
                *> the line carried a usable one, else the pickup
                IF req-submitted IS NUMERIC
                   AND req-submitted(1:8) > "19000000" THEN
                    STRING req-submitted "00" DELIMITED BY SIZE
                        INTO arrived-stamp
                ELSE
                    MOVE pickup-stamp TO arrived-stamp
                END-IF.
                MOVE arrived-stamp TO acc-arrived.
                MOVE arrived-stamp(1:8) TO stamp-date.
                COMPUTE arrived-centi =
                    FUNCTION INTEGER-OF-DATE(stamp-date) * 8640000
                    + FUNCTION NUMVAL(arrived-stamp(9:2)) * 360000
                    + FUNCTION NUMVAL(arrived-stamp(11:2)) * 6000
                    + FUNCTION NUMVAL(arrived-stamp(13:2)) * 100
                    + FUNCTION NUMVAL(arrived-stamp(15:2)).
                MOVE datetime(1:8) TO stamp-date.
                COMPUTE answered-centi =
                    FUNCTION INTEGER-OF-DATE(stamp-date) * 8640000
                    + req-end-centi.
                IF answered-centi > arrived-centi
                   AND answered-centi - arrived-centi < 100000000 THEN
                    COMPUTE acc-response =
                        answered-centi - arrived-centi
                ELSE
                    MOVE 0 TO acc-response
                END-IF.
                EXIT.

            answer_collatz.
                IF operand-18 = 0 OR operand-18 > 999999999999 THEN
                    MOVE "ERR" TO answer-status
                        TO answer-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE operand-18 TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                IF kc-ok = 0 THEN
                    MOVE "ERR" TO answer-status
                    MOVE "account key check digit invalid"
                        TO answer-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE operand-18 TO al-acct-key.
                MOVE al-acct-key TO al-key-from.
                MOVE SPACES TO al-key-to.
                CALL "access_log" USING req-requester, audit-name,
                                         al-key-from, al-key-to.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    MOVE "ERR" TO answer-status
                    MOVE mst-bal TO acct-bal-tx
                    STRING "balance " acct-bal-tx
                           " status " mst-status
                           " currency " mst-currency
                        DELIMITED BY SIZE INTO answer-text
                ELSE
                    PERFORM answer_from_archive
                END-IF.
                CLOSE MASTER-FILE.
                EXIT.

            answer_from_archive.
                OPEN INPUT ARCHIVE-FILE.
                IF archive-file-status NOT = "00" THEN
                    MOVE "account not on master" TO answer-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE operand-18 TO arc-key.
                READ ARCHIVE-FILE.
                IF archive-file-status = "00" THEN
                    MOVE arc-bal TO acct-bal-tx
                    STRING "archived balance " acct-bal-tx
                           " currency " arc-currency
                           " closed " arc-closed-date
                        DELIMITED BY SIZE INTO answer-text
                ELSE
                    MOVE "account not on master or archive"
                        TO answer-text
                END-IF.
                CLOSE ARCHIVE-FILE.
                EXIT.

            answer_account_range.
                *> operand = low key then high key, nine digits each
                MOVE FUNCTION NUMVAL(req-operand(1:9))
                    MOVE "range high is below low" TO answer-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE range-low TO al-key-from.
                MOVE range-high TO al-key-to.
                CALL "access_log" USING req-requester, audit-name,
                                         al-key-from, al-key-to.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    MOVE "ERR" TO answer-status
                END-IF.
                MOVE 0 TO range-count.
                MOVE 0 TO range-sum.
                MOVE 0 TO range-mixed.
                MOVE SPACES TO range-ccy.
                MOVE range-low TO mst-key.
                START MASTER-FILE KEY >= mst-key.
                IF master-file-status = "00" THEN
                            IF mst-key > range-high THEN
                                MOVE 1 TO range-eof
                            ELSE
                                IF range-count = 0 THEN
                                    MOVE mst-currency TO range-ccy
                                END-IF
                                IF mst-currency NOT = range-ccy THEN
                                    MOVE 1 TO range-mixed
                                END-IF
                                ADD 1 TO range-count
                                ADD mst-bal TO range-sum
                            END-IF
                STRING "accounts " range-count
                       " balance sum " range-sum-tx
                    DELIMITED BY SIZE INTO answer-text.
                IF range-mixed = 1 THEN
                    STRING "accounts " range-count
                           " balance sum " range-sum-tx " MIXED CCY"
                        DELIMITED BY SIZE INTO answer-text
                END-IF.
                EXIT.

            load_tree_once.
                END-IF.
                EXIT.

            answer_arithmetic.
                IF operand-18 = 0 OR operand-18 > 999999999 THEN
                    MOVE "ERR" TO answer-status
                    MOVE "operand outside the nine-digit range"
                        TO answer-text
                    EXIT PARAGRAPH
                END-IF.
                MOVE operand-18 TO operand-9.
                *> the arithmetic-function sieve has usually loaded
                *> this one -- ask the ARITHMST master first
                MOVE "GET" TO af-op.
                MOVE 0 TO af-found.
                CALL "arith_lookup" USING af-op, operand-9, af-phi,
                     af-tau, af-sigma, af-mu, af-found.
                IF af-found = 0 THEN
                    CALL 'arith_funcs' USING operand-9, af-phi,
                         af-tau, af-sigma, af-mu
                END-IF.
                EVALUATE req-func
                    WHEN "PHIN"
                        STRING "totient " af-phi
                            DELIMITED BY SIZE INTO answer-text
                    WHEN "DIVC"
                        STRING "divisors " af-tau
                            DELIMITED BY SIZE INTO answer-text
                    WHEN "DIVS"
                        STRING "divisor sum " af-sigma
                            DELIMITED BY SIZE INTO answer-text
                    WHEN OTHER
                        MOVE af-mu TO af-mu-tx
                        STRING "mobius " af-mu-tx
                            DELIMITED BY SIZE INTO answer-text
                END-EVALUATE.
                EXIT.

            write_trailer.
                MOVE SPACES TO response-record.
                MOVE "*TOTALS*" TO rsp-id.
                MOVE SPACES TO rsp-status.
                STRING request-count " requests " ok-count
                       " ok " err-count " err " refused-count
                       " nau"
                    DELIMITED BY SIZE INTO rsp-answer.
                WRITE response-record.
                EXIT.
