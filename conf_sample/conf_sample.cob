        *> Balance-confirmation audit sample.  External audit asks
        *> every year for confirmations sent to a sample of accounts,
        *> and the sample used to be picked off a printout with a
        *> ruler.  This run draws a stratified sample from ACCTMAST
        *> as of the processing date:
        *>   ALL  every open account whose balance, either way and
        *>        in the base currency (see common/fx_rate.cob),
        *>        reaches the value threshold
        *>   Bn   below it, a fixed number drawn at random from each
        *>        balance band -- band n runs up to the n-th bound,
        *>        the last band up to the threshold
        *> The draw is a reservoir per band (the sample_extract way)
        *> seeded explicitly, so the same master, date and seed give
        *> the same sample -- the seed is printed on the report for
        *> the audit file.  Closed accounts are not sampled.
        *> Each sampled account is written to the confirmation-
        *> request file CONFREQ in the standard envelope:
        *>   H CONFREQ as-of-date correlation-id
        *>   D as-of-date account stratum currency balance
        *>   T record-count key-hash balance-sum
        *> and entered on the confirmations register CONFREG (keyed
        *> as-of date + account) as sent and awaiting a reply, where
        *> conf_respond records the answer and conf_exceptions chases
        *> the disputes and the silences.  A sample drawn twice for
        *> the same date does not enter an account twice.
        *> PARMLIB parameters:
        *>     CONFSAMP THRESHOLD=nnnnnnn.nn (default 100000.00)
        *>     CONFSAMP BANDS=bound,bound... (default 1000,10000,50000;
        *>                                    up to four)
        *>     CONFSAMP PER-BAND=nn          (default 5, at most 50)
        *>     CONFSAMP SEED=nnnnnnnnn       (default the as-of date)
        *> The listing lands on CONFRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT REGISTER-FILE ASSIGN TO "CONFREG"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS cfr-key
                        FILE STATUS IS register-file-status.
                    SELECT REQUEST-FILE ASSIGN TO "CONFREQ"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS request-file-status.
                    SELECT REPORT-FILE ASSIGN TO "CONFRPT"
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
                FD REGISTER-FILE.
                *> one confirmation: what was asked, and what came
                *> back -- status S = sent, awaiting a reply,
                *> A = agreed, D = disputed (the customer's figure
                *> kept), N = recorded as no reply
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
                FD REQUEST-FILE.
                01 request-record.
                    02 rq-type PIC X.
                    02 rq-body PIC X(56).
                01 request-header REDEFINES request-record.
                    02 FILLER     PIC X.
                    02 rqh-id     PIC X(8).
                    02 FILLER     PIC X.
                    02 rqh-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 rqh-corr   PIC X(14).
                    02 FILLER     PIC X(24).
                01 request-detail REDEFINES request-record.
                    02 FILLER     PIC X.
                    02 rqd-asof   PIC X(8).
                    02 FILLER     PIC X.
                    02 rqd-acct   PIC S9(9).
                    02 FILLER     PIC X.
                    02 rqd-stratum PIC X(4).
                    02 FILLER     PIC X.
                    02 rqd-currency PIC X(3).
                    02 FILLER     PIC X.
                    02 rqd-balance PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
                    02 FILLER     PIC X(18).
                01 request-trailer REDEFINES request-record.
                    02 FILLER      PIC X.
                    02 rqt-count   PIC 9(9).
                    02 rqt-keyhash PIC S9(15).
                    02 rqt-balsum  PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
                    02 FILLER      PIC X(16).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 master-file-status   PIC XX.
                    01 register-file-status PIC XX.
                    01 request-file-status  PIC XX.
                    01 report-file-status   PIC XX.
                    01 master-eof           PIC 9 VALUE 0.
                    01 request-id      PIC X(8) VALUE "CONFREQ".
                    *> the sampling parameters
                    01 threshold       PIC 9(9)V99 VALUE 100000.00.
                    01 per-band        PIC 9(2) VALUE 5.
                    01 seed            PIC S9(9) BINARY.
                    01 seed-tx         PIC 9(9).
                    01 band-count      PIC 9 VALUE 3.
                    01 band-bounds.
                        02 band-bound OCCURS 5 TIMES PIC 9(9)V99.
                    01 bound-text.
                        02 bound-in OCCURS 4 TIMES PIC X(12).
                    *> the reservoirs, one per band
                    01 band-table.
                        02 band-entry OCCURS 5 TIMES.
                            03 bd-seen  PIC 9(9).
                            03 bd-held  PIC 9(2).
                            03 bd-slot OCCURS 50 TIMES.
                                04 rs-key      PIC S9(9).
                                04 rs-bal      PIC S9(7)V99.
                                04 rs-currency PIC X(3).
                    01 bx              PIC 9.
                    01 sx              PIC 9(2).
                    01 band-no         PIC 9.
                    01 random-draw     PIC V9(9).
                    01 priming-draw    PIC V9(9).
                    01 draw-slot       PIC 9(9).
                    *> one account
                    01 acct-currency   PIC X(3).
                    01 base-bal        PIC S9(11)V99.
                    01 size-bal        PIC 9(11)V99.
                    01 this-stratum    PIC X(4).
                    01 send-key        PIC S9(9).
                    01 send-bal        PIC S9(7)V99.
                    *> run totals
                    01 account-count   PIC 9(9) VALUE ZEROS.
                    01 closed-count    PIC 9(9) VALUE ZEROS.
                    01 unrated-count   PIC 9(9) VALUE ZEROS.
                    01 over-count      PIC 9(9) VALUE ZEROS.
                    01 drawn-count     PIC 9(9) VALUE ZEROS.
                    01 already-count   PIC 9(9) VALUE ZEROS.
                    01 record-count    PIC 9(9) VALUE ZEROS.
                    01 key-hash-total  PIC S9(15) VALUE ZEROS.
                    01 balance-total   PIC S9(13)V99 VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 key-tx          PIC +9(9).
                    01 bal-tx          PIC +9(7).99.
                    01 bound-tx        PIC 9(9).99.
                    01 count-tx        PIC 9(9).
                    01 drawn-tx        PIC 9(2).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date     PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op           PIC X(3).
                    01 pd-date         PIC X(8).
                    01 pd-answer       PIC 9(9).
                    *> currency state -- see common/fx_rate.cob
                    01 fx-op           PIC X(3).
                    01 fx-currency     PIC X(3).
                    01 fx-date         PIC X(8).
                    01 fx-rate         PIC 9(5)V9(6).
                    01 fx-found        PIC 9.
                    01 base-currency   PIC X(3).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program      PIC X(8) VALUE "CONFSAMP".
                    01 pm-keyword      PIC X(16).
                    01 pm-value        PIC X(40).
                    01 pm-found        PIC 9.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op           PIC X(3).
                    01 lk-name         PIC X(8) VALUE "CONFREG".
                    01 lk-mode         PIC X VALUE "E".
                    01 lk-granted      PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op         PIC X(3) VALUE "GET".
                    01 corr-id         PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name      PIC X(8) VALUE "CONFSAMP".
                    01 audit-event     PIC X(5).
                    01 audit-outcome   PIC X(8).
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
                PERFORM load_parameters.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM write_request_header.
                PERFORM UNTIL master-eof = 1
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            PERFORM sample_one_account
                    END-READ
                END-PERFORM.
                PERFORM send_band_draws.
                PERFORM write_request_trailer.
                PERFORM write_totals.
                CLOSE MASTER-FILE.
                CLOSE REGISTER-FILE.
                CLOSE REQUEST-FILE.
                CLOSE REPORT-FILE.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF unrated-count > 0 THEN
                    MOVE "ACT027" TO al-msg-id
                    MOVE SPACES TO al-values
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
                IF unrated-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            load_parameters.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                MOVE "THRESHOLD" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO threshold
                END-IF.
                MOVE "PER-BAND" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO per-band
                END-IF.
                IF per-band > 50 THEN
                    MOVE 50 TO per-band
                END-IF.
                MOVE 1000 TO band-bound(1).
                MOVE 10000 TO band-bound(2).
                MOVE 50000 TO band-bound(3).
                MOVE 3 TO band-count.
                MOVE "BANDS" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE SPACES TO bound-text
                    UNSTRING pm-value DELIMITED BY "," OR SPACE
                        INTO bound-in(1) bound-in(2) bound-in(3)
                             bound-in(4)
                    END-UNSTRING
                    MOVE 0 TO band-count
                    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 4
                        IF bound-in(bx) NOT = SPACES THEN
                            ADD 1 TO band-count
                            MOVE FUNCTION NUMVAL(bound-in(bx))
                                TO band-bound(band-count)
                        END-IF
                    END-PERFORM
                END-IF.
                *> the last band runs up to the threshold itself
                ADD 1 TO band-count.
                MOVE threshold TO band-bound(band-count).
                PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 5
                    MOVE 0 TO bd-seen(bx)
                    MOVE 0 TO bd-held(bx)
                END-PERFORM.
                *> the as-of date makes a reproducible default seed
                MOVE FUNCTION NUMVAL(pd-date) TO seed.
                MOVE "SEED" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO seed
                END-IF.
                MOVE seed TO seed-tx.
                COMPUTE priming-draw = FUNCTION RANDOM (seed).
                EXIT.

            open_files.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "CONF SAMPLE: unable to open ACCTMAST, "
                            "status " master-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTMAST" TO al-values
                    PERFORM fail_open
                END-IF.
                *> conf_respond updates the register from its
                *> screen; the sample is entered with it held
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    DISPLAY "CONF SAMPLE: CONFREG is in use"
                    MOVE "ACT028" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_open
                END-IF.
                *> a first run finds no register: create it empty,
                *> then reopen it for update, the master_update
                *> convention
                OPEN I-O REGISTER-FILE.
                IF register-file-status = "35" THEN
                    OPEN OUTPUT REGISTER-FILE
                    IF register-file-status = "00" THEN
                        CLOSE REGISTER-FILE
                        OPEN I-O REGISTER-FILE
                    END-IF
                END-IF.
                IF register-file-status NOT = "00" THEN
                    DISPLAY "CONF SAMPLE: unable to open CONFREG, "
                            "status " register-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONFREG" TO al-values
                    PERFORM release_and_fail
                END-IF.
                OPEN OUTPUT REQUEST-FILE.
                IF request-file-status NOT = "00" THEN
                    DISPLAY "CONF SAMPLE: unable to open CONFREQ, "
                            "status " request-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONFREQ" TO al-values
                    PERFORM release_and_fail
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "CONF SAMPLE: unable to open CONFRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONFRPT" TO al-values
                    PERFORM release_and_fail
                END-IF.
                EXIT.

            release_and_fail.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                PERFORM fail_open.

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
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "BALANCE CONFIRMATION SAMPLE - as of "
                       report-date " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE threshold TO bound-tx.
                MOVE per-band TO count-tx.
                STRING "  threshold " bound-tx " " base-currency
                       "  per band " count-tx(8:2)
                       "  seed " seed-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_request_header.
                MOVE SPACES TO request-record.
                MOVE "H" TO rq-type.
                MOVE request-id TO rqh-id.
                MOVE pd-date TO rqh-date.
                MOVE corr-id TO rqh-corr.
                WRITE request-record.
                EXIT.

            sample_one_account.
                ADD 1 TO account-count.
                IF mst-status = "C" THEN
                    ADD 1 TO closed-count
                    EXIT PARAGRAPH
                END-IF.
                IF mst-currency = SPACES THEN
                    MOVE base-currency TO acct-currency
                ELSE
                    MOVE mst-currency TO acct-currency
                END-IF.
                MOVE "GET" TO fx-op.
                MOVE acct-currency TO fx-currency.
                MOVE pd-date TO fx-date.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                *> an unrated balance is banded in its own units
                *> and counted, rather than left out of the sample
                IF fx-found = 1 THEN
                    COMPUTE base-bal ROUNDED = mst-bal * fx-rate
                ELSE
                    ADD 1 TO unrated-count
                    MOVE mst-bal TO base-bal
                END-IF.
                IF base-bal < 0 THEN
                    COMPUTE size-bal = 0 - base-bal
                ELSE
                    MOVE base-bal TO size-bal
                END-IF.
                IF size-bal >= threshold THEN
                    ADD 1 TO over-count
                    MOVE "ALL" TO this-stratum
                    MOVE mst-key TO send-key
                    MOVE mst-bal TO send-bal
                    PERFORM send_confirmation
                    EXIT PARAGRAPH
                END-IF.
                MOVE band-count TO band-no.
                PERFORM VARYING bx FROM band-count BY -1
                        UNTIL bx < 1
                    IF size-bal <= band-bound(bx) THEN
                        MOVE bx TO band-no
                    END-IF
                END-PERFORM.
                PERFORM offer_to_band.
                EXIT.

            offer_to_band.
                ADD 1 TO bd-seen(band-no).
                IF bd-held(band-no) < per-band THEN
                    ADD 1 TO bd-held(band-no)
                    MOVE bd-held(band-no) TO sx
                    PERFORM hold_in_slot
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE random-draw = FUNCTION RANDOM.
                COMPUTE draw-slot =
                    FUNCTION INTEGER(random-draw * bd-seen(band-no))
                    + 1.
                IF draw-slot <= bd-held(band-no) THEN
                    MOVE draw-slot TO sx
                    PERFORM hold_in_slot
                END-IF.
                EXIT.

            hold_in_slot.
                MOVE mst-key TO rs-key(band-no, sx).
                MOVE mst-bal TO rs-bal(band-no, sx).
                MOVE acct-currency TO rs-currency(band-no, sx).
                EXIT.

            send_band_draws.
                PERFORM VARYING band-no FROM 1 BY 1
                        UNTIL band-no > band-count
                    PERFORM VARYING sx FROM 1 BY 1
                            UNTIL sx > bd-held(band-no)
                        ADD 1 TO drawn-count
                        MOVE rs-key(band-no, sx) TO send-key
                        MOVE rs-bal(band-no, sx) TO send-bal
                        MOVE rs-currency(band-no, sx)
                            TO acct-currency
                        MOVE SPACES TO this-stratum
                        STRING "B" band-no
                            DELIMITED BY SIZE INTO this-stratum
                        PERFORM send_confirmation
                    END-PERFORM
                END-PERFORM.
                EXIT.

            send_confirmation.
                MOVE SPACES TO register-record.
                MOVE pd-date TO cfr-asof.
                MOVE send-key TO cfr-acct.
                MOVE this-stratum TO cfr-stratum.
                MOVE acct-currency TO cfr-currency.
                MOVE send-bal TO cfr-balance.
                MOVE pd-date TO cfr-sent.
                MOVE "S" TO cfr-status.
                MOVE 0 TO cfr-cust-amount.
                WRITE register-record
                    INVALID KEY
                        ADD 1 TO already-count
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE SPACES TO request-record.
                MOVE "D" TO rq-type.
                MOVE pd-date TO rqd-asof.
                MOVE send-key TO rqd-acct.
                MOVE this-stratum TO rqd-stratum.
                MOVE acct-currency TO rqd-currency.
                MOVE send-bal TO rqd-balance.
                WRITE request-record.
                ADD 1 TO record-count.
                ADD send-key TO key-hash-total.
                ADD send-bal TO balance-total.
                MOVE send-key TO key-tx.
                MOVE send-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  " this-stratum " key " key-tx
                       " balance " bal-tx " " acct-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_request_trailer.
                MOVE SPACES TO request-record.
                MOVE "T" TO rq-type.
                MOVE record-count TO rqt-count.
                MOVE key-hash-total TO rqt-keyhash.
                MOVE balance-total TO rqt-balsum.
                WRITE request-record.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > band-count
                    MOVE SPACES TO report-line
                    MOVE band-bound(bx) TO bound-tx
                    MOVE bd-seen(bx) TO count-tx
                    MOVE bd-held(bx) TO drawn-tx
                    STRING "band B" bx " to " bound-tx
                           " accounts " count-tx " drawn " drawn-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-PERFORM.
                MOVE SPACES TO report-line.
                MOVE account-count TO count-tx.
                STRING "accounts read..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE closed-count TO count-tx.
                STRING "closed, skipped: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE over-count TO count-tx.
                STRING "over threshold.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE drawn-count TO count-tx.
                STRING "drawn by band..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE already-count TO count-tx.
                STRING "already on file: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE record-count TO count-tx.
                STRING "requests sent..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE unrated-count TO count-tx.
                STRING "unrated........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
