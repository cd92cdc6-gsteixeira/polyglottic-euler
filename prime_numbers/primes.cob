            SELECT GAP-FILE ASSIGN TO "GAPRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS gap-file-status.
            *> prime-counting table -- see run_picount
            SELECT PI-FILE ASSIGN TO "PIRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS pi-file-status.
            *> keyed prime master, loaded alongside PRIMEOUT by the
            *> sieve so common/prime_lookup.cob can answer is-prime
            *> and next-prime-after questions by keyed READ instead
    01 ckpt2-record PIC X(29).
    FD GAP-FILE.
    01 gap-record PIC X(80).
    FD PI-FILE.
    01 pi-record PIC X(132).
    FD PRIME-MST.
    01 prime-mst-record.
        02 mst-prime   PIC 9(9).
        01 factor-number   PIC 9(9).
        01 factor-divisor  PIC 9(9).
        01 factor-line     PIC X(80).
        *> prime-counting working storage -- see run_picount
        01 pi-file-status  PIC XX.
        01 pi-fail-count   PIC 9(9) VALUE ZEROS.
        01 pi-eof          PIC 9.
        01 pi-covered      PIC 9(9) VALUE ZEROS.
        01 pi-count        PIC 9(9) VALUE ZEROS.
        01 pi-1mod4        PIC 9(9) VALUE ZEROS.
        01 pi-3mod4        PIC 9(9) VALUE ZEROS.
        01 pi-1mod6        PIC 9(9) VALUE ZEROS.
        01 pi-5mod6        PIC 9(9) VALUE ZEROS.
        01 pi-residue      PIC 9.
        *> the table's rows: every power of ten the master covers
        *> plus the caller's own points, ascending, no repeats
        01 pt-count        PIC 99 VALUE ZEROS.
        01 pt-table.
            02 pt-entry OCCURS 20 TIMES.
                03 pt-x        PIC 9(9).
                03 pt-known    PIC 9(9).
                03 pt-has-known PIC 9.
        01 pt-idx          PIC 99.
        01 pt-next         PIC 99.
        01 pt-shift        PIC 99.
        01 pt-new-x        PIC 9(9).
        01 pt-new-known    PIC 9(9).
        01 pt-new-has      PIC 9.
        01 pt-power        PIC 9(9).
        01 pt-power-no     PIC 9.
        *> pi(10), pi(100) ... pi(10**8) -- the published counts
        *> the sieve is held to
        01 known-pi-values.
            02 FILLER PIC 9(9) VALUE 4.
            02 FILLER PIC 9(9) VALUE 25.
            02 FILLER PIC 9(9) VALUE 168.
            02 FILLER PIC 9(9) VALUE 1229.
            02 FILLER PIC 9(9) VALUE 9592.
            02 FILLER PIC 9(9) VALUE 78498.
            02 FILLER PIC 9(9) VALUE 664579.
            02 FILLER PIC 9(9) VALUE 5761455.
        01 known-pi-table REDEFINES known-pi-values.
            02 known-pi OCCURS 8 TIMES PIC 9(9).
        *> caller's checkpoints, comma separated
        01 pi-points-raw   PIC X(120).
        01 pi-point-field OCCURS 10 TIMES PIC X(18).
        01 pi-point-idx    PIC 99.
        *> the estimates, in floating point
        01 est-x           COMP-2.
        01 est-ln          COMP-2.
        01 est-xlnx        COMP-2.
        01 est-li          COMP-2.
        01 est-term        COMP-2.
        01 est-sum         COMP-2.
        01 est-k           PIC 9(3).
        01 euler-gamma     COMP-2 VALUE 0.5772156649015329.
        01 pi-x-tx         PIC Z(8)9.
        01 pi-count-tx     PIC Z(8)9.
        01 pi-xlnx-tx      PIC Z(9)9.9.
        01 pi-xlnx-err-tx  PIC -(7)9.9.
        01 pi-xlnx-rat-tx  PIC 9.9999.
        01 pi-li-tx        PIC Z(9)9.9.
        01 pi-li-err-tx    PIC -(7)9.9.
        01 pi-li-rat-tx    PIC 9.9999.
        01 pi-1mod4-tx     PIC Z(8)9.
        01 pi-3mod4-tx     PIC Z(8)9.
        01 pi-1mod6-tx     PIC Z(8)9.
        01 pi-5mod6-tx     PIC Z(8)9.
        01 pi-check        PIC X(8).
        *> checked argument conversion -- see common/arg_check.cob
        01 ac-name      PIC X(12).
        01 ac-min       PIC 9(18).
        01 pm-value     PIC X(40).
        01 pm-found     PIC 9.
        *> central alert routing -- see common/alert_log.cob
        01 al-msg-id       PIC X(8).
        01 al-values.
            02 al-value-1  PIC X(28).
            02 al-value-2  PIC X(28).
        *> run correlation id -- see common/run_corr.cob
        01 corr-op         PIC X(3) VALUE "GET".
        01 corr-id         PIC X(14) VALUE SPACES.
        01 audit-outcome   PIC X(8).
PROCEDURE DIVISION.
    mainline.
        *> the build that is running -- see common/run_version.cob
        CALL "run_version" USING BY CONTENT "SET",
                                 FUNCTION WHEN-COMPILED.
        MOVE "START" TO audit-event.
        MOVE SPACES TO audit-outcome.
        CALL "run_audit" USING audit-name, audit-event, audit-outcome.
                PERFORM run_factor
            WHEN "CHECK"
                PERFORM run_check
            WHEN "PICOUNT"
                PERFORM run_picount
            WHEN OTHER
                PERFORM run_search
        END-EVALUATE.
        PERFORM capture_end.
        CALL "perf_log" USING audit-name, elapsed-ts.
        MOVE "END" TO audit-event.
        EVALUATE TRUE
            WHEN gold-fail-count > 0
                MOVE "GOLDFAIL" TO audit-outcome
            WHEN pi-fail-count > 0
                MOVE "PIFAIL" TO audit-outcome
            WHEN OTHER
                MOVE "COMPLETE" TO audit-outcome
        END-EVALUATE.
        CALL "run_audit" USING audit-name, audit-event, audit-outcome.
        *> RETURN-CODE is set after the last CALL -- a called
        *> subprogram's GOBACK hands back its own zero, so a code
        *> set any earlier would be lost
        IF gold-fail-count > 0 OR pi-fail-count > 0 THEN
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
            PERFORM VARYING num FROM resume-num BY 1
                            UNTIL num > range-upper
                            OR stop-requested = 1
                *> test-only crash points -- see common/fault_point.cob
                CALL "fault_point" USING audit-name, BY CONTENT "R"
                MOVE 1 TO isprime
                PERFORM VARYING divisor FROM 2 BY 1 UNTIL divisor >= num
                    IF FUNCTION REM(num, divisor) = 0 THEN
                    MOVE 0 TO ckpt-write-counter
                    MOVE "N" TO ckpt-complete-flag
                    PERFORM write_checkpoint
                    CALL "fault_point" USING audit-name, BY CONTENT "C"
                    MOVE 1 TO pb-lower
                    MOVE range-upper TO pb-upper
                    MOVE num TO pb-current
        IF primes-file-status NOT = "00" THEN
            DISPLAY "PRIMES: unable to open PRIMEOUT, status "
                    primes-file-status
            MOVE "DSN001" TO al-msg-id
            MOVE "PRIMEOUT" TO al-values
            CALL "alert_log" USING al-msg-id, audit-name,
                                    al-values
        ELSE
            PERFORM write_file_header
            PERFORM open_prime_master
            DISPLAY num " is not prime"
        END-IF.
        EXIT.

    run_picount.
        *> Prime-counting table off PRIMEMST: pi(x) at every power
        *> of ten the master covers and at the caller's own points
        *> (ARGUMENT 2, comma separated, PARMLIB PRIMES PI-POINTS=
        *> underneath), beside x/ln x and the logarithmic integral
        *> li(x) with each estimate's error and ratio, and the
        *> "prime race" counts by residue mod 4 and mod 6 at the
        *> same points.  Every power-of-ten row is held to the
        *> published pi(x), and every prime's ordinal on the master
        *> to the running count -- a disagreement is a sure sign the
        *> sieve went wrong, reported the way a GOLDBACH FAILURE is.
        *> The table lands on PIRPT and the console.
        OPEN INPUT PRIME-MST.
        IF mst-file-status NOT = "00" THEN
            DISPLAY "PRIMES: no PRIMEMST to count, status "
                    mst-file-status " -- run PRIMES SIEVE first"
            ADD 1 TO pi-fail-count
            MOVE "NUM004" TO al-msg-id
            MOVE SPACES TO al-values
            CALL "alert_log" USING al-msg-id, audit-name,
                                    al-values
            EXIT PARAGRAPH
        END-IF.
        *> the key-zero record carries the range the sieve covered
        MOVE 0 TO pi-eof.
        READ PRIME-MST NEXT RECORD
            AT END
                MOVE 1 TO pi-eof
        END-READ.
        IF pi-eof = 0 AND mst-prime = 0 THEN
            MOVE mst-ordinal TO pi-covered
        END-IF.
        PERFORM build_pi_points.
        OPEN OUTPUT PI-FILE.
        IF pi-file-status NOT = "00" THEN
            DISPLAY "PRIMES: unable to open PIRPT, status "
                    pi-file-status
            CLOSE PRIME-MST
            EXIT PARAGRAPH
        END-IF.
        PERFORM write_pi_header.
        MOVE 1 TO pt-idx.
        IF mst-prime = 0 AND pi-eof = 0 THEN
            READ PRIME-MST NEXT RECORD
                AT END
                    MOVE 1 TO pi-eof
            END-READ
        END-IF.
        PERFORM UNTIL pi-eof = 1 OR pt-idx > pt-count
            PERFORM UNTIL pt-idx > pt-count
                       OR mst-prime <= pt-x(pt-idx)
                PERFORM write_pi_row
                ADD 1 TO pt-idx
            END-PERFORM
            IF pt-idx <= pt-count THEN
                PERFORM count_one_prime
                READ PRIME-MST NEXT RECORD
                    AT END
                        MOVE 1 TO pi-eof
                END-READ
            END-IF
        END-PERFORM.
        PERFORM UNTIL pt-idx > pt-count
            PERFORM write_pi_row
            ADD 1 TO pt-idx
        END-PERFORM.
        CLOSE PRIME-MST.
        CLOSE PI-FILE.
        IF pi-fail-count > 0 THEN
            MOVE "NUM003" TO al-msg-id
            MOVE SPACES TO al-values
            CALL "alert_log" USING al-msg-id, audit-name,
                                    al-values
        END-IF.
        DISPLAY "PRIMES: prime-counting table of " pt-count
                " row(s), " pi-fail-count " failure(s)".
        EXIT.

    build_pi_points.
        MOVE 0 TO pt-count.
        MOVE 10 TO pt-power.
        PERFORM VARYING pt-power-no FROM 1 BY 1
                        UNTIL pt-power-no > 8
                        OR pt-power > pi-covered
            MOVE pt-power TO pt-new-x
            MOVE known-pi(pt-power-no) TO pt-new-known
            MOVE 1 TO pt-new-has
            PERFORM add_pi_point
            IF pt-power-no < 8 THEN
                MULTIPLY 10 BY pt-power
            END-IF
        END-PERFORM.
        MOVE SPACES TO pi-points-raw.
        MOVE "PI-POINTS" TO pm-keyword.
        CALL "parm_lookup" USING audit-name, pm-keyword,
                                  pm-value, pm-found.
        IF pm-found = 1 THEN
            MOVE pm-value TO pi-points-raw
        END-IF.
        DISPLAY 2 UPON ARGUMENT-NUMBER.
        ACCEPT arg-value FROM ARGUMENT-VALUE
            ON EXCEPTION MOVE SPACES TO arg-value
        END-ACCEPT.
        IF arg-value NOT = SPACES THEN
            DISPLAY 2 UPON ARGUMENT-NUMBER
            ACCEPT pi-points-raw FROM ARGUMENT-VALUE
        END-IF.
        PERFORM VARYING pi-point-idx FROM 1 BY 1
                        UNTIL pi-point-idx > 10
            MOVE SPACES TO pi-point-field(pi-point-idx)
        END-PERFORM.
        UNSTRING pi-points-raw DELIMITED BY "," OR ALL SPACE
            INTO pi-point-field(1), pi-point-field(2),
                 pi-point-field(3), pi-point-field(4),
                 pi-point-field(5), pi-point-field(6),
                 pi-point-field(7), pi-point-field(8),
                 pi-point-field(9), pi-point-field(10).
        PERFORM VARYING pi-point-idx FROM 1 BY 1
                        UNTIL pi-point-idx > 10
            IF pi-point-field(pi-point-idx) NOT = SPACES THEN
                MOVE "PI-POINT" TO ac-name
                MOVE 2 TO ac-min
                MOVE 999999999 TO ac-max
                CALL "arg_check" USING ac-name,
                     pi-point-field(pi-point-idx), ac-min, ac-max,
                     ac-result, ac-ok
                IF ac-ok = 0 THEN
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> a point past what the sieve covered would only
                *> count the master short
                IF ac-result > pi-covered THEN
                    DISPLAY "PRIMES: point " ac-result
                            " is past PRIMEMST's range "
                            pi-covered " -- dropped"
                ELSE
                    MOVE ac-result TO pt-new-x
                    MOVE 0 TO pt-new-known
                    MOVE 0 TO pt-new-has
                    PERFORM add_pi_point
                END-IF
            END-IF
        END-PERFORM.
        EXIT.

    add_pi_point.
        *> insert in ascending order; a repeat of a power of ten
        *> keeps the known value already there
        PERFORM VARYING pt-next FROM 1 BY 1
                        UNTIL pt-next > pt-count
                        OR pt-x(pt-next) >= pt-new-x
            CONTINUE
        END-PERFORM.
        IF pt-next <= pt-count THEN
            IF pt-x(pt-next) = pt-new-x THEN
                EXIT PARAGRAPH
            END-IF
        END-IF.
        IF pt-count >= 20 THEN
            DISPLAY "PRIMES: more than 20 points -- " pt-new-x
                    " dropped"
            EXIT PARAGRAPH
        END-IF.
        PERFORM VARYING pt-shift FROM pt-count BY -1
                        UNTIL pt-shift < pt-next
            MOVE pt-entry(pt-shift) TO pt-entry(pt-shift + 1)
        END-PERFORM.
        MOVE pt-new-x TO pt-x(pt-next).
        MOVE pt-new-known TO pt-known(pt-next).
        MOVE pt-new-has TO pt-has-known(pt-next).
        ADD 1 TO pt-count.
        EXIT.

    count_one_prime.
        ADD 1 TO pi-count.
        IF mst-ordinal NOT = pi-count THEN
            ADD 1 TO pi-fail-count
            DISPLAY "PRIMES: PRIMEMST ordinal " mst-ordinal
                    " for " mst-prime " but it is prime number "
                    pi-count " -- sieve output is suspect"
            *> carry on from the master's own numbering so one
            *> slip is reported once, not on every prime after it
            MOVE mst-ordinal TO pi-count
        END-IF.
        COMPUTE pi-residue = FUNCTION REM(mst-prime, 4).
        EVALUATE pi-residue
            WHEN 1
                ADD 1 TO pi-1mod4
            WHEN 3
                ADD 1 TO pi-3mod4
        END-EVALUATE.
        COMPUTE pi-residue = FUNCTION REM(mst-prime, 6).
        EVALUATE pi-residue
            WHEN 1
                ADD 1 TO pi-1mod6
            WHEN 5
                ADD 1 TO pi-5mod6
        END-EVALUATE.
        EXIT.

    write_pi_header.
        MOVE SPACES TO pi-record.
        MOVE pi-covered TO pi-x-tx.
        STRING "PRIME-COUNTING TABLE - run " report-date
               " cycle " corr-id " - PRIMEMST to "
               FUNCTION TRIM(pi-x-tx)
            DELIMITED BY SIZE INTO pi-record.
        WRITE pi-record.
        DISPLAY FUNCTION TRIM(pi-record TRAILING).
        MOVE SPACES TO pi-record.
        STRING "        x      pi(x)       x/ln x      error"
               "  ratio        li(x)      error  ratio"
               "   1 mod 4   3 mod 4   1 mod 6   5 mod 6"
               " check"
            DELIMITED BY SIZE INTO pi-record.
        WRITE pi-record.
        DISPLAY FUNCTION TRIM(pi-record TRAILING).
        EXIT.

    write_pi_row.
        MOVE pt-x(pt-idx) TO est-x.
        COMPUTE est-ln = FUNCTION LOG(est-x).
        COMPUTE est-xlnx = est-x / est-ln.
        *> li(x) = gamma + ln ln x + sum of (ln x)**k / (k * k!)
        *> -- every term positive, and by k = 150 the terms are
        *> far below anything the table prints for x < 10**9
        MOVE 1 TO est-term.
        MOVE 0 TO est-sum.
        PERFORM VARYING est-k FROM 1 BY 1 UNTIL est-k > 150
            COMPUTE est-term = est-term * est-ln / est-k
            COMPUTE est-sum = est-sum + est-term / est-k
        END-PERFORM.
        COMPUTE est-li = euler-gamma + FUNCTION LOG(est-ln)
                         + est-sum.
        MOVE pt-x(pt-idx) TO pi-x-tx.
        MOVE pi-count TO pi-count-tx.
        COMPUTE pi-xlnx-tx ROUNDED = est-xlnx.
        COMPUTE pi-xlnx-err-tx ROUNDED = est-xlnx - pi-count.
        COMPUTE pi-li-tx ROUNDED = est-li.
        COMPUTE pi-li-err-tx ROUNDED = est-li - pi-count.
        IF pi-count > 0 THEN
            COMPUTE pi-xlnx-rat-tx ROUNDED = pi-count / est-xlnx
            COMPUTE pi-li-rat-tx ROUNDED = pi-count / est-li
        ELSE
            MOVE 0 TO pi-xlnx-rat-tx
            MOVE 0 TO pi-li-rat-tx
        END-IF.
        MOVE pi-1mod4 TO pi-1mod4-tx.
        MOVE pi-3mod4 TO pi-3mod4-tx.
        MOVE pi-1mod6 TO pi-1mod6-tx.
        MOVE pi-5mod6 TO pi-5mod6-tx.
        MOVE SPACES TO pi-check.
        IF pt-has-known(pt-idx) = 1 THEN
            IF pi-count = pt-known(pt-idx) THEN
                MOVE "ok" TO pi-check
            ELSE
                MOVE "MISMATCH" TO pi-check
                ADD 1 TO pi-fail-count
                DISPLAY "PRIMES: PI(X) FAILURE at " pt-x(pt-idx)
                        " -- counted " pi-count ", known "
                        pt-known(pt-idx)
            END-IF
        END-IF.
        MOVE SPACES TO pi-record.
        STRING pi-x-tx "  " pi-count-tx " " pi-xlnx-tx " "
               pi-xlnx-err-tx " " pi-xlnx-rat-tx " " pi-li-tx " "
               pi-li-err-tx " " pi-li-rat-tx " " pi-1mod4-tx " "
               pi-3mod4-tx " " pi-1mod6-tx " " pi-5mod6-tx " "
               pi-check
            DELIMITED BY SIZE INTO pi-record.
        WRITE pi-record.
        DISPLAY FUNCTION TRIM(pi-record TRAILING).
        EXIT.
