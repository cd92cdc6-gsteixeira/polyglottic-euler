        *> Arithmetic-function master -- number_profile could say
        *> whether a number is prime and what its factors are, but a
        *> totient, a divisor count, a divisor sum or a Mobius value
        *> was worked out by hand every time somebody asked.  This
        *> sieves all four over 1..upper in segments (the base-prime
        *> and window machinery primes.cob's segmented sieve uses):
        *> each window starts every value at one, every base prime
        *> divides its multiples down and folds its power into the
        *> running values, and whatever is left above one afterwards
        *> is a single large prime factor.  The answers load the
        *> ARITHMST indexed master keyed by n, in the style of
        *> PRIMEMST -- recreated each run, with the key-zero record
        *> carrying the bound the sieve covered -- so number_profile
        *> and the inquiry server ask common/arith_lookup.cob before
        *> computing anything themselves.
        *>   ARGUMENT 1 = the upper end of the range (PARMLIB
        *>                ARITHFN RANGE-UPPER= underneath it,
        *>                default 100000)
        *> Each window's last value is re-derived by plain trial
        *> division (arith_funcs below, the same path the callers
        *> fall back on); a disagreement ends the run ARFAIL with a
        *> FATL alert and return code 8.  The progress beacon and
        *> the OPERCMD stop poll run at each window boundary; a stop
        *> restamps the bound record with what was actually covered.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    *> keyed results master -- see
                    *> common/arith_lookup.cob
                    SELECT ARITH-MST ASSIGN TO "ARITHMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS am-key
                        FILE STATUS IS arith-mst-status.
            DATA DIVISION.
                FILE SECTION.
                FD ARITH-MST.
                01 arith-mst-record.
                    02 am-key        PIC 9(9).
                    *> on the key-zero record am-phi carries the
                    *> bound the sieve covered
                    02 am-phi        PIC 9(9).
                    02 am-tau        PIC 9(5).
                    02 am-sigma      PIC 9(12).
                    02 am-mu         PIC S9.
                WORKING-STORAGE SECTION.
                    01 arith-mst-status  PIC XX.
                    01 arith-mst-open    PIC 9 VALUE 0.
                    01 master-failed     PIC 9 VALUE 0.
                    01 arg-value         PIC X(18).
                    01 range-upper       PIC 9(9) VALUE 100000.
                    *> the base primes -- everything up to the
                    *> square root of the range, never more than
                    *> 31623 slots for a nine-digit bound
                    01 base-limit        PIC 9(9).
                    01 base-count        PIC 9(4) VALUE ZEROS.
                    01 base-flags.
                        02 base-flag OCCURS 31623 TIMES PIC 9.
                    01 base-primes.
                        02 base-prime OCCURS 3500 TIMES PIC 9(9).
                    01 bp-idx            PIC 9(4).
                    01 sieve-idx         PIC 9(9).
                    01 sieve-factor      PIC 9(9).
                    01 sieve-mult        PIC 9(10).
                    *> one window of the range; se-rem is what is
                    *> left of n once the base primes are divided out
                    01 seg-width         PIC 9(9) VALUE 10000.
                    01 seg-lo            PIC 9(10).
                    01 seg-hi            PIC 9(10).
                    01 seg-size          PIC 9(9).
                    01 seg-table.
                        02 seg-entry OCCURS 10000 TIMES.
                            03 se-rem    PIC 9(9).
                            03 se-phi    PIC 9(9).
                            03 se-tau    PIC 9(5).
                            03 se-sigma  PIC 9(12).
                            03 se-mu     PIC S9.
                    01 seg-idx           PIC 9(9).
                    01 first-mult        PIC 9(10).
                    01 mult-quot         PIC 9(10).
                    01 this-prime        PIC 9(9).
                    01 prime-power       PIC 9(18).
                    01 power-exp         PIC 9(4).
                    01 div-quot          PIC 9(9).
                    01 div-rem           PIC 9(9).
                    01 num               PIC 9(9).
                    *> run summary
                    01 value-count       PIC 9(9) VALUE ZEROS.
                    01 prime-count       PIC 9(9) VALUE ZEROS.
                    01 squarefree-count  PIC 9(9) VALUE ZEROS.
                    01 perfect-count     PIC 9(9) VALUE ZEROS.
                    01 mertens           PIC S9(9) VALUE ZEROS.
                    01 mertens-tx        PIC -(9)9.
                    *> the per-window cross-check against arith_funcs
                    01 ax-number         PIC 9(9).
                    01 ax-phi            PIC 9(9).
                    01 ax-tau            PIC 9(5).
                    01 ax-sigma          PIC 9(12).
                    01 ax-mu             PIC S9.
                    01 check-fail-count  PIC 9(9) VALUE ZEROS.
                    *> operator command polling -- see
                    *> common/op_command.cob
                    01 oc-action         PIC X(4).
                    01 stop-requested    PIC 9 VALUE 0.
                    *> progress beacon -- see
                    *> common/progress_beacon.cob
                    01 pb-lower          PIC 9(12).
                    01 pb-upper          PIC 9(12).
                    01 pb-current        PIC 9(12).
                    01 pb-done           PIC 9(12).
                    01 pb-total          PIC 9(12).
                    *> checked argument conversion -- see
                    *> common/arg_check.cob
                    01 ac-name           PIC X(12).
                    01 ac-min            PIC 9(18).
                    01 ac-max            PIC 9(18).
                    01 ac-result         PIC 9(18).
                    01 ac-ok             PIC 9.
                    *> PARMLIB-supplied named parameters -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword        PIC X(16).
                    01 pm-value          PIC X(40).
                    01 pm-found          PIC 9.
                    *> elapsed-time capture -- see common/perf_log.cob
                    01 start-ts          PIC 9(8).
                    01 end-ts            PIC 9(8).
                    01 elapsed-ts        PIC 9(8).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime          PIC X(21).
                    01 report-date       PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "ARITHFN".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
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
                PERFORM write_report_header.
                PERFORM capture_start.
                PERFORM gather_arguments.
                PERFORM run_sieve.
                PERFORM capture_end.
                CALL "perf_log" USING audit-name, elapsed-ts.
                MOVE "END" TO audit-event.
                EVALUATE TRUE
                    WHEN master-failed = 1
                        MOVE "ERROR" TO audit-outcome
                    WHEN check-fail-count > 0
                        MOVE "ARFAIL" TO audit-outcome
                    WHEN OTHER
                        MOVE "COMPLETE" TO audit-outcome
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF audit-outcome = "COMPLETE" THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                CALL "run_corr" USING corr-op, corr-id.
                DISPLAY "ARITHMETIC FUNCTIONS - run " report-date
                        " cycle " corr-id.
                EXIT.

            capture_start.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO start-ts.
                EXIT.

            capture_end.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO end-ts.
                *> a midnight rollover is not worth guarding against
                *> here -- treat a negative delta as zero.
                IF end-ts >= start-ts THEN
                    SUBTRACT start-ts FROM end-ts GIVING elapsed-ts
                ELSE
                    MOVE 0 TO elapsed-ts
                END-IF.
                EXIT.

            gather_arguments.
                MOVE "RANGE-UPPER" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO range-upper
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "RANGE-UPPER" TO ac-name.
                MOVE 1 TO ac-min.
                *> the master key and the base-prime table are both
                *> sized for nine digits
                MOVE 999999999 TO ac-max.
                CALL "arg_check" USING ac-name, arg-value, ac-min,
                                        ac-max, ac-result, ac-ok.
                IF ac-ok = 0 THEN
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF arg-value NOT = SPACES THEN
                    MOVE ac-result TO range-upper
                END-IF.
                IF range-upper < 1 THEN
                    MOVE 1 TO range-upper
                END-IF.
                EXIT.

            run_sieve.
                PERFORM open_arith_master.
                IF arith-mst-open = 0 THEN
                    MOVE 1 TO master-failed
                    EXIT PARAGRAPH
                END-IF.
                PERFORM build_base_primes.
                MOVE 1 TO seg-lo.
                PERFORM UNTIL seg-lo > range-upper
                           OR stop-requested = 1
                    COMPUTE seg-hi = seg-lo + seg-width - 1
                    IF seg-hi > range-upper THEN
                        MOVE range-upper TO seg-hi
                    END-IF
                    PERFORM sieve_one_segment
                    PERFORM check_one_segment
                    PERFORM load_one_segment
                    MOVE 1 TO pb-lower
                    MOVE range-upper TO pb-upper
                    MOVE seg-hi TO pb-current
                    MOVE seg-hi TO pb-done
                    MOVE range-upper TO pb-total
                    CALL "progress_beacon" USING audit-name,
                         pb-lower, pb-upper, pb-current,
                         pb-done, pb-total, start-ts
                    *> a STOP winds the sieve down at the window
                    *> boundary, so ARITHMST is closed whole -- see
                    *> common/op_command.cob
                    CALL "op_command" USING audit-name, oc-action
                    IF oc-action = "STOP" THEN
                        MOVE 1 TO stop-requested
                    END-IF
                    COMPUTE seg-lo = seg-hi + 1
                END-PERFORM.
                CLOSE ARITH-MST.
                MOVE 0 TO arith-mst-open.
                IF stop-requested = 1 THEN
                    PERFORM restamp_bound
                    DISPLAY "ARITHMETIC FUNCTIONS: sieve stopped by "
                            "operator after " seg-hi
                    EXIT PARAGRAPH
                END-IF.
                MOVE mertens TO mertens-tx.
                DISPLAY "ARITHMETIC FUNCTIONS: " value-count
                        " value(s) up to " range-upper.
                DISPLAY "ARITHMETIC FUNCTIONS: " prime-count
                        " prime(s), " squarefree-count
                        " squarefree, " perfect-count " perfect".
                DISPLAY "ARITHMETIC FUNCTIONS: Mertens M(n) = "
                        FUNCTION TRIM(mertens-tx).
                IF check-fail-count > 0 THEN
                    DISPLAY "ARITHMETIC FUNCTIONS: " check-fail-count
                            " window(s) failed the cross-check"
                    MOVE "NUM002" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            open_arith_master.
                *> recreated wholesale each sieve run, the way the
                *> prime sieve recreates PRIMEMST.  The key-zero
                *> record carries the range this master covers, so
                *> common/arith_lookup.cob can tell a number the sieve
                *> never reached from a damaged master.
                OPEN OUTPUT ARITH-MST.
                IF arith-mst-status NOT = "00" THEN
                    DISPLAY "ARITHMETIC FUNCTIONS: unable to open "
                            "ARITHMST, status " arith-mst-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ARITHMST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE 0 TO arith-mst-open
                ELSE
                    MOVE 1 TO arith-mst-open
                    MOVE 0 TO am-key
                    MOVE range-upper TO am-phi
                    MOVE 0 TO am-tau
                    MOVE 0 TO am-sigma
                    MOVE 0 TO am-mu
                    WRITE arith-mst-record
                END-IF.
                EXIT.

            restamp_bound.
                *> an operator stop leaves the master covering only
                *> 1..seg-hi -- say so on the bound record, so the
                *> lookup does not promise what was never loaded
                OPEN I-O ARITH-MST.
                IF arith-mst-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO am-key.
                READ ARITH-MST.
                IF arith-mst-status = "00" THEN
                    MOVE seg-hi TO am-phi
                    REWRITE arith-mst-record
                END-IF.
                CLOSE ARITH-MST.
                EXIT.

            build_base_primes.
                *> the plain sieve, over just 2..sqrt(range-upper) --
                *> see primes.cob's build_base_primes
                MOVE 2 TO base-limit.
                PERFORM UNTIL base-limit * base-limit >= range-upper
                    ADD 1 TO base-limit
                END-PERFORM.
                MOVE 0 TO base-count.
                PERFORM VARYING sieve-idx FROM 1 BY 1
                                UNTIL sieve-idx > base-limit
                    MOVE 1 TO base-flag(sieve-idx)
                END-PERFORM.
                MOVE 0 TO base-flag(1).
                PERFORM VARYING sieve-factor FROM 2 BY 1
                        UNTIL sieve-factor * sieve-factor > base-limit
                    IF base-flag(sieve-factor) = 1 THEN
                        COMPUTE sieve-mult = sieve-factor * sieve-factor
                        PERFORM UNTIL sieve-mult > base-limit
                            MOVE 0 TO base-flag(sieve-mult)
                            ADD sieve-factor TO sieve-mult
                        END-PERFORM
                    END-IF
                END-PERFORM.
                PERFORM VARYING sieve-idx FROM 2 BY 1
                                UNTIL sieve-idx > base-limit
                    IF base-flag(sieve-idx) = 1
                       AND base-count < 3500 THEN
                        ADD 1 TO base-count
                        MOVE sieve-idx TO base-prime(base-count)
                    END-IF
                END-PERFORM.
                EXIT.

            sieve_one_segment.
                COMPUTE seg-size = seg-hi - seg-lo + 1.
                PERFORM VARYING seg-idx FROM 1 BY 1
                                UNTIL seg-idx > seg-size
                    COMPUTE se-rem(seg-idx) = seg-lo + seg-idx - 1
                    MOVE 1 TO se-phi(seg-idx)
                    MOVE 1 TO se-tau(seg-idx)
                    MOVE 1 TO se-sigma(seg-idx)
                    MOVE 1 TO se-mu(seg-idx)
                END-PERFORM.
                PERFORM VARYING bp-idx FROM 1 BY 1
                                UNTIL bp-idx > base-count
                    MOVE base-prime(bp-idx) TO this-prime
                    *> the first multiple of this prime at or past
                    *> the window's low edge -- the prime itself
                    *> included, unlike the primality sieve
                    COMPUTE mult-quot = (seg-lo + this-prime - 1)
                                        / this-prime
                    COMPUTE first-mult = mult-quot * this-prime
                    PERFORM VARYING sieve-mult FROM first-mult
                                    BY this-prime
                                    UNTIL sieve-mult > seg-hi
                        COMPUTE seg-idx = sieve-mult - seg-lo + 1
                        PERFORM fold_prime_power
                    END-PERFORM
                END-PERFORM.
                *> anything still above one is a prime factor past
                *> the square root -- it can only appear once
                PERFORM VARYING seg-idx FROM 1 BY 1
                                UNTIL seg-idx > seg-size
                    IF se-rem(seg-idx) > 1 THEN
                        COMPUTE se-phi(seg-idx) =
                            se-phi(seg-idx) * (se-rem(seg-idx) - 1)
                        COMPUTE se-tau(seg-idx) = se-tau(seg-idx) * 2
                        COMPUTE se-sigma(seg-idx) =
                            se-sigma(seg-idx) * (se-rem(seg-idx) + 1)
                        COMPUTE se-mu(seg-idx) = 0 - se-mu(seg-idx)
                        MOVE 1 TO se-rem(seg-idx)
                    END-IF
                END-PERFORM.
                EXIT.

            fold_prime_power.
                *> divide this prime out of the slot's remainder as
                *> often as it goes, then fold p**k into the values:
                *> phi takes (p-1)*p**(k-1), tau takes k+1, sigma
                *> takes (p**(k+1)-1)/(p-1), mu flips or dies
                MOVE 0 TO power-exp.
                MOVE 1 TO prime-power.
                DIVIDE se-rem(seg-idx) BY this-prime
                    GIVING div-quot REMAINDER div-rem.
                PERFORM UNTIL div-rem NOT = 0
                    MOVE div-quot TO se-rem(seg-idx)
                    ADD 1 TO power-exp
                    COMPUTE prime-power = prime-power * this-prime
                    DIVIDE se-rem(seg-idx) BY this-prime
                        GIVING div-quot REMAINDER div-rem
                END-PERFORM.
                IF power-exp = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE se-phi(seg-idx) = se-phi(seg-idx)
                    * (prime-power / this-prime) * (this-prime - 1).
                COMPUTE se-tau(seg-idx) =
                    se-tau(seg-idx) * (power-exp + 1).
                COMPUTE se-sigma(seg-idx) = se-sigma(seg-idx)
                    * ((prime-power * this-prime - 1)
                       / (this-prime - 1)).
                IF power-exp > 1 THEN
                    MOVE 0 TO se-mu(seg-idx)
                ELSE
                    COMPUTE se-mu(seg-idx) = 0 - se-mu(seg-idx)
                END-IF.
                EXIT.

            check_one_segment.
                *> re-derive the window's last value the slow way --
                *> a sieve slip shows up here long before anybody
                *> quotes a wrong totient to a customer
                MOVE seg-hi TO ax-number.
                CALL "arith_funcs" USING ax-number, ax-phi, ax-tau,
                                          ax-sigma, ax-mu.
                IF ax-phi NOT = se-phi(seg-size)
                   OR ax-tau NOT = se-tau(seg-size)
                   OR ax-sigma NOT = se-sigma(seg-size)
                   OR ax-mu NOT = se-mu(seg-size) THEN
                    ADD 1 TO check-fail-count
                    DISPLAY "ARITHMETIC FUNCTIONS: cross-check failed "
                            "at " seg-hi
                END-IF.
                EXIT.

            load_one_segment.
                PERFORM VARYING seg-idx FROM 1 BY 1
                                UNTIL seg-idx > seg-size
                    COMPUTE num = seg-lo + seg-idx - 1
                    ADD 1 TO value-count
                    ADD se-mu(seg-idx) TO mertens
                    IF se-mu(seg-idx) NOT = 0 THEN
                        ADD 1 TO squarefree-count
                    END-IF
                    IF se-tau(seg-idx) = 2 THEN
                        ADD 1 TO prime-count
                    END-IF
                    IF se-sigma(seg-idx) = num * 2 THEN
                        ADD 1 TO perfect-count
                    END-IF
                    MOVE num TO am-key
                    MOVE se-phi(seg-idx) TO am-phi
                    MOVE se-tau(seg-idx) TO am-tau
                    MOVE se-sigma(seg-idx) TO am-sigma
                    MOVE se-mu(seg-idx) TO am-mu
                    WRITE arith-mst-record
                END-PERFORM.
                EXIT.
        END PROGRAM Main.

        *> The four functions for one number by plain trial division
        *> -- the path number_profile and the inquiry server take when
        *> ARITHMST cannot answer, and the sieve's own cross-check.
        *> Nine-digit operands: the divisor never passes 31623.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. arith_funcs.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 rest          PIC 9(9).
                    01 trial-prime   PIC 9(9).
                    01 prime-power   PIC 9(18).
                    01 power-exp     PIC 9(4).
                    01 div-quot      PIC 9(9).
                    01 div-rem       PIC 9(9).
                LINKAGE SECTION.
                    01 ax-number     PIC 9(9).
                    01 ax-phi        PIC 9(9).
                    01 ax-tau        PIC 9(5).
                    01 ax-sigma      PIC 9(12).
                    01 ax-mu         PIC S9.
            PROCEDURE DIVISION USING ax-number, ax-phi, ax-tau,
                                      ax-sigma, ax-mu.
                MOVE 1 TO ax-phi.
                MOVE 1 TO ax-tau.
                MOVE 1 TO ax-sigma.
                MOVE 1 TO ax-mu.
                IF ax-number = 0 THEN
                    MOVE 0 TO ax-phi
                    MOVE 0 TO ax-tau
                    MOVE 0 TO ax-sigma
                    MOVE 0 TO ax-mu
                    GOBACK
                END-IF.
                MOVE ax-number TO rest.
                MOVE 2 TO trial-prime.
                PERFORM UNTIL trial-prime * trial-prime > rest
                    PERFORM fold_trial_divisor
                    IF trial-prime = 2 THEN
                        MOVE 3 TO trial-prime
                    ELSE
                        ADD 2 TO trial-prime
                    END-IF
                END-PERFORM.
                IF rest > 1 THEN
                    COMPUTE ax-phi = ax-phi * (rest - 1)
                    COMPUTE ax-tau = ax-tau * 2
                    COMPUTE ax-sigma = ax-sigma * (rest + 1)
                    COMPUTE ax-mu = 0 - ax-mu
                END-IF.
            GOBACK.

            fold_trial_divisor.
                MOVE 0 TO power-exp.
                MOVE 1 TO prime-power.
                DIVIDE rest BY trial-prime
                    GIVING div-quot REMAINDER div-rem.
                PERFORM UNTIL div-rem NOT = 0
                    MOVE div-quot TO rest
                    ADD 1 TO power-exp
                    COMPUTE prime-power = prime-power * trial-prime
                    DIVIDE rest BY trial-prime
                        GIVING div-quot REMAINDER div-rem
                END-PERFORM.
                IF power-exp = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE ax-phi = ax-phi
                    * (prime-power / trial-prime) * (trial-prime - 1).
                COMPUTE ax-tau = ax-tau * (power-exp + 1).
                COMPUTE ax-sigma = ax-sigma
                    * ((prime-power * trial-prime - 1)
                       / (trial-prime - 1)).
                IF power-exp > 1 THEN
                    MOVE 0 TO ax-mu
                ELSE
                    COMPUTE ax-mu = 0 - ax-mu
                END-IF.
                EXIT.
        END PROGRAM arith_funcs.
