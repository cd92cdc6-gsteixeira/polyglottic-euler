                SELECT TOPTRACE-FILE ASSIGN TO "COLLTR10"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS toptrace-file-status.
                *> the qn+r family the VARIANT mode studies lands on
                *> its own dataset, so neither COLLOUT nor COLLMST
                *> ever carries anything but plain 3n+1 answers
                SELECT VARIANT-FILE ASSIGN TO "COLLVAR"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS variant-file-status.
                *> keyed results master -- every chain the range scan
                *> derives lands here by starting number, so the
                *> inquiry server and number_profile answer COLL
            01 hist-record             PIC X(80).
            FD TOPTRACE-FILE.
            01 toptrace-record         PIC X(80).
            FD VARIANT-FILE.
            01 variant-record          PIC X(80).
            FD COLL-MST.
            01 coll-mst-record.
                02 cm-key   PIC 9(12).
                    03 tp-id         PIC 9(12) VALUE ZEROS.
                    03 tp-peak       PIC 9(12) VALUE ZEROS.
                    03 tp-count      PIC 9(12) VALUE ZEROS.
            *> VARIANT mode -- odd terms go to mult * n + addend
            *> instead of 3n+1, and a start either reaches 1, falls
            *> into some other cycle, or climbs past the ceiling
            01 variant-file-status   PIC XX.
            01 var-mult              PIC 9(3) VALUE 3.
            01 var-addend            PIC S9(3) VALUE +1.
            01 var-ceiling           PIC 9(12) VALUE 999999999999.
            01 var-step-limit        PIC 9(9) VALUE 100000.
            01 var-sign              PIC X.
            01 var-rule              PIC X(12).
            01 var-mult-tx           PIC Z(2)9.
            01 var-addend-tx         PIC Z(2)9.
            *> the walk runs on signed terms -- 3n-1 and friends
            *> can cross zero
            01 var-term              PIC S9(15).
            01 tort-term             PIC S9(15).
            01 hare-term             PIC S9(15).
            01 hare-steps            PIC 9(9).
            01 var-class             PIC X(8).
            01 cycle-min             PIC S9(15).
            01 cycle-len             PIC 9(6).
            01 var-poll-counter      PIC 9(9) VALUE ZEROS.
            01 var-one-count         PIC 9(9) VALUE ZEROS.
            01 var-cycle-count       PIC 9(9) VALUE ZEROS.
            01 var-ceiling-count     PIC 9(9) VALUE ZEROS.
            01 var-limit-count       PIC 9(9) VALUE ZEROS.
            *> the distinct cycles found, each known by its smallest
            *> member, with how many starts fall into it
            01 vc-count              PIC 9(3) VALUE ZEROS.
            01 vc-overflow           PIC 9(9) VALUE ZEROS.
            01 vc-table.
                02 vc-entry OCCURS 100 TIMES.
                    03 vc-min        PIC S9(15).
                    03 vc-length     PIC 9(6).
                    03 vc-starts     PIC 9(9).
            01 vc-idx                PIC 9(3).
            01 vc-found              PIC 9(3).
            01 member-idx            PIC 9(6).
            01 var-numb-tx           PIC 9(12).
            01 var-term-tx           PIC -(15)9.
            01 var-len-tx            PIC 9(6).
            01 var-steps-tx          PIC 9(9).
            01 var-count-tx          PIC 9(9).
            01 run-mode              PIC X(10).
            01 arg-value             PIC X(18).
            *> the search range, overridable from ARGUMENT-VALUE
            01 pm-value     PIC X(40).
            01 pm-found     PIC 9.
            *> central alert routing -- see common/alert_log.cob
            01 al-msg-id             PIC X(8).
            01 al-values.
                02 al-value-1        PIC X(28).
                02 al-value-2        PIC X(28).
            *> run correlation id -- see common/run_corr.cob
            01 corr-op               PIC X(3) VALUE "GET".
            01 corr-id               PIC X(14) VALUE SPACES.
            01 audit-outcome         PIC X(8).
        PROCEDURE DIVISION.
        mainline.
            *> the build that is running -- see common/run_version.cob
            CALL "run_version" USING BY CONTENT "SET",
                                     FUNCTION WHEN-COMPILED.
            MOVE "START" TO audit-event.
            MOVE SPACES TO audit-outcome.
            CALL "run_audit" USING audit-name, audit-event, audit-outcome.
            PERFORM capture_start.
            *> run-mode picks the entry path: a full range scan (the
            *> original behavior, now parameterized) by default, a
            *> single ad-hoc value, a full chain trace, a reduce
            *> pass that picks the winner across several range-scan
            *> job steps' partial results, or a scan of a qn+r
            *> variant of the rule.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            ACCEPT run-mode FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO run-mode
                    PERFORM run_trace
                WHEN "REDUCE"
                    PERFORM run_reduce
                WHEN "VARIANT"
                    PERFORM run_variant
                WHEN OTHER
                    PERFORM run_range
            END-EVALUATE.
            PERFORM VARYING numb FROM resume-numb BY -1
                            UNTIL numb < range-lower
                            OR stop-requested = 1
                *> test-only crash points -- see common/fault_point.cob
                CALL "fault_point" USING audit-name, BY CONTENT "R"
                CALL 'collatz_counter' USING numb, chain-peak
                    GIVING counter
                IF counter > longest_count THEN
                    MOVE 0 TO ckpt-write-counter
                    MOVE "N" TO ckpt-complete-flag
                    PERFORM write_checkpoint
                    CALL "fault_point" USING audit-name, BY CONTENT "C"
                    *> the scan walks downward, so what's done is the
                    *> distance from the top of the range
                    MOVE numb TO pb-current
            ELSE
                DISPLAY "COLLATZ: unable to open COLLMST, status "
                        coll-mst-status
                MOVE "NUM001" TO al-msg-id
                MOVE "COLLMST" TO al-values
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values
            END-IF.
            EXIT.

            IF result-file-status NOT = "00" THEN
                DISPLAY "COLLATZ: unable to open COLLOUT, status "
                        result-file-status
                MOVE "DSN001" TO al-msg-id
                MOVE "COLLOUT" TO al-values
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values
            ELSE
                MOVE SPACES TO result-record
                STRING "COLLATZ - run " report-date
                IF ckpt-file-status NOT = "00" THEN
                    DISPLAY "COLLATZ: unable to open COLLCKPT, status "
                            ckpt-file-status
                    MOVE "DSN002" TO al-msg-id
                    MOVE "COLLCKPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    MOVE ck-image TO ckpt-record
                    WRITE ckpt-record
                IF ckpt2-file-status NOT = "00" THEN
                    DISPLAY "COLLATZ: unable to open COLLCKP2, status "
                            ckpt2-file-status
                    MOVE "DSN002" TO al-msg-id
                    MOVE "COLLCKP2" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    MOVE ck-image TO ckpt2-record
                    WRITE ckpt2-record
                CLOSE TRACE-FILE
            END-IF.
            EXIT.

        run_variant.
            *> ARGUMENT 2 = the multiplier q, ARGUMENT 3 = the addend
            *> r (signed: -1 for 3n-1), ARGUMENT 4 = upper bound,
            *> ARGUMENT 5 = lower bound; PARMLIB COLLATZ
            *> VAR-MULTIPLIER= / VAR-ADDEND= / RANGE-UPPER= /
            *> RANGE-LOWER= underneath them, VAR-CEILING= the size
            *> past which a start is given up as growing without
            *> limit and VAR-STEP-LIMIT= the longest walk tried.
            *> Even terms halve, odd terms go to q * n + r.  Every
            *> start is classified on COLLVAR, followed by the
            *> distinct cycles found and how many starts fell in.
            PERFORM gather_variant_arguments.
            OPEN OUTPUT VARIANT-FILE.
            IF variant-file-status NOT = "00" THEN
                DISPLAY "COLLATZ: unable to open COLLVAR, status "
                        variant-file-status
                MOVE "DSN001" TO al-msg-id
                MOVE "COLLVAR" TO al-values
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values
                MOVE "END" TO audit-event
                MOVE "ERROR" TO audit-outcome
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO variant-record.
            STRING "COLLATZ VARIANT " FUNCTION TRIM(var-rule)
                   " - run " report-date
                   " cycle " corr-id
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            PERFORM VARYING numb FROM range-lower BY 1
                            UNTIL numb > range-upper
                            OR stop-requested = 1
                PERFORM classify_variant_start
                PERFORM write_variant_start
                ADD 1 TO var-poll-counter
                IF var-poll-counter >= ckpt-interval THEN
                    MOVE 0 TO var-poll-counter
                    MOVE numb TO pb-current
                    COMPUTE pb-done = numb - range-lower + 1
                    COMPUTE pb-total =
                            range-upper - range-lower + 1
                    CALL "progress_beacon" USING audit-name,
                         range-lower, range-upper, pb-current,
                         pb-done, pb-total, start-ts
                    *> no checkpoint here -- a STOP ends the scan
                    *> with the summary of what it got through
                    CALL "op_command" USING audit-name, oc-action
                    IF oc-action = "STOP" THEN
                        MOVE 1 TO stop-requested
                    END-IF
                END-IF
            END-PERFORM.
            IF stop-requested = 1 THEN
                DISPLAY "COLLATZ: stopped by operator at " numb
                MOVE SPACES TO variant-record
                MOVE numb TO var-numb-tx
                STRING "stopped by operator at " var-numb-tx
                    DELIMITED BY SIZE INTO variant-record
                WRITE variant-record
            END-IF.
            PERFORM write_variant_summary.
            CLOSE VARIANT-FILE.
            EXIT.

        gather_variant_arguments.
            MOVE "VAR-MULTIPLIER" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO var-mult
            END-IF.
            MOVE "VAR-ADDEND" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO var-addend
            END-IF.
            MOVE "VAR-CEILING" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO var-ceiling
            END-IF.
            MOVE "VAR-STEP-LIMIT" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO var-step-limit
            END-IF.
            MOVE "RANGE-UPPER" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO range-upper
            END-IF.
            MOVE "RANGE-LOWER" TO pm-keyword.
            CALL "parm_lookup" USING audit-name, pm-keyword,
                                      pm-value, pm-found.
            IF pm-found = 1 THEN
                MOVE FUNCTION NUMVAL(pm-value) TO range-lower
            END-IF.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            ACCEPT arg-value FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO arg-value
            END-ACCEPT.
            MOVE "MULTIPLIER" TO ac-name.
            MOVE 1 TO ac-min.
            MOVE 999 TO ac-max.
            PERFORM check_variant_argument.
            IF arg-value NOT = SPACES THEN
                MOVE ac-result TO var-mult
            END-IF.
            *> the addend may carry a sign; arg_check sees only the
            *> digits after it
            DISPLAY 3 UPON ARGUMENT-NUMBER.
            ACCEPT arg-value FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO arg-value
            END-ACCEPT.
            MOVE "+" TO var-sign.
            IF arg-value(1:1) = "-" OR arg-value(1:1) = "+" THEN
                MOVE arg-value(1:1) TO var-sign
                MOVE arg-value(2:17) TO arg-value
            END-IF.
            MOVE "ADDEND" TO ac-name.
            MOVE 0 TO ac-min.
            MOVE 999 TO ac-max.
            PERFORM check_variant_argument.
            IF arg-value NOT = SPACES THEN
                IF var-sign = "-" THEN
                    COMPUTE var-addend = 0 - ac-result
                ELSE
                    MOVE ac-result TO var-addend
                END-IF
            END-IF.
            DISPLAY 4 UPON ARGUMENT-NUMBER.
            ACCEPT arg-value FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO arg-value
            END-ACCEPT.
            MOVE "RANGE-UPPER" TO ac-name.
            MOVE 1 TO ac-min.
            MOVE 999999999999 TO ac-max.
            PERFORM check_variant_argument.
            IF arg-value NOT = SPACES THEN
                MOVE ac-result TO range-upper
            END-IF.
            DISPLAY 5 UPON ARGUMENT-NUMBER.
            ACCEPT arg-value FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO arg-value
            END-ACCEPT.
            MOVE "RANGE-LOWER" TO ac-name.
            MOVE 1 TO ac-min.
            MOVE 999999999999 TO ac-max.
            PERFORM check_variant_argument.
            IF arg-value NOT = SPACES THEN
                MOVE ac-result TO range-lower
            END-IF.
            IF range-upper < range-lower THEN
                DISPLAY "COLLATZ: range upper " range-upper
                        " is below lower " range-lower
                MOVE "END" TO audit-event
                MOVE "ERROR" TO audit-outcome
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            *> a zero multiplier from PARMLIB is no rule at all
            IF var-mult = 0 THEN
                MOVE 1 TO var-mult
            END-IF.
            IF var-step-limit = 0 THEN
                MOVE 100000 TO var-step-limit
            END-IF.
            MOVE var-mult TO var-mult-tx.
            IF var-addend < 0 THEN
                COMPUTE var-addend-tx = 0 - var-addend
                STRING FUNCTION TRIM(var-mult-tx) "n-"
                       FUNCTION TRIM(var-addend-tx)
                    DELIMITED BY SIZE INTO var-rule
            ELSE
                MOVE var-addend TO var-addend-tx
                STRING FUNCTION TRIM(var-mult-tx) "n+"
                       FUNCTION TRIM(var-addend-tx)
                    DELIMITED BY SIZE INTO var-rule
            END-IF.
            EXIT.

        check_variant_argument.
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
            EXIT.

        classify_variant_start.
            *> tortoise and hare: the hare runs two terms for the
            *> tortoise's one, so a cycle is caught the moment they
            *> meet without holding the whole walk; every term the
            *> tortoise sees the hare has already checked for 1 and
            *> for the ceiling
            MOVE numb TO tort-term.
            MOVE numb TO hare-term.
            MOVE 0 TO hare-steps.
            MOVE SPACES TO var-class.
            IF numb = 1 THEN
                MOVE "ONE" TO var-class
            END-IF.
            PERFORM UNTIL var-class NOT = SPACES
                PERFORM advance_hare
                IF var-class = SPACES THEN
                    PERFORM advance_hare
                END-IF
                IF var-class = SPACES THEN
                    MOVE tort-term TO var-term
                    PERFORM variant_step
                    MOVE var-term TO tort-term
                    IF tort-term = hare-term THEN
                        MOVE "CYCLE" TO var-class
                        PERFORM measure_variant_cycle
                    END-IF
                END-IF
            END-PERFORM.
            EVALUATE var-class
                WHEN "ONE"
                    ADD 1 TO var-one-count
                WHEN "CYCLE"
                    ADD 1 TO var-cycle-count
                    PERFORM record_variant_cycle
                WHEN "CEILING"
                    ADD 1 TO var-ceiling-count
                WHEN OTHER
                    ADD 1 TO var-limit-count
            END-EVALUATE.
            EXIT.

        advance_hare.
            MOVE hare-term TO var-term.
            PERFORM variant_step.
            MOVE var-term TO hare-term.
            ADD 1 TO hare-steps.
            EVALUATE TRUE
                WHEN hare-term = 1
                    MOVE "ONE" TO var-class
                WHEN hare-term > var-ceiling
                  OR hare-term < 0 - var-ceiling
                    MOVE "CEILING" TO var-class
                WHEN hare-steps >= var-step-limit
                    MOVE "LIMIT" TO var-class
            END-EVALUATE.
            EXIT.

        variant_step.
            IF FUNCTION MOD(var-term, 2) = 0 THEN
                DIVIDE 2 INTO var-term
            ELSE
                COMPUTE var-term = var-mult * var-term + var-addend
            END-IF.
            EXIT.

        measure_variant_cycle.
            *> once round from the meeting point gives the length
            *> and the smallest member, which names the cycle
            MOVE tort-term TO cycle-min.
            MOVE tort-term TO var-term.
            MOVE 0 TO cycle-len.
            PERFORM UNTIL cycle-len > 0 AND var-term = tort-term
                PERFORM variant_step
                ADD 1 TO cycle-len
                IF var-term < cycle-min THEN
                    MOVE var-term TO cycle-min
                END-IF
            END-PERFORM.
            EXIT.

        record_variant_cycle.
            MOVE 0 TO vc-found.
            PERFORM VARYING vc-idx FROM 1 BY 1
                            UNTIL vc-idx > vc-count OR vc-found > 0
                IF vc-min(vc-idx) = cycle-min THEN
                    MOVE vc-idx TO vc-found
                END-IF
            END-PERFORM.
            IF vc-found > 0 THEN
                ADD 1 TO vc-starts(vc-found)
            ELSE
                IF vc-count < 100 THEN
                    ADD 1 TO vc-count
                    MOVE cycle-min TO vc-min(vc-count)
                    MOVE cycle-len TO vc-length(vc-count)
                    MOVE 1 TO vc-starts(vc-count)
                ELSE
                    ADD 1 TO vc-overflow
                END-IF
            END-IF.
            EXIT.

        write_variant_start.
            MOVE numb TO var-numb-tx.
            MOVE hare-steps TO var-steps-tx.
            MOVE SPACES TO variant-record.
            EVALUATE var-class
                WHEN "ONE"
                    STRING var-numb-tx " ONE      after "
                           var-steps-tx " steps"
                        DELIMITED BY SIZE INTO variant-record
                WHEN "CYCLE"
                    MOVE cycle-min TO var-term-tx
                    MOVE cycle-len TO var-len-tx
                    STRING var-numb-tx " CYCLE    smallest "
                           FUNCTION TRIM(var-term-tx)
                           " length " var-len-tx
                        DELIMITED BY SIZE INTO variant-record
                WHEN "CEILING"
                    STRING var-numb-tx " CEILING  passed at step "
                           var-steps-tx
                        DELIMITED BY SIZE INTO variant-record
                WHEN OTHER
                    STRING var-numb-tx " LIMIT    unsettled after "
                           var-steps-tx " steps"
                        DELIMITED BY SIZE INTO variant-record
            END-EVALUATE.
            WRITE variant-record.
            EXIT.

        write_variant_summary.
            MOVE SPACES TO variant-record.
            MOVE var-one-count TO var-count-tx.
            STRING "reach 1........: " var-count-tx
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            MOVE SPACES TO variant-record.
            MOVE var-cycle-count TO var-count-tx.
            STRING "enter a cycle..: " var-count-tx
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            MOVE SPACES TO variant-record.
            MOVE var-ceiling-count TO var-count-tx.
            STRING "pass ceiling...: " var-count-tx
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            MOVE SPACES TO variant-record.
            MOVE var-limit-count TO var-count-tx.
            STRING "step limit.....: " var-count-tx
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            MOVE SPACES TO variant-record.
            MOVE vc-count TO var-count-tx.
            STRING "distinct cycles: " var-count-tx
                DELIMITED BY SIZE INTO variant-record.
            WRITE variant-record.
            DISPLAY variant-record.
            PERFORM VARYING vc-idx FROM 1 BY 1 UNTIL vc-idx > vc-count
                MOVE vc-min(vc-idx) TO var-term-tx
                MOVE vc-length(vc-idx) TO var-len-tx
                MOVE vc-starts(vc-idx) TO var-count-tx
                MOVE SPACES TO variant-record
                STRING "cycle from " FUNCTION TRIM(var-term-tx)
                       " length " var-len-tx ": " var-count-tx
                       " start(s)"
                    DELIMITED BY SIZE INTO variant-record
                WRITE variant-record
                DISPLAY variant-record
                MOVE vc-min(vc-idx) TO var-term
                PERFORM VARYING member-idx FROM 1 BY 1
                                UNTIL member-idx > vc-length(vc-idx)
                    MOVE var-term TO var-term-tx
                    MOVE SPACES TO variant-record
                    STRING "    member " var-term-tx
                        DELIMITED BY SIZE INTO variant-record
                    WRITE variant-record
                    PERFORM variant_step
                END-PERFORM
            END-PERFORM.
            IF vc-overflow > 0 THEN
                MOVE SPACES TO variant-record
                MOVE vc-overflow TO var-count-tx
                STRING "starts in cycles past the first 100: "
                       var-count-tx
                    DELIMITED BY SIZE INTO variant-record
                WRITE variant-record
                DISPLAY variant-record
            END-IF.
            EXIT.
    END PROGRAM Main.

    *> count terms in the collatz sequence. Walks the chain
