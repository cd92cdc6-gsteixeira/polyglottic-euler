        *> Number-theory master verification.  PRIMEMST, FIBMST and
        *> COLLMST are the answer source for the inquiry server and
        *> number_profile, and each was written by the same program
        *> whose bugs it would carry -- a killed sieve has left a bad
        *> entry behind before.  This run reads every master end to
        *> end for its structure and recomputes a sample of the
        *> entries by a method other than the one that wrote them:
        *>   PRIMEMST = the key-zero bound record is there, the
        *>              primes ascend, the ordinals run 1, 2, 3 ...
        *>              without a gap and nothing lies past the
        *>              bound; a sampled prime must pass Miller-Rabin
        *>              (bases 2, 3, 5 and 7 settle every nine-digit
        *>              number) and so must none of the numbers
        *>              between it and the prime before it -- a
        *>              prime the sieve dropped shows up there
        *>   FIBMST   = the indexes run 1, 2, 3 ... without a gap and
        *>              the terms never fall; a sampled term must
        *>              equal the canonical Fibonacci(index - 1) from
        *>              the fast-doubling identities, not the
        *>              recurrence that loaded it
        *>   COLLMST  = no zero key, no empty chain, no peak below
        *>              its start; a sampled chain is walked straight
        *>              down to 1 with no memo, counting its elements
        *>              and its highest value
        *>   ARGUMENT 1 = sample every Nth record (PARMLIB MSTVERIF
        *>                SAMPLE-EVERY= underneath it, default 100;
        *>                1 checks every record).  The last record on
        *>                each master is always sampled, since a run
        *>                cut short damages its final write first.
        *> An absent master is reported and skipped.  Every failure
        *> lands on MSTVRPT; any failure leaves RETURN-CODE 8 and a
        *> FATL alert.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT PRIME-MST ASSIGN TO "PRIMEMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-prime
                        FILE STATUS IS prime-mst-status.
                    SELECT FIB-MST ASSIGN TO "FIBMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS fm-index
                        FILE STATUS IS fib-mst-status.
                    SELECT COLL-MST ASSIGN TO "COLLMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS cm-key
                        FILE STATUS IS coll-mst-status.
                    SELECT REPORT-FILE ASSIGN TO "MSTVRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                *> see prime_numbers/primes.cob's FD
                FD PRIME-MST.
                01 prime-mst-record.
                    02 mst-prime   PIC 9(9).
                    02 mst-ordinal PIC 9(9).
                *> see fibonacci/fibonacci.cob's FD
                FD FIB-MST.
                01 fib-mst-record.
                    02 fm-index PIC 9(9).
                    02 fm-term  PIC 9(36) COMP-3.
                *> see collatz_long_sequence/collatz.cob's FD
                FD COLL-MST.
                01 coll-mst-record.
                    02 cm-key   PIC 9(12).
                    02 cm-chain PIC 9(12).
                    02 cm-peak  PIC 9(12).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 prime-mst-status   PIC XX.
                    01 fib-mst-status     PIC XX.
                    01 coll-mst-status    PIC XX.
                    01 report-file-status PIC XX.
                    01 mst-eof            PIC 9.
                    01 arg-value          PIC X(18).
                    01 sample-every       PIC 9(6) VALUE 100.
                    *> one master's tallies, reset as each begins
                    01 master-name        PIC X(8).
                    01 rec-count          PIC 9(9).
                    01 sample-count       PIC 9(9).
                    01 master-fails       PIC 9(9).
                    01 sample-due         PIC 9(6).
                    01 last-sampled       PIC 9.
                    01 total-fails        PIC 9(9) VALUE ZEROS.
                    *> failures past this many per master are
                    *> counted but not printed
                    01 fails-shown-max    PIC 9(4) VALUE 50.
                    01 fail-text          PIC X(110).
                    *> PRIMEMST walk
                    01 prime-bound        PIC 9(9).
                    01 prev-prime         PIC 9(9).
                    01 chk-prime          PIC 9(9).
                    01 chk-prev           PIC 9(9).
                    01 gap-number         PIC 9(9).
                    01 expected-ordinal   PIC 9(9).
                    *> Miller-Rabin -- a residue below 10**9 squared
                    *> stays inside eighteen digits
                    01 mr-n               PIC 9(9).
                    01 mr-d               PIC 9(9).
                    01 mr-s               PIC 9(4).
                    01 mr-r               PIC 9(4).
                    01 mr-base            PIC 9(9).
                    01 mr-base-idx        PIC 9.
                    01 mr-exp             PIC 9(9).
                    01 mr-x               PIC 9(18).
                    01 mr-acc             PIC 9(18).
                    01 mr-sq              PIC 9(18).
                    01 mr-quot            PIC 9(18).
                    01 mr-bit             PIC 9.
                    01 mr-prime           PIC 9.
                    01 mr-passed          PIC 9.
                    01 mr-witness         PIC 9(9).
                    01 mr-bases-list.
                        02 FILLER PIC 9 VALUE 2.
                        02 FILLER PIC 9 VALUE 3.
                        02 FILLER PIC 9 VALUE 5.
                        02 FILLER PIC 9 VALUE 7.
                    01 mr-bases REDEFINES mr-bases-list.
                        02 mr-base-val PIC 9 OCCURS 4 TIMES.
                    *> FIBMST walk
                    01 expected-index     PIC 9(9).
                    01 prev-term          PIC 9(36) COMP-3.
                    01 chk-index          PIC 9(9).
                    01 chk-term           PIC 9(36) COMP-3.
                    *> fast doubling: F(2k) = F(k)(2F(k+1) - F(k)),
                    *> F(2k+1) = F(k)**2 + F(k+1)**2, taken down the
                    *> bits of n from the top
                    01 fd-n               PIC 9(9).
                    01 fd-work            PIC 9(9).
                    01 fd-bits.
                        02 fd-bit PIC 9 OCCURS 32 TIMES.
                    01 fd-bit-count       PIC 99.
                    01 fd-idx             PIC 99.
                    01 fd-a               PIC 9(38) COMP-3.
                    01 fd-b               PIC 9(38) COMP-3.
                    01 fd-c               PIC 9(38) COMP-3.
                    01 fd-d               PIC 9(38) COMP-3.
                    01 fd-overflow        PIC 9.
                    01 term-tx            PIC 9(36).
                    01 fd-tx              PIC 9(36).
                    *> COLLMST walk
                    01 chk-key            PIC 9(12).
                    01 chk-chain          PIC 9(12).
                    01 chk-peak           PIC 9(12).
                    01 cw-n               PIC 9(18).
                    01 cw-len             PIC 9(12).
                    01 cw-peak            PIC 9(18).
                    01 cw-quot            PIC 9(18).
                    01 cw-rem             PIC 9.
                    *> checked argument conversion -- see
                    *> common/arg_check.cob
                    01 ac-name            PIC X(12).
                    01 ac-min             PIC 9(18).
                    01 ac-max             PIC 9(18).
                    01 ac-result          PIC 9(18).
                    01 ac-ok              PIC 9.
                    *> PARMLIB-supplied named parameters -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime           PIC X(21).
                    01 report-date        PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "MSTVERIF".
                    01 audit-event        PIC X(5).
                    01 audit-outcome      PIC X(8).
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
                PERFORM gather_arguments.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "MASTER VERIFY: unable to open MSTVRPT, "
                            "status " report-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                CALL "run_corr" USING corr-op, corr-id.
                MOVE SPACES TO report-line.
                STRING "MASTER VERIFY - run " report-date
                       " cycle " corr-id
                       " sampling every " sample-every
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM verify_prime_master.
                PERFORM verify_fib_master.
                PERFORM verify_collatz_master.
                MOVE SPACES TO report-line.
                STRING "failures " total-fails
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF total-fails = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "MISMATCH" TO audit-outcome
                    MOVE "NUM005" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF total-fails = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            gather_arguments.
                MOVE "SAMPLE-EVERY" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO sample-every
                END-IF.
                IF sample-every = 0 THEN
                    MOVE 100 TO sample-every
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "SAMPLE-EVERY" TO ac-name.
                MOVE 1 TO ac-min.
                MOVE 999999 TO ac-max.
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
                    MOVE ac-result TO sample-every
                END-IF.
                EXIT.

            begin_master.
                MOVE 0 TO rec-count.
                MOVE 0 TO sample-count.
                MOVE 0 TO master-fails.
                MOVE 0 TO sample-due.
                MOVE 1 TO last-sampled.
                MOVE 0 TO mst-eof.
                EXIT.

            count_toward_sample.
                *> every Nth record is due; last-sampled says whether
                *> the record just counted was, so the walk's end
                *> knows whether its final record still needs one
                ADD 1 TO rec-count.
                ADD 1 TO sample-due.
                IF sample-due >= sample-every THEN
                    MOVE 0 TO sample-due
                    MOVE 1 TO last-sampled
                ELSE
                    MOVE 0 TO last-sampled
                END-IF.
                EXIT.

            report_absent.
                MOVE SPACES TO report-line.
                STRING master-name " not present -- SKIP"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_failure.
                ADD 1 TO master-fails.
                ADD 1 TO total-fails.
                IF master-fails > fails-shown-max THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                STRING "  " master-name " ** FAIL ** " fail-text
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_master_totals.
                IF master-fails > fails-shown-max THEN
                    MOVE SPACES TO report-line
                    STRING "  " master-name " further failures "
                           "counted, not listed"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                END-IF.
                MOVE SPACES TO report-line.
                STRING master-name " records " rec-count
                       " sampled " sample-count
                       " failures " master-fails
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            verify_prime_master.
                MOVE "PRIMEMST" TO master-name.
                PERFORM begin_master.
                OPEN INPUT PRIME-MST.
                IF prime-mst-status NOT = "00" THEN
                    PERFORM report_absent
                    EXIT PARAGRAPH
                END-IF.
                *> the key-zero bound record comes first -- without
                *> it prime_lookup answers nothing, so its absence
                *> is a failure in itself
                MOVE 0 TO prime-bound.
                READ PRIME-MST NEXT RECORD
                    AT END
                        MOVE 1 TO mst-eof
                END-READ.
                IF mst-eof = 0 AND mst-prime = 0 THEN
                    MOVE mst-ordinal TO prime-bound
                    READ PRIME-MST NEXT RECORD
                        AT END
                            MOVE 1 TO mst-eof
                    END-READ
                ELSE
                    MOVE "no key-zero bound record" TO fail-text
                    PERFORM report_failure
                    MOVE 999999999 TO prime-bound
                END-IF.
                MOVE 0 TO prev-prime.
                MOVE 0 TO expected-ordinal.
                PERFORM UNTIL mst-eof = 1
                    PERFORM count_toward_sample
                    ADD 1 TO expected-ordinal
                    PERFORM check_prime_structure
                    MOVE mst-prime TO chk-prime
                    MOVE prev-prime TO chk-prev
                    IF last-sampled = 1 THEN
                        PERFORM sample_one_prime
                    END-IF
                    MOVE mst-prime TO prev-prime
                    READ PRIME-MST NEXT RECORD
                        AT END
                            MOVE 1 TO mst-eof
                    END-READ
                END-PERFORM.
                IF last-sampled = 0 THEN
                    PERFORM sample_one_prime
                END-IF.
                CLOSE PRIME-MST.
                PERFORM report_master_totals.
                EXIT.

            check_prime_structure.
                IF mst-prime <= prev-prime THEN
                    MOVE SPACES TO fail-text
                    STRING "prime " mst-prime " out of order after "
                           prev-prime
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                IF mst-ordinal NOT = expected-ordinal THEN
                    MOVE SPACES TO fail-text
                    STRING "prime " mst-prime " ordinal "
                           mst-ordinal " expected "
                           expected-ordinal
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                    *> one bad ordinal should not fail every record
                    *> after it
                    MOVE mst-ordinal TO expected-ordinal
                END-IF.
                IF mst-prime > prime-bound THEN
                    MOVE SPACES TO fail-text
                    STRING "prime " mst-prime " past the bound "
                           prime-bound
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                EXIT.

            sample_one_prime.
                ADD 1 TO sample-count.
                MOVE chk-prime TO mr-n.
                PERFORM miller_rabin.
                IF mr-prime = 0 THEN
                    MOVE SPACES TO fail-text
                    STRING "prime " chk-prime " is composite "
                           "(Miller-Rabin witness " mr-witness ")"
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                *> nothing between it and the prime before it may
                *> be prime either
                IF chk-prime > chk-prev + 1 THEN
                    COMPUTE gap-number = chk-prev + 1
                    PERFORM UNTIL gap-number >= chk-prime
                        MOVE gap-number TO mr-n
                        PERFORM miller_rabin
                        IF mr-prime = 1 THEN
                            MOVE SPACES TO fail-text
                            STRING "prime " gap-number " missing "
                                   "before " chk-prime
                                DELIMITED BY SIZE INTO fail-text
                            PERFORM report_failure
                        END-IF
                        ADD 1 TO gap-number
                    END-PERFORM
                END-IF.
                EXIT.

            miller_rabin.
                *> deterministic below 3,215,031,751 with the bases
                *> 2, 3, 5 and 7 -- the whole nine-digit key range
                MOVE 0 TO mr-witness.
                IF mr-n < 2 THEN
                    MOVE 0 TO mr-prime
                    EXIT PARAGRAPH
                END-IF.
                IF mr-n = 2 OR mr-n = 3 OR mr-n = 5 OR mr-n = 7 THEN
                    MOVE 1 TO mr-prime
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION MOD(mr-n, 2) = 0 THEN
                    MOVE 0 TO mr-prime
                    MOVE 2 TO mr-witness
                    EXIT PARAGRAPH
                END-IF.
                *> n - 1 = d * 2**s with d odd
                COMPUTE mr-d = mr-n - 1.
                MOVE 0 TO mr-s.
                PERFORM UNTIL FUNCTION MOD(mr-d, 2) = 1
                    DIVIDE mr-d BY 2 GIVING mr-d
                    ADD 1 TO mr-s
                END-PERFORM.
                MOVE 1 TO mr-prime.
                PERFORM VARYING mr-base-idx FROM 1 BY 1
                        UNTIL mr-base-idx > 4 OR mr-prime = 0
                    MOVE mr-base-val(mr-base-idx) TO mr-base
                    PERFORM miller_rabin_round
                    IF mr-passed = 0 THEN
                        MOVE 0 TO mr-prime
                        MOVE mr-base TO mr-witness
                    END-IF
                END-PERFORM.
                EXIT.

            miller_rabin_round.
                *> x = base**d mod n, by square-and-multiply
                MOVE 1 TO mr-acc.
                MOVE mr-base TO mr-sq.
                MOVE mr-d TO mr-exp.
                PERFORM UNTIL mr-exp = 0
                    DIVIDE mr-exp BY 2 GIVING mr-exp
                        REMAINDER mr-bit
                    IF mr-bit = 1 THEN
                        COMPUTE mr-x = mr-acc * mr-sq
                        DIVIDE mr-x BY mr-n GIVING mr-quot
                            REMAINDER mr-acc
                    END-IF
                    COMPUTE mr-x = mr-sq * mr-sq
                    DIVIDE mr-x BY mr-n GIVING mr-quot
                        REMAINDER mr-sq
                END-PERFORM.
                MOVE mr-acc TO mr-x.
                IF mr-x = 1 OR mr-x = mr-n - 1 THEN
                    MOVE 1 TO mr-passed
                    EXIT PARAGRAPH
                END-IF.
                *> square up to s - 1 times looking for n - 1
                MOVE 0 TO mr-passed.
                PERFORM VARYING mr-r FROM 1 BY 1
                        UNTIL mr-r >= mr-s OR mr-passed = 1
                    COMPUTE mr-acc = mr-x * mr-x
                    DIVIDE mr-acc BY mr-n GIVING mr-quot
                        REMAINDER mr-x
                    IF mr-x = mr-n - 1 THEN
                        MOVE 1 TO mr-passed
                    END-IF
                END-PERFORM.
                EXIT.

            verify_fib_master.
                MOVE "FIBMST" TO master-name.
                PERFORM begin_master.
                OPEN INPUT FIB-MST.
                IF fib-mst-status NOT = "00" THEN
                    PERFORM report_absent
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO expected-index.
                MOVE 0 TO prev-term.
                READ FIB-MST NEXT RECORD
                    AT END
                        MOVE 1 TO mst-eof
                END-READ.
                PERFORM UNTIL mst-eof = 1
                    PERFORM count_toward_sample
                    PERFORM check_fib_structure
                    MOVE fm-index TO chk-index
                    MOVE fm-term TO chk-term
                    IF last-sampled = 1 THEN
                        PERFORM sample_one_term
                    END-IF
                    MOVE fm-term TO prev-term
                    READ FIB-MST NEXT RECORD
                        AT END
                            MOVE 1 TO mst-eof
                    END-READ
                END-PERFORM.
                IF last-sampled = 0 THEN
                    PERFORM sample_one_term
                END-IF.
                CLOSE FIB-MST.
                PERFORM report_master_totals.
                EXIT.

            check_fib_structure.
                IF fm-index NOT = expected-index THEN
                    MOVE SPACES TO fail-text
                    STRING "index " fm-index " found where "
                           expected-index " was due -- a gap"
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                COMPUTE expected-index = fm-index + 1.
                IF fm-index > 1 AND fm-term < prev-term THEN
                    MOVE SPACES TO fail-text
                    STRING "index " fm-index " term falls below "
                           "the one before it"
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                EXIT.

            sample_one_term.
                ADD 1 TO sample-count.
                IF chk-index = 0 THEN
                    MOVE "index 0 on file -- indexes start at 1"
                        TO fail-text
                    PERFORM report_failure
                    EXIT PARAGRAPH
                END-IF.
                *> index i holds Fibonacci(i - 1): the run's first
                *> term is the seed 0
                COMPUTE fd-n = chk-index - 1.
                PERFORM fast_doubling.
                IF fd-overflow = 1 THEN
                    MOVE SPACES TO fail-text
                    STRING "index " chk-index " past the width the "
                           "fast-doubling check can carry"
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                    EXIT PARAGRAPH
                END-IF.
                IF fd-a NOT = chk-term THEN
                    MOVE chk-term TO term-tx
                    MOVE fd-a TO fd-tx
                    MOVE SPACES TO fail-text
                    STRING "index " chk-index " holds " term-tx
                           " expected " fd-tx
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                EXIT.

            fast_doubling.
                *> fd-a = F(fd-n), fd-b = F(fd-n + 1)
                MOVE 0 TO fd-overflow.
                MOVE 0 TO fd-bit-count.
                MOVE fd-n TO fd-work.
                PERFORM UNTIL fd-work = 0
                    ADD 1 TO fd-bit-count
                    DIVIDE fd-work BY 2 GIVING fd-work
                        REMAINDER fd-bit(fd-bit-count)
                END-PERFORM.
                MOVE 0 TO fd-a.
                MOVE 1 TO fd-b.
                PERFORM VARYING fd-idx FROM fd-bit-count BY -1
                        UNTIL fd-idx < 1 OR fd-overflow = 1
                    COMPUTE fd-c = fd-a * (2 * fd-b - fd-a)
                        ON SIZE ERROR
                            MOVE 1 TO fd-overflow
                    END-COMPUTE
                    COMPUTE fd-d = fd-a * fd-a + fd-b * fd-b
                        ON SIZE ERROR
                            MOVE 1 TO fd-overflow
                    END-COMPUTE
                    IF fd-bit(fd-idx) = 0 THEN
                        MOVE fd-c TO fd-a
                        MOVE fd-d TO fd-b
                    ELSE
                        MOVE fd-d TO fd-a
                        COMPUTE fd-b = fd-c + fd-d
                            ON SIZE ERROR
                                MOVE 1 TO fd-overflow
                        END-COMPUTE
                    END-IF
                END-PERFORM.
                EXIT.

            verify_collatz_master.
                MOVE "COLLMST" TO master-name.
                PERFORM begin_master.
                OPEN INPUT COLL-MST.
                IF coll-mst-status NOT = "00" THEN
                    PERFORM report_absent
                    EXIT PARAGRAPH
                END-IF.
                READ COLL-MST NEXT RECORD
                    AT END
                        MOVE 1 TO mst-eof
                END-READ.
                PERFORM UNTIL mst-eof = 1
                    PERFORM count_toward_sample
                    PERFORM check_collatz_structure
                    MOVE cm-key TO chk-key
                    MOVE cm-chain TO chk-chain
                    MOVE cm-peak TO chk-peak
                    IF last-sampled = 1 THEN
                        PERFORM sample_one_chain
                    END-IF
                    READ COLL-MST NEXT RECORD
                        AT END
                            MOVE 1 TO mst-eof
                    END-READ
                END-PERFORM.
                IF last-sampled = 0 THEN
                    PERFORM sample_one_chain
                END-IF.
                CLOSE COLL-MST.
                PERFORM report_master_totals.
                EXIT.

            check_collatz_structure.
                IF cm-key = 0 OR cm-chain = 0 OR cm-peak < cm-key
                THEN
                    MOVE SPACES TO fail-text
                    STRING "start " cm-key " chain " cm-chain
                           " peak " cm-peak " cannot be a chain"
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                EXIT.

            sample_one_chain.
                ADD 1 TO sample-count.
                IF chk-key = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> straight down to 1, every element counted, the
                *> start and the 1 included
                MOVE chk-key TO cw-n.
                MOVE 1 TO cw-len.
                MOVE chk-key TO cw-peak.
                PERFORM UNTIL cw-n = 1
                    DIVIDE cw-n BY 2 GIVING cw-quot
                        REMAINDER cw-rem
                    IF cw-rem = 0 THEN
                        MOVE cw-quot TO cw-n
                    ELSE
                        COMPUTE cw-n = 3 * cw-n + 1
                    END-IF
                    ADD 1 TO cw-len
                    IF cw-n > cw-peak THEN
                        MOVE cw-n TO cw-peak
                    END-IF
                END-PERFORM.
                IF cw-len NOT = chk-chain OR cw-peak NOT = chk-peak
                THEN
                    MOVE SPACES TO fail-text
                    STRING "start " chk-key " holds chain "
                           chk-chain " peak " chk-peak
                           " walked " cw-len " peak " cw-peak
                        DELIMITED BY SIZE INTO fail-text
                    PERFORM report_failure
                END-IF.
                EXIT.
        END PROGRAM Main.
