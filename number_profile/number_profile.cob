        *> is a Fibonacci term and which index, whether it is
        *> narcissistic (the same is_narcisistic the search calls),
        *> and its Collatz chain length and peak (the same
        *> collatz_counter the range scan calls), and where its
        *> aliquot sequence goes -- perfect, amicable, sociable, into
        *> a cycle or down to zero (the ALIQMST master through
        *> common/aliquot_lookup.cob, else the same aliquot_walk the
        *> amicable search calls), and its totient, divisor count,
        *> divisor sum and Mobius value (the ARITHMST master through
        *> common/arith_lookup.cob, else the same arith_funcs the
        *> arithmetic-function sieve cross-checks with), and where
        *> reverse-and-add takes it -- the palindrome it reaches, or
        *> a Lychrel candidate and its seed family (the LYCHMST
        *> master through common/lychrel_lookup.cob, else the same
        *> lychrel_walk the reverse-and-add search calls).
        *> Everything lands on PROFRPT and the console.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    *> common/collatz_lookup.cob
                    01 cl-op              PIC X(3).
                    01 cl-found           PIC 9.
                    *> keyed aliquot answers -- see
                    *> common/aliquot_lookup.cob
                    01 aq-op              PIC X(3).
                    01 aq-class           PIC X(8).
                    01 aq-cycle-len       PIC 9(4).
                    01 aq-cycle-min       PIC 9(12).
                    01 aq-steps           PIC 9(4).
                    01 aq-next            PIC 9(15).
                    01 aq-last            PIC 9(15).
                    01 aq-ceiling         PIC 9(12).
                    01 aq-found           PIC 9.
                    01 aliquot-limit      PIC 9(4) VALUE 100.
                    *> keyed arithmetic-function answers -- see
                    *> common/arith_lookup.cob
                    01 af-op              PIC X(3).
                    01 af-phi             PIC 9(9).
                    01 af-tau             PIC 9(5).
                    01 af-sigma           PIC 9(12).
                    01 af-mu              PIC S9.
                    01 af-mu-tx           PIC -9.
                    01 af-found           PIC 9.
                    *> keyed reverse-and-add answers -- see
                    *> common/lychrel_lookup.cob
                    01 ly-op              PIC X(3).
                    01 ly-class           PIC X(8).
                    01 ly-steps           PIC 9(4).
                    01 ly-pal-len         PIC 9(4).
                    01 ly-pal-text        PIC X(60).
                    01 ly-seed            PIC 9(12).
                    01 ly-cap             PIC 9(4).
                    01 ly-thread          PIC X(32).
                    01 ly-found           PIC 9.
                    01 profile-count      PIC 9(9) VALUE ZEROS.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
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
                PERFORM profile_fibonacci.
                PERFORM profile_narcissistic.
                PERFORM profile_collatz.
                PERFORM profile_aliquot.
                PERFORM profile_arithmetic.
                PERFORM profile_lychrel.
                EXIT.

            profile_prime.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            profile_aliquot.
                IF the-number > 999999999 THEN
                    MOVE SPACES TO report-line
                    MOVE "  aliquot: beyond the nine-digit range"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE the-number TO number-12.
                *> the amicable search has usually settled this
                *> start already -- ask the ALIQMST master first; a
                *> start that scan had to give up on (or no answer
                *> at all) is walked here against the nine-digit
                *> ceiling
                MOVE "GET" TO aq-op.
                MOVE 0 TO aq-found.
                CALL "aliquot_lookup" USING aq-op, number-12,
                     aq-class, aq-cycle-len, aq-cycle-min, aq-steps,
                     aq-next, aq-last, aq-ceiling, aq-found.
                IF aq-found = 0 OR aq-class = "CUTOFF"
                   OR aq-class = "LIMIT" THEN
                    MOVE 999999999 TO aq-ceiling
                    CALL 'aliquot_walk' USING number-12, aq-ceiling,
                         aliquot-limit, aq-class, aq-cycle-len,
                         aq-cycle-min, aq-steps, aq-next, aq-last
                END-IF.
                MOVE SPACES TO report-line.
                EVALUATE aq-class
                    WHEN "PERFECT"
                        MOVE "  aliquot: perfect" TO report-line
                    WHEN "AMICABLE"
                        STRING "  aliquot: amicable with " aq-next
                            DELIMITED BY SIZE INTO report-line
                    WHEN "SOCIABLE"
                        STRING "  aliquot: sociable, cycle of "
                               aq-cycle-len " from " aq-cycle-min
                            DELIMITED BY SIZE INTO report-line
                    WHEN "ENTERS"
                        STRING "  aliquot: enters a cycle of "
                               aq-cycle-len " from " aq-cycle-min
                               " after " aq-steps " steps"
                            DELIMITED BY SIZE INTO report-line
                    WHEN "ENDS"
                        STRING "  aliquot: reaches zero after "
                               aq-steps " steps"
                            DELIMITED BY SIZE INTO report-line
                    WHEN "CUTOFF"
                        STRING "  aliquot: passes the nine-digit "
                               "range at step " aq-steps
                            DELIMITED BY SIZE INTO report-line
                    WHEN OTHER
                        STRING "  aliquot: still open after "
                               aq-steps " steps"
                            DELIMITED BY SIZE INTO report-line
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            profile_arithmetic.
                IF the-number > 999999999 THEN
                    MOVE SPACES TO report-line
                    MOVE "  arithmetic: beyond the nine-digit range"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE the-number TO number-9.
                *> the arithmetic-function sieve has usually loaded
                *> this one -- ask the ARITHMST master first, factor
                *> by trial division only on a miss
                MOVE "GET" TO af-op.
                MOVE 0 TO af-found.
                CALL "arith_lookup" USING af-op, number-9, af-phi,
                     af-tau, af-sigma, af-mu, af-found.
                IF af-found = 0 THEN
                    CALL 'arith_funcs' USING number-9, af-phi,
                         af-tau, af-sigma, af-mu
                END-IF.
                MOVE af-mu TO af-mu-tx.
                MOVE SPACES TO report-line.
                STRING "  arithmetic: totient " af-phi
                       " divisors " af-tau
                       " divisor sum " af-sigma
                       " mobius " af-mu-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            profile_lychrel.
                IF the-number > 999999999999 THEN
                    MOVE SPACES TO report-line
                    MOVE "  reverse-and-add: beyond twelve digits"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE the-number TO number-12.
                *> the reverse-and-add search has usually walked this
                *> start already -- ask the LYCHMST master first,
                *> walk it here at the search's default cap on a miss
                *> (a walk on its own cannot name a family seed)
                MOVE "GET" TO ly-op.
                MOVE 0 TO ly-found.
                CALL "lychrel_lookup" USING ly-op, number-12,
                     ly-class, ly-steps, ly-pal-len, ly-pal-text,
                     ly-seed, ly-cap, ly-found.
                IF ly-found = 0 THEN
                    MOVE 500 TO ly-cap
                    MOVE 0 TO ly-seed
                    CALL 'lychrel_walk' USING number-12, ly-cap,
                         ly-class, ly-steps, ly-pal-len, ly-pal-text,
                         ly-thread
                END-IF.
                MOVE SPACES TO report-line.
                EVALUATE TRUE
                    WHEN ly-class = "PALINDRM" AND ly-pal-len > 60
                        STRING "  reverse-and-add: palindrome of "
                               ly-pal-len " digits in " ly-steps
                               " steps"
                            DELIMITED BY SIZE INTO report-line
                    WHEN ly-class = "PALINDRM"
                        STRING "  reverse-and-add: palindrome "
                               ly-pal-text(1:ly-pal-len) " in "
                               ly-steps " steps"
                            DELIMITED BY SIZE INTO report-line
                    WHEN ly-seed > 0
                        STRING "  reverse-and-add: Lychrel candidate "
                               "at " ly-cap " steps, family seed "
                               ly-seed
                            DELIMITED BY SIZE INTO report-line
                    WHEN OTHER
                        STRING "  reverse-and-add: Lychrel candidate "
                               "at " ly-cap " steps"
                            DELIMITED BY SIZE INTO report-line
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
