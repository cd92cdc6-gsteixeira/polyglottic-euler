        *> Shared arithmetic-function lookup subprogram -- the
        *> totient/divisor sibling of common/prime_lookup.cob.  The
        *> arithmetic-function sieve (arith_funcs/arith_gen.cob)
        *> loads the ARITHMST indexed master keyed by n with Euler's
        *> totient, the divisor count, the divisor sum and the Mobius
        *> value, so a caller answers by keyed READ instead of
        *> factoring the number again.
        *> Operations:
        *>   GET = all four values for af-number; af-found 1 when the
        *>         master holds them, 0 when it does not -- past the
        *>         bound on the key-zero record, no master to ask, or
        *>         a master written without the bound record.  The
        *>         caller computes the values itself on a miss
        *>         (arith_funcs in arith_gen.cob).
        IDENTIFICATION DIVISION.
            PROGRAM-ID. arith_lookup.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ARITH-MST ASSIGN TO "ARITHMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS am-key
                        FILE STATUS IS mst-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD ARITH-MST.
                *> see arith_gen's FD
                01 arith-mst-record.
                    02 am-key        PIC 9(9).
                    02 am-phi        PIC 9(9).
                    02 am-tau        PIC 9(5).
                    02 am-sigma      PIC 9(12).
                    02 am-mu         PIC S9.
                WORKING-STORAGE SECTION.
                    01 mst-file-status PIC XX.
                    01 mst-bound       PIC 9(9).
                LINKAGE SECTION.
                    01 af-op        PIC X(3).
                    01 af-number    PIC 9(9).
                    01 af-phi       PIC 9(9).
                    01 af-tau       PIC 9(5).
                    01 af-sigma     PIC 9(12).
                    01 af-mu        PIC S9.
                    01 af-found     PIC 9.
            PROCEDURE DIVISION USING af-op, af-number, af-phi,
                                      af-tau, af-sigma, af-mu,
                                      af-found.
                MOVE 0 TO af-found.
                IF af-op NOT = "GET" OR af-number = 0 THEN
                    GOBACK
                END-IF.
                OPEN INPUT ARITH-MST.
                IF mst-file-status NOT = "00" THEN
                    GOBACK
                END-IF.
                *> the key-zero bound record first -- without it the
                *> master cannot vouch for anything
                MOVE 0 TO am-key.
                READ ARITH-MST.
                IF mst-file-status NOT = "00" THEN
                    CLOSE ARITH-MST
                    GOBACK
                END-IF.
                MOVE am-phi TO mst-bound.
                IF af-number > mst-bound THEN
                    CLOSE ARITH-MST
                    GOBACK
                END-IF.
                MOVE af-number TO am-key.
                READ ARITH-MST.
                IF mst-file-status = "00" THEN
                    MOVE am-phi TO af-phi
                    MOVE am-tau TO af-tau
                    MOVE am-sigma TO af-sigma
                    MOVE am-mu TO af-mu
                    MOVE 1 TO af-found
                END-IF.
                CLOSE ARITH-MST.
            GOBACK.
        END PROGRAM arith_lookup.
