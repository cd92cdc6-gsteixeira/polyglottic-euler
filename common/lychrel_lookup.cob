        *> Shared reverse-and-add lookup subprogram -- the Lychrel
        *> sibling of common/aliquot_lookup.cob.  The reverse-and-add
        *> search (lychrel_number/lychrel_gen.cob) persists every
        *> start's answer to the LYCHMST indexed master (key = the
        *> start, carrying the class, the steps taken, the
        *> palindrome's digit count and its digits when they fit,
        *> the family seed of a Lychrel candidate and the iteration
        *> cap that scan ran under), so a caller answers by keyed
        *> READ instead of walking the start again.
        *> Operations:
        *>   GET = the stored answer for ly-number; ly-found 1 when
        *>         the master holds it, 0 when it does not (or there
        *>         is no master to ask) -- the caller walks the start
        *>         itself on a miss (lychrel_walk in lychrel_gen.cob)
        IDENTIFICATION DIVISION.
            PROGRAM-ID. lychrel_lookup.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT LYCH-MST ASSIGN TO "LYCHMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS lm-key
                        FILE STATUS IS mst-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD LYCH-MST.
                *> see lychrel_gen's FD
                01 lych-mst-record.
                    02 lm-key        PIC 9(12).
                    02 lm-class      PIC X(8).
                    02 lm-steps      PIC 9(4).
                    02 lm-pal-len    PIC 9(4).
                    02 lm-pal-text   PIC X(60).
                    02 lm-seed       PIC 9(12).
                    02 lm-thread     PIC X(32).
                    02 lm-cap        PIC 9(4).
                WORKING-STORAGE SECTION.
                    01 mst-file-status PIC XX.
                LINKAGE SECTION.
                    01 ly-op        PIC X(3).
                    01 ly-number    PIC 9(12).
                    01 ly-class     PIC X(8).
                    01 ly-steps     PIC 9(4).
                    01 ly-pal-len   PIC 9(4).
                    01 ly-pal-text  PIC X(60).
                    01 ly-seed      PIC 9(12).
                    01 ly-cap       PIC 9(4).
                    01 ly-found     PIC 9.
            PROCEDURE DIVISION USING ly-op, ly-number, ly-class,
                                      ly-steps, ly-pal-len,
                                      ly-pal-text, ly-seed, ly-cap,
                                      ly-found.
                MOVE 0 TO ly-found.
                IF ly-op NOT = "GET" THEN
                    GOBACK
                END-IF.
                OPEN INPUT LYCH-MST.
                IF mst-file-status NOT = "00" THEN
                    GOBACK
                END-IF.
                MOVE ly-number TO lm-key.
                READ LYCH-MST.
                IF mst-file-status = "00" THEN
                    MOVE lm-class TO ly-class
                    MOVE lm-steps TO ly-steps
                    MOVE lm-pal-len TO ly-pal-len
                    MOVE lm-pal-text TO ly-pal-text
                    MOVE lm-seed TO ly-seed
                    MOVE lm-cap TO ly-cap
                    MOVE 1 TO ly-found
                END-IF.
                CLOSE LYCH-MST.
            GOBACK.
        END PROGRAM lychrel_lookup.
