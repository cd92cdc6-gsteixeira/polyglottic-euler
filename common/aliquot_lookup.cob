        *> Shared aliquot-lookup subprogram -- the aliquot sibling of
        *> common/collatz_lookup.cob.  The amicable/sociable search
        *> (aliquot_number/aliquot_gen.cob) persists every start's
        *> answer to the ALIQMST indexed master (key = the starting
        *> number, carrying the class, the cycle's length and
        *> smallest member, the steps walked, the start's divisor
        *> sum, the term the walk stopped on and the range ceiling
        *> that scan ran under), so a caller answers by keyed READ
        *> instead of re-walking a sequence the scan already paid
        *> for.
        *> Operations:
        *>   GET = the stored answer for aq-number; aq-found 1 when
        *>         the master holds it, 0 when it does not (or there
        *>         is no master to ask) -- the caller walks the
        *>         sequence itself on a miss
        IDENTIFICATION DIVISION.
            PROGRAM-ID. aliquot_lookup.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ALIQ-MST ASSIGN TO "ALIQMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS am-key
                        FILE STATUS IS mst-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD ALIQ-MST.
                *> see aliquot_gen's FD
                01 aliq-mst-record.
                    02 am-key        PIC 9(12).
                    02 am-class      PIC X(8).
                    02 am-cycle-len  PIC 9(4).
                    02 am-cycle-min  PIC 9(12).
                    02 am-steps      PIC 9(4).
                    02 am-next       PIC 9(15).
                    02 am-last       PIC 9(15).
                    02 am-ceiling    PIC 9(12).
                WORKING-STORAGE SECTION.
                    01 mst-file-status PIC XX.
                LINKAGE SECTION.
                    01 aq-op        PIC X(3).
                    01 aq-number    PIC 9(12).
                    01 aq-class     PIC X(8).
                    01 aq-cycle-len PIC 9(4).
                    01 aq-cycle-min PIC 9(12).
                    01 aq-steps     PIC 9(4).
                    01 aq-next      PIC 9(15).
                    01 aq-last      PIC 9(15).
                    01 aq-ceiling   PIC 9(12).
                    01 aq-found     PIC 9.
            PROCEDURE DIVISION USING aq-op, aq-number, aq-class,
                                      aq-cycle-len, aq-cycle-min,
                                      aq-steps, aq-next, aq-last,
                                      aq-ceiling, aq-found.
                MOVE 0 TO aq-found.
                IF aq-op NOT = "GET" THEN
                    GOBACK
                END-IF.
                OPEN INPUT ALIQ-MST.
                IF mst-file-status NOT = "00" THEN
                    GOBACK
                END-IF.
                MOVE aq-number TO am-key.
                READ ALIQ-MST.
                IF mst-file-status = "00" THEN
                    MOVE am-class TO aq-class
                    MOVE am-cycle-len TO aq-cycle-len
                    MOVE am-cycle-min TO aq-cycle-min
                    MOVE am-steps TO aq-steps
                    MOVE am-next TO aq-next
                    MOVE am-last TO aq-last
                    MOVE am-ceiling TO aq-ceiling
                    MOVE 1 TO aq-found
                END-IF.
                CLOSE ALIQ-MST.
            GOBACK.
        END PROGRAM aliquot_lookup.
