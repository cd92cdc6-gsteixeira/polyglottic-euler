        *> Shared account-number allocation subprogram.  New
        *> ACCTMAST keys used to be whatever the person keying the A
        *> transaction picked -- two branches opened the same number
        *> on the same day, and a closed account's number was handed
        *> out again.  Numbers now come from here.
        *> ACCTRNGE holds one control record per account category
        *> (the REFDATA ref-cat codes): the range of eight-digit key
        *> bases the category owns, the next base to try and how
        *> many keys have been issued.  A category's range is taken
        *> from PARMLIB the first time it is asked for, as
        *>     ACCTALOC RANGE-cccc=llllllll-hhhhhhhh
        *> and a later PARMLIB line with a higher top extends it.
        *> ACCTUSED is the register of every key that has ever
        *> existed -- on ACCTMAST, on ACCTJRN, on an archive copy
        *> (key_register loads those) or handed out here -- and a
        *> key on it is never issued again:
        *>   usd-origin L = allocated here, not yet opened
        *>              M = opened on the master
        *>              H = found on the journal or an archive copy
        *> Every allocation is appended to the ACCTALOG log.  The
        *> read-judge-rewrite of a call runs under ds_lock "ACCTRNGE"
        *> so two callers never take the same number.
        *> Operations:
        *>   ALC = allocate: ka-key out is the next free key in
        *>         ka-category's range, with its check digit
        *>         (common/key_check.cob)
        *>   PEK = the key ALC would hand out, nothing updated -- for
        *>         what-if runs
        *>   USE = ka-key is being opened on the master: registered
        *>         M, refused (RU) when it existed before -- unless
        *>         it was allocated here and not opened yet, or it
        *>         is the same requester's registration from earlier
        *>         the same day (a rerun after a crash)
        *>   ASK = would USE accept ka-key, nothing updated
        *> ka-status: OK, NR = no range for the category, EX = range
        *> exhausted, RU = key used before, NS = ACCTUSED not loaded
        *> yet (run key_register; USE and ASK answer OK then), LK =
        *> the lock was not granted, IO = a control dataset failed.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. key_alloc.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT RANGE-FILE ASSIGN TO "ACCTRNGE"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS rng-category
                        FILE STATUS IS range-file-status.
                    SELECT USED-FILE ASSIGN TO "ACCTUSED"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS usd-key
                        FILE STATUS IS used-file-status.
                    SELECT ALLOC-LOG ASSIGN TO "ACCTALOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS alloc-log-status.
            DATA DIVISION.
                FILE SECTION.
                FD RANGE-FILE.
                01 range-record.
                    02 rng-category  PIC X(4).
                    02 rng-low       PIC 9(8).
                    02 rng-high      PIC 9(8).
                    02 rng-next      PIC 9(8).
                    02 rng-issued    PIC 9(8).
                    02 rng-last-date PIC X(8).
                FD USED-FILE.
                01 used-record.
                    02 usd-key       PIC S9(9).
                    02 usd-origin    PIC X.
                    02 usd-date      PIC X(8).
                    02 usd-by        PIC X(8).
                    02 usd-category  PIC X(4).
                FD ALLOC-LOG.
                01 alloc-log-record.
                    02 alg-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 alg-requester PIC X(8).
                    02 FILLER        PIC X.
                    02 alg-category  PIC X(4).
                    02 FILLER        PIC X.
                    02 alg-key       PIC S9(9)
                        SIGN LEADING SEPARATE.
                WORKING-STORAGE SECTION.
                    01 range-file-status PIC XX.
                    01 used-file-status  PIC XX.
                    01 alloc-log-status  PIC XX.
                    01 try-base          PIC 9(8).
                    01 key-found         PIC 9.
                    01 range-top         PIC 9(8).
                    01 range-text        PIC X(40).
                    01 low-text          PIC X(20).
                    01 high-text         PIC X(20).
                    01 datetime          PIC X(21).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op             PIC X(3).
                    01 pd-date           PIC X(8).
                    01 pd-answer         PIC 9(9).
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op             PIC X(3) VALUE "GEN".
                    01 kc-key            PIC S9(9).
                    01 kc-ok             PIC 9.
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program        PIC X(8) VALUE "ACCTALOC".
                    01 pm-keyword        PIC X(16).
                    01 pm-value          PIC X(40).
                    01 pm-found          PIC 9.
                    *> dataset enqueue -- see common/ds_lock.cob
                    01 lk-op             PIC X(3).
                    01 lk-name           PIC X(8) VALUE "ACCTRNGE".
                    01 lk-mode           PIC X VALUE "E".
                    01 lk-granted        PIC 9.
                LINKAGE SECTION.
                    01 ka-op        PIC X(3).
                    01 ka-category  PIC X(4).
                    01 ka-requester PIC X(8).
                    01 ka-key       PIC S9(9).
                    01 ka-status    PIC XX.
            PROCEDURE DIVISION USING ka-op, ka-category,
                                      ka-requester, ka-key,
                                      ka-status.
                MOVE "OK" TO ka-status.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      ka-requester, lk-granted.
                IF lk-granted = 0 THEN
                    MOVE "LK" TO ka-status
                    GOBACK
                END-IF.
                EVALUATE ka-op
                    WHEN "ALC"
                        PERFORM allocate_key
                    WHEN "PEK"
                        PERFORM allocate_key
                    WHEN OTHER
                        PERFORM register_use
                END-EVALUATE.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      ka-requester, lk-granted.
            GOBACK.

            allocate_key.
                MOVE 0 TO ka-key.
                *> without the register nothing proves a number was
                *> never used, so nothing is handed out
                OPEN I-O USED-FILE.
                IF used-file-status NOT = "00" THEN
                    IF used-file-status = "35" THEN
                        MOVE "NS" TO ka-status
                    ELSE
                        MOVE "IO" TO ka-status
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O RANGE-FILE.
                IF range-file-status = "35" THEN
                    OPEN OUTPUT RANGE-FILE
                    CLOSE RANGE-FILE
                    OPEN I-O RANGE-FILE
                END-IF.
                IF range-file-status NOT = "00" THEN
                    MOVE "IO" TO ka-status
                    CLOSE USED-FILE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load_range.
                IF ka-status = "OK" THEN
                    PERFORM find_free_key
                END-IF.
                IF ka-status = "OK" AND ka-op = "ALC" THEN
                    PERFORM take_key
                END-IF.
                CLOSE RANGE-FILE.
                CLOSE USED-FILE.
                IF ka-status = "OK" AND ka-op = "ALC" THEN
                    PERFORM log_allocation
                END-IF.
                EXIT.

            load_range.
                *> the PARMLIB line both founds a range and widens
                *> one -- its bottom never moves once issued from
                MOVE SPACES TO pm-keyword.
                STRING "RANGE-" ka-category
                    DELIMITED BY SIZE INTO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                MOVE 0 TO range-top.
                IF pm-found = 1 THEN
                    MOVE pm-value TO range-text
                    MOVE SPACES TO low-text
                    MOVE SPACES TO high-text
                    UNSTRING range-text DELIMITED BY "-"
                        INTO low-text, high-text
                    MOVE FUNCTION NUMVAL(high-text) TO range-top
                END-IF.
                MOVE ka-category TO rng-category.
                READ RANGE-FILE
                    INVALID KEY
                        IF pm-found = 0 OR range-top = 0 THEN
                            MOVE "NR" TO ka-status
                            EXIT PARAGRAPH
                        END-IF
                        MOVE ka-category TO rng-category
                        MOVE FUNCTION NUMVAL(low-text) TO rng-low
                        MOVE range-top TO rng-high
                        MOVE rng-low TO rng-next
                        MOVE 0 TO rng-issued
                        MOVE SPACES TO rng-last-date
                        IF ka-op = "ALC" THEN
                            WRITE range-record
                                INVALID KEY
                                    MOVE "IO" TO ka-status
                            END-WRITE
                        END-IF
                        EXIT PARAGRAPH
                END-READ.
                IF range-top > rng-high THEN
                    MOVE range-top TO rng-high
                END-IF.
                EXIT.

            find_free_key.
                *> the next base whose checked key is on no register
                *> -- bases below rng-next were all issued or skipped
                MOVE 0 TO key-found.
                MOVE rng-next TO try-base.
                PERFORM UNTIL key-found = 1 OR try-base > rng-high
                    COMPUTE kc-key = try-base * 10
                    CALL "key_check" USING kc-op, kc-key, kc-ok
                    MOVE kc-key TO usd-key
                    READ USED-FILE
                        INVALID KEY
                            MOVE 1 TO key-found
                        NOT INVALID KEY
                            ADD 1 TO try-base
                    END-READ
                END-PERFORM.
                IF key-found = 0 THEN
                    MOVE "EX" TO ka-status
                    IF ka-op = "ALC" THEN
                        MOVE try-base TO rng-next
                        REWRITE range-record
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE kc-key TO ka-key.
                EXIT.

            take_key.
                MOVE ka-key TO usd-key.
                MOVE "L" TO usd-origin.
                MOVE pd-date TO usd-date.
                MOVE ka-requester TO usd-by.
                MOVE ka-category TO usd-category.
                WRITE used-record
                    INVALID KEY
                        MOVE "IO" TO ka-status
                        EXIT PARAGRAPH
                END-WRITE.
                COMPUTE rng-next = try-base + 1.
                ADD 1 TO rng-issued.
                MOVE pd-date TO rng-last-date.
                REWRITE range-record
                    INVALID KEY
                        MOVE "IO" TO ka-status
                END-REWRITE.
                EXIT.

            log_allocation.
                OPEN EXTEND ALLOC-LOG.
                IF alloc-log-status NOT = "00" THEN
                    OPEN OUTPUT ALLOC-LOG
                END-IF.
                IF alloc-log-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO alloc-log-record.
                MOVE datetime(1:14) TO alg-timestamp.
                MOVE ka-requester TO alg-requester.
                MOVE ka-category TO alg-category.
                MOVE ka-key TO alg-key.
                WRITE alloc-log-record.
                CLOSE ALLOC-LOG.
                EXIT.

            register_use.
                IF ka-op = "USE" THEN
                    OPEN I-O USED-FILE
                ELSE
                    OPEN INPUT USED-FILE
                END-IF.
                IF used-file-status NOT = "00" THEN
                    *> no register yet -- nothing to hold against
                    MOVE "NS" TO ka-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE ka-key TO usd-key.
                READ USED-FILE
                    INVALID KEY
                        IF ka-op = "USE" THEN
                            MOVE ka-key TO usd-key
                            MOVE "M" TO usd-origin
                            MOVE pd-date TO usd-date
                            MOVE ka-requester TO usd-by
                            MOVE SPACES TO usd-category
                            WRITE used-record
                        END-IF
                        CLOSE USED-FILE
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE TRUE
                    WHEN usd-origin = "L"
                        CONTINUE
                    WHEN usd-origin = "M" AND usd-date = pd-date
                                          AND usd-by = ka-requester
                        CONTINUE
                    WHEN OTHER
                        MOVE "RU" TO ka-status
                END-EVALUATE.
                IF ka-status = "OK" AND ka-op = "USE" THEN
                    MOVE "M" TO usd-origin
                    MOVE pd-date TO usd-date
                    MOVE ka-requester TO usd-by
                    REWRITE used-record
                END-IF.
                CLOSE USED-FILE.
                EXIT.
        END PROGRAM key_alloc.
