        *> Shared fault-injection point for the restartable scans.
        *> collatz, primes, narcise_gen and master_update all resume
        *> from their dual checkpoint files, but that is only ever
        *> proven the night a real crash happens.  Each of them calls
        *> this at the two places a crash matters -- just before it
        *> takes up the next record ("R") and just after it has
        *> written a checkpoint ("C") -- and, when the test-only
        *> switch names it, this ends the run right there the way a
        *> crash would: no final checkpoint, no END on RUNAUDIT, no
        *> lock released, RETURN-CODE 99.  restart_test drives it.
        *> The switch is the SUITE_FAULT environment variable,
        *>     PROGRAM:CKPT:n   fail just after the n-th checkpoint
        *>                      this run writes
        *>     PROGRAM:REC:n    fail just before the n-th record
        *>                      this run takes up
        *> with PROGRAM the caller's RUNAUDIT name, so a switch left
        *> exported cannot catch any other step.  The counts are of
        *> this run only, not of the run a checkpoint resumes.  The
        *> switch is honored only in the TEST and DEV environments
        *> (common/env_resolve.cob); a PROD run that finds it set
        *> says so once and carries on.  Absent or unreadable, it
        *> costs the caller one comparison per call.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. fault_point.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    *> the switch, read on the first call
                    01 switch-read     PIC 9 VALUE 0.
                    01 armed           PIC 9 VALUE 0.
                    01 switch-value    PIC X(40).
                    01 fault-program   PIC X(8).
                    01 fault-kind      PIC X(4).
                    01 fault-count-tx  PIC X(9).
                    01 fault-at        PIC 9(9).
                    *> what this run has done so far
                    01 ckpt-calls      PIC 9(9) VALUE ZEROS.
                    01 record-calls    PIC 9(9) VALUE ZEROS.
                    *> run environment -- see common/env_resolve.cob
                    01 env-op          PIC X(3) VALUE "GET".
                    01 env-code        PIC X(4).
                    01 env-status      PIC XX.
                LINKAGE SECTION.
                    01 fp-program PIC X(8).
                    01 fp-point   PIC X.
            PROCEDURE DIVISION USING fp-program, fp-point.
                IF switch-read = 0 THEN
                    PERFORM read_switch
                END-IF.
                IF armed = 0 THEN
                    GOBACK
                END-IF.
                IF fp-point = "C" THEN
                    ADD 1 TO ckpt-calls
                    IF fault-kind = "CKPT"
                       AND ckpt-calls = fault-at THEN
                        DISPLAY "FAULT_POINT: injected failure -- "
                                FUNCTION TRIM(fp-program)
                                " just after checkpoint " ckpt-calls
                        PERFORM end_like_a_crash
                    END-IF
                ELSE
                    ADD 1 TO record-calls
                    IF fault-kind = "REC"
                       AND record-calls = fault-at THEN
                        DISPLAY "FAULT_POINT: injected failure -- "
                                FUNCTION TRIM(fp-program)
                                " just before record " record-calls
                        PERFORM end_like_a_crash
                    END-IF
                END-IF.
            GOBACK.

            read_switch.
                MOVE 1 TO switch-read.
                DISPLAY "SUITE_FAULT" UPON ENVIRONMENT-NAME.
                ACCEPT switch-value FROM ENVIRONMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO switch-value
                END-ACCEPT.
                IF switch-value = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO fault-program.
                MOVE SPACES TO fault-kind.
                MOVE SPACES TO fault-count-tx.
                UNSTRING switch-value DELIMITED BY ":"
                    INTO fault-program, fault-kind, fault-count-tx.
                MOVE FUNCTION UPPER-CASE(fault-program)
                    TO fault-program.
                MOVE FUNCTION UPPER-CASE(fault-kind) TO fault-kind.
                IF fault-program NOT = fp-program THEN
                    EXIT PARAGRAPH
                END-IF.
                IF (fault-kind NOT = "CKPT" AND fault-kind NOT = "REC")
                   OR FUNCTION TEST-NUMVAL(fault-count-tx) NOT = 0 THEN
                    DISPLAY "FAULT_POINT: SUITE_FAULT "
                            FUNCTION TRIM(switch-value)
                            " not understood -- PROGRAM:CKPT:n or "
                            "PROGRAM:REC:n; ignored"
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(fault-count-tx) TO fault-at.
                IF fault-at = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-code = "PROD" THEN
                    DISPLAY "FAULT_POINT: SUITE_FAULT is a test switch "
                            "-- ignored in PROD"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO armed.
                DISPLAY "FAULT_POINT: " FUNCTION TRIM(fp-program)
                        " will fail at " FUNCTION TRIM(fault-kind)
                        " " fault-at.
                EXIT.

            end_like_a_crash.
                *> straight out of the run unit, past everything the
                *> caller would have done on its way to a clean END
                MOVE 99 TO RETURN-CODE.
                STOP RUN.
        END PROGRAM fault_point.
