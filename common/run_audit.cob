        *> one START/END pair per run with the outcome each program
        *> reported -- a quick way to see what ran overnight and
        *> whether anything came back non-zero without grepping through
        *> ten different SYSOUTs.  A START line also carries the
        *> version of the program that ran -- its build stamp, handed
        *> over through common/run_version.cob.  Every line carries
        *> the environment the run belongs to, and because START is
        *> the first thing every program does, the START call is
        *> where the environment is settled (common/env_resolve.cob)
        *> -- before RUNAUDIT or anything else is opened.  A run the
        *> resolver refuses ends right there with RETURN-CODE 16,
        *> having opened nothing.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. run_audit.
            AUTHOR. Gustavo Selbach Teixeira.
                FILE SECTION.
                FD AUDIT-FILE.
                *> widened to carry the run correlation id after the
                *> original four fields -- see common/run_corr.cob --
                *> and, on START lines, the program's version after it,
                *> then the environment
                01 audit-record PIC X(73).
                WORKING-STORAGE SECTION.
                    01 audit-file-status PIC XX.
                    01 datetime          PIC X(21).
                    01 audit-timestamp   PIC X(14).
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    01 version-op        PIC X(3) VALUE "GET".
                    01 version-stamp     PIC X(21) VALUE SPACES.
                    01 env-op            PIC X(3).
                    01 env-code          PIC X(4) VALUE SPACES.
                    01 env-status        PIC XX.
                    *> busy-file retry state -- a parallel step that
                    *> finds the file held just tries again after a
                    *> short pause instead of dropping its line
                    01 audit-outcome      PIC X(8).
            PROCEDURE DIVISION USING audit-program-name, audit-event,
                                      audit-outcome.
                IF audit-event = "START" THEN
                    MOVE "INI" TO env-op
                ELSE
                    MOVE "GET" TO env-op
                END-IF.
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-status NOT = "OK" THEN
                    DISPLAY "RUN_AUDIT: " audit-program-name
                            " refused by the environment check, "
                            "nothing opened"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> RUNAUDIT is a running log, so every call appends --
                *> OPEN EXTEND creates it on the first-ever call and
                *> appends to it on every one after that.  A busy
                           SPACE audit-event SPACE audit-outcome
                           SPACE corr-id
                        DELIMITED BY SIZE INTO audit-record
                    IF audit-event = "START" THEN
                        CALL "run_version" USING version-op,
                                                  version-stamp
                        MOVE version-stamp(1:14)
                            TO audit-record(55:14)
                    END-IF
                    MOVE env-code TO audit-record(70:4)
                    WRITE audit-record
                    CLOSE AUDIT-FILE
                END-IF.
