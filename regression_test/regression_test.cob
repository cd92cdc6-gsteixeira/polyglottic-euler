        *> written to CANDIDATE instead (review it, install it as
        *> EXPECTED) and the run ends with the warning code 4.
        *> EXPECTED record: tag X(12), blank, value X(60).
        *> The harness is a test run by definition: it runs only in
        *> the TEST or DEV environment (common/env_resolve.cob --
        *> REGRTEST's JCL carries SUITEENV), where every dataset it
        *> and the steps it shells out touch resolves to that
        *> environment's copies.  Started as PROD it stops at once
        *> with RETURN-CODE 16.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 audit-name            PIC X(8) VALUE "REGRTEST".
                    01 audit-event           PIC X(5).
                    01 audit-outcome         PIC X(8).
                    *> run environment -- see common/env_resolve.cob
                    01 env-op                PIC X(3) VALUE "GET".
                    01 env-code              PIC X(4).
                    01 env-status            PIC XX.
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
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-code = "PROD" THEN
                    DISPLAY "REGRESSION: refusing to run in PROD -- "
                            "set SUITE_ENV or SUITEENV to TEST"
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                DISPLAY "REGRESSION: running the suite with fixed "
                        "seed " golden-seed.
                PERFORM run_suite_steps.
