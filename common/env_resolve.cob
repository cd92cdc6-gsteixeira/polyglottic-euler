        *> Shared environment resolver.  REGRTEST was kept off the
        *> production datasets only by its JCL pointing at separate
        *> copies -- the programs themselves ASSIGN fixed names like
        *> ACCTMAST, PRIMEMST and RUNAUDIT, so one mis-set DD and a
        *> test run overwrote the real master.  Every run now
        *> belongs to one environment, PROD, TEST or DEV, settled
        *> here before the program opens anything (run_audit asks
        *> at the START call that opens every program; the two
        *> programs that keep no audit trail ask themselves):
        *>   - the SUITE_ENV environment variable, when set (the
        *>     console override, the way SORT_SEED is)
        *>   - else the one-record SUITEENV dataset (an instream DD
        *>     in the job's JCL)
        *>   - else PROD
        *> A TEST or DEV run has every dataset name it opens --
        *> fixed or built at run time -- resolved inside that
        *> environment's own library: the directory named by
        *> SUITE_TEST_LIB / SUITE_DEV_LIB, default TEST or DEV
        *> under the run directory, made if it is not there yet.
        *> Both settings are exported, so a step a controller
        *> shells out runs in the same environment.  A PROD run
        *> resolves names exactly as it always has.
        *> Refused runs -- es-status other than OK -- must not open
        *> anything:
        *>   BD = SUITE_ENV / SUITEENV names no known environment
        *>   RF = a TEST or DEV run with a dataset in the suite's
        *>        catalog (common/env_dsn.cpy) mapped, through a
        *>        DD_name, dd_name or name variable, onto a path
        *>        outside its own library -- a production copy
        *>        (each such mapping is named on the console)
        *> Operations:
        *>   INI = settle the environment (once per run unit; a
        *>         later INI just answers again)
        *>   GET = the environment in es-env, settling it first if
        *>         nothing has yet -- run_audit and alert_log stamp
        *>         it on every RUNAUDIT and ALERTS record
        IDENTIFICATION DIVISION.
            PROGRAM-ID. env_resolve.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ENV-FILE ASSIGN TO "SUITEENV"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS env-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD ENV-FILE.
                01 env-record PIC X(4).
                WORKING-STORAGE SECTION.
                    01 env-file-status  PIC XX.
                    *> settled once, held for the life of the run
                    *> unit the way run_corr holds its id
                    01 held-env         PIC X(4) VALUE SPACES.
                    01 held-status      PIC XX VALUE SPACES.
                    01 env-value        PIC X(100).
                    01 env-library      PIC X(100).
                    01 library-len      PIC 9(3).
                    01 library-slash    PIC X(101).
                    01 var-name         PIC X(20).
                    01 var-prefix       PIC X(3).
                    01 prefix-no        PIC 9.
                    01 climb-count      PIC 9(3).
                    01 dir-result       PIC S9(9) COMP-5.
                    01 dsn-catalog.
                        COPY env_dsn.
                    01 dsn-table REDEFINES dsn-catalog.
                        02 dsn-name PIC X(9) OCCURS 264 TIMES.
                    01 d                PIC 9(3).
                LINKAGE SECTION.
                    01 es-op     PIC X(3).
                    01 es-env    PIC X(4).
                    01 es-status PIC XX.
            PROCEDURE DIVISION USING es-op, es-env, es-status.
                IF held-env = SPACES THEN
                    PERFORM settle_environment
                END-IF.
                MOVE held-env TO es-env.
                MOVE held-status TO es-status.
            GOBACK.

            settle_environment.
                MOVE "OK" TO held-status.
                DISPLAY "SUITE_ENV" UPON ENVIRONMENT-NAME.
                ACCEPT env-value FROM ENVIRONMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO env-value
                END-ACCEPT.
                IF env-value = SPACES THEN
                    PERFORM read_env_dataset
                END-IF.
                IF env-value = SPACES THEN
                    MOVE "PROD" TO env-value
                END-IF.
                MOVE FUNCTION UPPER-CASE(env-value(1:4)) TO held-env.
                IF held-env NOT = "PROD" AND held-env NOT = "TEST"
                   AND held-env NOT = "DEV " THEN
                    DISPLAY "ENV_RESOLVE: unknown environment "
                            FUNCTION TRIM(env-value)
                            " -- PROD, TEST or DEV"
                    MOVE "BD" TO held-status
                    EXIT PARAGRAPH
                END-IF.
                *> children inherit the environment with everything
                *> else they are started with
                DISPLAY "SUITE_ENV" UPON ENVIRONMENT-NAME.
                DISPLAY held-env UPON ENVIRONMENT-VALUE.
                IF held-env = "PROD" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM settle_library.
                PERFORM guard_production.
                IF held-status = "OK" THEN
                    DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
                    DISPLAY env-library(1:library-len)
                        UPON ENVIRONMENT-VALUE
                END-IF.
                EXIT.

            read_env_dataset.
                OPEN INPUT ENV-FILE.
                IF env-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                READ ENV-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE env-record TO env-value
                END-READ.
                CLOSE ENV-FILE.
                EXIT.

            settle_library.
                IF held-env = "TEST" THEN
                    DISPLAY "SUITE_TEST_LIB" UPON ENVIRONMENT-NAME
                ELSE
                    DISPLAY "SUITE_DEV_LIB" UPON ENVIRONMENT-NAME
                END-IF.
                ACCEPT env-library FROM ENVIRONMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO env-library
                END-ACCEPT.
                IF env-library = SPACES THEN
                    MOVE FUNCTION TRIM(held-env) TO env-library
                END-IF.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(env-library
                                                    TRAILING))
                    TO library-len.
                MOVE SPACES TO library-slash.
                STRING env-library(1:library-len) "/"
                    DELIMITED BY SIZE INTO library-slash.
                *> an existing library just answers non-zero
                CALL "CBL_CREATE_DIR" USING env-library
                    RETURNING dir-result.
                EXIT.

            guard_production.
                *> the names the run time maps a dataset through, in its
                *> own order -- an explicit path on any of them
                *> bypasses the library
                PERFORM VARYING d FROM 1 BY 1
                        UNTIL d > 264 OR dsn-name(d) = SPACES
                    PERFORM VARYING prefix-no FROM 1 BY 1
                            UNTIL prefix-no > 3
                        EVALUATE prefix-no
                            WHEN 1 MOVE "DD_" TO var-prefix
                            WHEN 2 MOVE "dd_" TO var-prefix
                            WHEN 3 MOVE SPACES TO var-prefix
                        END-EVALUATE
                        MOVE SPACES TO var-name
                        STRING var-prefix DELIMITED BY SPACE
                               dsn-name(d) DELIMITED BY SPACE
                            INTO var-name
                        DISPLAY var-name UPON ENVIRONMENT-NAME
                        ACCEPT env-value FROM ENVIRONMENT-VALUE
                            ON EXCEPTION MOVE SPACES TO env-value
                        END-ACCEPT
                        PERFORM check_mapping
                    END-PERFORM
                END-PERFORM.
                EXIT.

            check_mapping.
                *> a bare name or a relative path lands inside the
                *> library like any other name; an absolute path is
                *> fine only inside the library, and nothing may
                *> climb out of it with ".."
                IF env-value = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO climb-count.
                INSPECT env-value TALLYING climb-count FOR ALL "..".
                IF climb-count = 0 THEN
                    IF env-value(1:1) NOT = "/" THEN
                        EXIT PARAGRAPH
                    END-IF
                    IF env-value(1:library-len + 1)
                       = library-slash(1:library-len + 1) THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                DISPLAY "ENV_RESOLVE: " held-env " run refused -- "
                        FUNCTION TRIM(var-name) " maps to "
                        FUNCTION TRIM(env-value)
                        ", outside the " held-env " library".
                MOVE "RF" TO held-status.
                EXIT.
        END PROGRAM env_resolve.
