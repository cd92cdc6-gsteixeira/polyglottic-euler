        *> Generation-based retention for the suite's output
        *> datasets.  COLLOUT, PRIMEOUT, FIBRPT, NARCOUT, BUBBLOUT,
        *> BENCHOUT and CONSOUT are all recreated with OPEN OUTPUT
        *> each run, so history was destroyed nightly -- run this
        *> before each cycle to roll the current outputs to
        *> date-stamped generation copies (COLLOUT.D20260822 style,
        *> the DYNAMIC assign collatz.cob's partial files already
        *> use), keep a run-time number of generations per dataset,
        *> purge the oldest past that, and print an inventory of
        *> what is kept.
        *> The inventory itself lives on GENINV, one line per kept
        *> generation.  ARGUMENT 1 = generations to keep (default 30
        *> -- the thirty days the auditors asked for).
                    01 arg-value          PIC X(18).
                    01 keep-limit         PIC 9(3) VALUE 30.
                    *> the datasets under retention
                    01 base-count         CONSTANT AS 7.
                    01 base-list.
                        02 base-name OCCURS 7 TIMES PIC X(8).
                    01 b                  PIC 9.
                    *> the inventory, loaded whole and rewritten at
                    *> the end of the run
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
                MOVE "NARCOUT" TO base-name(4).
                MOVE "BUBBLOUT" TO base-name(5).
                MOVE "BENCHOUT" TO base-name(6).
                MOVE "CONSOUT" TO base-name(7).
                PERFORM load_inventory.
                PERFORM VARYING b FROM 1 BY 1 UNTIL b > base-count
                    PERFORM roll_one_dataset
