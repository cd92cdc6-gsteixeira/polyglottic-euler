        *> gets guided prompts for its own run modes and figures, and
        *> the argument string is assembled here, so the operator no
        *> longer has to remember anyone's positional conventions.
        *> The menu settles the run environment before it reads
        *> anything, and shows it on the screen.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. menu.
            AUTHOR. Gustavo Selbach Teixeira.
                            03 st-last-date  PIC X(8).
                            03 st-outcome    PIC X(8).
                    01 s             PIC 99.
                    *> run environment -- see common/env_resolve.cob;
                    *> the programs shelled out from here inherit it
                    01 env-op        PIC X(3) VALUE "INI".
                    01 env-code      PIC X(4).
                    01 env-status    PIC XX.
            PROCEDURE DIVISION.
            mainline.
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-status NOT = "OK" THEN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "BUBBLE" TO st-audit-name(1).
                MOVE "INSERT" TO st-audit-name(2).
                MOVE "MERGESRT" TO st-audit-name(3).

            show_menu.
                DISPLAY " ".
                DISPLAY "===== COBOL DEMO SUITE =====  ("
                        env-code ")".
                DISPLAY " 1) Bubble sort          ["
                        st-last-date(1) " " st-outcome(1) "]".
                DISPLAY " 2) Insertion sort       ["
