        *> holds what" without waiting for a denial message.  Just
        *> asks common/ds_lock.cob for its WHO display and leaves
        *> RETURN-CODE 0; the lock manager itself prints the held
        *> locks (or "(none)") to SYSOUT -- the lock table of the
        *> run environment, settled first (common/env_resolve.cob).
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 lk-mode    PIC X VALUE SPACE.
                    01 lk-program PIC X(8) VALUE "LOCKDISP".
                    01 lk-granted PIC 9.
                    *> run environment -- see common/env_resolve.cob
                    01 env-op     PIC X(3) VALUE "INI".
                    01 env-code   PIC X(4).
                    01 env-status PIC XX.
            PROCEDURE DIVISION.
            mainline.
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-status NOT = "OK" THEN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      lk-program, lk-granted.
                MOVE 0 TO RETURN-CODE.
