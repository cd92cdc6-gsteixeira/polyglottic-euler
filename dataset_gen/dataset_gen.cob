                *> see common/run_corr.cob
                01 corr-op          PIC X(3) VALUE "NEW".
                01 corr-id          PIC X(14) VALUE SPACES.
                *> the environment, settled before the new id is
                *> parked on RUNCORR -- see common/env_resolve.cob
                01 env-op           PIC X(3) VALUE "INI".
                01 env-code         PIC X(4).
                01 env-status       PIC XX.
                *> checked argument conversion -- see
                *> common/arg_check.cob
                01 ac-name          PIC X(12).
                01 pm-keyword       PIC X(16).
                01 pm-value         PIC X(40).
                01 pm-found         PIC 9.
                *> account-key check digit -- see
                *> common/key_check.cob; every generated key is
                *> stamped with one so the rows pass sort_edit
                01 kc-op            PIC X(3) VALUE "GEN".
                01 kc-key           PIC S9(9).
                01 kc-ok            PIC 9.
                *> central alert routing -- see common/alert_log.cob
                01 al-msg-id        PIC X(8).
                01 al-values.
                    02 al-value-1   PIC X(28).
                    02 al-value-2   PIC X(28).
                *> run-audit trail -- see common/run_audit.cob
                01 audit-name       PIC X(8) VALUE "DATAGEN".
                01 audit-event      PIC X(5).
                01 exit-code        PIC S9(4) COMP VALUE 0.
        PROCEDURE DIVISION.
            mainline.
                *> minting the id opens RUNCORR, so the environment
                *> comes first -- a TEST or DEV stream parks its id in
                *> its own library, and a refused run opens nothing
                *> (run_audit's START below only answers again)
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-status NOT = "OK" THEN
                    DISPLAY "DATASET_GEN: refused by the environment "
                            "check, nothing opened"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                CALL "run_corr" USING corr-op, corr-id.
                DISPLAY "DATASET_GEN: run correlation id " corr-id.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                   OR merge-file-status NOT = "00"
                   OR quick-file-status NOT = "00"
                   OR selection-file-status NOT = "00" THEN
                    MOVE "DSN001" TO al-msg-id
                    MOVE "a sort input dataset" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF row-key >= 999999900 THEN
                    MOVE 999999899 TO row-key
                END-IF.
                *> the last digit becomes the key's check digit --
                *> the ordered shapes step far wider than ten, so
                *> their order survives the stamp
                MOVE row-key TO kc-key.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                MOVE kc-key TO row-key.
                ADD 1 TO ct-count.
                ADD row-key TO ct-key-sum.
                ADD row-bal TO ct-bal-sum.

            fill_duplicates.
                *> keys drawn from a pool a tenth the row count wide,
                *> so most keys repeat many times -- spaced ten apart
                *> so each keeps its own check digit when stamped
                COMPUTE pool-size = record-count / 10.
                IF pool-size = 0 THEN
                    MOVE 1 TO pool-size
                END-IF.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > record-count
                    COMPUTE shape-key(i) = FUNCTION INTEGER(
                            FUNCTION RANDOM * (pool-size - 1) + 1)
                            * 10
                    COMPUTE shape-bal(i) = FUNCTION RANDOM * 999999
                END-PERFORM.
                EXIT.
