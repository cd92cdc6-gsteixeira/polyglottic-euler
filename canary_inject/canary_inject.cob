        *> balances on a smoke-test cycle.
        *> (The verifier's MASTER leg judges ACCTMAST only when a
        *> posting leg actually carried the canaries there.)
        *> Canary keys carry a valid check digit (common/key_check
        *> .cob) like any other key, so the band holds ten of them.
        *> ARGUMENT 1 = how many canaries (default 5, at most 10).
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 ct-count           PIC 9(9).
                    01 ct-key-sum         PIC S9(18).
                    01 ct-bal-sum         PIC 9(16)V99.
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "GEN".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "CANINJCT".
                    01 audit-event        PIC X(5).
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
                    MOVE FUNCTION NUMVAL(arg-value)
                        TO canary-count
                END-IF.
                IF canary-count = 0 OR canary-count > 10 THEN
                    MOVE 5 TO canary-count
                END-IF.
                PERFORM write_expectations.
                IF canary-file-status NOT = "00" THEN
                    DISPLAY "CANARY INJECT: unable to open CANARY, "
                            "status " canary-file-status
                    MOVE "DSN005" TO al-msg-id
                    MOVE "CANARY" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                EXIT.

            derive_canary_values.
                *> key 9999999, the canary's digit (0-9) and the
                *> check digit; balance derived from the canary
                *> number -- a verifier that sees a canary key can
                *> also compute the balance it must carry
                COMPUTE kc-key = (99999989 + c) * 10.
                CALL "key_check" USING kc-op, kc-key, kc-ok.
                MOVE kc-key TO canary-key.
                COMPUTE canary-bal = 100000 + c.
                EXIT.

                    DISPLAY "CANARY INJECT: unable to open "
                            head-dd(h) ", status "
                            head-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE head-dd(h) TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
