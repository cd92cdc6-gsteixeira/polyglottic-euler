        *> flagged in the pack and raises a WARN through alert_log
        *> -- an expected report that never arrived is news, not a
        *> blank spot.
        *> No pack is written unless the cycle is signed GO on
        *> CYCLCERT (see cycle_signoff), or its NO-GO has been
        *> overridden on cycle_override; otherwise distribution is
        *> held with a FATL and RETURN-CODE 8, and is rerun once the
        *> cycle is signed.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    01 report-date        PIC X(10).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> the cycle's sign-off -- see
                    *> common/cycle_cert.cob
                    01 cc-decision        PIC X(5).
                    01 cc-operator        PIC X(8).
                    01 held-reason        PIC X(8).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "RPTBUNDL".
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
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                PERFORM check_signoff.
                PERFORM load_recipient_map.
                IF map-count = 0 THEN
                    DISPLAY "REPORT BUNDLE: RECIPTBL is empty or "
                END-IF.
            STOP RUN.

            check_signoff.
                CALL "run_corr" USING corr-op, corr-id.
                CALL "cycle_cert" USING corr-id, cc-decision,
                                         cc-operator.
                IF cc-decision = "GO" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF cc-decision = "OVRD" THEN
                    DISPLAY "REPORT BUNDLE: cycle " corr-id
                            " NO-GO overridden by " cc-operator
                            " -- distributing"
                    EXIT PARAGRAPH
                END-IF.
                MOVE cc-decision TO held-reason.
                IF cc-decision = SPACES THEN
                    MOVE "UNSIGNED" TO held-reason
                END-IF.
                DISPLAY "REPORT BUNDLE: cycle " corr-id " is "
                        held-reason " -- distribution held".
                MOVE "OPS026" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE "report packs" TO al-value-1.
                MOVE held-reason TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "HELD" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            load_recipient_map.
                OPEN INPUT RECIP-FILE.
                IF recip-file-status NOT = "00" THEN
                           " ** EXPECTED THIS CYCLE, MISSING ** ===="
                        DELIMITED BY SIZE INTO pack-line
                    WRITE pack-line
                    MOVE "OPS017" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE mp-report(m) TO al-value-1
                    MOVE current-recipient TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO bundled-count.
