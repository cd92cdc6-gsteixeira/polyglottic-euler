        *> quality review used to assemble by hand.  The scorecard
        *> lands on QUALRPT and tonight's figures append to
        *> QUALHIST.
        *> A night with any sharp move ends SHARP on RUNAUDIT with
        *> RETURN-CODE 4, the verdict cycle_signoff reads.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                            03 mt-nights  PIC 9(4) VALUE ZEROS.
                    01 mx                 PIC 9.
                    01 metric-avg         PIC 9(9).
                    01 sharp-count        PIC 9 VALUE 0.
                    01 parse-tail         PIC X(40).
                    *> the RUNAUDIT join for the CTLVERIF verdict
                    01 aud-view.
                    01 report-date        PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "QUALSCOR".
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
                PERFORM write_scorecard.
                PERFORM append_quality_history.
                MOVE "END" TO audit-event.
                IF sharp-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "SHARP" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF sharp-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            harvest_edit_rejects.
                           " avg " avg-tx
                           "  ** SHARP MOVE **"
                        DELIMITED BY SIZE INTO report-line
                    ADD 1 TO sharp-count
                    MOVE "OPS012" TO al-msg-id
                    MOVE metric-name(mx) TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    STRING "  " metric-name(mx)
                           " tonight " tonight-tx
