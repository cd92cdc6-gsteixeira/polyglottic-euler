                    01 report-date       PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    01 audit-outcome     PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                IF hits-file-status NOT = "00" THEN
                    DISPLAY "DIGIT INVARIANTS: unable to open "
                            "DIGIOUT, status " hits-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "DIGIOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                IF resume-val = 1 THEN
