        *> and notes what was sent on the SENTLOG dataset, which is
        *> what iface_ack matches their acknowledgment file against.
        *> ARGUMENT 1 = the interface id (default CONSFEED).
        *> Nothing is sent unless the cycle is signed GO on
        *> CYCLCERT (see cycle_signoff), or its NO-GO has been
        *> overridden on cycle_override; otherwise the extract is
        *> held with a FATL and RETURN-CODE 8, and is rerun once the
        *> cycle is signed.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
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
                    01 audit-name         PIC X(8) VALUE "IFACEXTR".
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
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO iface-id
                END-IF.
                PERFORM check_signoff.
                PERFORM open_files.
                PERFORM write_interface_header.
                PERFORM copy_details.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            check_signoff.
                CALL "run_corr" USING corr-op, corr-id.
                CALL "cycle_cert" USING corr-id, cc-decision,
                                         cc-operator.
                IF cc-decision = "GO" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF cc-decision = "OVRD" THEN
                    DISPLAY "IFACE EXTRACT: cycle " corr-id
                            " NO-GO overridden by " cc-operator
                            " -- releasing"
                    EXIT PARAGRAPH
                END-IF.
                MOVE cc-decision TO held-reason.
                IF cc-decision = SPACES THEN
                    MOVE "UNSIGNED" TO held-reason
                END-IF.
                DISPLAY "IFACE EXTRACT: cycle " corr-id " is "
                        held-reason " -- " iface-id " held".
                MOVE "OPS026" TO al-msg-id.
                MOVE SPACES TO al-values.
                STRING "interface " iface-id
                    DELIMITED BY SIZE INTO al-value-1.
                MOVE held-reason TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "HELD" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            open_files.
                OPEN INPUT INPUT-FILE.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "IFACE EXTRACT: unable to open CONSOUT, "
                            "status " in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CONSOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF iface-file-status NOT = "00" THEN
                    DISPLAY "IFACE EXTRACT: unable to open IFACEOUT, "
                            "status " iface-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "IFACEOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF sent-file-status NOT = "00" THEN
                    DISPLAY "IFACE EXTRACT: unable to write SENTLOG, "
                            "status " sent-file-status
                    MOVE "DSN009" TO al-msg-id
                    MOVE "sent interface" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO sent-record.
