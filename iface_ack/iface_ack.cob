        *> raises an alert through alert_log instead of waiting for
        *> their phone call.  Findings land on IFACERPT and the run
        *> leaves RETURN-CODE 4 when anything is open.
        *> The ACKIN file as a whole is looked up on the BATCHREG
        *> inbound batch registry (common/batch_reg.cob) by its
        *> latest cycle date, line count and the hash of their
        *> counts and key hashes: an acknowledgment file already
        *> processed is refused with a FATL alert unless PARMLIB
        *> IFACEACK RESEND-OK names the earlier run, and a run that
        *> completes registers its file.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 ack-found          PIC 9.
                    01 finding-count      PIC 9(3) VALUE ZEROS.
                    01 matched-count      PIC 9(3) VALUE ZEROS.
                    *> inbound batch registry -- see
                    *> common/batch_reg.cob
                    01 br-op              PIC X(3).
                    01 br-feed            PIC X(8) VALUE "ACKIN".
                    01 br-batch-id        PIC X(16) VALUE SPACES.
                    01 br-created         PIC X(8) VALUE SPACES.
                    01 br-count           PIC 9(9) VALUE ZEROS.
                    01 br-hash            PIC S9(15)V99 VALUE ZEROS.
                    01 br-stamp           PIC X(14).
                    01 br-status          PIC XX.
                    01 batch-resend       PIC 9 VALUE 0.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "IFACEACK".
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
                    STOP RUN
                END-IF.
                PERFORM load_acknowledgments.
                IF br-count > 0 THEN
                    PERFORM check_batch_registry
                END-IF.
                PERFORM match_sent_interfaces.
                MOVE SPACES TO report-line.
                STRING "matched " matched-count
                WRITE report-line.
                DISPLAY report-line.
                CLOSE REPORT-FILE.
                IF br-count > 0 THEN
                    PERFORM register_batch
                END-IF.
                MOVE "END" TO audit-event.
                IF finding-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                        AT END
                            MOVE 1 TO ack-eof
                        NOT AT END
                            ADD 1 TO br-count
                            ADD ack-count ack-hash TO br-hash
                            IF ack-date > br-created THEN
                                MOVE ack-date TO br-created
                            END-IF
                            IF ack-count-held < 200 THEN
                                ADD 1 TO ack-count-held
                                MOVE ack-id
                CLOSE ACK-FILE.
                EXIT.

            check_batch_registry.
                MOVE "CHK" TO br-op.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                EVALUATE br-status
                    WHEN "DU"
                        MOVE SPACES TO report-line
                        STRING "ACKIN ALREADY PROCESSED " br-stamp
                               " -- A RESEND, REFUSED"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                        MOVE SPACES TO report-line
                        STRING "(deliberate: PARMLIB IFACEACK "
                               "RESEND-OK=" br-stamp " operator)"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                        CLOSE REPORT-FILE
                        MOVE "BAT002" TO al-msg-id
                        MOVE "ACKIN" TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                        MOVE "END" TO audit-event
                        MOVE "ERROR" TO audit-outcome
                        CALL "run_audit" USING audit-name,
                             audit-event, audit-outcome
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    WHEN "OV"
                        MOVE 1 TO batch-resend
                        MOVE SPACES TO report-line
                        STRING "ACKIN resend of " br-stamp
                               " accepted on operator override"
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                END-EVALUATE.
                EXIT.

            register_batch.
                IF batch-resend = 1 THEN
                    MOVE "RSN" TO br-op
                ELSE
                    MOVE "REG" TO br-op
                END-IF.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                IF br-status NOT = "OK" THEN
                    MOVE "BAT001" TO al-msg-id
                    MOVE "ACKIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            match_sent_interfaces.
                OPEN INPUT SENT-FILE.
                IF sent-file-status NOT = "00" THEN
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "OPS010" TO al-msg-id
                    MOVE snt-id TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                IF ak-status(a) NOT = "OK"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    MOVE "OPS011" TO al-msg-id
                    MOVE snt-id TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO matched-count.
