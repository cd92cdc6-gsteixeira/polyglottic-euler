        *> Inquiry refusal summary for the security officer.
        *> inquiry_server checks every request against the INQENTL
        *> entitlement table and answers one with no grant "not
        *> authorized"; the INQACCT line it writes carries status
        *> NAU and why.  This rolls one day of those refusals up:
        *>   - requester ids not in the table at all (UNKN) --
        *>     someone sending requests nobody granted anything,
        *>     listed first since that is the one to chase
        *>   - known requesters refused a function (FUNC) or
        *>     account keys outside their grants (KEYS)
        *>   - requests refused because INQENTL was missing (NTBL)
        *> each by requester and function with the count and the
        *> first and last time of day.  Any refusal raises a WARN
        *> through alert_log and leaves RETURN-CODE 4.
        *> ARGUMENT 1 = the date yyyymmdd (default the processing
        *> date).  INQACCT lines from before the check existed
        *> carry no status and are not refusals.  The report lands
        *> on INQRFRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ACCT-LOG ASSIGN TO "INQACCT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS acct-log-status.
                    SELECT REPORT-FILE ASSIGN TO "INQRFRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                *> see inquiry_server's acct-record-ws
                FD ACCT-LOG.
                01 acct-log-record.
                    02 acc-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 acc-requester PIC X(8).
                    02 FILLER        PIC X.
                    02 acc-func      PIC X(4).
                    02 FILLER        PIC X.
                    02 acc-elapsed   PIC 9(6).
                    02 FILLER        PIC X.
                    02 acc-arrived   PIC X(16).
                    02 FILLER        PIC X.
                    02 acc-response  PIC 9(8).
                    02 FILLER        PIC X.
                    02 acc-req-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 acc-status    PIC X(3).
                    02 FILLER        PIC X.
                    02 acc-refusal   PIC X(4).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 acct-log-status    PIC XX.
                    01 report-file-status PIC XX.
                    01 acct-eof           PIC 9 VALUE 0.
                    01 arg-value          PIC X(18).
                    01 want-date          PIC X(8).
                    *> one slot per requester/function/reason seen
                    01 refusal-table.
                        02 refusal-count PIC 9(3) VALUE ZEROS.
                        02 refusal-entry OCCURS 1 TO 300 TIMES
                                DEPENDING ON refusal-count.
                            03 rf-requester PIC X(8).
                            03 rf-func      PIC X(4).
                            03 rf-reason    PIC X(4).
                            03 rf-requests  PIC 9(9).
                            03 rf-first     PIC X(6).
                            03 rf-last      PIC X(6).
                    01 rx                 PIC 9(3).
                    01 slot-found         PIC 9.
                    01 want-reason        PIC X(4).
                    01 section-count      PIC 9(3).
                    *> run totals
                    01 refused-total      PIC 9(9) VALUE ZEROS.
                    01 unknown-total      PIC 9(9) VALUE ZEROS.
                    01 dropped-count      PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 count-tx           PIC Z(8)9.
                    01 unknown-tx         PIC Z(8)9.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "INQREFUS".
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
                                        audit-outcome.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO want-date
                ELSE
                    MOVE "GET" TO pd-op
                    MOVE SPACES TO pd-date
                    CALL "proc_date" USING pd-op, pd-date,
                                            pd-answer
                    MOVE pd-date TO want-date
                END-IF.
                PERFORM gather_refusals.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "INQUIRY REFUSAL: unable to open "
                            "INQRFRPT, status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "INQRFRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE SPACES TO report-line.
                STRING "INQUIRY REFUSALS - " want-date
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF refusal-count = 0 THEN
                    MOVE "  no requests refused on that date"
                        TO report-line
                    PERFORM write_report_line
                ELSE
                    MOVE "UNKN" TO want-reason
                    MOVE "  REQUESTER IDS NOT IN THE ENTITLEMENT TABLE"
                        TO report-line
                    PERFORM report_one_reason
                    MOVE "FUNC" TO want-reason
                    MOVE "  FUNCTIONS NOT GRANTED" TO report-line
                    PERFORM report_one_reason
                    MOVE "KEYS" TO want-reason
                    MOVE "  ACCOUNT KEYS OUTSIDE THE GRANTS"
                        TO report-line
                    PERFORM report_one_reason
                    MOVE "NTBL" TO want-reason
                    MOVE "  REFUSED WITH NO INQENTL ON FILE"
                        TO report-line
                    PERFORM report_one_reason
                END-IF.
                MOVE refused-total TO count-tx.
                MOVE unknown-total TO unknown-tx.
                MOVE SPACES TO report-line.
                STRING "  " count-tx " request(s) refused, "
                       unknown-tx " from ids not in the table"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF dropped-count > 0 THEN
                    MOVE SPACES TO report-line
                    STRING "  " dropped-count " refusal(s) past the "
                           "summary table were counted but not listed"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                CLOSE REPORT-FILE.
                IF refused-total > 0 THEN
                    MOVE "OPS023" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE want-date TO al-value-1
                    STRING FUNCTION TRIM(count-tx) " refused, "
                           FUNCTION TRIM(unknown-tx) " unknown id"
                        DELIMITED BY SIZE INTO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                IF refused-total = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "REFUSALS" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF refused-total = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            gather_refusals.
                OPEN INPUT ACCT-LOG.
                IF acct-log-status NOT = "00" THEN
                    DISPLAY "INQUIRY REFUSAL: no INQACCT on file"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL acct-eof = 1
                    READ ACCT-LOG
                        AT END
                            MOVE 1 TO acct-eof
                        NOT AT END
                            IF acc-timestamp(1:8) = want-date
                               AND acc-status = "NAU" THEN
                                PERFORM tally_one_refusal
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ACCT-LOG.
                EXIT.

            tally_one_refusal.
                ADD 1 TO refused-total.
                IF acc-refusal = "UNKN" THEN
                    ADD 1 TO unknown-total
                END-IF.
                MOVE 0 TO slot-found.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > refusal-count OR slot-found = 1
                    IF rf-requester(rx) = acc-requester
                       AND rf-func(rx) = acc-func
                       AND rf-reason(rx) = acc-refusal THEN
                        MOVE 1 TO slot-found
                        ADD 1 TO rf-requests(rx)
                        MOVE acc-timestamp(9:6) TO rf-last(rx)
                    END-IF
                END-PERFORM.
                IF slot-found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF refusal-count >= 300 THEN
                    ADD 1 TO dropped-count
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO refusal-count.
                MOVE acc-requester TO rf-requester(refusal-count).
                MOVE acc-func TO rf-func(refusal-count).
                MOVE acc-refusal TO rf-reason(refusal-count).
                MOVE 1 TO rf-requests(refusal-count).
                MOVE acc-timestamp(9:6) TO rf-first(refusal-count).
                MOVE acc-timestamp(9:6) TO rf-last(refusal-count).
                EXIT.

            report_one_reason.
                *> the section heading arrives in report-line; a
                *> reason with no refusals prints no section
                MOVE 0 TO section-count.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > refusal-count
                    IF rf-reason(rx) = want-reason THEN
                        ADD 1 TO section-count
                    END-IF
                END-PERFORM.
                IF section-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM write_report_line.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > refusal-count
                    IF rf-reason(rx) = want-reason THEN
                        MOVE rf-requests(rx) TO count-tx
                        MOVE SPACES TO report-line
                        STRING "    " rf-requester(rx) " "
                               rf-func(rx) " refused " count-tx
                               "  first " rf-first(rx)
                               " last " rf-last(rx)
                            DELIMITED BY SIZE INTO report-line
                        PERFORM write_report_line
                    END-IF
                END-PERFORM.
                EXIT.

            write_report_line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                EXIT.
        END PROGRAM Main.
