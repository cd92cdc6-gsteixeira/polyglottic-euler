        *> Inquiry service response-time and queue-latency SLA
        *> report.  inquiry_account says how much compute each
        *> department used; it never said how long anybody waited
        *> -- in SERVE mode a request can sit on INQREQ until the
        *> next poll, and a slow FACT or PRIM holds up everything
        *> queued behind it.  inquiry_server now stamps every
        *> INQACCT line with when the request arrived and how long
        *> it took from arrival to answer; this rolls one day of
        *> those lines up:
        *>   - per function code and per department: the requests,
        *>     the 50th, 90th and 99th percentile response times
        *>     (nearest rank), the 90th percentile time spent
        *>     queued (response less the compute the answer itself
        *>     took), and the count over the SLA target
        *>   - the worst requests of the day, slowest first
        *> SLA targets, in seconds, off PARMLIB:
        *>     INQSLA TARGET-func=n     e.g. TARGET-FACT=30
        *>     INQSLA TARGET-DEFAULT=n  (default 5)
        *> a department's over-target count judges each of its
        *> requests against that request's function target.
        *> Every function code with requests over target raises a
        *> WARN through alert_log and the run leaves the warning
        *> RETURN-CODE 4.
        *> ARGUMENT 1 = the date yyyymmdd (default the processing
        *> date); ARGUMENT 2 = how many worst requests to list
        *> (default PARMLIB WORST-COUNT, else 10).  INQACCT lines
        *> from before the arrival stamp existed carry none and are
        *> left out.  The report lands on INQSLRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT ACCT-LOG ASSIGN TO "INQACCT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS acct-log-status.
                    SELECT REPORT-FILE ASSIGN TO "INQSLRPT"
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
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 acct-log-status    PIC XX.
                    01 report-file-status PIC XX.
                    01 acct-eof           PIC 9 VALUE 0.
                    01 arg-value          PIC X(18).
                    01 want-date          PIC X(8).
                    *> the day's answered requests
                    01 day-count          PIC 9(4) VALUE ZEROS.
                    01 day-table.
                        02 day-entry OCCURS 5000 TIMES.
                            03 dr-func       PIC X(4).
                            03 dr-requester  PIC X(8).
                            03 dr-req-id     PIC X(8).
                            03 dr-arrived    PIC X(16).
                            *> hundredths
                            03 dr-response   PIC 9(8).
                            03 dr-queued     PIC 9(8).
                            03 dr-over       PIC 9.
                            03 dr-listed     PIC 9.
                    01 dropped-count      PIC 9(9) VALUE ZEROS.
                    01 dx                 PIC 9(4).
                    *> one slot per function code, with its target
                    01 func-count         PIC 99 VALUE ZEROS.
                    01 func-table.
                        02 func-entry OCCURS 30 TIMES.
                            03 fn-code       PIC X(4).
                            03 fn-target     PIC 9(8).
                    01 fx                 PIC 99.
                    01 func-found         PIC 9.
                    *> one slot per department
                    01 dept-count         PIC 9(3) VALUE ZEROS.
                    01 dept-table.
                        02 dept-name PIC X(8) OCCURS 100 TIMES.
                    01 px                 PIC 9(3).
                    01 dept-found         PIC 9.
                    *> the group being summarized -- by function
                    *> code ("F") or by department ("D")
                    01 group-kind         PIC X.
                    01 group-name         PIC X(8).
                    01 group-requests     PIC 9(4).
                    01 group-over         PIC 9(4).
                    01 group-p50          PIC 9(8).
                    01 group-p90          PIC 9(8).
                    01 group-p99          PIC 9(8).
                    01 group-queue-p90    PIC 9(8).
                    01 group-target       PIC 9(8).
                    *> sorting work -- one group's figures,
                    *> ascending, for the nearest-rank pick
                    01 wk-count           PIC 9(4).
                    01 wk-table.
                        02 wk-value PIC 9(8) OCCURS 5000 TIMES.
                    01 wi                 PIC 9(4).
                    01 wj                 PIC 9(4).
                    01 wk-hold            PIC 9(8).
                    01 wk-placed          PIC 9.
                    01 pct-wanted         PIC 99.
                    01 pct-rank           PIC 9(4).
                    01 pct-value          PIC 9(8).
                    *> targets, hundredths
                    01 default-target     PIC 9(8) VALUE 500.
                    01 this-target        PIC 9(8).
                    01 target-seconds     PIC 9(6)V99.
                    *> the worst requests
                    01 worst-wanted       PIC 9(3) VALUE 10.
                    01 worst-listed       PIC 9(3).
                    01 worst-idx          PIC 9(4).
                    01 worst-value        PIC 9(8).
                    01 breach-count       PIC 99 VALUE ZEROS.
                    *> report formatting
                    01 seconds-value      PIC 9(6)V99.
                    01 p50-tx             PIC Z(5)9.99.
                    01 p90-tx             PIC Z(5)9.99.
                    01 p99-tx             PIC Z(5)9.99.
                    01 queue-tx           PIC Z(5)9.99.
                    01 target-tx          PIC Z(5)9.99.
                    01 response-tx        PIC Z(5)9.99.
                    01 requests-tx        PIC Z(4)9.
                    01 over-tx            PIC Z(4)9.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "INQSLA".
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
                PERFORM gather_arguments.
                PERFORM gather_requests.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "INQUIRY SLA: unable to open INQSLRPT, "
                            "status " report-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE SPACES TO report-line.
                STRING "INQUIRY SLA - " want-date
                       "  (seconds; p50/p90/p99 response, p90 queued)"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF day-count = 0 THEN
                    MOVE "  no timed requests on that date"
                        TO report-line
                    PERFORM write_report_line
                ELSE
                    PERFORM report_by_function
                    PERFORM report_by_department
                    PERFORM report_worst_requests
                END-IF.
                IF dropped-count > 0 THEN
                    MOVE SPACES TO report-line
                    STRING "  " dropped-count " request(s) past the "
                           "day table were not counted"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF breach-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "BREACH" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF breach-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            gather_arguments.
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
                MOVE "WORST-COUNT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO worst-wanted
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(arg-value) TO worst-wanted
                END-IF.
                MOVE "TARGET-DEFAULT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO target-seconds
                    COMPUTE default-target = target-seconds * 100
                END-IF.
                EXIT.

            gather_requests.
                OPEN INPUT ACCT-LOG.
                IF acct-log-status NOT = "00" THEN
                    DISPLAY "INQUIRY SLA: no INQACCT on file"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL acct-eof = 1
                    READ ACCT-LOG
                        AT END
                            MOVE 1 TO acct-eof
                        NOT AT END
                            IF acc-timestamp(1:8) = want-date
                               AND acc-arrived NOT = SPACES THEN
                                PERFORM take_one_request
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ACCT-LOG.
                EXIT.

            take_one_request.
                IF day-count >= 5000 THEN
                    ADD 1 TO dropped-count
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO day-count.
                MOVE acc-func TO dr-func(day-count).
                MOVE acc-requester TO dr-requester(day-count).
                MOVE acc-req-id TO dr-req-id(day-count).
                MOVE acc-arrived TO dr-arrived(day-count).
                MOVE acc-response TO dr-response(day-count).
                IF acc-response > acc-elapsed THEN
                    COMPUTE dr-queued(day-count) =
                        acc-response - acc-elapsed
                ELSE
                    MOVE 0 TO dr-queued(day-count)
                END-IF.
                MOVE 0 TO dr-listed(day-count).
                PERFORM note_function.
                IF dr-response(day-count) > fn-target(fx) THEN
                    MOVE 1 TO dr-over(day-count)
                ELSE
                    MOVE 0 TO dr-over(day-count)
                END-IF.
                PERFORM note_department.
                EXIT.

            note_function.
                *> leaves fx on the request's function code
                MOVE 0 TO func-found.
                PERFORM VARYING fx FROM 1 BY 1
                        UNTIL fx > func-count OR func-found = 1
                    IF fn-code(fx) = acc-func THEN
                        MOVE 1 TO func-found
                    END-IF
                END-PERFORM.
                IF func-found = 1 THEN
                    SUBTRACT 1 FROM fx
                    EXIT PARAGRAPH
                END-IF.
                IF func-count >= 30 THEN
                    *> the last slot takes the overflow
                    MOVE 30 TO fx
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO func-count.
                MOVE func-count TO fx.
                MOVE acc-func TO fn-code(fx).
                MOVE SPACES TO pm-keyword.
                STRING "TARGET-" acc-func DELIMITED BY SIZE
                    INTO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO target-seconds
                    COMPUTE fn-target(fx) = target-seconds * 100
                ELSE
                    MOVE default-target TO fn-target(fx)
                END-IF.
                EXIT.

            note_department.
                MOVE 0 TO dept-found.
                PERFORM VARYING px FROM 1 BY 1
                        UNTIL px > dept-count OR dept-found = 1
                    IF dept-name(px) = acc-requester THEN
                        MOVE 1 TO dept-found
                    END-IF
                END-PERFORM.
                IF dept-found = 0 AND dept-count < 100 THEN
                    ADD 1 TO dept-count
                    MOVE acc-requester TO dept-name(dept-count)
                END-IF.
                EXIT.

            report_by_function.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE "BY FUNCTION  REQUESTS      P50      P90      P99"
                    TO report-line.
                MOVE "   QUEUED   TARGET   OVER" TO report-line(49:).
                PERFORM write_report_line.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > func-count
                    MOVE "F" TO group-kind
                    MOVE fn-code(fx) TO group-name
                    MOVE fn-target(fx) TO group-target
                    PERFORM summarize_group
                    PERFORM write_group_line
                    IF group-over > 0 THEN
                        PERFORM raise_breach
                    END-IF
                END-PERFORM.
                EXIT.

            report_by_department.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE "BY DEPARTMENT REQUESTS     P50      P90      P99"
                    TO report-line.
                MOVE "   QUEUED            OVER" TO report-line(49:).
                PERFORM write_report_line.
                PERFORM VARYING px FROM 1 BY 1 UNTIL px > dept-count
                    MOVE "D" TO group-kind
                    MOVE dept-name(px) TO group-name
                    MOVE 0 TO group-target
                    PERFORM summarize_group
                    PERFORM write_group_line
                END-PERFORM.
                EXIT.

            summarize_group.
                *> response percentiles first, then the queued ones
                MOVE 0 TO group-over.
                MOVE 0 TO wk-count.
                PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > day-count
                    IF (group-kind = "F"
                            AND dr-func(dx) = group-name(1:4))
                       OR (group-kind = "D"
                            AND dr-requester(dx) = group-name) THEN
                        ADD 1 TO wk-count
                        MOVE dr-response(dx) TO wk-value(wk-count)
                        ADD dr-over(dx) TO group-over
                    END-IF
                END-PERFORM.
                MOVE wk-count TO group-requests.
                PERFORM sort_work_values.
                MOVE 50 TO pct-wanted.
                PERFORM pick_percentile.
                MOVE pct-value TO group-p50.
                MOVE 90 TO pct-wanted.
                PERFORM pick_percentile.
                MOVE pct-value TO group-p90.
                MOVE 99 TO pct-wanted.
                PERFORM pick_percentile.
                MOVE pct-value TO group-p99.
                MOVE 0 TO wk-count.
                PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > day-count
                    IF (group-kind = "F"
                            AND dr-func(dx) = group-name(1:4))
                       OR (group-kind = "D"
                            AND dr-requester(dx) = group-name) THEN
                        ADD 1 TO wk-count
                        MOVE dr-queued(dx) TO wk-value(wk-count)
                    END-IF
                END-PERFORM.
                PERFORM sort_work_values.
                MOVE 90 TO pct-wanted.
                PERFORM pick_percentile.
                MOVE pct-value TO group-queue-p90.
                EXIT.

            sort_work_values.
                *> straight insertion, ascending -- a day's requests
                *> per group, not worth a SORT file
                PERFORM VARYING wi FROM 2 BY 1 UNTIL wi > wk-count
                    MOVE wk-value(wi) TO wk-hold
                    MOVE wi TO wj
                    MOVE 0 TO wk-placed
                    PERFORM UNTIL wk-placed = 1
                        IF wj < 2 THEN
                            MOVE 1 TO wk-placed
                        ELSE
                            IF wk-value(wj - 1) <= wk-hold THEN
                                MOVE 1 TO wk-placed
                            ELSE
                                MOVE wk-value(wj - 1) TO wk-value(wj)
                                SUBTRACT 1 FROM wj
                            END-IF
                        END-IF
                    END-PERFORM
                    MOVE wk-hold TO wk-value(wj)
                END-PERFORM.
                EXIT.

            pick_percentile.
                *> nearest rank: the smallest value with at least
                *> pct-wanted percent of the group at or below it
                MOVE 0 TO pct-value.
                IF wk-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE pct-rank = (pct-wanted * wk-count + 99) / 100.
                IF pct-rank < 1 THEN
                    MOVE 1 TO pct-rank
                END-IF.
                MOVE wk-value(pct-rank) TO pct-value.
                EXIT.

            write_group_line.
                MOVE group-requests TO requests-tx.
                COMPUTE seconds-value = group-p50 / 100.
                MOVE seconds-value TO p50-tx.
                COMPUTE seconds-value = group-p90 / 100.
                MOVE seconds-value TO p90-tx.
                COMPUTE seconds-value = group-p99 / 100.
                MOVE seconds-value TO p99-tx.
                COMPUTE seconds-value = group-queue-p90 / 100.
                MOVE seconds-value TO queue-tx.
                MOVE group-over TO over-tx.
                MOVE SPACES TO report-line.
                IF group-kind = "F" THEN
                    COMPUTE seconds-value = group-target / 100
                    MOVE seconds-value TO target-tx
                    STRING "  " group-name "     " requests-tx " "
                           p50-tx " " p90-tx " " p99-tx " " queue-tx
                           " " target-tx "  " over-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  " group-name "     " requests-tx " "
                           p50-tx " " p90-tx " " p99-tx " " queue-tx
                           "            " over-tx
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                PERFORM write_report_line.
                EXIT.

            raise_breach.
                ADD 1 TO breach-count.
                MOVE "OPS019" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE group-name TO al-value-1.
                STRING FUNCTION TRIM(over-tx)
                       " of " FUNCTION TRIM(requests-tx)
                       ", p99 " FUNCTION TRIM(p99-tx) "s"
                    DELIMITED BY SIZE INTO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                EXIT.

            report_worst_requests.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE "WORST REQUESTS  ID       DEPT     FUNC  ARRIVED"
                    TO report-line.
                MOVE "     RESPONSE" TO report-line(57:).
                PERFORM write_report_line.
                MOVE 0 TO worst-listed.
                PERFORM UNTIL worst-listed >= worst-wanted
                           OR worst-listed >= day-count
                    MOVE 0 TO worst-idx
                    MOVE 0 TO worst-value
                    PERFORM VARYING dx FROM 1 BY 1
                            UNTIL dx > day-count
                        IF dr-listed(dx) = 0
                           AND (worst-idx = 0
                                OR dr-response(dx) > worst-value) THEN
                            MOVE dx TO worst-idx
                            MOVE dr-response(dx) TO worst-value
                        END-IF
                    END-PERFORM
                    MOVE 1 TO dr-listed(worst-idx)
                    ADD 1 TO worst-listed
                    PERFORM write_worst_line
                END-PERFORM.
                EXIT.

            write_worst_line.
                COMPUTE seconds-value = dr-response(worst-idx) / 100.
                MOVE seconds-value TO response-tx.
                MOVE SPACES TO report-line.
                STRING "  " worst-listed "           "
                       dr-req-id(worst-idx) " "
                       dr-requester(worst-idx) " "
                       dr-func(worst-idx) "  "
                       dr-arrived(worst-idx)(9:2) ":"
                       dr-arrived(worst-idx)(11:2) ":"
                       dr-arrived(worst-idx)(13:2) "   "
                       response-tx
                    DELIMITED BY SIZE INTO report-line.
                IF dr-over(worst-idx) = 1 THEN
                    MOVE "OVER TARGET" TO report-line(74:)
                END-IF.
                PERFORM write_report_line.
                EXIT.

            write_report_line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
