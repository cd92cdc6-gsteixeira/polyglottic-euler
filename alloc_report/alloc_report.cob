        *> Account-number range usage report.  Lists every category
        *> range on ACCTRNGE (see common/key_alloc.cob) -- its
        *> bounds, how many keys it has issued, how many bases are
        *> left above the next one to try, and how many keys the
        *> ACCTALOG log shows allocated on the processing date --
        *> and warns on any range close to running out.
        *> "Close" is fewer than WARN-PCT percent of the range left
        *> (PARMLIB ALOCRPT WARN-PCT=nn, default 10; ARGUMENT 1
        *> overrides it for the run).  A range that has run out or
        *> is close raises a WARN and ends the run with RC 4.  The
        *> report lands on ALOCRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT RANGE-FILE ASSIGN TO "ACCTRNGE"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS rng-category
                        FILE STATUS IS range-file-status.
                    SELECT ALLOC-LOG ASSIGN TO "ACCTALOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS alloc-log-status.
                    SELECT REPORT-FILE ASSIGN TO "ALOCRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD RANGE-FILE.
                *> the common/key_alloc.cob control record
                01 range-record.
                    02 rng-category  PIC X(4).
                    02 rng-low       PIC 9(8).
                    02 rng-high      PIC 9(8).
                    02 rng-next      PIC 9(8).
                    02 rng-issued    PIC 9(8).
                    02 rng-last-date PIC X(8).
                FD ALLOC-LOG.
                01 alloc-log-record.
                    02 alg-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 alg-requester PIC X(8).
                    02 FILLER        PIC X.
                    02 alg-category  PIC X(4).
                    02 FILLER        PIC X.
                    02 alg-key       PIC S9(9)
                        SIGN LEADING SEPARATE.
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 range-file-status  PIC XX.
                    01 alloc-log-status   PIC XX.
                    01 report-file-status PIC XX.
                    01 range-eof          PIC 9 VALUE 0.
                    01 log-eof            PIC 9 VALUE 0.
                    01 arg-value          PIC X(18).
                    01 warn-pct           PIC 9(3) VALUE 10.
                    *> today's allocations per category, off the log
                    01 today-table.
                        02 td-count PIC 9(3) VALUE ZEROS.
                        02 td-entry OCCURS 1 TO 200 TIMES
                                DEPENDING ON td-count.
                            03 td-category PIC X(4).
                            03 td-keys     PIC 9(9).
                    01 td-idx             PIC 9(3).
                    01 td-found           PIC 9.
                    *> per-range figures
                    01 range-size         PIC 9(9).
                    01 range-left         PIC 9(9).
                    01 left-pct           PIC 9(3)V9.
                    01 today-keys         PIC 9(9).
                    01 range-verdict      PIC X(9).
                    01 range-count        PIC 9(9) VALUE ZEROS.
                    01 warn-count         PIC 9(9) VALUE ZEROS.
                    *> DISPLAY mirrors for the report lines
                    01 low-tx             PIC 9(8).
                    01 high-tx            PIC 9(8).
                    01 issued-tx          PIC Z(7)9.
                    01 left-tx            PIC Z(8)9.
                    01 pct-tx             PIC ZZ9.9.
                    01 today-tx           PIC Z(5)9.
                    01 count-tx           PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "ALOCRPT".
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
                    01 audit-name         PIC X(8) VALUE "ALOCRPT".
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
                MOVE "WARN-PCT" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO warn-pct
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(arg-value) TO warn-pct
                END-IF.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                PERFORM load_todays_allocations.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM UNTIL range-eof = 1
                    READ RANGE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO range-eof
                        NOT AT END
                            PERFORM report_one_range
                    END-READ
                END-PERFORM.
                PERFORM write_totals.
                CLOSE RANGE-FILE.
                CLOSE REPORT-FILE.
                IF warn-count > 0 THEN
                    MOVE "ACT007" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF warn-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            load_todays_allocations.
                *> no log yet just means nothing allocated yet
                OPEN INPUT ALLOC-LOG.
                IF alloc-log-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL log-eof = 1
                    READ ALLOC-LOG
                        AT END
                            MOVE 1 TO log-eof
                        NOT AT END
                            IF alg-timestamp(1:8) = pd-date THEN
                                PERFORM count_todays_allocation
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ALLOC-LOG.
                EXIT.

            count_todays_allocation.
                MOVE 0 TO td-found.
                PERFORM VARYING td-idx FROM 1 BY 1
                        UNTIL td-idx > td-count OR td-found = 1
                    IF td-category(td-idx) = alg-category THEN
                        MOVE 1 TO td-found
                        ADD 1 TO td-keys(td-idx)
                    END-IF
                END-PERFORM.
                IF td-found = 0 AND td-count < 200 THEN
                    ADD 1 TO td-count
                    MOVE alg-category TO td-category(td-count)
                    MOVE 1 TO td-keys(td-count)
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT RANGE-FILE.
                IF range-file-status NOT = "00" THEN
                    DISPLAY "ALLOC REPORT: unable to open ACCTRNGE, "
                            "status " range-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTRNGE" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "ALLOC REPORT: unable to open ALOCRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ALOCRPT" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            fail_open.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_report_header.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                STRING "ACCOUNT NUMBER RANGES - run " report-date
                       " -- warn under " warn-pct "% left"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "  cat  low      high       issued      left"
                       "   left%  today"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_one_range.
                ADD 1 TO range-count.
                COMPUTE range-size = rng-high - rng-low + 1.
                IF rng-next > rng-high THEN
                    MOVE 0 TO range-left
                ELSE
                    COMPUTE range-left = rng-high - rng-next + 1
                END-IF.
                IF range-size > 0 THEN
                    COMPUTE left-pct ROUNDED =
                        range-left * 100 / range-size
                ELSE
                    MOVE 0 TO left-pct
                END-IF.
                MOVE 0 TO today-keys.
                PERFORM VARYING td-idx FROM 1 BY 1
                        UNTIL td-idx > td-count
                    IF td-category(td-idx) = rng-category THEN
                        MOVE td-keys(td-idx) TO today-keys
                    END-IF
                END-PERFORM.
                EVALUATE TRUE
                    WHEN range-left = 0
                        MOVE "EXHAUSTED" TO range-verdict
                        ADD 1 TO warn-count
                    WHEN left-pct < warn-pct
                        MOVE "LOW" TO range-verdict
                        ADD 1 TO warn-count
                    WHEN OTHER
                        MOVE SPACES TO range-verdict
                END-EVALUATE.
                MOVE rng-low TO low-tx.
                MOVE rng-high TO high-tx.
                MOVE rng-issued TO issued-tx.
                MOVE range-left TO left-tx.
                MOVE left-pct TO pct-tx.
                MOVE today-keys TO today-tx.
                MOVE SPACES TO report-line.
                STRING "  " rng-category " " low-tx " " high-tx
                       " " issued-tx " " left-tx " " pct-tx
                       " " today-tx " " range-verdict
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE range-count TO count-tx.
                STRING "ranges..........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE warn-count TO count-tx.
                STRING "low or exhausted: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
