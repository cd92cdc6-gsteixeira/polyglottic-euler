        *> Daily balances and average daily balance for one account,
        *> off the BALHIST end-of-day history bal_history appends.
        *> Each calendar day in the range prints with the balance
        *> the account closed at: a day with no history line of its
        *> own (a weekend, a holiday, a missed end-of-day) carries
        *> the last closing balance forward and is marked carried,
        *> the way interest and fee rules count a balance over the
        *> days it stood.  Days before the account's first history
        *> line are not counted.  The page ends with the minimum,
        *> maximum and average daily balance over the counted days.
        *>   ARGUMENT 1 = the account key (required)
        *>   ARGUMENT 2 = the first date yyyymmdd (default: the
        *>                first of the processing date's month)
        *>   ARGUMENT 3 = the last date yyyymmdd (default, and
        *>                ceiling: the processing date)
        *>   ARGUMENT 4 = an archive stamp yyyymmdd -- the
        *>                log_archive generation BALHIST.Ayyyymmdd
        *>                is read ahead of the live BALHIST, for a
        *>                range reaching back past the cut-off
        *> The page lands on BALRPT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    *> DYNAMIC, so an archived stamp can be read
                    *> ahead of the live history -- see log_archive
                    SELECT HIST-FILE ASSIGN TO DYNAMIC hist-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS hist-file-status.
                    SELECT REPORT-FILE ASSIGN TO "BALRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD HIST-FILE.
                01 hist-record.
                    02 bhs-date     PIC X(8).
                    02 FILLER       PIC X.
                    02 bhs-key      PIC S9(9).
                    02 FILLER       PIC X.
                    02 bhs-bal      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
                    02 FILLER       PIC X.
                    02 bhs-status   PIC X.
                    02 FILLER       PIC X.
                    02 bhs-currency PIC X(3).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 hist-file-status   PIC XX.
                    01 report-file-status PIC XX.
                    01 hist-eof           PIC 9.
                    01 hist-name          PIC X(30).
                    01 archive-stamp      PIC X(8) VALUE SPACES.
                    01 arg-value          PIC X(18).
                    01 want-key           PIC S9(9).
                    01 from-date          PIC X(8).
                    01 to-date            PIC X(8).
                    01 work-date          PIC 9(8).
                    01 from-integer       PIC 9(9).
                    01 to-integer         PIC 9(9).
                    01 line-integer       PIC 9(9).
                    *> the next calendar day still to be printed
                    01 next-integer       PIC 9(9).
                    *> the closing balance standing at next-integer
                    01 have-carry         PIC 9 VALUE 0.
                    01 carry-bal          PIC S9(7)V99.
                    01 carry-status       PIC X.
                    01 carry-currency     PIC X(3) VALUE SPACES.
                    01 day-bal            PIC S9(7)V99.
                    01 day-status         PIC X.
                    01 day-note           PIC X(8).
                    *> range totals
                    01 day-count          PIC 9(5) VALUE ZEROS.
                    01 carried-count      PIC 9(5) VALUE ZEROS.
                    01 missing-count      PIC 9(5) VALUE ZEROS.
                    01 bal-sum            PIC S9(13)V99 VALUE ZEROS.
                    01 min-bal            PIC S9(7)V99 VALUE ZEROS.
                    01 max-bal            PIC S9(7)V99 VALUE ZEROS.
                    01 min-date           PIC X(8) VALUE SPACES.
                    01 max-date           PIC X(8) VALUE SPACES.
                    01 avg-bal            PIC S9(7)V99 VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 key-tx             PIC 9(9).
                    01 bal-tx             PIC +9(7).99.
                    01 count-tx           PIC 9(5).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "BALAVG".
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
                PERFORM resolve_arguments.
                PERFORM open_report.
                MOVE from-integer TO next-integer.
                IF archive-stamp NOT = SPACES THEN
                    MOVE SPACES TO hist-name
                    STRING "BALHIST.A" archive-stamp
                        DELIMITED BY SIZE INTO hist-name
                    PERFORM read_history
                END-IF.
                MOVE "BALHIST" TO hist-name.
                PERFORM read_history.
                *> the range's tail after the last history line
                MOVE to-integer TO line-integer.
                PERFORM print_days_until
                    UNTIL next-integer > line-integer.
                PERFORM write_range_totals.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF day-count = 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            resolve_arguments.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value = SPACES THEN
                    DISPLAY "BAL AVERAGE: ARGUMENT 1 must name "
                            "the account"
                    PERFORM fail_run
                END-IF.
                MOVE FUNCTION NUMVAL(arg-value) TO want-key.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO from-date
                ELSE
                    STRING pd-date(1:6) "01"
                        DELIMITED BY SIZE INTO from-date
                END-IF.
                DISPLAY 3 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO to-date
                ELSE
                    MOVE pd-date TO to-date
                END-IF.
                *> nothing past the processing date has closed yet
                IF to-date > pd-date THEN
                    MOVE pd-date TO to-date
                END-IF.
                DISPLAY 4 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:8) TO archive-stamp
                END-IF.
                IF from-date IS NOT NUMERIC
                   OR to-date IS NOT NUMERIC THEN
                    DISPLAY "BAL AVERAGE: the range " from-date
                            " to " to-date " is not two dates"
                    PERFORM fail_run
                END-IF.
                IF from-date > to-date THEN
                    DISPLAY "BAL AVERAGE: the range " from-date
                            " to " to-date " is empty"
                    PERFORM fail_run
                END-IF.
                MOVE from-date TO work-date.
                COMPUTE from-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                MOVE to-date TO work-date.
                COMPUTE to-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                EXIT.

            open_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "BAL AVERAGE: unable to open BALRPT, "
                            "status " report-file-status
                    PERFORM fail_run
                END-IF.
                MOVE want-key TO key-tx.
                MOVE SPACES TO report-line.
                STRING "DAILY BALANCES - account " key-tx
                       " from " from-date " to " to-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            read_history.
                OPEN INPUT HIST-FILE.
                IF hist-file-status NOT = "00" THEN
                    MOVE SPACES TO report-line
                    STRING "  no history dataset "
                           FUNCTION TRIM(hist-name)
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO hist-eof.
                PERFORM UNTIL hist-eof = 1
                    READ HIST-FILE
                        AT END
                            MOVE 1 TO hist-eof
                        NOT AT END
                            IF bhs-key = want-key THEN
                                PERFORM take_history_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HIST-FILE.
                EXIT.

            take_history_line.
                IF bhs-date > to-date THEN
                    EXIT PARAGRAPH
                END-IF.
                *> a line ahead of the range only sets the balance
                *> the range opens with
                IF bhs-date < from-date THEN
                    PERFORM set_carry
                    EXIT PARAGRAPH
                END-IF.
                MOVE bhs-date TO work-date.
                COMPUTE line-integer =
                    FUNCTION INTEGER-OF-DATE(work-date).
                *> a second line for a day already printed replaces
                *> the balance carried on from it, nothing more
                IF line-integer < next-integer THEN
                    PERFORM set_carry
                    EXIT PARAGRAPH
                END-IF.
                *> the days since the last line carry its balance
                COMPUTE line-integer = line-integer - 1.
                PERFORM print_days_until
                    UNTIL next-integer > line-integer.
                PERFORM set_carry.
                MOVE bhs-bal TO day-bal.
                MOVE bhs-status TO day-status.
                MOVE SPACES TO day-note.
                PERFORM count_one_day.
                ADD 1 TO next-integer.
                EXIT.

            set_carry.
                MOVE 1 TO have-carry.
                MOVE bhs-bal TO carry-bal.
                MOVE bhs-status TO carry-status.
                MOVE bhs-currency TO carry-currency.
                EXIT.

            print_days_until.
                *> one calendar day without a line of its own
                IF have-carry = 1 THEN
                    MOVE carry-bal TO day-bal
                    MOVE carry-status TO day-status
                    MOVE "carried" TO day-note
                    ADD 1 TO carried-count
                    PERFORM count_one_day
                ELSE
                    ADD 1 TO missing-count
                END-IF.
                ADD 1 TO next-integer.
                EXIT.

            count_one_day.
                COMPUTE work-date =
                    FUNCTION DATE-OF-INTEGER(next-integer).
                ADD 1 TO day-count.
                ADD day-bal TO bal-sum.
                IF day-count = 1 OR day-bal < min-bal THEN
                    MOVE day-bal TO min-bal
                    MOVE work-date TO min-date
                END-IF.
                IF day-count = 1 OR day-bal > max-bal THEN
                    MOVE day-bal TO max-bal
                    MOVE work-date TO max-date
                END-IF.
                MOVE day-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  " work-date "  " bal-tx "  " day-status
                       "  " day-note
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_range_totals.
                IF day-count = 0 THEN
                    MOVE SPACES TO report-line
                    STRING "  no balance history for account "
                           key-tx " in the range"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE avg-bal ROUNDED = bal-sum / day-count.
                MOVE SPACES TO report-line.
                STRING "  currency....: " carry-currency
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE day-count TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  days........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE carried-count TO count-tx.
                MOVE SPACES TO report-line.
                STRING "  carried.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF missing-count > 0 THEN
                    MOVE missing-count TO count-tx
                    MOVE SPACES TO report-line
                    STRING "  before hist.: " count-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE min-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  minimum.....: " bal-tx " on " min-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE max-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  maximum.....: " bal-tx " on " max-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE avg-bal TO bal-tx.
                MOVE SPACES TO report-line.
                STRING "  average.....: " bal-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            fail_run.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.
        END PROGRAM Main.
