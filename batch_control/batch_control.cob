        *> frequency): invoked daily, they run only when due, skip
        *> non-business days, and a run missed over a weekend is
        *> simply still due on Monday instead of silently skipped.
        *> WEEKLY is due once per Monday-to-Sunday week, MONTHLY
        *> once per month; stream_sched decides the calendar day
        *> (first business day of the week, last of the month) and
        *> these checks stop a second run inside the period.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
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
                        MOVE FUNCTION NUMVAL(pd-date) TO work-date
                        COMPUTE proc-integer =
                            FUNCTION INTEGER-OF-DATE(work-date)
                        *> due once per Monday-to-Sunday week --
                        *> integer day 1 is a Monday (see proc_date),
                        *> so a week begun late on a Monday holiday
                        *> does not push the next week's run back
                        IF last-integer >= proc-integer
                           - FUNCTION MOD(proc-integer - 1, 7) THEN
                            DISPLAY "BATCH CONTROL: WEEKLY stream "
                                    "already ran this week, on "
                                    last-run-date
                            PERFORM end_not_due
                        END-IF
                    WHEN "MONTHLY"
