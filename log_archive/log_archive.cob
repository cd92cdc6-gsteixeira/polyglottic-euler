        *> the base.Dyyyymmdd naming housekeep's generations use),
        *> rewrites the live file with only the recent records, and
        *> keeps an ARCHINV inventory line per archive the way
        *> housekeep keeps GENINV.  The BALHIST end-of-day balance
        *> history (see bal_history) is held to the same cut-off.
        *> Every dataset here carries its date in the first eight
        *> columns, which is all the split needs.
        *>   ARGUMENT 1 = the cut-off date yyyymmdd (records before
        *>                it move); default is CUTOFF-DAYS (PARMLIB
        *>                LOGARCHV, default 30) back from the
        *>                processing date
        *> ops_digest, perf_baseline, alert_report and bal_average
        *> reach an archived stamp with their own archive-date
        *> argument.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    01 cutoff-days         PIC 9(4) VALUE 30.
                    01 cutoff-integer      PIC 9(9).
                    01 work-date           PIC 9(8).
                    *> the datasets under retention
                    01 log-names.
                        02 FILLER PIC X(8) VALUE "RUNAUDIT".
                        02 FILLER PIC X(8) VALUE "PERFLOG".
                        02 FILLER PIC X(8) VALUE "ALERTS".
                        02 FILLER PIC X(8) VALUE "CONTROLS".
                        02 FILLER PIC X(8) VALUE "BTREEJRN".
                        02 FILLER PIC X(8) VALUE "BALHIST".
                    01 log-table REDEFINES log-names.
                        02 log-name PIC X(8) OCCURS 6 TIMES.
                    01 b                   PIC 9.
                    *> per-log and run totals
                    01 moved-count         PIC 9(9).
                    01 pm-found            PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "LOGARCHV".
                    01 audit-event         PIC X(5).
                    01 audit-outcome       PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                PERFORM resolve_cutoff.
                DISPLAY "LOG ARCHIVE: cut-off " cutoff-date
                        " -- records before it move to archive".
                PERFORM VARYING b FROM 1 BY 1 UNTIL b > 6
                    PERFORM archive_one_log
                END-PERFORM.
                DISPLAY "LOG ARCHIVE: " total-moved
                    DISPLAY "LOG ARCHIVE: unable to open "
                            FUNCTION TRIM(archive-name) ", status "
                            archive-file-status
                    MOVE "DSN011" TO al-msg-id
                    MOVE log-name(b) TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    CLOSE SOURCE-FILE
                    EXIT PARAGRAPH
                END-IF.
