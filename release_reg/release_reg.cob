        *> Release registry and version-run report.  Every START line
        *> on RUNAUDIT now carries the version of the program that
        *> ran -- its build stamp, see common/run_version.cob -- but
        *> a stamp alone does not say whether that build was ever
        *> accepted.  RELEASES is the registry of promoted builds:
        *> one line per promotion with the program, the version, the
        *> date it was promoted, who approved it and the
        *> regression_test run that cleared it.
        *> RELEASES record (line sequential, 65 bytes): program
        *> X(8), version X(14), promoted yyyymmdd X(8), approver
        *> X(8), the clearing REGRTEST run's END stamp X(14) and its
        *> outcome X(8), each followed by one blank.
        *> ARGUMENT 1 = PROMOTE or REPORT (default)
        *>   PROMOTE  ARGUMENT 2 = program (its RUNAUDIT name),
        *>            ARGUMENT 3 = approver, ARGUMENT 4 = version
        *>            (default the version of that program's latest
        *>            START on the trail below).  The clearing run
        *>            is the latest REGRTEST END on that trail
        *>            stamped after the version was built -- an older
        *>            run never exercised this build.  REGRTEST runs
        *>            in the TEST environment and audits onto TEST's
        *>            RUNAUDIT, so the trail read is REGRAUDT, the DD
        *>            for that dataset, when the job provides it, and
        *>            the run's own RUNAUDIT otherwise.  A promotion
        *>            is always recorded, so an emergency fix can go
        *>            in, but one whose clearing run did not end
        *>            COMPLETE (or that has none, NOTRUN) raises a
        *>            WARN and leaves RETURN-CODE 4.
        *>   REPORT   ARGUMENT 2 = yyyymmdd (default the processing
        *>            date).  Lists, for each cycle (run correlation
        *>            id) with a START that day, the version of every
        *>            program that ran and its promotion, and flags
        *>            every run of a version with no RELEASES line
        *>            cleared COMPLETE.  Each such program and version
        *>            raises one WARN and the run ends RETURN-CODE 4,
        *>            outcome UNVETTED.  Runs from before the stamp
        *>            existed carry no version and are listed, not
        *>            flagged.
        *> The report lands on VERSRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT RELEASE-FILE ASSIGN TO "RELEASES"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS release-file-status.
                    SELECT AUDIT-FILE ASSIGN TO DYNAMIC audit-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-file-status.
                    SELECT REPORT-FILE ASSIGN TO "VERSRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD RELEASE-FILE.
                01 release-record.
                    02 rel-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 rel-version   PIC X(14).
                    02 FILLER        PIC X.
                    02 rel-promoted  PIC X(8).
                    02 FILLER        PIC X.
                    02 rel-approver  PIC X(8).
                    02 FILLER        PIC X.
                    02 rel-regr-ts   PIC X(14).
                    02 FILLER        PIC X.
                    02 rel-regr-out  PIC X(8).
                FD AUDIT-FILE.
                01 audit-record.
                    02 aud-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-event     PIC X(5).
                    02 FILLER        PIC X.
                    02 aud-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-corr      PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-version   PIC X(14).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 release-file-status PIC XX.
                    01 audit-file-status   PIC XX.
                    01 report-file-status  PIC XX.
                    01 release-eof         PIC 9.
                    01 audit-eof           PIC 9.
                    01 audit-file-name     PIC X(8) VALUE "RUNAUDIT".
                    01 arg-value           PIC X(18).
                    01 run-mode            PIC X(7) VALUE "REPORT".
                    *> PROMOTE working storage
                    01 promote-program     PIC X(8) VALUE SPACES.
                    01 promote-approver    PIC X(8) VALUE SPACES.
                    01 promote-version     PIC X(14) VALUE SPACES.
                    01 regr-ts             PIC X(14).
                    01 regr-outcome        PIC X(8).
                    01 datetime            PIC X(21).
                    *> REPORT working storage
                    01 want-date           PIC X(8).
                    *> the registry, as read
                    01 release-count       PIC 9(4) VALUE ZEROS.
                    01 release-table.
                        02 release-entry OCCURS 2000 TIMES.
                            03 rt-program  PIC X(8).
                            03 rt-version  PIC X(14).
                            03 rt-promoted PIC X(8).
                            03 rt-approver PIC X(8).
                            03 rt-cleared  PIC 9.
                    01 r                   PIC 9(4).
                    *> the best registry line for one program and
                    *> version -- a cleared one over an uncleared
                    01 match-idx           PIC 9(4).
                    *> the cycles that ran that day
                    01 cycle-count         PIC 9(3) VALUE ZEROS.
                    01 cycle-id PIC X(14) OCCURS 100 TIMES.
                    01 c                   PIC 9(3).
                    01 id-known            PIC 9.
                    *> program and version pairs already alerted
                    01 flagged-count       PIC 9(3) VALUE ZEROS.
                    01 flagged-table.
                        02 flagged-entry OCCURS 200 TIMES.
                            03 fl-program  PIC X(8).
                            03 fl-version  PIC X(14).
                    01 f                   PIC 9(3).
                    01 already-flagged     PIC 9.
                    01 unvetted-count      PIC 9(5) VALUE ZEROS.
                    01 warn-count          PIC 9(5) VALUE ZEROS.
                    01 runs-tx             PIC Z(4)9.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op               PIC X(3).
                    01 pd-date             PIC X(8).
                    01 pd-answer           PIC 9(9).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "RELREG".
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
                                        audit-outcome.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF FUNCTION UPPER-CASE(arg-value(1:7)) = "PROMOTE"
                THEN
                    MOVE "PROMOTE" TO run-mode
                    PERFORM promote_version
                ELSE
                    PERFORM report_versions
                END-IF.
                MOVE "END" TO audit-event.
                EVALUATE TRUE
                    WHEN run-mode = "PROMOTE" AND warn-count > 0
                        MOVE "UNCLEARD" TO audit-outcome
                    WHEN unvetted-count > 0
                        MOVE "UNVETTED" TO audit-outcome
                    WHEN OTHER
                        MOVE "COMPLETE" TO audit-outcome
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF warn-count > 0 OR unvetted-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            give_up.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            promote_version.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(arg-value(1:8))
                    TO promote-program.
                DISPLAY 3 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(arg-value(1:8))
                    TO promote-approver.
                DISPLAY 4 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE arg-value(1:14) TO promote-version.
                IF promote-program = SPACES
                   OR promote-approver = SPACES THEN
                    DISPLAY "RELREG: PROMOTE needs a program and an "
                            "approver"
                    PERFORM give_up
                END-IF.
                *> one pass finds both the latest build that ran
                *> (when no version was given) and, afterwards, the
                *> regression run that came after it
                MOVE SPACES TO regr-ts.
                MOVE "NOTRUN" TO regr-outcome.
                MOVE "REGRAUDT" TO audit-file-name.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status = "00" THEN
                    CLOSE AUDIT-FILE
                ELSE
                    MOVE "RUNAUDIT" TO audit-file-name
                END-IF.
                IF promote-version = SPACES THEN
                    PERFORM find_latest_version
                END-IF.
                IF promote-version = SPACES THEN
                    DISPLAY "RELREG: no stamped START for "
                            promote-program " on " audit-file-name
                            " -- give the version"
                    PERFORM give_up
                END-IF.
                PERFORM find_clearing_run.
                MOVE "RUNAUDIT" TO audit-file-name.
                OPEN EXTEND RELEASE-FILE.
                IF release-file-status = "35" THEN
                    OPEN OUTPUT RELEASE-FILE
                END-IF.
                IF release-file-status NOT = "00" THEN
                    DISPLAY "RELREG: unable to open RELEASES, "
                            "status " release-file-status
                    PERFORM give_up
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO release-record.
                MOVE promote-program TO rel-program.
                MOVE promote-version TO rel-version.
                MOVE datetime(1:8) TO rel-promoted.
                MOVE promote-approver TO rel-approver.
                MOVE regr-ts TO rel-regr-ts.
                MOVE regr-outcome TO rel-regr-out.
                WRITE release-record.
                CLOSE RELEASE-FILE.
                DISPLAY "RELREG: " promote-program " version "
                        promote-version " promoted by "
                        promote-approver ", regression "
                        regr-outcome " " regr-ts.
                IF regr-outcome NOT = "COMPLETE" THEN
                    ADD 1 TO warn-count
                    MOVE "OPS015" TO al-msg-id
                    MOVE SPACES TO al-values
                    STRING promote-program " " promote-version
                        DELIMITED BY SIZE INTO al-value-1
                    MOVE regr-outcome TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            find_latest_version.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-program = promote-program
                               AND aud-event = "START"
                               AND aud-version NOT = SPACES THEN
                                MOVE aud-version TO promote-version
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            find_clearing_run.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-program = "REGRTEST"
                               AND aud-event = "END"
                               AND aud-timestamp >= promote-version
                            THEN
                                MOVE aud-timestamp TO regr-ts
                                MOVE aud-outcome TO regr-outcome
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            report_versions.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
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
                PERFORM load_releases.
                PERFORM gather_cycle_ids.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "RELREG: unable to open VERSRPT, "
                            "status " report-file-status
                    PERFORM give_up
                END-IF.
                MOVE SPACES TO report-line.
                STRING "VERSIONS RUN - " want-date
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                IF cycle-count = 0 THEN
                    MOVE "  no cycles started on that date"
                        TO report-line
                    PERFORM write_report_line
                END-IF.
                PERFORM VARYING c FROM 1 BY 1 UNTIL c > cycle-count
                    PERFORM report_one_cycle
                END-PERFORM.
                IF unvetted-count > 0 THEN
                    MOVE unvetted-count TO runs-tx
                    MOVE SPACES TO report-line
                    PERFORM write_report_line
                    MOVE SPACES TO report-line
                    STRING "  " FUNCTION TRIM(runs-tx)
                           " run(s) of a version that never passed "
                           "regression"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                END-IF.
                CLOSE REPORT-FILE.
                EXIT.

            load_releases.
                OPEN INPUT RELEASE-FILE.
                IF release-file-status NOT = "00" THEN
                    DISPLAY "RELREG: no RELEASES on file -- every "
                            "stamped run is unvetted"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO release-eof.
                PERFORM UNTIL release-eof = 1
                    READ RELEASE-FILE
                        AT END
                            MOVE 1 TO release-eof
                        NOT AT END
                            IF release-count < 2000 THEN
                                ADD 1 TO release-count
                                MOVE rel-program
                                    TO rt-program(release-count)
                                MOVE rel-version
                                    TO rt-version(release-count)
                                MOVE rel-promoted
                                    TO rt-promoted(release-count)
                                MOVE rel-approver
                                    TO rt-approver(release-count)
                                IF rel-regr-out = "COMPLETE" THEN
                                    MOVE 1 TO rt-cleared(release-count)
                                ELSE
                                    MOVE 0 TO rt-cleared(release-count)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE RELEASE-FILE.
                EXIT.

            gather_cycle_ids.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-event = "START"
                               AND aud-timestamp(1:8) = want-date
                            THEN
                                PERFORM note_cycle_id
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            note_cycle_id.
                MOVE 0 TO id-known.
                PERFORM VARYING c FROM 1 BY 1
                        UNTIL c > cycle-count OR id-known = 1
                    IF cycle-id(c) = aud-corr THEN
                        MOVE 1 TO id-known
                    END-IF
                END-PERFORM.
                IF id-known = 0 AND cycle-count < 100 THEN
                    ADD 1 TO cycle-count
                    MOVE aud-corr TO cycle-id(cycle-count)
                END-IF.
                EXIT.

            report_one_cycle.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE SPACES TO report-line.
                STRING "CYCLE " cycle-id(c)
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-event = "START"
                               AND aud-corr = cycle-id(c) THEN
                                PERFORM report_one_run
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            report_one_run.
                MOVE SPACES TO report-line.
                IF aud-version = SPACES THEN
                    STRING "  " aud-program " " aud-timestamp
                           "  (no version stamp)"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find_release.
                IF match-idx > 0 THEN
                    IF rt-cleared(match-idx) = 1 THEN
                        STRING "  " aud-program " " aud-timestamp
                               "  version " aud-version
                               "  promoted " rt-promoted(match-idx)
                               " by " rt-approver(match-idx)
                            DELIMITED BY SIZE INTO report-line
                        PERFORM write_report_line
                        EXIT PARAGRAPH
                    END-IF
                    STRING "  " aud-program " " aud-timestamp
                           "  version " aud-version
                           "  promoted " rt-promoted(match-idx)
                           " by " rt-approver(match-idx)
                           "  ** NEVER PASSED REGRESSION"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "  " aud-program " " aud-timestamp
                           "  version " aud-version
                           "  not promoted"
                           "          ** NEVER PASSED REGRESSION"
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                PERFORM write_report_line.
                ADD 1 TO unvetted-count.
                PERFORM flag_version.
                EXIT.

            find_release.
                MOVE 0 TO match-idx.
                PERFORM VARYING r FROM 1 BY 1 UNTIL r > release-count
                    IF rt-program(r) = aud-program
                       AND rt-version(r) = aud-version THEN
                        IF match-idx = 0 THEN
                            MOVE r TO match-idx
                        ELSE
                            IF rt-cleared(r) = 1 THEN
                                MOVE r TO match-idx
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            flag_version.
                *> one alert per program and version, however many
                *> times it ran
                MOVE 0 TO already-flagged.
                PERFORM VARYING f FROM 1 BY 1
                        UNTIL f > flagged-count OR already-flagged = 1
                    IF fl-program(f) = aud-program
                       AND fl-version(f) = aud-version THEN
                        MOVE 1 TO already-flagged
                    END-IF
                END-PERFORM.
                IF already-flagged = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF flagged-count < 200 THEN
                    ADD 1 TO flagged-count
                    MOVE aud-program TO fl-program(flagged-count)
                    MOVE aud-version TO fl-version(flagged-count)
                END-IF.
                MOVE "OPS016" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE aud-program TO al-value-1.
                MOVE aud-version TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                EXIT.

            write_report_line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
