        *> Recovery-point inventory across the persistent stores.
        *> ACCTMAST has ACCTBKUP, ACCTBASE, the period snapshots and
        *> ACCTJRN behind it, BTREEDAT has BTREEBAS and BTREEJRN, the
        *> number-theory masters can be generated again -- but
        *> nobody could say in one place how much would be lost, or
        *> how long getting it back would take, if any one of them
        *> died tonight.  The stores and their recovery images are
        *> listed on RPSTORES, one line per image:
        *>     store X(8), image X(8), the program that writes the
        *>     image X(8), the store's journal X(8), the program
        *>     that replays that journal X(8), the program that can
        *>     rebuild the store from scratch X(8)
        *> every field followed by one blank and any of them but the
        *> store blank when it does not apply.  For each line:
        *>   - when the image was taken -- the writer's latest
        *>     COMPLETE end on RUNAUDIT, or, for an image nothing
        *>     here writes (ACCTBASE is kept aside by hand), the
        *>     dataset's own date stamp -- and its age in hours
        *>   - the journal records stamped after it, i.e. what a
        *>     recovery would have to replay
        *>   - the estimated replay time: the replay program's
        *>     elapsed time on PERFLOG over the journal records it
        *>     applied on CONTROLS, its whole history, times the
        *>     records to replay (the base-image load rides in the
        *>     rate, which errs on the long side)
        *>   - whether the store can be rebuilt from scratch, and
        *>     how long its rebuilding program last took
        *> Each store is then judged on its youngest recovery point
        *> against the PARMLIB target, in hours:
        *>     RPINVENT RPO-storename=n    (or RPO-DEFAULT=n)
        *> A store past its target, or with no recovery point at all
        *> and no way to rebuild it, raises a WARN through alert_log
        *> and leaves the warning RETURN-CODE 4.  A store that can
        *> be rebuilt and has no image loses nothing but time.
        *> The report lands on RPINVRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT STORE-FILE ASSIGN TO "RPSTORES"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS store-file-status.
                    SELECT AUDIT-FILE ASSIGN TO "RUNAUDIT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-file-status.
                    SELECT PERF-FILE ASSIGN TO "PERFLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS perf-file-status.
                    SELECT CONTROLS-FILE ASSIGN TO "CONTROLS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS controls-file-status.
                    SELECT JOURNAL-FILE
                        ASSIGN TO DYNAMIC journal-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT REPORT-FILE ASSIGN TO "RPINVRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD STORE-FILE.
                01 store-record.
                    02 rps-store     PIC X(8).
                    02 FILLER        PIC X.
                    02 rps-image     PIC X(8).
                    02 FILLER        PIC X.
                    02 rps-writer    PIC X(8).
                    02 FILLER        PIC X.
                    02 rps-journal   PIC X(8).
                    02 FILLER        PIC X.
                    02 rps-replayer  PIC X(8).
                    02 FILLER        PIC X.
                    02 rps-rebuilder PIC X(8).
                *> see common/run_audit.cob
                FD AUDIT-FILE.
                01 audit-record.
                    02 aud-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-event     PIC X(5).
                    02 FILLER        PIC X.
                    02 aud-outcome   PIC X(8).
                    02 FILLER        PIC X(17).
                *> see common/perf_log.cob
                FD PERF-FILE.
                01 perf-record.
                    02 prf-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 prf-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 prf-elapsed   PIC 9(8).
                    02 FILLER        PIC X(23).
                *> see common/control_totals.cob
                FD CONTROLS-FILE.
                01 controls-record.
                    02 ctt-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 ctt-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 ctt-file-name PIC X(8).
                    02 FILLER        PIC X.
                    02 ctt-role      PIC X.
                    02 FILLER        PIC X.
                    02 ctt-count     PIC 9(9).
                *> ACCTJRN and BTREEJRN both lead with the stamp
                FD JOURNAL-FILE.
                01 journal-record.
                    02 jrn-timestamp PIC X(14).
                    02 FILLER        PIC X(186).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 store-file-status    PIC XX.
                    01 audit-file-status    PIC XX.
                    01 perf-file-status     PIC XX.
                    01 controls-file-status PIC XX.
                    01 journal-file-status  PIC XX.
                    01 report-file-status   PIC XX.
                    01 journal-file-name    PIC X(30).
                    01 file-eof             PIC 9.
                    *> one slot per RPSTORES line
                    01 image-count          PIC 99 VALUE ZEROS.
                    01 image-table.
                        02 image-entry OCCURS 40 TIMES.
                            03 im-store       PIC X(8).
                            03 im-image       PIC X(8).
                            03 im-writer      PIC X(8).
                            03 im-journal     PIC X(8).
                            03 im-replayer    PIC X(8).
                            03 im-rebuilder   PIC X(8).
                            *> yyyymmddhhmmss, spaces = not dated
                            03 im-taken       PIC X(14).
                            03 im-age-hours   PIC 9(7).
                            03 im-since       PIC 9(9).
                            *> replay and rebuild time, hundredths
                            03 im-replay-est  PIC 9(11).
                            03 im-replay-known PIC 9.
                            03 im-rebuild-est PIC 9(11).
                            03 im-rebuild-known PIC 9.
                    01 i                    PIC 99.
                    01 j                    PIC 99.
                    *> replay history per replay program
                    01 rate-elapsed         PIC 9(13).
                    01 rate-records         PIC 9(11).
                    01 rate-per-record      PIC 9(9)V9(6).
                    01 elapsed-hund         PIC 9(11).
                    01 elapsed-x            PIC 9(8).
                    01 elapsed-parts REDEFINES elapsed-x.
                        02 el-hh PIC 99.
                        02 el-mm PIC 99.
                        02 el-ss PIC 99.
                        02 el-cc PIC 99.
                    *> the dataset's own date stamp -- see
                    *> housekeep's CBL_DELETE_FILE for the name form
                    01 check-name           PIC X(31).
                    01 check-details.
                        02 chk-size      PIC X(8) COMP-X.
                        02 chk-day       PIC X COMP-X.
                        02 chk-month     PIC X COMP-X.
                        02 chk-year      PIC XX COMP-X.
                        02 chk-hours     PIC X COMP-X.
                        02 chk-minutes   PIC X COMP-X.
                        02 chk-seconds   PIC X COMP-X.
                        02 chk-hundredths PIC X COMP-X.
                    01 check-stamp.
                        02 cks-year      PIC 9(4).
                        02 cks-month     PIC 99.
                        02 cks-day       PIC 99.
                        02 cks-hours     PIC 99.
                        02 cks-minutes   PIC 99.
                        02 cks-seconds   PIC 99.
                    01 check-rc             PIC S9(9) BINARY.
                    *> ages, in minutes from day one
                    01 datetime             PIC X(21).
                    01 now-min              PIC 9(11).
                    01 taken-min            PIC 9(11).
                    01 work-date            PIC 9(8).
                    *> the verdict per store
                    01 store-name           PIC X(8).
                    01 store-best-age       PIC 9(7).
                    01 store-dated          PIC 9.
                    01 store-rebuild        PIC 9.
                    01 store-done           PIC 9.
                    01 target-hours         PIC 9(5).
                    01 target-known         PIC 9.
                    01 exception-count      PIC 99 VALUE ZEROS.
                    *> report formatting
                    01 report-date          PIC X(10).
                    01 taken-tx             PIC X(16).
                    01 age-tx               PIC Z(6)9.
                    01 since-tx             PIC Z(8)9.
                    01 age-col              PIC X(7).
                    01 since-col            PIC X(9).
                    01 target-tx            PIC Z(4)9.
                    01 duration-tx          PIC X(9).
                    01 duration-hund        PIC 9(11).
                    01 duration-hours       PIC 9(3).
                    01 duration-mins        PIC 99.
                    01 duration-secs        PIC 99.
                    01 rebuild-tx           PIC X(22).
                    *> cycle business date -- see
                    *> common/proc_date.cob
                    01 pd-op                PIC X(3).
                    01 pd-date              PIC X(8).
                    01 pd-answer            PIC 9(9).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-keyword           PIC X(16).
                    01 pm-value             PIC X(40).
                    01 pm-found             PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name           PIC X(8) VALUE "RPINVENT".
                    01 audit-event          PIC X(5).
                    01 audit-outcome        PIC X(8).
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
                PERFORM open_report.
                PERFORM write_report_header.
                PERFORM load_store_list.
                PERFORM date_images_from_audit.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > image-count
                    IF im-taken(i) = SPACES
                       AND im-writer(i) = SPACES
                       AND im-image(i) NOT = SPACES THEN
                        PERFORM date_image_from_dataset
                    END-IF
                    IF im-taken(i) NOT = SPACES THEN
                        PERFORM age_one_image
                        IF im-journal(i) NOT = SPACES THEN
                            PERFORM count_journal_since
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM estimate_times.
                PERFORM write_inventory.
                PERFORM judge_stores.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF exception-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "PASTRPO" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF exception-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_report.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "RP INVENTORY: unable to open RPINVRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "RPINVRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO work-date.
                COMPUTE now-min =
                    FUNCTION INTEGER-OF-DATE(work-date) * 1440
                    + FUNCTION NUMVAL(datetime(9:2)) * 60
                    + FUNCTION NUMVAL(datetime(11:2)).
                MOVE SPACES TO report-line.
                STRING "RECOVERY-POINT INVENTORY - run " report-date
                       " as of " datetime(9:2) ":" datetime(11:2)
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                MOVE SPACES TO report-line.
                STRING "STORE    IMAGE    TAKEN              AGE(H)"
                       "  JRN SINCE  REPLAY EST  REBUILD"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                EXIT.

            load_store_list.
                OPEN INPUT STORE-FILE.
                IF store-file-status NOT = "00" THEN
                    DISPLAY "RP INVENTORY: unable to open RPSTORES, "
                            "status " store-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ STORE-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF rps-store NOT = SPACES
                               AND image-count < 40 THEN
                                ADD 1 TO image-count
                                PERFORM take_store_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE STORE-FILE.
                EXIT.

            take_store_line.
                MOVE rps-store TO im-store(image-count).
                MOVE rps-image TO im-image(image-count).
                MOVE rps-writer TO im-writer(image-count).
                MOVE rps-journal TO im-journal(image-count).
                MOVE rps-replayer TO im-replayer(image-count).
                MOVE rps-rebuilder TO im-rebuilder(image-count).
                MOVE SPACES TO im-taken(image-count).
                MOVE 0 TO im-age-hours(image-count).
                MOVE 0 TO im-since(image-count).
                MOVE 0 TO im-replay-est(image-count).
                MOVE 0 TO im-replay-known(image-count).
                MOVE 0 TO im-rebuild-est(image-count).
                MOVE 0 TO im-rebuild-known(image-count).
                EXIT.

            date_images_from_audit.
                *> an image is as old as its writer's latest run that
                *> ended COMPLETE -- a run that died left nothing to
                *> recover from
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    DISPLAY "RP INVENTORY: unable to open RUNAUDIT, "
                            "status " audit-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF aud-event = "END"
                               AND aud-outcome = "COMPLETE" THEN
                                PERFORM note_writer_run
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            note_writer_run.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > image-count
                    IF im-writer(j) = aud-program
                       AND (im-taken(j) = SPACES
                            OR aud-timestamp > im-taken(j)) THEN
                        MOVE aud-timestamp TO im-taken(j)
                    END-IF
                END-PERFORM.
                EXIT.

            date_image_from_dataset.
                MOVE SPACES TO check-name.
                MOVE im-image(i) TO check-name.
                CALL "CBL_CHECK_FILE_EXIST" USING check-name,
                                                   check-details
                    RETURNING check-rc.
                IF check-rc NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE chk-year TO cks-year.
                MOVE chk-month TO cks-month.
                MOVE chk-day TO cks-day.
                MOVE chk-hours TO cks-hours.
                MOVE chk-minutes TO cks-minutes.
                MOVE chk-seconds TO cks-seconds.
                MOVE check-stamp TO im-taken(i).
                EXIT.

            age_one_image.
                MOVE im-taken(i)(1:8) TO work-date.
                COMPUTE taken-min =
                    FUNCTION INTEGER-OF-DATE(work-date) * 1440
                    + FUNCTION NUMVAL(im-taken(i)(9:2)) * 60
                    + FUNCTION NUMVAL(im-taken(i)(11:2)).
                IF now-min > taken-min THEN
                    COMPUTE im-age-hours(i) =
                        (now-min - taken-min) / 60
                ELSE
                    MOVE 0 TO im-age-hours(i)
                END-IF.
                EXIT.

            count_journal_since.
                MOVE SPACES TO journal-file-name.
                MOVE im-journal(i) TO journal-file-name.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ JOURNAL-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF jrn-timestamp > im-taken(i) THEN
                                ADD 1 TO im-since(i)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                EXIT.

            estimate_times.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > image-count
                    IF im-replayer(i) NOT = SPACES
                       AND im-journal(i) NOT = SPACES
                       AND im-taken(i) NOT = SPACES THEN
                        PERFORM estimate_replay
                    END-IF
                    IF im-rebuilder(i) NOT = SPACES THEN
                        PERFORM estimate_rebuild
                    END-IF
                END-PERFORM.
                EXIT.

            estimate_replay.
                *> the replay program's whole history: its elapsed
                *> time off PERFLOG over the journal records it
                *> applied off CONTROLS
                MOVE 0 TO rate-elapsed.
                MOVE 0 TO rate-records.
                OPEN INPUT PERF-FILE.
                IF perf-file-status = "00" THEN
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ PERF-FILE
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                IF prf-program = im-replayer(i) THEN
                                    MOVE prf-elapsed TO elapsed-x
                                    PERFORM elapsed_to_hundredths
                                    ADD elapsed-hund TO rate-elapsed
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PERF-FILE
                END-IF.
                OPEN INPUT CONTROLS-FILE.
                IF controls-file-status = "00" THEN
                    MOVE 0 TO file-eof
                    PERFORM UNTIL file-eof = 1
                        READ CONTROLS-FILE
                            AT END
                                MOVE 1 TO file-eof
                            NOT AT END
                                IF ctt-program = im-replayer(i)
                                   AND ctt-file-name = im-journal(i)
                                   AND ctt-role = "R" THEN
                                    ADD ctt-count TO rate-records
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CONTROLS-FILE
                END-IF.
                IF rate-records = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE rate-per-record ROUNDED =
                    rate-elapsed / rate-records.
                COMPUTE im-replay-est(i) ROUNDED =
                    rate-per-record * im-since(i).
                MOVE 1 TO im-replay-known(i).
                EXIT.

            estimate_rebuild.
                *> the rebuilding program's latest run
                OPEN INPUT PERF-FILE.
                IF perf-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ PERF-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF prf-program = im-rebuilder(i) THEN
                                MOVE prf-elapsed TO elapsed-x
                                PERFORM elapsed_to_hundredths
                                MOVE elapsed-hund TO im-rebuild-est(i)
                                MOVE 1 TO im-rebuild-known(i)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PERF-FILE.
                EXIT.

            elapsed_to_hundredths.
                *> perf_log's figure is the hhmmsscc end stamp less
                *> the start stamp -- read its digits back as a time
                COMPUTE elapsed-hund = el-hh * 360000 + el-mm * 6000
                                     + el-ss * 100 + el-cc.
                EXIT.

            write_inventory.
                IF image-count = 0 THEN
                    MOVE "  no stores listed on RPSTORES"
                        TO report-line
                    PERFORM write_report_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > image-count
                    PERFORM write_one_image
                END-PERFORM.
                EXIT.

            write_one_image.
                MOVE SPACES TO taken-tx.
                MOVE SPACES TO duration-tx.
                MOVE SPACES TO age-col.
                MOVE SPACES TO since-col.
                MOVE SPACES TO rebuild-tx.
                IF im-taken(i) NOT = SPACES THEN
                    STRING im-taken(i)(1:4) "-" im-taken(i)(5:2) "-"
                           im-taken(i)(7:2) " " im-taken(i)(9:2) ":"
                           im-taken(i)(11:2)
                        DELIMITED BY SIZE INTO taken-tx
                    MOVE im-age-hours(i) TO age-tx
                    MOVE age-tx TO age-col
                ELSE
                    IF im-image(i) = SPACES THEN
                        MOVE "(no image)" TO taken-tx
                    ELSE
                        MOVE "(not found)" TO taken-tx
                    END-IF
                END-IF.
                IF im-journal(i) NOT = SPACES
                   AND im-taken(i) NOT = SPACES THEN
                    MOVE im-since(i) TO since-tx
                    MOVE since-tx TO since-col
                END-IF.
                IF im-rebuilder(i) = SPACES THEN
                    MOVE "NO" TO rebuild-tx
                ELSE
                    IF im-rebuild-known(i) = 1 THEN
                        MOVE im-rebuild-est(i) TO duration-hund
                        PERFORM format_duration
                        STRING "YES " im-rebuilder(i) " " duration-tx
                            DELIMITED BY SIZE INTO rebuild-tx
                    ELSE
                        STRING "YES " im-rebuilder(i)
                            DELIMITED BY SIZE INTO rebuild-tx
                    END-IF
                END-IF.
                MOVE SPACES TO duration-tx.
                IF im-replay-known(i) = 1 THEN
                    MOVE im-replay-est(i) TO duration-hund
                    PERFORM format_duration
                ELSE
                    IF im-journal(i) NOT = SPACES
                       AND im-taken(i) NOT = SPACES THEN
                        MOVE "  no hist" TO duration-tx
                    END-IF
                END-IF.
                MOVE SPACES TO report-line.
                STRING im-store(i) " " im-image(i) " " taken-tx " "
                       age-col "  " since-col "   " duration-tx "  "
                       rebuild-tx
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                EXIT.

            format_duration.
                COMPUTE duration-hours = duration-hund / 360000.
                COMPUTE duration-mins =
                    FUNCTION MOD(duration-hund / 6000, 60).
                COMPUTE duration-secs =
                    FUNCTION MOD(duration-hund / 100, 60).
                MOVE SPACES TO duration-tx.
                STRING duration-hours ":" duration-mins ":"
                       duration-secs
                    DELIMITED BY SIZE INTO duration-tx.
                EXIT.

            judge_stores.
                MOVE SPACES TO report-line.
                PERFORM write_report_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > image-count
                    *> each store once, at its first line
                    MOVE 0 TO store-done
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= i
                        IF im-store(j) = im-store(i) THEN
                            MOVE 1 TO store-done
                        END-IF
                    END-PERFORM
                    IF store-done = 0 THEN
                        PERFORM judge_one_store
                    END-IF
                END-PERFORM.
                MOVE SPACES TO report-line.
                STRING "stores past target or unrecoverable "
                       exception-count
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_report_line.
                EXIT.

            judge_one_store.
                MOVE im-store(i) TO store-name.
                MOVE 0 TO store-dated.
                MOVE 0 TO store-rebuild.
                MOVE 9999999 TO store-best-age.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > image-count
                    IF im-store(j) = store-name THEN
                        IF im-taken(j) NOT = SPACES THEN
                            MOVE 1 TO store-dated
                            IF im-age-hours(j) < store-best-age THEN
                                MOVE im-age-hours(j) TO store-best-age
                            END-IF
                        END-IF
                        IF im-rebuilder(j) NOT = SPACES THEN
                            MOVE 1 TO store-rebuild
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM look_up_target.
                MOVE SPACES TO report-line.
                MOVE SPACES TO al-msg-id.
                MOVE SPACES TO al-values.
                EVALUATE TRUE
                    WHEN store-dated = 0 AND store-rebuild = 1
                        STRING "  " store-name " no recovery image "
                               "-- rebuilt from scratch"
                            DELIMITED BY SIZE INTO report-line
                    WHEN store-dated = 0
                        STRING "  " store-name " NO RECOVERY POINT "
                               "and no way to rebuild it"
                            DELIMITED BY SIZE INTO report-line
                        MOVE "OPS013" TO al-msg-id
                        MOVE store-name TO al-value-1
                    WHEN target-known = 0
                        MOVE store-best-age TO age-tx
                        STRING "  " store-name " recovery point "
                               FUNCTION TRIM(age-tx) "h old, "
                               "no target set"
                            DELIMITED BY SIZE INTO report-line
                    WHEN store-best-age > target-hours
                        MOVE store-best-age TO age-tx
                        MOVE target-hours TO target-tx
                        STRING "  " store-name " PAST TARGET -- "
                               "recovery point "
                               FUNCTION TRIM(age-tx) "h old, target "
                               FUNCTION TRIM(target-tx) "h"
                            DELIMITED BY SIZE INTO report-line
                        MOVE "OPS014" TO al-msg-id
                        MOVE store-name TO al-value-1
                        STRING FUNCTION TRIM(age-tx) "h old, target "
                               FUNCTION TRIM(target-tx) "h"
                            DELIMITED BY SIZE INTO al-value-2
                    WHEN OTHER
                        MOVE store-best-age TO age-tx
                        MOVE target-hours TO target-tx
                        STRING "  " store-name " recovery point "
                               FUNCTION TRIM(age-tx) "h old, target "
                               FUNCTION TRIM(target-tx) "h -- ok"
                            DELIMITED BY SIZE INTO report-line
                END-EVALUATE.
                PERFORM write_report_line.
                IF al-msg-id NOT = SPACES THEN
                    ADD 1 TO exception-count
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            look_up_target.
                MOVE 0 TO target-known.
                MOVE SPACES TO pm-keyword.
                STRING "RPO-" store-name DELIMITED BY SPACE
                    INTO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 0 THEN
                    MOVE "RPO-DEFAULT" TO pm-keyword
                    MOVE SPACES TO pm-value
                    CALL "parm_lookup" USING audit-name, pm-keyword,
                                              pm-value, pm-found
                END-IF.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO target-hours
                    MOVE 1 TO target-known
                END-IF.
                EXIT.

            write_report_line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
