        *> Inbound file arrival watcher.  The nightly steps assume
        *> their inbound files -- BUBBLIN, REFDATA, ACCTTRAN, the
        *> MRGIN extracts -- are there when the step starts; a late
        *> feed meant a step running on whatever was lying around,
        *> or an abend at 02:00.  The FILEMANI manifest says what the
        *> cycle expects, one file per line:
        *>     file name X(20), source X(12), due day 9 (0 = the
        *>     cycle date, 1 = the day after), due time hhmm,
        *>     minimum and maximum plausible record counts 9(9),
        *>     repeat flag X (Y = the same content may arrive cycle
        *>     after cycle, e.g. reference data)
        *> separated by single blanks.  A file has arrived when it
        *> is there, its record count has held still across two
        *> looks (not still landing), and the count is inside the
        *> plausible range -- and, unless the repeat flag says
        *> otherwise, it is not the very file accepted last cycle:
        *> each acceptance is registered on the BATCHREG registry
        *> (common/batch_reg.cob, batch id "ARR:" and the rest of
        *> the name) by count and a column-weighted checksum, so a
        *> stale leftover is not mistaken for tonight's delivery.
        *> Run as a batch_control step in front of the steps that
        *> read the file -- they name this step as the one they
        *> depend on, so they are held until it ends clean:
        *>     WAITREF           filewtch REFDATA
        *>     REFLOAD  WAITREF  ...
        *> ARGUMENT 1 = the file to wait for, or ALL (default) for
        *> every file on the manifest; ARGUMENT 2 = NOWAIT for one
        *> look and no hold.  While holding, a file still missing at
        *> its due time raises a WARN, and one still missing
        *> HOLD-MINUTES past it (or when OPERCMD says STOP) is given
        *> up with a FATL and RETURN-CODE 8, so its dependants never
        *> run; a count past the maximum is refused at once.  A late
        *> arrival leaves RETURN-CODE 4.
        *>     FILEWTCH HOLD-MINUTES=n      (default 120)
        *> Every outcome is appended to FILEARRV against the cycle's
        *> business date (common/proc_date.cob), and each run ends
        *> with the cycle's arrivals report on FILERPT and SYSOUT:
        *> every manifest file with its source, due time, latest
        *> status, record count and when it was seen.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT MANIFEST-FILE ASSIGN TO "FILEMANI"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS manifest-file-status.
                    SELECT WATCH-FILE
                        ASSIGN TO DYNAMIC watch-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS watch-file-status.
                    SELECT ARRIVAL-FILE ASSIGN TO "FILEARRV"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS arrival-file-status.
                    SELECT REPORT-FILE ASSIGN TO "FILERPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD MANIFEST-FILE.
                01 manifest-record.
                    02 mf-file      PIC X(20).
                    02 FILLER       PIC X.
                    02 mf-source    PIC X(12).
                    02 FILLER       PIC X.
                    02 mf-due-day   PIC 9.
                    02 FILLER       PIC X.
                    02 mf-due-time  PIC 9(4).
                    02 FILLER       PIC X.
                    02 mf-min       PIC 9(9).
                    02 FILLER       PIC X.
                    02 mf-max       PIC 9(9).
                    02 FILLER       PIC X.
                    02 mf-repeat    PIC X.
                FD WATCH-FILE.
                01 watch-record PIC X(200).
                FD ARRIVAL-FILE.
                01 arrival-record.
                    02 arv-cycle    PIC X(8).
                    02 FILLER       PIC X.
                    02 arv-file     PIC X(20).
                    02 FILLER       PIC X.
                    02 arv-status   PIC X(8).
                    02 FILLER       PIC X.
                    02 arv-count    PIC 9(9).
                    02 FILLER       PIC X.
                    02 arv-seen     PIC X(14).
                    02 FILLER       PIC X.
                    02 arv-due      PIC X(12).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 manifest-file-status PIC XX.
                    01 watch-file-status  PIC XX.
                    01 arrival-file-status PIC XX.
                    01 report-file-status PIC XX.
                    01 manifest-eof       PIC 9.
                    01 watch-eof          PIC 9.
                    01 arrival-eof        PIC 9.
                    01 watch-file-name    PIC X(20).
                    01 arg-value          PIC X(20).
                    01 watch-target       PIC X(20) VALUE "ALL".
                    01 no-wait            PIC 9 VALUE 0.
                    01 hold-minutes       PIC 9(5) VALUE 120.
                    *> the manifest, with each file's watch state
                    01 mani-count         PIC 99 VALUE ZEROS.
                    01 mani-table.
                        02 mani-entry OCCURS 50 TIMES.
                            03 mt-file       PIC X(20).
                            03 mt-source     PIC X(12).
                            03 mt-due-day    PIC 9.
                            03 mt-due-time   PIC 9(4).
                            03 mt-min        PIC 9(9).
                            03 mt-max        PIC 9(9).
                            03 mt-repeat     PIC X.
                            03 mt-watched    PIC 9.
                            03 mt-resolved   PIC 9.
                            03 mt-alerted    PIC 9.
                            03 mt-looks      PIC 9(5).
                            03 mt-last-count PIC 9(9).
                            03 mt-state      PIC X(8).
                            03 mt-due-stamp  PIC X(12).
                            03 mt-due-min    PIC 9(11).
                            03 rp-status     PIC X(8).
                            03 rp-count      PIC 9(9).
                            03 rp-seen       PIC X(14).
                    01 mx                 PIC 99.
                    01 open-count         PIC 99.
                    *> one look at a file
                    01 look-count         PIC 9(9).
                    01 look-hash          PIC S9(15)V99.
                    01 sum-idx            PIC 9(3).
                    *> clock arithmetic, in minutes from day one
                    01 cycle-date         PIC X(8).
                    01 work-date          PIC 9(8).
                    01 work-day           PIC 9(7).
                    01 datetime           PIC X(21).
                    01 now-stamp          PIC X(14).
                    01 now-min            PIC 9(11).
                    01 stop-holding       PIC 9 VALUE 0.
                    01 spin-idx           PIC 9(9).
                    01 spin-sink          PIC 9(9).
                    *> run totals
                    01 arrived-count      PIC 99 VALUE ZEROS.
                    01 late-count         PIC 99 VALUE ZEROS.
                    01 failed-count       PIC 99 VALUE ZEROS.
                    01 waiting-count      PIC 99 VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 count-tx           PIC Z(8)9.
                    01 due-tx             PIC X(16).
                    *> inbound batch registry -- see
                    *> common/batch_reg.cob
                    01 br-op              PIC X(3).
                    01 br-feed            PIC X(8).
                    01 br-batch-id        PIC X(16).
                    01 br-created         PIC X(8) VALUE SPACES.
                    01 br-count           PIC 9(9).
                    01 br-hash            PIC S9(15)V99.
                    01 br-stamp           PIC X(14).
                    01 br-status          PIC XX.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> operator command -- see common/op_command.cob
                    01 oc-action          PIC X(4).
                    *> named parameters -- see common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "FILEWTCH".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> the same finding, worded for SYSOUT
                    01 watch-message PIC X(60).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "FILEWTCH".
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
                PERFORM read_arguments.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE pd-date TO cycle-date.
                PERFORM load_manifest.
                PERFORM select_watched_files.
                PERFORM watch_until_resolved.
                PERFORM write_arrivals_report.
                MOVE "END" TO audit-event.
                EVALUATE TRUE
                    WHEN failed-count > 0
                        MOVE "ERROR" TO audit-outcome
                    WHEN late-count > 0 OR waiting-count > 0
                        MOVE "LATE" TO audit-outcome
                    WHEN OTHER
                        MOVE "COMPLETE" TO audit-outcome
                END-EVALUATE.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                EVALUATE TRUE
                    WHEN failed-count > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN late-count > 0 OR waiting-count > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.
            STOP RUN.

            read_arguments.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value NOT = SPACES THEN
                    MOVE FUNCTION UPPER-CASE(arg-value)
                        TO watch-target
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF FUNCTION UPPER-CASE(arg-value(1:6)) = "NOWAIT" THEN
                    MOVE 1 TO no-wait
                END-IF.
                MOVE "HOLD-MINUTES" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO hold-minutes
                END-IF.
                EXIT.

            load_manifest.
                OPEN INPUT MANIFEST-FILE.
                IF manifest-file-status NOT = "00" THEN
                    DISPLAY "FILE WATCH: unable to open FILEMANI, "
                            "status " manifest-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "FILEMANI" TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO manifest-eof.
                PERFORM UNTIL manifest-eof = 1
                    READ MANIFEST-FILE
                        AT END
                            MOVE 1 TO manifest-eof
                        NOT AT END
                            IF mf-file NOT = SPACES
                               AND mani-count < 50 THEN
                                PERFORM take_manifest_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE MANIFEST-FILE.
                EXIT.

            take_manifest_line.
                ADD 1 TO mani-count.
                MOVE mani-count TO mx.
                MOVE mf-file TO mt-file(mx).
                MOVE mf-source TO mt-source(mx).
                MOVE mf-due-day TO mt-due-day(mx).
                MOVE mf-due-time TO mt-due-time(mx).
                MOVE mf-min TO mt-min(mx).
                MOVE mf-max TO mt-max(mx).
                MOVE mf-repeat TO mt-repeat(mx).
                MOVE 0 TO mt-watched(mx).
                MOVE 0 TO mt-resolved(mx).
                MOVE 0 TO mt-alerted(mx).
                MOVE 0 TO mt-looks(mx).
                MOVE 0 TO mt-last-count(mx).
                MOVE "MISSING" TO mt-state(mx).
                MOVE SPACES TO rp-status(mx).
                MOVE 0 TO rp-count(mx).
                MOVE SPACES TO rp-seen(mx).
                *> the due time as a stamp and as a minute number
                MOVE cycle-date TO work-date.
                COMPUTE work-day = FUNCTION INTEGER-OF-DATE(work-date)
                                 + mf-due-day.
                MOVE FUNCTION DATE-OF-INTEGER(work-day) TO work-date.
                MOVE SPACES TO mt-due-stamp(mx).
                STRING work-date mf-due-time
                    DELIMITED BY SIZE INTO mt-due-stamp(mx).
                COMPUTE mt-due-min(mx) = work-day * 1440
                    + (mf-due-time / 100) * 60
                    + FUNCTION MOD(mf-due-time, 100).
                EXIT.

            select_watched_files.
                MOVE 0 TO open-count.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > mani-count
                    IF watch-target = "ALL"
                       OR watch-target = mt-file(mx) THEN
                        MOVE 1 TO mt-watched(mx)
                        ADD 1 TO open-count
                    END-IF
                END-PERFORM.
                IF open-count = 0 THEN
                    DISPLAY "FILE WATCH: " FUNCTION TRIM(watch-target)
                            " is not on the FILEMANI manifest"
                    MOVE "OPS009" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            watch_until_resolved.
                *> one look at every open file per pass; between
                *> passes the operator may STOP the hold
                PERFORM UNTIL open-count = 0 OR stop-holding = 1
                    PERFORM take_the_time
                    PERFORM VARYING mx FROM 1 BY 1
                            UNTIL mx > mani-count
                        IF mt-watched(mx) = 1
                           AND mt-resolved(mx) = 0 THEN
                            PERFORM look_at_file
                        END-IF
                    END-PERFORM
                    IF open-count > 0 THEN
                        IF no-wait = 1 THEN
                            MOVE 1 TO stop-holding
                        ELSE
                            CALL "op_command" USING audit-name,
                                                     oc-action
                            IF oc-action = "STOP" THEN
                                DISPLAY "FILE WATCH: hold stopped "
                                        "by the operator"
                                MOVE 1 TO stop-holding
                                PERFORM give_up_open_files
                            ELSE
                                PERFORM wait_a_moment
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                IF no-wait = 1 THEN
                    PERFORM note_still_waiting
                END-IF.
                EXIT.

            take_the_time.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO now-stamp.
                MOVE datetime(1:8) TO work-date.
                COMPUTE now-min =
                    FUNCTION INTEGER-OF-DATE(work-date) * 1440
                    + FUNCTION NUMVAL(datetime(9:2)) * 60
                    + FUNCTION NUMVAL(datetime(11:2)).
                EXIT.

            look_at_file.
                ADD 1 TO mt-looks(mx).
                PERFORM count_the_file.
                EVALUATE TRUE
                    WHEN watch-file-status NOT = "00"
                        MOVE "MISSING" TO mt-state(mx)
                    WHEN look-count > mt-max(mx)
                        MOVE "TOOBIG" TO mt-state(mx)
                        PERFORM refuse_file
                        EXIT PARAGRAPH
                    WHEN look-count < mt-min(mx)
                        MOVE "TOOSMALL" TO mt-state(mx)
                    WHEN no-wait = 0
                         AND look-count NOT = mt-last-count(mx)
                        *> still landing, or first sight -- look
                        *> again next pass before believing it
                        MOVE "LANDING" TO mt-state(mx)
                    WHEN OTHER
                        PERFORM check_not_stale
                END-EVALUATE.
                MOVE look-count TO mt-last-count(mx).
                IF mt-resolved(mx) = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF now-min > mt-due-min(mx)
                   AND mt-alerted(mx) = 0 THEN
                    PERFORM alert_file_late
                END-IF.
                *> a file still landing is always given its next look
                IF no-wait = 0 AND mt-state(mx) NOT = "LANDING"
                   AND now-min > mt-due-min(mx) + hold-minutes THEN
                    PERFORM give_up_file
                END-IF.
                EXIT.

            count_the_file.
                MOVE 0 TO look-count.
                MOVE 0 TO look-hash.
                MOVE mt-file(mx) TO watch-file-name.
                OPEN INPUT WATCH-FILE.
                IF watch-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO watch-eof.
                PERFORM UNTIL watch-eof = 1
                    READ WATCH-FILE
                        AT END
                            MOVE 1 TO watch-eof
                        NOT AT END
                            ADD 1 TO look-count
                            PERFORM VARYING sum-idx FROM 1 BY 1
                                    UNTIL sum-idx > 200
                                COMPUTE look-hash = look-hash
                                    + sum-idx * FUNCTION ORD(
                                        watch-record(sum-idx:1))
                            END-PERFORM
                    END-READ
                END-PERFORM.
                CLOSE WATCH-FILE.
                *> a clean close keeps the status the open left
                MOVE "00" TO watch-file-status.
                EXIT.

            check_not_stale.
                MOVE mt-file(mx)(1:8) TO br-feed.
                MOVE SPACES TO br-batch-id.
                STRING "ARR:" mt-file(mx)(9:12)
                    DELIMITED BY SIZE INTO br-batch-id.
                MOVE look-count TO br-count.
                MOVE look-hash TO br-hash.
                IF mt-repeat(mx) NOT = "Y" THEN
                    MOVE "CHK" TO br-op
                    CALL "batch_reg" USING br-op, br-feed,
                         br-batch-id, br-created, br-count, br-hash,
                         audit-name, br-stamp, br-status
                    IF br-status NOT = "OK" THEN
                        *> last cycle's file, still lying there
                        MOVE "STALE" TO mt-state(mx)
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "REG" TO br-op
                    CALL "batch_reg" USING br-op, br-feed,
                         br-batch-id, br-created, br-count, br-hash,
                         audit-name, br-stamp, br-status
                END-IF.
                IF now-min > mt-due-min(mx) THEN
                    MOVE "LATE" TO mt-state(mx)
                    ADD 1 TO late-count
                    IF mt-alerted(mx) = 0 THEN
                        PERFORM alert_file_late
                    END-IF
                ELSE
                    MOVE "ARRIVED" TO mt-state(mx)
                    ADD 1 TO arrived-count
                END-IF.
                DISPLAY "FILE WATCH: " FUNCTION TRIM(mt-file(mx))
                        " " mt-state(mx) ", " look-count
                        " records".
                PERFORM resolve_file.
                EXIT.

            alert_file_late.
                MOVE 1 TO mt-alerted(mx).
                MOVE SPACES TO watch-message.
                STRING FUNCTION TRIM(mt-file(mx)) " from "
                       FUNCTION TRIM(mt-source(mx))
                       " late, due " mt-due-stamp(mx)(9:4)
                       " (" FUNCTION TRIM(mt-state(mx)) ")"
                    DELIMITED BY SIZE INTO watch-message.
                MOVE "OPS006" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE mt-file(mx) TO al-value-1.
                STRING "due " mt-due-stamp(mx)(9:4) " ("
                       FUNCTION TRIM(mt-state(mx)) ")"
                    DELIMITED BY SIZE INTO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                DISPLAY "FILE WATCH: " watch-message.
                EXIT.

            refuse_file.
                ADD 1 TO failed-count.
                MOVE SPACES TO watch-message.
                MOVE look-count TO count-tx.
                STRING FUNCTION TRIM(mt-file(mx)) " has "
                       FUNCTION TRIM(count-tx)
                       " records -- past its plausible maximum"
                    DELIMITED BY SIZE INTO watch-message.
                MOVE "OPS007" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE mt-file(mx) TO al-value-1.
                MOVE count-tx TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                DISPLAY "FILE WATCH: " watch-message.
                PERFORM resolve_file.
                EXIT.

            give_up_file.
                ADD 1 TO failed-count.
                MOVE SPACES TO watch-message.
                STRING FUNCTION TRIM(mt-file(mx)) " from "
                       FUNCTION TRIM(mt-source(mx))
                       " not arrived -- hold given up ("
                       FUNCTION TRIM(mt-state(mx)) ")"
                    DELIMITED BY SIZE INTO watch-message.
                MOVE "OPS008" TO al-msg-id.
                MOVE SPACES TO al-values.
                MOVE mt-file(mx) TO al-value-1.
                MOVE mt-state(mx) TO al-value-2.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                DISPLAY "FILE WATCH: " watch-message.
                PERFORM resolve_file.
                EXIT.

            give_up_open_files.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > mani-count
                    IF mt-watched(mx) = 1
                       AND mt-resolved(mx) = 0 THEN
                        PERFORM give_up_file
                    END-IF
                END-PERFORM.
                EXIT.

            note_still_waiting.
                *> a one-look run: a file not yet due is simply not
                *> here yet; one past due has had its WARN
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > mani-count
                    IF mt-watched(mx) = 1
                       AND mt-resolved(mx) = 0 THEN
                        IF now-min > mt-due-min(mx) THEN
                            ADD 1 TO waiting-count
                        ELSE
                            MOVE "NOTDUE" TO mt-state(mx)
                        END-IF
                        PERFORM record_arrival
                    END-IF
                END-PERFORM.
                EXIT.

            resolve_file.
                MOVE 1 TO mt-resolved(mx).
                SUBTRACT 1 FROM open-count.
                PERFORM record_arrival.
                EXIT.

            record_arrival.
                OPEN EXTEND ARRIVAL-FILE.
                IF arrival-file-status NOT = "00" THEN
                    OPEN OUTPUT ARRIVAL-FILE
                END-IF.
                IF arrival-file-status NOT = "00" THEN
                    DISPLAY "FILE WATCH: unable to open FILEARRV, "
                            "status " arrival-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO arrival-record.
                MOVE cycle-date TO arv-cycle.
                MOVE mt-file(mx) TO arv-file.
                MOVE mt-state(mx) TO arv-status.
                MOVE look-count TO arv-count.
                MOVE now-stamp TO arv-seen.
                MOVE mt-due-stamp(mx) TO arv-due.
                WRITE arrival-record.
                CLOSE ARRIVAL-FILE.
                EXIT.

            wait_a_moment.
                *> a short spin between looks -- the inquiry_server
                *> SERVE pattern
                MOVE 0 TO spin-sink.
                PERFORM VARYING spin-idx FROM 1 BY 1
                                UNTIL spin-idx > 1000000
                    ADD 1 TO spin-sink
                END-PERFORM.
                EXIT.

            write_arrivals_report.
                *> the cycle's arrivals so far, this run's and any
                *> earlier watcher's -- the latest line per file wins
                OPEN INPUT ARRIVAL-FILE.
                IF arrival-file-status = "00" THEN
                    MOVE 0 TO arrival-eof
                    PERFORM UNTIL arrival-eof = 1
                        READ ARRIVAL-FILE
                            AT END
                                MOVE 1 TO arrival-eof
                            NOT AT END
                                IF arv-cycle = cycle-date THEN
                                    PERFORM take_arrival_line
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARRIVAL-FILE
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "FILE WATCH: unable to open FILERPT, "
                            "status " report-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                STRING "INBOUND FILE ARRIVALS - cycle " cycle-date
                       ", report at " now-stamp
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING "FILE                 SOURCE       "
                       "DUE              STATUS     RECORDS  SEEN"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > mani-count
                    PERFORM write_arrival_row
                END-PERFORM.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE arrived-count TO count-tx.
                STRING "arrived on time.....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE late-count TO count-tx.
                STRING "arrived late........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE waiting-count TO count-tx.
                STRING "overdue, not held...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE failed-count TO count-tx.
                STRING "given up or refused.: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                CLOSE REPORT-FILE.
                EXIT.

            take_arrival_line.
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > mani-count
                    IF mt-file(mx) = arv-file THEN
                        MOVE arv-status TO rp-status(mx)
                        MOVE arv-count TO rp-count(mx)
                        MOVE arv-seen TO rp-seen(mx)
                    END-IF
                END-PERFORM.
                EXIT.

            write_arrival_row.
                MOVE SPACES TO due-tx.
                STRING mt-due-stamp(mx)(1:8) " "
                       mt-due-stamp(mx)(9:2) ":"
                       mt-due-stamp(mx)(11:2)
                    DELIMITED BY SIZE INTO due-tx.
                MOVE SPACES TO report-line.
                IF rp-status(mx) = SPACES THEN
                    STRING mt-file(mx) " " mt-source(mx) " "
                           due-tx " " "NOT SEEN"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE rp-count(mx) TO count-tx
                    STRING mt-file(mx) " " mt-source(mx) " "
                           due-tx " " rp-status(mx) " "
                           count-tx " " rp-seen(mx)
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
