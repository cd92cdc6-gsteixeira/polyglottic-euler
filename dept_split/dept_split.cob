        *> Departmental split of the enriched output.  Each
        *> department wants only its own categories out of ENROUT,
        *> and handing every one of them the whole file (through
        *> report_bundle or iface_extract) meant each filtered it
        *> themselves and saw the others' accounts on the way.  The
        *> DEPTROUT routing table maps REFDATA category codes to
        *> destinations, one mapping per line as
        *>     CAT  DESTID
        *> (category code, a blank, the eight-character destination
        *> id -- the GLMAP shape gl_extract reads).  A category may
        *> route to more than one destination.  Every destination
        *> gets its own file, named by its id, in the standard
        *> interface envelope iface_extract writes:
        *>   H dest-id cycle-date correlation-id
        *>   D key balance name category   (one per routed row)
        *>   T record-count key-hash balance-sum
        *> -- an empty envelope when none of its categories turned
        *> up, so the department knows the night was quiet and not
        *> lost -- and each is noted on SENTLOG so iface_ack matches
        *> the department's acknowledgment like any other feed.
        *> A row whose category routes nowhere (or that REFDATA
        *> never categorised) lands on SPLITEXC with the reason
        *> instead of disappearing, and leaves RETURN-CODE 4 with a
        *> WARN.  The split is listed on SPLITRPT and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT INPUT-FILE ASSIGN TO "ENROUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS in-file-status.
                    SELECT ROUTE-FILE ASSIGN TO "DEPTROUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS route-file-status.
                    *> one destination's envelope at a time -- the
                    *> file is named by the destination id, so the
                    *> assign is DYNAMIC (see collatz.cob's
                    *> PARTIAL-FILE)
                    SELECT DEST-FILE ASSIGN TO DYNAMIC dest-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS dest-file-status.
                    SELECT EXCEPT-FILE ASSIGN TO "SPLITEXC"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS except-file-status.
                    SELECT SENT-FILE ASSIGN TO "SENTLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS sent-file-status.
                    SELECT REPORT-FILE ASSIGN TO "SPLITRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD INPUT-FILE.
                *> see ref_enrich.cob's OUTPUT-FILE
                01 input-record.
                    02 in-key  PIC S9(9).
                    02 in-bal  PIC 9(7)V99.
                    02 FILLER  PIC X.
                    02 in-name PIC X(20).
                    02 FILLER  PIC X.
                    02 in-cat  PIC X(4).
                FD ROUTE-FILE.
                01 route-record.
                    02 rte-cat     PIC X(4).
                    02 FILLER      PIC X.
                    02 rte-dest    PIC X(8).
                *> see iface_extract.cob's IFACE-FILE; the detail
                *> also carries the enrichment
                FD DEST-FILE.
                01 dest-record.
                    02 dst-type PIC X.
                    02 dst-body PIC X(56).
                01 dest-header REDEFINES dest-record.
                    02 FILLER     PIC X.
                    02 dsh-id     PIC X(8).
                    02 FILLER     PIC X.
                    02 dsh-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 dsh-corr   PIC X(14).
                    02 FILLER     PIC X(24).
                01 dest-detail REDEFINES dest-record.
                    02 FILLER     PIC X.
                    02 dsd-key    PIC S9(9).
                    02 dsd-bal    PIC 9(7)V99.
                    02 FILLER     PIC X.
                    02 dsd-name   PIC X(20).
                    02 FILLER     PIC X.
                    02 dsd-cat    PIC X(4).
                    02 FILLER     PIC X(12).
                01 dest-trailer REDEFINES dest-record.
                    02 FILLER      PIC X.
                    02 dst-count   PIC 9(9).
                    02 dst-keyhash PIC S9(15).
                    02 dst-balsum  PIC 9(13)V99.
                    02 FILLER      PIC X(16).
                FD EXCEPT-FILE.
                01 except-record.
                    02 exc-row    PIC X(44).
                    02 FILLER     PIC X.
                    02 exc-reason PIC X(12).
                *> see iface_extract.cob's FD
                FD SENT-FILE.
                01 sent-record.
                    02 snt-id      PIC X(8).
                    02 FILLER      PIC X.
                    02 snt-date    PIC X(8).
                    02 FILLER      PIC X.
                    02 snt-corr    PIC X(14).
                    02 FILLER      PIC X.
                    02 snt-count   PIC 9(9).
                    02 FILLER      PIC X.
                    02 snt-hash    PIC S9(15)
                                   SIGN LEADING SEPARATE.
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 in-file-status     PIC XX.
                    01 route-file-status  PIC XX.
                    01 dest-file-status   PIC XX.
                    01 except-file-status PIC XX.
                    01 sent-file-status   PIC XX.
                    01 report-file-status PIC XX.
                    01 file-eof           PIC 9.
                    01 dest-name          PIC X(30).
                    *> the routing table
                    01 route-table.
                        02 route-count PIC 9(3) VALUE ZEROS.
                        02 route-entry OCCURS 1 TO 200 TIMES
                                DEPENDING ON route-count.
                            03 rt-cat  PIC X(4).
                            03 rt-dest PIC X(8).
                    01 rx                 PIC 9(3).
                    *> the destinations, each with its envelope
                    *> totals
                    01 dest-table.
                        02 dest-count PIC 99 VALUE ZEROS.
                        02 dest-entry OCCURS 1 TO 50 TIMES
                                DEPENDING ON dest-count.
                            03 dt-id       PIC X(8).
                            03 dt-count    PIC 9(9).
                            03 dt-keyhash  PIC S9(15).
                            03 dt-balsum   PIC 9(13)V99.
                            03 dt-written  PIC 9.
                    01 dx                 PIC 99.
                    01 row-routed         PIC 9.
                    01 line-pos           PIC 9(3).
                    *> run totals
                    01 rows-in            PIC 9(9) VALUE ZEROS.
                    01 rows-routed        PIC 9(9) VALUE ZEROS.
                    01 rows-excepted      PIC 9(9) VALUE ZEROS.
                    01 dests-failed       PIC 99 VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 count-tx           PIC Z(8)9.
                    01 hash-tx            PIC -(15)9.
                    01 balsum-tx          PIC Z(12)9.99.
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime           PIC X(21).
                    01 report-date        PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "DEPTSPLT".
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
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                CALL "run_corr" USING corr-op, corr-id.
                PERFORM load_routing_table.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM split_exceptions.
                PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dest-count
                    PERFORM write_one_destination
                END-PERFORM.
                PERFORM write_totals.
                CLOSE EXCEPT-FILE.
                CLOSE REPORT-FILE.
                IF rows-excepted > 0 THEN
                    MOVE "SRT021" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                IF dests-failed > 0 THEN
                    MOVE "DSN005" TO al-msg-id
                    MOVE "a departmental file" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                IF dests-failed > 0 THEN
                    MOVE "ERROR" TO audit-outcome
                ELSE
                    MOVE "COMPLETE" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero
                EVALUATE TRUE
                    WHEN dests-failed > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN rows-excepted > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.
            STOP RUN.

            fail_run.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            load_routing_table.
                *> without a routing table every department would get
                *> nothing -- that is a set-up fault, not a quiet night
                OPEN INPUT ROUTE-FILE.
                IF route-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to open DEPTROUT, "
                            "status " route-file-status
                    MOVE "SRT022" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ ROUTE-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF rte-cat NOT = SPACES
                               AND rte-dest NOT = SPACES THEN
                                PERFORM take_route
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ROUTE-FILE.
                IF route-count = 0 THEN
                    DISPLAY "DEPT SPLIT: DEPTROUT routes nothing"
                    MOVE "SRT022" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            take_route.
                IF route-count = 200 THEN
                    DISPLAY "DEPT SPLIT: more than 200 routes -- "
                            rte-cat " to " rte-dest " ignored"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO row-routed.
                PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dest-count
                    IF dt-id(dx) = rte-dest THEN
                        MOVE 1 TO row-routed
                    END-IF
                END-PERFORM.
                IF row-routed = 0 THEN
                    IF dest-count = 50 THEN
                        DISPLAY "DEPT SPLIT: more than 50 "
                                "destinations -- " rte-dest
                                " ignored"
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO dest-count
                    MOVE rte-dest TO dt-id(dest-count)
                    MOVE 0 TO dt-count(dest-count)
                    MOVE 0 TO dt-keyhash(dest-count)
                    MOVE 0 TO dt-balsum(dest-count)
                    MOVE 0 TO dt-written(dest-count)
                END-IF.
                ADD 1 TO route-count.
                MOVE rte-cat TO rt-cat(route-count).
                MOVE rte-dest TO rt-dest(route-count).
                EXIT.

            open_files.
                OPEN INPUT INPUT-FILE.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to open ENROUT, "
                            "status " in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ENROUT" TO al-values
                    PERFORM fail_run
                END-IF.
                CLOSE INPUT-FILE.
                OPEN OUTPUT EXCEPT-FILE.
                IF except-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to open SPLITEXC, "
                            "status " except-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SPLITEXC" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to open SPLITRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "SPLITRPT" TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                STRING "DEPARTMENTAL SPLIT OF ENROUT - cycle "
                       pd-date " " corr-id " - run " report-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            split_exceptions.
                *> the first pass: every row that routes nowhere
                *> goes to SPLITEXC, and the run totals are taken
                OPEN INPUT INPUT-FILE.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            ADD 1 TO rows-in
                            PERFORM check_row_routed
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                EXIT.

            check_row_routed.
                MOVE 0 TO row-routed.
                IF in-cat NOT = SPACES THEN
                    PERFORM VARYING rx FROM 1 BY 1
                            UNTIL rx > route-count
                        IF rt-cat(rx) = in-cat THEN
                            MOVE 1 TO row-routed
                        END-IF
                    END-PERFORM
                END-IF.
                IF row-routed = 1 THEN
                    ADD 1 TO rows-routed
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO rows-excepted.
                MOVE SPACES TO except-record.
                MOVE input-record TO exc-row.
                IF in-cat = SPACES THEN
                    MOVE "NO CATEGORY" TO exc-reason
                ELSE
                    MOVE "NOT ROUTED" TO exc-reason
                END-IF.
                WRITE except-record.
                EXIT.

            write_one_destination.
                *> one pass of ENROUT per destination, taking the
                *> rows whose category routes there
                MOVE SPACES TO dest-name.
                MOVE dt-id(dx) TO dest-name.
                OPEN OUTPUT DEST-FILE.
                IF dest-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to open "
                            FUNCTION TRIM(dest-name) ", status "
                            dest-file-status
                    ADD 1 TO dests-failed
                    PERFORM report_destination
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO dest-record.
                MOVE "H" TO dst-type.
                MOVE dt-id(dx) TO dsh-id.
                MOVE pd-date TO dsh-date.
                MOVE corr-id TO dsh-corr.
                WRITE dest-record.
                OPEN INPUT INPUT-FILE.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            PERFORM route_row_here
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                MOVE SPACES TO dest-record.
                MOVE "T" TO dst-type.
                MOVE dt-count(dx) TO dst-count.
                MOVE dt-keyhash(dx) TO dst-keyhash.
                MOVE dt-balsum(dx) TO dst-balsum.
                WRITE dest-record.
                CLOSE DEST-FILE.
                MOVE 1 TO dt-written(dx).
                PERFORM note_sent.
                PERFORM report_destination.
                EXIT.

            route_row_here.
                IF in-cat = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > route-count
                    IF rt-cat(rx) = in-cat
                       AND rt-dest(rx) = dt-id(dx) THEN
                        MOVE SPACES TO dest-record
                        MOVE "D" TO dst-type
                        MOVE in-key TO dsd-key
                        MOVE in-bal TO dsd-bal
                        MOVE in-name TO dsd-name
                        MOVE in-cat TO dsd-cat
                        WRITE dest-record
                        ADD 1 TO dt-count(dx)
                        ADD in-key TO dt-keyhash(dx)
                        ADD in-bal TO dt-balsum(dx)
                        EXIT PERFORM
                    END-IF
                END-PERFORM.
                EXIT.

            note_sent.
                OPEN EXTEND SENT-FILE.
                IF sent-file-status NOT = "00" THEN
                    OPEN OUTPUT SENT-FILE
                END-IF.
                IF sent-file-status NOT = "00" THEN
                    DISPLAY "DEPT SPLIT: unable to write SENTLOG, "
                            "status " sent-file-status
                    MOVE "DSN009" TO al-msg-id
                    MOVE "departmental file" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO sent-record.
                MOVE dt-id(dx) TO snt-id.
                MOVE pd-date TO snt-date.
                MOVE corr-id TO snt-corr.
                MOVE dt-count(dx) TO snt-count.
                MOVE dt-keyhash(dx) TO snt-hash.
                WRITE sent-record.
                CLOSE SENT-FILE.
                EXIT.

            report_destination.
                MOVE SPACES TO report-line.
                IF dt-written(dx) = 0 THEN
                    STRING "  " dt-id(dx) " ** NOT WRITTEN **"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE dt-count(dx) TO count-tx
                    MOVE dt-keyhash(dx) TO hash-tx
                    MOVE dt-balsum(dx) TO balsum-tx
                    STRING "  " dt-id(dx) " rows " count-tx
                           "  key hash " hash-tx
                           "  balance " balsum-tx
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                *> the categories routed there
                MOVE SPACES TO report-line.
                MOVE "           categories:" TO report-line.
                PERFORM list_destination_categories.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            list_destination_categories.
                MOVE 23 TO line-pos.
                PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > route-count
                    IF rt-dest(rx) = dt-id(dx) AND line-pos < 126 THEN
                        STRING " " rt-cat(rx) DELIMITED BY SIZE
                            INTO report-line WITH POINTER line-pos
                    END-IF
                END-PERFORM.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE rows-in TO count-tx.
                STRING "rows read.........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE rows-routed TO count-tx.
                STRING "rows routed.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE rows-excepted TO count-tx.
                STRING "rows on SPLITEXC..: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE dest-count TO count-tx.
                STRING "destinations......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
