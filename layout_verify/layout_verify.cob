        *> Record-layout registry verification.  The LAYOUTS
        *> registry (common/layout_reg.cob) is what export_delim,
        *> import_delim, ds_repair and mask_extract read records
        *> through, so an entry that has drifted from its dataset
        *> would export nonsense or, worse, repair the wrong bytes.
        *> For every layout on the registry this reads a sample of
        *> the real file it names and compares: every numeric field
        *> must hold a number of the registered shape (sign and
        *> all) in every sampled record, no record may run past the
        *> registered length, and no two fields may overlap.
        *> Envelope records (the layout's header and trailer type
        *> bytes) are passed over.  The indexed datasets are read
        *> through their own keyed readers -- ACCTMAST, BTREEDAT and
        *> PRIMEMST; any other indexed entry is listed as not
        *> sampled.
        *> ARGUMENT 1 = one layout to verify (blank = all of them),
        *> or SEED to write the suite's standard layouts to a new
        *> LAYOUTS (refused when one exists -- the registry is then
        *> maintained by editing it, not by re-seeding).
        *> PARMLIB LAYVERFY SAMPLE=n sets the records read per
        *> dataset (default 200).
        *> Listed on LAYVRPT and SYSOUT.  RETURN-CODE 4 with a WARN
        *> when any entry mismatches or could not be sampled, 8 when
        *> there is no registry.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT LAYOUT-FILE ASSIGN TO "LAYOUTS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS layout-file-status.
                    *> the sequential dataset an entry names
                    SELECT SAMPLE-FILE ASSIGN TO DYNAMIC sample-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS sample-file-status.
                    SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS acct-file-status.
                    SELECT BTREE-FILE ASSIGN TO "BTREEDAT"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS rec-key
                        FILE STATUS IS btree-file-status.
                    SELECT PRIME-FILE ASSIGN TO "PRIMEMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS prm-prime
                        FILE STATUS IS prime-file-status.
                    SELECT REPORT-FILE ASSIGN TO "LAYVRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                *> see common/layout_reg.cob's FD
                FD LAYOUT-FILE.
                01 layout-record.
                    02 lay-type    PIC X.
                    02 FILLER      PIC X.
                    02 lay-name    PIC X(8).
                    02 FILLER      PIC X.
                    02 lay-rest    PIC X(40).
                FD SAMPLE-FILE.
                01 sample-record   PIC X(256).
                *> the keyed readers carry only the record key --
                *> the registry says what the rest of the bytes are
                FD ACCT-FILE.
                01 acct-record.
                    02 mst-key     PIC S9(9).
                    02 FILLER      PIC X(52).
                FD BTREE-FILE.
                01 btree-record.
                    02 rec-key     PIC X(17).
                    02 FILLER      PIC X(15).
                FD PRIME-FILE.
                01 prime-record.
                    02 prm-prime   PIC 9(9).
                    02 FILLER      PIC X(9).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 layout-file-status PIC XX.
                    01 sample-file-status PIC XX.
                    01 acct-file-status   PIC XX.
                    01 btree-file-status  PIC XX.
                    01 prime-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 file-eof           PIC 9.
                    01 sample-name        PIC X(30).
                    01 arg-value          PIC X(8).
                    01 only-layout        PIC X(8) VALUE SPACES.
                    *> the suite's standard layouts, as SEED writes
                    *> them -- see common/layout_reg.cob for the
                    *> columns
                    01 seed-values.
                        02 FILLER PIC X(45) VALUE
                        "* record layouts, see common/layout_reg.cob".
                        02 FILLER PIC X(45) VALUE
                        "L SORT     BUBBLOUT S 018".
                        02 FILLER PIC X(45) VALUE
                        "F SORT     key              001 009 9 0 S N K".
                        02 FILLER PIC X(45) VALUE
                        "F SORT     balance          010 009 9 2 N N B".
                        02 FILLER PIC X(45) VALUE
                        "L AUDIT    RUNAUDIT S 055".
                        02 FILLER PIC X(45) VALUE
                        "F AUDIT    timestamp        001 014 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F AUDIT    program          016 008 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F AUDIT    event            025 005 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F AUDIT    outcome          031 008 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F AUDIT    correlation      040 014 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "L PERF     PERFLOG  S 055".
                        02 FILLER PIC X(45) VALUE
                        "F PERF     timestamp        001 014 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F PERF     program          016 008 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F PERF     elapsed          025 008 9 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F PERF     correlation      034 014 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "L TRAN     ACCTTRAN S 043 HT".
                        02 FILLER PIC X(45) VALUE
                        "F TRAN     op               001 001 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F TRAN     key              002 009 9 0 S N K".
                        02 FILLER PIC X(45) VALUE
                        "F TRAN     amount           011 009 9 2 S N B".
                        02 FILLER PIC X(45) VALUE
                        "L ACCTMAST ACCTMAST I 061".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST key              001 009 9 0 S Y K".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST balance          010 009 9 2 S N B".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST status           019 001 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST opened           020 008 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST last-activity    028 014 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST od-limit         042 009 9 2 N N".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST od-since         051 008 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F ACCTMAST currency         059 003 X 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "L BTREEDAT BTREEDAT I 032".
                        02 FILLER PIC X(45) VALUE
                        "F BTREEDAT tree             001 008 X 0 N Y".
                        02 FILLER PIC X(45) VALUE
                        "F BTREEDAT value            009 009 9 0 N Y".
                        02 FILLER PIC X(45) VALUE
                        "F BTREEDAT quantity         018 006 9 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "F BTREEDAT payload          024 009 9 0 N N".
                        02 FILLER PIC X(45) VALUE
                        "L PRIMEMST PRIMEMST I 018".
                        02 FILLER PIC X(45) VALUE
                        "F PRIMEMST prime            001 009 9 0 N Y".
                        02 FILLER PIC X(45) VALUE
                        "F PRIMEMST ordinal          010 009 9 0 N N".
                    01 seed-table REDEFINES seed-values.
                        02 seed-line PIC X(45) OCCURS 36 TIMES.
                    01 sx                 PIC 99.
                    *> the layouts on the registry, in file order
                    01 name-table.
                        02 name-count PIC 99 VALUE ZEROS.
                        02 name-entry PIC X(8) OCCURS 50 TIMES.
                    01 nx                 PIC 99.
                    *> the layout in hand -- see common/layout_reg.cob
                    01 lr-op              PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field           PIC 99.
                    01 lr-record          PIC X(256).
                    01 lr-text            PIC X(60).
                    01 lr-status          PIC XX.
                    01 fx                 PIC 99.
                    01 gx                 PIC 99.
                    *> what the sample showed, per field
                    01 field-results.
                        02 field-result OCCURS 40 TIMES.
                            03 fr-fails     PIC 9(9).
                            03 fr-first     PIC 9(9).
                            03 fr-text      PIC X(20).
                    01 sample-limit       PIC 9(9) VALUE 200.
                    01 sampled            PIC 9(9).
                    01 record-no          PIC 9(9).
                    01 record-len         PIC 9(3).
                    01 long-count         PIC 9(9).
                    01 long-first         PIC 9(9).
                    01 layout-bad         PIC 9.
                    01 layout-sampled     PIC 9.
                    01 sample-note        PIC X(60).
                    *> run totals
                    01 layouts-checked    PIC 99 VALUE ZEROS.
                    01 layouts-matched    PIC 99 VALUE ZEROS.
                    01 layouts-bad        PIC 99 VALUE ZEROS.
                    01 layouts-unsampled  PIC 99 VALUE ZEROS.
                    *> DISPLAY mirrors
                    01 count-tx           PIC Z(8)9.
                    01 first-tx           PIC Z(8)9.
                    01 end-pos            PIC 9(3).
                    *> PARMLIB named parameters -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
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
                    01 audit-name         PIC X(8) VALUE "LAYVERFY".
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
                MOVE FUNCTION UPPER-CASE(arg-value) TO arg-value.
                IF arg-value = "SEED" THEN
                    PERFORM seed_registry
                    MOVE "END" TO audit-event
                    MOVE "COMPLETE" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 0 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE arg-value TO only-layout.
                MOVE "SAMPLE" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO sample-limit
                END-IF.
                IF sample-limit = 0 THEN
                    MOVE 200 TO sample-limit
                END-IF.
                PERFORM list_registry_layouts.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "LAYOUT VERIFY: unable to open LAYVRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "LAYVRPT" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM write_report_header.
                PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > name-count
                    IF only-layout = SPACES
                       OR only-layout = name-entry(nx) THEN
                        PERFORM verify_one_layout
                    END-IF
                END-PERFORM.
                IF layouts-checked = 0 THEN
                    MOVE SPACES TO report-line
                    STRING "  ** no layout " only-layout
                           " on the registry **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    ADD 1 TO layouts-bad
                END-IF.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                IF layouts-bad > 0 OR layouts-unsampled > 0 THEN
                    MOVE "LAY003" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero
                IF layouts-bad > 0 OR layouts-unsampled > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
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

            seed_registry.
                *> never over an existing registry -- it may carry
                *> entries added since the standard set
                OPEN INPUT LAYOUT-FILE.
                IF layout-file-status = "00" THEN
                    CLOSE LAYOUT-FILE
                    DISPLAY "LAYOUT VERIFY: LAYOUTS already exists "
                            "-- not seeded"
                    MOVE "LAY005" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT LAYOUT-FILE.
                IF layout-file-status NOT = "00" THEN
                    DISPLAY "LAYOUT VERIFY: unable to write LAYOUTS, "
                            "status " layout-file-status
                    MOVE "DSN005" TO al-msg-id
                    MOVE "LAYOUTS" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 36
                    MOVE seed-line(sx) TO layout-record
                    WRITE layout-record
                END-PERFORM.
                CLOSE LAYOUT-FILE.
                DISPLAY "LAYOUT VERIFY: LAYOUTS seeded with the "
                        "suite's standard layouts".
                EXIT.

            list_registry_layouts.
                OPEN INPUT LAYOUT-FILE.
                IF layout-file-status NOT = "00" THEN
                    DISPLAY "LAYOUT VERIFY: unable to open LAYOUTS, "
                            "status " layout-file-status
                    MOVE "LAY004" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1
                    READ LAYOUT-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            IF lay-type = "L" AND name-count < 50 THEN
                                ADD 1 TO name-count
                                MOVE lay-name TO name-entry(name-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE LAYOUT-FILE.
                EXIT.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE sample-limit TO count-tx.
                MOVE SPACES TO report-line.
                STRING "LAYOUT REGISTRY VERIFICATION - run "
                       report-date " - sample of" count-tx
                       " record(s) per dataset"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            verify_one_layout.
                ADD 1 TO layouts-checked.
                MOVE 0 TO layout-bad.
                MOVE 0 TO layout-sampled.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "LOD" TO lr-op.
                MOVE name-entry(nx) TO lt-name.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    MOVE SPACES TO report-line
                    STRING name-entry(nx) " ** registry entry is "
                           "unusable (" lr-status ") -- see the "
                           "console **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    ADD 1 TO layouts-bad
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    MOVE 0 TO fr-fails(fx)
                    MOVE 0 TO fr-first(fx)
                    MOVE SPACES TO fr-text(fx)
                END-PERFORM.
                MOVE 0 TO sampled.
                MOVE 0 TO long-count.
                MOVE 0 TO long-first.
                MOVE SPACES TO sample-note.
                PERFORM sample_the_dataset.
                PERFORM report_the_layout.
                EVALUATE TRUE
                    WHEN layout-bad = 1
                        ADD 1 TO layouts-bad
                    WHEN layout-sampled = 0
                        ADD 1 TO layouts-unsampled
                    WHEN OTHER
                        ADD 1 TO layouts-matched
                END-EVALUATE.
                EXIT.

            check_overlaps.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    PERFORM VARYING gx FROM 1 BY 1 UNTIL gx >= fx
                        IF lt-offset(gx) < lt-offset(fx) + lt-length(fx)
                           AND lt-offset(fx)
                               < lt-offset(gx) + lt-length(gx) THEN
                            MOVE 1 TO layout-bad
                            MOVE SPACES TO report-line
                            STRING "    ** fields " lt-fname(gx)
                                   " and " lt-fname(fx)
                                   " overlap **"
                                DELIMITED BY SIZE INTO report-line
                            WRITE report-line
                            DISPLAY report-line
                        END-IF
                    END-PERFORM
                END-PERFORM.
                EXIT.

            sample_the_dataset.
                IF lt-org = "S" THEN
                    PERFORM sample_sequential
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE lt-dataset
                    WHEN "ACCTMAST"
                        PERFORM sample_acctmast
                    WHEN "BTREEDAT"
                        PERFORM sample_btreedat
                    WHEN "PRIMEMST"
                        PERFORM sample_primemst
                    WHEN OTHER
                        STRING "    not sampled -- no keyed reader "
                               "for indexed " lt-dataset
                            DELIMITED BY SIZE INTO sample-note
                END-EVALUATE.
                EXIT.

            report_no_dataset.
                STRING "    not sampled -- " lt-dataset
                       " could not be opened"
                    DELIMITED BY SIZE INTO sample-note.
                EXIT.

            sample_sequential.
                MOVE SPACES TO sample-name.
                MOVE lt-dataset TO sample-name.
                OPEN INPUT SAMPLE-FILE.
                IF sample-file-status NOT = "00" THEN
                    PERFORM report_no_dataset
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO layout-sampled.
                MOVE 0 TO record-no.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1 OR sampled >= sample-limit
                    MOVE SPACES TO sample-record
                    READ SAMPLE-FILE
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            ADD 1 TO record-no
                            MOVE sample-record TO lr-record
                            IF sample-record = SPACES THEN
                                MOVE 0 TO record-len
                            ELSE
                                MOVE FUNCTION LENGTH(FUNCTION TRIM(
                                    sample-record TRAILING))
                                    TO record-len
                            END-IF
                            PERFORM check_one_record
                    END-READ
                END-PERFORM.
                CLOSE SAMPLE-FILE.
                EXIT.

            sample_acctmast.
                OPEN INPUT ACCT-FILE.
                IF acct-file-status NOT = "00" THEN
                    PERFORM report_no_dataset
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO layout-sampled.
                MOVE 0 TO record-no.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1 OR sampled >= sample-limit
                    READ ACCT-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            ADD 1 TO record-no
                            MOVE SPACES TO lr-record
                            MOVE acct-record TO lr-record
                            MOVE LENGTH OF acct-record TO record-len
                            PERFORM check_one_record
                    END-READ
                END-PERFORM.
                CLOSE ACCT-FILE.
                EXIT.

            sample_btreedat.
                OPEN INPUT BTREE-FILE.
                IF btree-file-status NOT = "00" THEN
                    PERFORM report_no_dataset
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO layout-sampled.
                MOVE 0 TO record-no.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1 OR sampled >= sample-limit
                    READ BTREE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            ADD 1 TO record-no
                            MOVE SPACES TO lr-record
                            MOVE btree-record TO lr-record
                            MOVE LENGTH OF btree-record TO record-len
                            PERFORM check_one_record
                    END-READ
                END-PERFORM.
                CLOSE BTREE-FILE.
                EXIT.

            sample_primemst.
                OPEN INPUT PRIME-FILE.
                IF prime-file-status NOT = "00" THEN
                    PERFORM report_no_dataset
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO layout-sampled.
                MOVE 0 TO record-no.
                MOVE 0 TO file-eof.
                PERFORM UNTIL file-eof = 1 OR sampled >= sample-limit
                    READ PRIME-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO file-eof
                        NOT AT END
                            ADD 1 TO record-no
                            MOVE SPACES TO lr-record
                            MOVE prime-record TO lr-record
                            MOVE LENGTH OF prime-record TO record-len
                            PERFORM check_one_record
                    END-READ
                END-PERFORM.
                CLOSE PRIME-FILE.
                EXIT.

            check_one_record.
                *> header and trailer records are the envelope's,
                *> not the layout's
                IF lt-envelope NOT = SPACES AND record-len > 0 THEN
                    PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > 4
                        IF lt-envelope(gx:1) NOT = SPACE
                           AND lr-record(1:1) = lt-envelope(gx:1) THEN
                            EXIT PARAGRAPH
                        END-IF
                    END-PERFORM
                END-IF.
                ADD 1 TO sampled.
                IF record-len > lt-reclen THEN
                    ADD 1 TO long-count
                    IF long-first = 0 THEN
                        MOVE record-no TO long-first
                    END-IF
                END-IF.
                MOVE "GET" TO lr-op.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF lt-type(fx) = "9" THEN
                        MOVE fx TO lr-field
                        CALL "layout_reg" USING lr-op, lr-layout,
                             lr-field, lr-record, lr-text, lr-status
                        IF lr-status NOT = "OK" THEN
                            ADD 1 TO fr-fails(fx)
                            IF fr-first(fx) = 0 THEN
                                MOVE record-no TO fr-first(fx)
                                MOVE lr-text TO fr-text(fx)
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            report_the_layout.
                MOVE sampled TO count-tx.
                MOVE SPACES TO report-line.
                STRING lt-name " on " lt-dataset " " lt-org " "
                       lt-reclen " bytes:" count-tx
                       " record(s) sampled"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF sample-note NOT = SPACES THEN
                    MOVE sample-note TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                PERFORM check_overlaps.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    PERFORM report_one_field
                END-PERFORM.
                IF long-count > 0 THEN
                    MOVE 1 TO layout-bad
                    MOVE long-count TO count-tx
                    MOVE long-first TO first-tx
                    MOVE SPACES TO report-line
                    STRING "    **" count-tx " record(s) longer than "
                           lt-reclen " bytes, first record"
                           first-tx " **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE SPACES TO report-line.
                EVALUATE TRUE
                    WHEN layout-bad = 1
                        STRING "    -- " lt-name " MISMATCH"
                            DELIMITED BY SIZE INTO report-line
                    WHEN layout-sampled = 0
                        STRING "    -- " lt-name " NOT VERIFIED"
                            DELIMITED BY SIZE INTO report-line
                    WHEN OTHER
                        STRING "    -- " lt-name " matches"
                            DELIMITED BY SIZE INTO report-line
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            report_one_field.
                COMPUTE end-pos = lt-offset(fx) + lt-length(fx) - 1.
                MOVE SPACES TO report-line.
                STRING "    " lt-fname(fx) " " lt-offset(fx) "-"
                       end-pos " " lt-type(fx) " " lt-dec(fx) " "
                       lt-sign(fx) "  "
                    DELIMITED BY SIZE INTO report-line.
                EVALUATE TRUE
                    WHEN lt-type(fx) NOT = "9"
                        MOVE "text" TO report-line(45:4)
                    WHEN layout-sampled = 0
                        MOVE "-" TO report-line(45:1)
                    WHEN fr-fails(fx) = 0
                        MOVE "ok" TO report-line(45:2)
                    WHEN OTHER
                        MOVE 1 TO layout-bad
                        MOVE fr-fails(fx) TO count-tx
                        MOVE fr-first(fx) TO first-tx
                        STRING "**" count-tx " fail, first record"
                               first-tx ": '" fr-text(fx) "' **"
                            DELIMITED BY SIZE
                            INTO report-line(45:88)
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE layouts-checked TO count-tx.
                MOVE SPACES TO report-line.
                STRING "layouts checked...: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE layouts-matched TO count-tx.
                MOVE SPACES TO report-line.
                STRING "matching..........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE layouts-bad TO count-tx.
                MOVE SPACES TO report-line.
                STRING "mismatched........: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE layouts-unsampled TO count-tx.
                MOVE SPACES TO report-line.
                STRING "not sampled.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
