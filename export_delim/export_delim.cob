        *> datasets.  Finance and the capacity planner consume our
        *> outputs in spreadsheets, which used to mean hand-splitting
        *> fixed columns out of BUBBLOUT, PERFLOG and BENCHOUT --
        *> this program writes a delimiter-separated file with a
        *> header row instead.  The record layouts come from the
        *> LAYOUTS registry (common/layout_reg.cob), so any
        *> sequential dataset with a registry entry can be exported:
        *> the header row is the layout's field names, text fields
        *> go out trimmed, numbers with their sign (when signed) and
        *> decimal point.  Envelope records -- the layout's header
        *> and trailer types -- are not exported.
        *> ARGUMENT 1 picks the layout of the EXPIN dataset (default
        *> SORT, the key/balance shape every sort_row.cpy consumer
        *> reads and writes; AUDIT and PERF are RUNAUDIT's and
        *> PERFLOG's).
        *> ARGUMENT 2 = the delimiter character (default ";").
        *> Output goes to EXPOUT.  A layout that is not on the
        *> registry, or an unusable entry, ends the run with a FATL
        *> and RETURN-CODE 8; a record a numeric field cannot be
        *> read from goes out with the raw bytes and leaves
        *> RETURN-CODE 4.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                FILE SECTION.
                FD INPUT-FILE.
                01 input-record PIC X(256).
                FD OUTPUT-FILE.
                01 output-line PIC X(400).
                WORKING-STORAGE SECTION.
                    01 in-file-status  PIC XX.
                    01 out-file-status PIC XX.
                    01 in-eof          PIC 9 VALUE 0.
                    01 layout-mode     PIC X(8).
                    *> the layout in hand -- see common/layout_reg.cob
                    01 lr-op           PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field        PIC 99.
                    01 lr-record       PIC X(256).
                    01 lr-text         PIC X(60).
                    01 lr-status       PIC XX.
                    01 fx              PIC 99.
                    01 ex              PIC 9.
                    01 line-pos        PIC 9(3).
                    01 is-envelope     PIC 9.
                    01 record-bad      PIC 9.
                    01 unreadable-count PIC 9(9) VALUE ZEROS.
                    01 arg-value       PIC X(18).
                    01 delim           PIC X VALUE ";".
                    01 export-count    PIC 9(9) VALUE ZEROS.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id       PIC X(8).
                    01 al-values.
                        02 al-value-1  PIC X(28).
                        02 al-value-2  PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name      PIC X(8) VALUE "EXPDELIM".
                    01 audit-event     PIC X(5).
                    01 audit-outcome   PIC X(8).
            PROCEDURE DIVISION.
            mainline.
                *> the build that is running -- see
                *> common/run_version.cob
                CALL "run_version" USING BY CONTENT "SET",
                                         FUNCTION WHEN-COMPILED.
                MOVE "START" TO audit-event.
                MOVE SPACES TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                ACCEPT layout-mode FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO layout-mode
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(layout-mode) TO layout-mode.
                IF layout-mode = SPACES THEN
                    MOVE "SORT" TO layout-mode
                END-IF.
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:1) TO delim
                END-IF.
                PERFORM load_the_layout.
                PERFORM open_files.
                PERFORM write_header_row.
                PERFORM export_records.
                CLOSE OUTPUT-FILE.
                DISPLAY "EXPORT: " export-count " record(s) exported "
                        "as " layout-mode.
                IF unreadable-count > 0 THEN
                    DISPLAY "EXPORT: " unreadable-count " record(s) "
                            "did not match the "
                            FUNCTION TRIM(layout-mode) " layout"
                    MOVE "LAY002" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF unreadable-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            open_files.
                END-IF.
                EXIT.

            load_the_layout.
                MOVE "LOD" TO lr-op.
                MOVE layout-mode TO lt-name.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status = "OK" THEN
                    EXIT PARAGRAPH
                END-IF.
                DISPLAY "EXPORT: layout " layout-mode " cannot be "
                        "used from LAYOUTS, status " lr-status.
                MOVE "LAY001" TO al-msg-id.
                MOVE "export" TO al-values.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            write_header_row.
                MOVE SPACES TO output-line.
                MOVE 1 TO line-pos.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF fx > 1 THEN
                        STRING delim DELIMITED BY SIZE
                            INTO output-line WITH POINTER line-pos
                    END-IF
                    STRING FUNCTION TRIM(lt-fname(fx))
                        DELIMITED BY SIZE
                        INTO output-line WITH POINTER line-pos
                END-PERFORM.
                WRITE output-line.
                EXIT.

            export_records.
                PERFORM UNTIL in-eof = 1
                    MOVE SPACES TO input-record
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO in-eof
                EXIT.

            export_one_record.
                MOVE 0 TO is-envelope.
                PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > 4
                    IF lt-envelope(ex:1) NOT = SPACE
                       AND input-record(1:1) = lt-envelope(ex:1) THEN
                        MOVE 1 TO is-envelope
                    END-IF
                END-PERFORM.
                IF is-envelope = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO record-bad.
                MOVE input-record TO lr-record.
                MOVE "GET" TO lr-op.
                MOVE SPACES TO output-line.
                MOVE 1 TO line-pos.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    MOVE fx TO lr-field
                    CALL "layout_reg" USING lr-op, lr-layout,
                         lr-field, lr-record, lr-text, lr-status
                    IF lr-status NOT = "OK" THEN
                        MOVE 1 TO record-bad
                    END-IF
                    IF fx > 1 THEN
                        STRING delim DELIMITED BY SIZE
                            INTO output-line WITH POINTER line-pos
                    END-IF
                    IF lr-text NOT = SPACES THEN
                        STRING FUNCTION TRIM(lr-text)
                            DELIMITED BY SIZE
                            INTO output-line WITH POINTER line-pos
                    END-IF
                END-PERFORM.
                WRITE output-line.
                ADD 1 TO export-count.
                IF record-bad = 1 THEN
                    ADD 1 TO unreadable-count
                END-IF.
                EXIT.
        END PROGRAM Main.
