        *> export_delim.  Finance returns adjustment lists as
        *> delimited files, and someone used to re-key them into
        *> ACCTTRAN by hand.  This reads a delimited file with a
        *> header row off IMPIN, maps the named columns onto a
        *> record layout from the LAYOUTS registry
        *> (common/layout_reg.cob), checks each field against its
        *> registered shape -- rejects land on IMPREJ with a
        *> two-byte reason code in front of the raw record -- and
        *> writes the fixed-format dataset to IMPOUT.  Any layout on
        *> the registry can be imported.
        *> ARGUMENT 1 picks the layout (default SORT).  The header
        *> row names the columns in any order, by the layout's field
        *> names; every field needs its column, extra columns are
        *> ignored, and BALANCE and AMOUNT each stand for the
        *> layout's balance/amount field.
        *>   SORT = the key/balance shape (columns KEY, BALANCE)
        *>   TRAN = the ACCTTRAN detail shape (columns OP, KEY,
        *>          AMOUNT) -- the batch H/T envelope is written
        *> export_delim's own convention.
        *> Reject reason codes:
        *>   MC = a mapped column is missing or empty
        *>   NK = the account key is not a number of its shape
        *>   NB = another numeric field (a balance or amount) is
        *>        not a number of its shape, or is negative where
        *>        the layout is unsigned
        *>   LN = text longer than its field
        *>   OP = operation code not in the master_update set
        *>   CD = key check digit fails (common/key_check.cob)
        *> IMPIN carries no batch header, so before anything is
        *> written the file is read once for its line count and a
        *> checksum of its bytes (each character's code weighted by
        *> its column) and looked up on the BATCHREG inbound batch
        *> registry (common/batch_reg.cob).  A file already imported
        *> is refused with a FATL alert unless PARMLIB IMPDELIM
        *> RESEND-OK names the earlier import; a completed run
        *> registers its file.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                FD INPUT-FILE.
                01 input-record PIC X(200).
                FD OUTPUT-FILE.
                01 output-record PIC X(256).
                *> the TRAN batch envelope around the details
                01 tran-header-view REDEFINES output-record.
                    02 out-thd-type  PIC X.
                    02 out-batch-id  PIC X(8).
                    02 out-thd-date  PIC X(8).
                    02 FILLER        PIC X(239).
                01 tran-trailer-view REDEFINES output-record.
                    02 out-ttl-type  PIC X.
                    02 out-ttl-count PIC 9(9).
                    02 out-ttl-hash  PIC S9(13)V99.
                    02 FILLER        PIC X(231).
                FD REJECT-FILE.
                01 reject-record.
                    02 rej-reason PIC XX.
                    01 out-file-status    PIC XX.
                    01 reject-file-status PIC XX.
                    01 in-eof             PIC 9 VALUE 0.
                    01 layout-mode        PIC X(8).
                    01 arg-value          PIC X(18).
                    01 delim              PIC X VALUE ";".
                    01 header-done        PIC 9 VALUE 0.
                    01 split-fields.
                        02 split-field PIC X(40) OCCURS 10 TIMES.
                    01 field-idx          PIC 99.
                    *> the layout in hand -- see common/layout_reg.cob
                    01 lr-op              PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field           PIC 99.
                    01 lr-text            PIC X(60).
                    01 lr-status          PIC XX.
                    01 fx                 PIC 99.
                    *> where each field's column sits in the row
                    01 column-map.
                        02 field-col PIC 99 OCCURS 40 TIMES.
                    01 header-name        PIC X(40).
                    01 field-name         PIC X(16).
                    01 missing-name       PIC X(16).
                    *> field validation state
                    01 reason-code        PIC XX.
                    01 work-op            PIC X.
                    *> inbound batch registry -- see
                    *> common/batch_reg.cob
                    01 br-op              PIC X(3).
                    01 br-feed            PIC X(8) VALUE "IMPIN".
                    01 br-batch-id        PIC X(16) VALUE SPACES.
                    01 br-created         PIC X(8) VALUE SPACES.
                    01 br-count           PIC 9(9) VALUE ZEROS.
                    01 br-hash            PIC S9(15)V99 VALUE ZEROS.
                    01 br-stamp           PIC X(14).
                    01 br-status          PIC XX.
                    01 batch-resend       PIC 9 VALUE 0.
                    01 sum-idx            PIC 9(3).
                    *> the TRAN batch envelope totals
                    01 detail-count       PIC 9(9) VALUE ZEROS.
                    01 amount-hash        PIC S9(13)V99 VALUE ZEROS.
                    01 amount-value       PIC S9(13)V99.
                    *> run totals
                    01 rows-in            PIC 9(9) VALUE ZEROS.
                    01 rows-written       PIC 9(9) VALUE ZEROS.
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> account-key check digit -- see
                    *> common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "CHK".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "IMPDELIM".
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
                PERFORM check_batch_registry.
                PERFORM open_files.
                IF layout-mode = "TRAN" THEN
                    PERFORM write_batch_header
                CLOSE INPUT-FILE.
                CLOSE OUTPUT-FILE.
                CLOSE REJECT-FILE.
                PERFORM register_batch.
                DISPLAY "IMPORT: " rows-in " row(s), "
                        rows-written " written, "
                        reject-count " rejected".
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "REJECTS" TO audit-outcome
                    MOVE "BAT009" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                END-IF.
            STOP RUN.

            check_batch_registry.
                *> an unopenable IMPIN is open_files' to report
                OPEN INPUT INPUT-FILE.
                IF in-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL in-eof = 1
                    READ INPUT-FILE
                        AT END
                            MOVE 1 TO in-eof
                        NOT AT END
                            ADD 1 TO br-count
                            PERFORM VARYING sum-idx FROM 1 BY 1
                                    UNTIL sum-idx > 200
                                COMPUTE br-hash = br-hash
                                    + sum-idx * FUNCTION ORD(
                                        input-record(sum-idx:1))
                            END-PERFORM
                    END-READ
                END-PERFORM.
                CLOSE INPUT-FILE.
                MOVE 0 TO in-eof.
                MOVE "CHK" TO br-op.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                EVALUATE br-status
                    WHEN "DU"
                        DISPLAY "IMPORT: IMPIN was already imported "
                                "at " br-stamp " -- refused"
                        DISPLAY "IMPORT: (deliberate: PARMLIB "
                                "IMPDELIM RESEND-OK=" br-stamp
                                " operator)"
                        MOVE "BAT002" TO al-msg-id
                        MOVE "IMPIN" TO al-values
                        CALL "alert_log" USING al-msg-id,
                             audit-name, al-values
                        MOVE "END" TO audit-event
                        MOVE "ERROR" TO audit-outcome
                        CALL "run_audit" USING audit-name,
                             audit-event, audit-outcome
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    WHEN "OV"
                        MOVE 1 TO batch-resend
                        DISPLAY "IMPORT: resend of " br-stamp
                                " accepted on operator override"
                END-EVALUATE.
                EXIT.

            register_batch.
                IF batch-resend = 1 THEN
                    MOVE "RSN" TO br-op
                ELSE
                    MOVE "REG" TO br-op
                END-IF.
                CALL "batch_reg" USING br-op, br-feed, br-batch-id,
                     br-created, br-count, br-hash, audit-name,
                     br-stamp, br-status.
                IF br-status NOT = "OK" THEN
                    MOVE "BAT001" TO al-msg-id
                    MOVE "IMPIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            open_files.
                OPEN INPUT INPUT-FILE.
                IF in-file-status NOT = "00" THEN
                    DISPLAY "IMPORT: unable to open IMPIN, status "
                            in-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "IMPIN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                IF out-file-status NOT = "00" THEN
                    DISPLAY "IMPORT: unable to open IMPOUT, status "
                            out-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "IMPOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                         split-field(9), split-field(10).
                EXIT.

            load_the_layout.
                MOVE "LOD" TO lr-op.
                MOVE layout-mode TO lt-name.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     output-record, lr-text, lr-status.
                IF lr-status = "OK" THEN
                    EXIT PARAGRAPH
                END-IF.
                DISPLAY "IMPORT: layout " layout-mode " cannot be "
                        "used from LAYOUTS, status " lr-status.
                MOVE "LAY001" TO al-msg-id.
                MOVE "import" TO al-values.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            map_header_row.
                MOVE 1 TO header-done.
                PERFORM split_the_row.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    MOVE 0 TO field-col(fx)
                END-PERFORM.
                PERFORM VARYING field-idx FROM 1 BY 1
                        UNTIL field-idx > 10
                    MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(split-field(field-idx)))
                        TO header-name
                    PERFORM map_one_column
                END-PERFORM.
                MOVE SPACES TO missing-name.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF field-col(fx) = 0 AND missing-name = SPACES THEN
                        MOVE lt-fname(fx) TO missing-name
                    END-IF
                END-PERFORM.
                IF missing-name NOT = SPACES THEN
                    DISPLAY "IMPORT: header row has no "
                            FUNCTION TRIM(missing-name)
                            " column for layout " layout-mode
                    MOVE "BAT012" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                END-IF.
                EXIT.

            map_one_column.
                IF header-name = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    MOVE FUNCTION UPPER-CASE(lt-fname(fx))
                        TO field-name
                    IF field-name = header-name THEN
                        MOVE field-idx TO field-col(fx)
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                *> a finance sheet says BALANCE or AMOUNT as it
                *> pleases -- either names the balance/amount field
                IF header-name NOT = "BALANCE"
                   AND header-name NOT = "AMOUNT" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF lt-role(fx) = "B" AND field-col(fx) = 0 THEN
                        MOVE field-idx TO field-col(fx)
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                EXIT.

            import_one_row.
                MOVE SPACES TO reason-code.
                PERFORM split_the_row.
                MOVE SPACES TO output-record.
                MOVE "PUT" TO lr-op.
                PERFORM VARYING fx FROM 1 BY 1
                        UNTIL fx > lt-count OR reason-code NOT = SPACES
                    PERFORM build_one_field
                END-PERFORM.
                IF reason-code = SPACES THEN
                    WRITE output-record
                    ADD 1 TO rows-written
                    IF layout-mode = "TRAN" THEN
                        ADD 1 TO detail-count
                        ADD amount-value TO amount-hash
                    END-IF
                ELSE
                    ADD 1 TO reject-count
                    MOVE SPACES TO reject-record
                END-IF.
                EXIT.

            build_one_field.
                MOVE split-field(field-col(fx)) TO lr-text.
                IF layout-mode = "TRAN"
                   AND FUNCTION UPPER-CASE(lt-fname(fx)) = "OP" THEN
                    PERFORM check_operation
                    IF reason-code NOT = SPACES THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE fx TO lr-field.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     output-record, lr-text, lr-status.
                EVALUATE TRUE
                    WHEN lr-status = "OK"
                        CONTINUE
                    WHEN lr-status = "MC"
                        MOVE "MC" TO reason-code
                    WHEN lr-status = "LN" AND lt-type(fx) = "X"
                        MOVE "LN" TO reason-code
                    WHEN lt-role(fx) = "K"
                        MOVE "NK" TO reason-code
                    WHEN OTHER
                        MOVE "NB" TO reason-code
                END-EVALUATE.
                IF reason-code NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the account key must carry its own check digit
                IF lt-role(fx) = "K" THEN
                    MOVE FUNCTION NUMVAL(lr-text) TO kc-key
                    CALL "key_check" USING kc-op, kc-key, kc-ok
                    IF kc-ok = 0 THEN
                        MOVE "CD" TO reason-code
                    END-IF
                END-IF.
                IF lt-role(fx) = "B" THEN
                    MOVE FUNCTION NUMVAL(lr-text) TO amount-value
                END-IF.
                EXIT.

            check_operation.
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(lr-text))
                    TO lr-text.
                MOVE lr-text(1:1) TO work-op.
                IF work-op NOT = "A" AND work-op NOT = "R"
                   AND work-op NOT = "J" AND work-op NOT = "D"
                   AND work-op NOT = "F" AND work-op NOT = "U"
                    MOVE "OP" TO reason-code
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-op TO lr-text.
                EXIT.

            write_batch_header.
