        *> Reproducible under the MASK_SEED environment variable,
        *> the SORT_SEED convention: the same seed remasks to the
        *> same copies, so a test bed can be rebuilt.
        *> Which bytes are the key and the balance comes from the
        *> LAYOUTS registry (common/layout_reg.cob): every field
        *> with role K is permuted and every field with role B is
        *> perturbed -- ACCTMAST through its ACCTMAST entry, BUBBLIN
        *> through SORT.  Any other sequential dataset is masked the
        *> same way by naming its layout: ARGUMENT 1 = the layout,
        *> ARGUMENT 2 = the dataset to mask (default the dataset the
        *> entry describes), written to MASKOUT.  Envelope records
        *> are copied as they are, so their totals still describe
        *> the real batch, not the masked one.  A record whose key
        *> or balance
        *> is not a number of its registered shape is left out of
        *> the copy rather than copied unmasked, and leaves
        *> RETURN-CODE 4 with a WARN.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
                    SELECT MASK-HEAD ASSIGN TO "MASKBUBL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS mask-head-status.
                    *> the named-layout copy
                    SELECT ANY-FILE ASSIGN TO DYNAMIC any-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS any-file-status.
                    SELECT MASK-ANY ASSIGN TO "MASKOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS mask-any-status.
            DATA DIVISION.
                FILE SECTION.
                *> the keyed files carry only their record key --
                *> the registry says what the rest of the bytes are
                FD MASTER-FILE.
                01 master-record.
                    02 mst-key           PIC S9(9).
                    02 FILLER            PIC X(52).
                FD MASK-MASTER.
                01 mask-master-record.
                    02 msk-key           PIC S9(9).
                    02 FILLER            PIC X(52).
                FD HEAD-FILE.
                01 head-record           PIC X(256).
                FD MASK-HEAD.
                01 mask-head-record      PIC X(256).
                FD ANY-FILE.
                01 any-record            PIC X(256).
                FD MASK-ANY.
                01 mask-any-record       PIC X(256).
                WORKING-STORAGE SECTION.
                    01 master-file-status PIC XX.
                    01 mask-master-status PIC XX.
                    01 head-file-status   PIC XX.
                    01 mask-head-status   PIC XX.
                    01 any-file-status    PIC XX.
                    01 mask-any-status    PIC XX.
                    01 master-eof         PIC 9 VALUE 0.
                    01 head-eof           PIC 9 VALUE 0.
                    01 any-eof            PIC 9 VALUE 0.
                    01 any-name           PIC X(30).
                    01 arg-value          PIC X(8).
                    01 layout-arg         PIC X(8) VALUE SPACES.
                    *> the masking seed, MASK_SEED (the SORT_SEED
                    *> convention) with a fixed default so an
                    *> unseeded run is still reproducible
                    01 seed-env           PIC X(9).
                    01 mask-seed          PIC 9(9) VALUE 104729.
                    *> the affine permutation: an odd multiplier
                    *> prime to ten is a bijection over any n-digit
                    *> space, so no two real keys collide after
                    *> masking.  Keys wider than nine digits have
                    *> their low nine permuted.
                    01 mask-multiplier    CONSTANT AS 387420489.
                    01 mask-modulus       PIC 9(10).
                    01 key-digits         PIC 99.
                    01 key-magnitude      PIC 9(9).
                    01 key-high           PIC 9(18).
                    01 masked-magnitude   PIC 9(9).
                    01 work-product       PIC 9(18).
                    01 in-key             PIC S9(18).
                    01 out-key            PIC S9(18).
                    01 out-key-tx         PIC -9(18).
                    *> the balance band: 90 to 110 percent, picked
                    *> by the key so every file perturbs the same
                    *> account identically
                    01 in-bal             PIC S9(12)V9(6).
                    01 out-bal            PIC S9(12)V9(6).
                    01 out-units          PIC S9(18).
                    01 out-bal-tx         PIC -9(12).9(6).
                    01 bal-text           PIC X(60).
                    01 band-pick          PIC 99.
                    01 band-factor        PIC 9V99.
                    *> the layout in hand -- see common/layout_reg.cob
                    01 lr-op              PIC X(3).
                    01 lr-layout.
                        COPY "layout_tab.cpy" IN "common".
                    01 lr-field           PIC 99.
                    01 lr-record          PIC X(256).
                    01 lr-text            PIC X(60).
                    01 lr-status          PIC XX.
                    01 fx                 PIC 99.
                    01 ex                 PIC 9.
                    01 record-bad         PIC 9.
                    *> copy totals
                    01 master-count       PIC 9(9) VALUE ZEROS.
                    01 head-count         PIC 9(9) VALUE ZEROS.
                    01 any-count          PIC 9(9) VALUE ZEROS.
                    01 left-out           PIC 9(9) VALUE ZEROS.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "MASKEXTR".
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
                PERFORM take_mask_seed.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT layout-arg FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO layout-arg
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(layout-arg) TO layout-arg.
                IF layout-arg = SPACES THEN
                    PERFORM mask_account_master
                    PERFORM mask_pipeline_head
                    DISPLAY "MASK EXTRACT: " master-count
                            " master and " head-count
                            " head record(s) masked, seed " mask-seed
                ELSE
                    PERFORM mask_named_layout
                    DISPLAY "MASK EXTRACT: " any-count " "
                            FUNCTION TRIM(layout-arg)
                            " record(s) masked to MASKOUT, seed "
                            mask-seed
                END-IF.
                IF left-out > 0 THEN
                    DISPLAY "MASK EXTRACT: " left-out " record(s) "
                            "left out -- key or balance unreadable"
                    MOVE "LAY007" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF left-out > 0 THEN
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

            take_mask_seed.
                DISPLAY "MASK_SEED" UPON ENVIRONMENT-NAME.
                ACCEPT seed-env FROM ENVIRONMENT-VALUE
                END-IF.
                EXIT.

            load_the_layout.
                MOVE "LOD" TO lr-op.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    DISPLAY "MASK EXTRACT: layout " lt-name " cannot "
                            "be used from LAYOUTS, status " lr-status
                    MOVE "LAY001" TO al-msg-id
                    MOVE "mask" TO al-values
                    PERFORM fail_run
                END-IF.
                EXIT.

            mask_one_record.
                *> every account key permuted, every balance
                *> perturbed -- the key first, since the balance
                *> band hangs off it.  Envelope records carry no
                *> account data and pass as they are.
                MOVE 0 TO record-bad.
                PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > 4
                    IF lt-envelope(ex:1) NOT = SPACE
                       AND lr-record(1:1) = lt-envelope(ex:1) THEN
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                MOVE 0 TO key-magnitude.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF lt-role(fx) = "K" THEN
                        PERFORM mask_one_key
                    END-IF
                END-PERFORM.
                PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > lt-count
                    IF lt-role(fx) = "B" THEN
                        PERFORM mask_one_balance
                    END-IF
                END-PERFORM.
                EXIT.

            mask_one_key.
                *> the magnitude runs through the permutation, the
                *> sign survives -- signed keys stay signed and
                *> distinct keys stay distinct
                MOVE fx TO lr-field.
                MOVE "GET" TO lr-op.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    MOVE 1 TO record-bad
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(lr-text) TO in-key.
                COMPUTE key-digits = lt-length(fx) - lt-dec(fx).
                IF lt-sign(fx) = "L" THEN
                    SUBTRACT 1 FROM key-digits
                END-IF.
                IF key-digits > 9 THEN
                    MOVE 9 TO key-digits
                END-IF.
                COMPUTE mask-modulus = 10 ** key-digits.
                IF in-key < 0 THEN
                    COMPUTE key-high = 0 - in-key
                ELSE
                    MOVE in-key TO key-high
                END-IF.
                COMPUTE key-magnitude =
                    FUNCTION REM(key-high, mask-modulus).
                SUBTRACT key-magnitude FROM key-high.
                COMPUTE work-product =
                    key-magnitude * mask-multiplier + mask-seed.
                COMPUTE masked-magnitude =
                    FUNCTION REM(work-product, mask-modulus).
                COMPUTE out-key = key-high + masked-magnitude.
                IF in-key < 0 THEN
                    COMPUTE out-key = 0 - out-key
                END-IF.
                MOVE out-key TO out-key-tx.
                MOVE out-key-tx TO lr-text.
                MOVE "PUT" TO lr-op.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    MOVE 1 TO record-bad
                END-IF.
                EXIT.

            mask_one_balance.
                *> the band pick hangs off the real key and the
                *> seed, so the same account perturbs identically
                *> wherever it appears; the result is rounded to
                *> the field's own places
                MOVE fx TO lr-field.
                MOVE "GET" TO lr-op.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    MOVE 1 TO record-bad
                    EXIT PARAGRAPH
                END-IF.
                MOVE lr-text TO bal-text.
                MOVE FUNCTION NUMVAL(lr-text) TO in-bal.
                COMPUTE work-product =
                    key-magnitude * 31 + mask-seed.
                COMPUTE band-pick =
                    FUNCTION REM(work-product, 21).
                COMPUTE band-factor = (90 + band-pick) / 100.
                COMPUTE out-units ROUNDED =
                    in-bal * band-factor * 10 ** lt-dec(fx)
                    ON SIZE ERROR
                        COMPUTE out-units = in-bal * 10 ** lt-dec(fx)
                END-COMPUTE.
                COMPUTE out-bal = out-units / 10 ** lt-dec(fx).
                MOVE out-bal TO out-bal-tx.
                MOVE out-bal-tx TO lr-text.
                MOVE "PUT" TO lr-op.
                CALL "layout_reg" USING lr-op, lr-layout, lr-field,
                     lr-record, lr-text, lr-status.
                IF lr-status NOT = "OK" THEN
                    *> the band pushed it past the field -- the
                    *> unperturbed figure, as on a size error
                    MOVE bal-text TO lr-text
                    CALL "layout_reg" USING lr-op, lr-layout,
                         lr-field, lr-record, lr-text, lr-status
                END-IF.
                EXIT.

            mask_account_master.
                MOVE "ACCTMAST" TO lt-name.
                PERFORM load_the_layout.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "MASK EXTRACT: no ACCTMAST to mask, "
                        AT END
                            MOVE 1 TO master-eof
                        NOT AT END
                            MOVE SPACES TO lr-record
                            MOVE master-record TO lr-record
                            PERFORM mask_one_record
                            IF record-bad = 1 THEN
                                ADD 1 TO left-out
                            ELSE
                                MOVE lr-record TO mask-master-record
                                WRITE mask-master-record
                                IF mask-master-status = "00" THEN
                                    ADD 1 TO master-count
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            mask_pipeline_head.
                MOVE "SORT" TO lt-name.
                PERFORM load_the_layout.
                OPEN INPUT HEAD-FILE.
                IF head-file-status NOT = "00" THEN
                    DISPLAY "MASK EXTRACT: no BUBBLIN to mask, "
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL head-eof = 1
                    MOVE SPACES TO head-record
                    READ HEAD-FILE
                        AT END
                            MOVE 1 TO head-eof
                        NOT AT END
                            MOVE head-record TO lr-record
                            PERFORM mask_one_record
                            IF record-bad = 1 THEN
                                ADD 1 TO left-out
                            ELSE
                                MOVE lr-record TO mask-head-record
                                WRITE mask-head-record
                                ADD 1 TO head-count
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HEAD-FILE.
                CLOSE MASK-HEAD.
                EXIT.

            mask_named_layout.
                MOVE layout-arg TO lt-name.
                PERFORM load_the_layout.
                IF lt-org NOT = "S" THEN
                    DISPLAY "MASK EXTRACT: " lt-name " is an indexed "
                            "layout -- only sequential datasets are "
                            "masked by name"
                    MOVE "LAY006" TO al-msg-id
                    MOVE SPACES TO al-values
                    PERFORM fail_run
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                *> an absent second argument reads back the first
                IF arg-value = SPACES OR arg-value = layout-arg THEN
                    MOVE lt-dataset TO arg-value
                END-IF.
                MOVE SPACES TO any-name.
                MOVE arg-value TO any-name.
                OPEN INPUT ANY-FILE.
                IF any-file-status NOT = "00" THEN
                    DISPLAY "MASK EXTRACT: unable to open "
                            FUNCTION TRIM(any-name) ", status "
                            any-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "the dataset to mask" TO al-values
                    PERFORM fail_run
                END-IF.
                OPEN OUTPUT MASK-ANY.
                IF mask-any-status NOT = "00" THEN
                    DISPLAY "MASK EXTRACT: unable to open MASKOUT, "
                            "status " mask-any-status
                    CLOSE ANY-FILE
                    MOVE "DSN001" TO al-msg-id
                    MOVE "MASKOUT" TO al-values
                    PERFORM fail_run
                END-IF.
                PERFORM UNTIL any-eof = 1
                    MOVE SPACES TO any-record
                    READ ANY-FILE
                        AT END
                            MOVE 1 TO any-eof
                        NOT AT END
                            MOVE any-record TO lr-record
                            PERFORM mask_one_record
                            IF record-bad = 1 THEN
                                ADD 1 TO left-out
                            ELSE
                                MOVE lr-record TO mask-any-record
                                WRITE mask-any-record
                                ADD 1 TO any-count
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ANY-FILE.
                CLOSE MASK-ANY.
                EXIT.
        END PROGRAM Main.
