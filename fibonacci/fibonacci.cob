    AUTHOR. Gustavo Teixeira - gsteixei@gmail.com
    DATE-WRITTEN. 2021-07-03
    *> generates a fibonacci sequence
    *> PISANO = the period of the sequence mod m (the Pisano period
    *> for the canonical seeds, or the period of whatever seed pair
    *> the run was given) for one modulus, ARGUMENT 2 = m, or for
    *> every modulus over a range, ARGUMENT 2 = low-high (PARMLIB
    *> FIBONACC PISANO-RANGE= underneath it).  Every period is listed
    *> on FIBRPT and the moduli whose period reaches the 6m upper
    *> bound are marked.  The range run checkpoints to the dual
    *> guard-byte files FIBCKPT/FIBCKP2 (the DIGICKPT design) with
    *> the progress beacon and the OPERCMD stop poll at each
    *> checkpoint.
    ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ACCESS MODE IS RANDOM
                RECORD KEY IS fm-index
                FILE STATUS IS fib-mst-status.
            SELECT CKPT-FILE ASSIGN TO "FIBCKPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ckpt-file-status.
            SELECT CKPT2-FILE ASSIGN TO "FIBCKP2"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ckpt2-file-status.
DATA DIVISION.
    FILE SECTION.
    FD REPORT-FILE.
    01 fib-mst-record.
        02 fm-index PIC 9(9).
        02 fm-term  PIC 9(36) COMP-3.
    FD CKPT-FILE.
    01 ckpt-record PIC X(128).
    FD CKPT2-FILE.
    01 ckpt2-record PIC X(128).
    WORKING-STORAGE SECTION.
        01 fib-mst-status  PIC XX.
        01 fib-mst-open    PIC 9 VALUE 0.
        01 nearest-value   PIC 9(36) COMP-3.
        01 best-diff       PIC 9(36) COMP-3.
        01 this-diff       PIC 9(36) COMP-3.
        *> Pisano-period working storage -- the seeds reduced mod m
        *> start the walk, and the period is the first step that
        *> brings the pair back round to them
        01 pis-low         PIC 9(9) VALUE ZEROS.
        01 pis-high        PIC 9(9) VALUE ZEROS.
        01 pis-start       PIC 9(9) VALUE ZEROS.
        01 pis-mod         PIC 9(9).
        01 pis-arg-low     PIC X(18).
        01 pis-arg-high    PIC X(18).
        01 pis-range       PIC X(40).
        01 pis-quot        PIC 9(36) COMP-3.
        01 pis-s0          PIC 9(9).
        01 pis-s1          PIC 9(9).
        01 pis-x           PIC 9(9).
        01 pis-y           PIC 9(9).
        01 pis-z           PIC 9(10).
        01 pis-period      PIC 9(10).
        01 pis-bound       PIC 9(10).
        01 pis-done        PIC 9.
        01 pis-count       PIC 9(9) VALUE ZEROS.
        01 pis-max-count   PIC 9(9) VALUE ZEROS.
        01 pis-mod-tx      PIC 9(9).
        01 pis-high-tx     PIC 9(9).
        01 pis-period-tx   PIC 9(10).
        *> the range run's checkpoint image -- the guard byte last,
        *> so a write a crash cut short can never look fully written
        01 ck-image.
            02 ckpt-complete PIC X.
            02 ckpt-seq      PIC 9(9).
            02 ckpt-mod      PIC 9(9).
            02 ckpt-low      PIC 9(9).
            02 ckpt-high     PIC 9(9).
            02 ckpt-seed-a   PIC 9(36).
            02 ckpt-seed-b   PIC 9(36).
            02 ckpt-count    PIC 9(9).
            02 ckpt-max      PIC 9(9).
            02 ckpt-guard    PIC X.
        01 ckpt-file-status  PIC XX.
        01 ckpt2-file-status PIC XX.
        01 ckpt-side         PIC 9 VALUE 1.
        01 ckpt-seq-no       PIC 9(9) VALUE ZEROS.
        01 ck2-valid         PIC 9.
        01 ck2-image         PIC X(128).
        01 ckpt-write-counter PIC 9(9) VALUE ZEROS.
        01 ckpt-interval     CONSTANT AS 100.
        01 ckpt-complete-flag PIC X VALUE "N".
        *> operator command polling -- see common/op_command.cob
        01 oc-action       PIC X(4).
        01 stop-requested  PIC 9 VALUE 0.
        *> progress beacon -- see common/progress_beacon.cob
        01 pb-lower        PIC 9(12).
        01 pb-upper        PIC 9(12).
        01 pb-current      PIC 9(12).
        01 pb-done         PIC 9(12).
        01 pb-total        PIC 9(12).
        01 datetime        PIC X(21).
        01 report-date     PIC X(10).
        01 report-file-status PIC XX.
        01 audit-outcome   PIC X(8).
PROCEDURE DIVISION.
    mainline.
        *> the build that is running -- see common/run_version.cob
        CALL "run_version" USING BY CONTENT "SET",
                                 FUNCTION WHEN-COMPILED.
        MOVE "START" TO audit-event.
        MOVE SPACES TO audit-outcome.
        CALL "run_audit" USING audit-name, audit-event, audit-outcome.
        IF arg-value NOT = SPACES THEN
            MOVE ac-result TO seed-b
        END-IF.
        *> PISANO settles its moduli and any checkpoint before FIBRPT
        *> is opened -- a resumed range run appends to the report it
        *> was writing instead of starting it over
        IF run-mode = "PISANO" THEN
            PERFORM gather_pisano_arguments
            PERFORM read_checkpoint
        END-IF.
        PERFORM capture_start.
        IF pis-start > pis-low THEN
            OPEN EXTEND REPORT-FILE
        ELSE
            OPEN OUTPUT REPORT-FILE
        END-IF.
        IF report-file-status NOT = "00" THEN
            DISPLAY "FIBONACCI: unable to open FIBRPT, status "
                    report-file-status
                    PERFORM run_nearest
                WHEN "ZECK"
                    PERFORM run_zeckendorf
                WHEN "PISANO"
                    PERFORM run_pisano
                WHEN OTHER
                    PERFORM run_sequence
            END-EVALUATE
        WRITE report-line.
        DISPLAY report-line.
        EXIT.

    gather_pisano_arguments.
        *> ARGUMENT 2 = one modulus, or low-high for every modulus in
        *> between; PARMLIB PISANO-RANGE= takes the same form
        MOVE SPACES TO pis-range.
        MOVE "PISANO-RANGE" TO pm-keyword.
        CALL "parm_lookup" USING audit-name, pm-keyword,
                                  pm-value, pm-found.
        IF pm-found = 1 THEN
            MOVE pm-value TO pis-range
        END-IF.
        DISPLAY 2 UPON ARGUMENT-NUMBER.
        ACCEPT arg-value FROM ARGUMENT-VALUE
            ON EXCEPTION MOVE SPACES TO arg-value
        END-ACCEPT.
        IF arg-value NOT = SPACES THEN
            MOVE arg-value TO pis-range
        END-IF.
        IF pis-range = SPACES THEN
            DISPLAY "FIBONACCI: PISANO needs a modulus or a "
                    "low-high range"
            PERFORM reject_pisano_argument
        END-IF.
        MOVE SPACES TO pis-arg-low.
        MOVE SPACES TO pis-arg-high.
        UNSTRING pis-range DELIMITED BY "-"
            INTO pis-arg-low, pis-arg-high
        END-UNSTRING.
        *> the walk can take 6m steps and the period field is ten
        *> digits, so the modulus stops at eight
        MOVE "MODULUS-LOW" TO ac-name.
        MOVE 1 TO ac-min.
        MOVE 99999999 TO ac-max.
        MOVE pis-arg-low TO arg-value.
        CALL "arg_check" USING ac-name, arg-value, ac-min,
                                ac-max, ac-result, ac-ok.
        IF ac-ok = 0 OR arg-value = SPACES THEN
            PERFORM reject_pisano_argument
        END-IF.
        MOVE ac-result TO pis-low.
        MOVE pis-low TO pis-high.
        IF pis-arg-high NOT = SPACES THEN
            MOVE "MODULUS-HIGH" TO ac-name
            MOVE pis-low TO ac-min
            MOVE pis-arg-high TO arg-value
            CALL "arg_check" USING ac-name, arg-value, ac-min,
                                    ac-max, ac-result, ac-ok
            IF ac-ok = 0 THEN
                PERFORM reject_pisano_argument
            END-IF
            MOVE ac-result TO pis-high
        END-IF.
        MOVE pis-low TO pis-start.
        EXIT.

    reject_pisano_argument.
        MOVE "END" TO audit-event.
        MOVE "ERROR" TO audit-outcome.
        CALL "run_audit" USING audit-name, audit-event,
                                audit-outcome.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.

    run_pisano.
        IF pis-start = pis-low THEN
            MOVE pis-low TO pis-mod-tx
            MOVE pis-high TO pis-high-tx
            MOVE SPACES TO report-line
            STRING "pisano periods, moduli " pis-mod-tx " to "
                   pis-high-tx
                DELIMITED BY SIZE INTO report-line
            WRITE report-line
            DISPLAY report-line
        END-IF.
        PERFORM VARYING pis-mod FROM pis-start BY 1
                        UNTIL pis-mod > pis-high
                           OR stop-requested = 1
            PERFORM pisano_one_modulus
            *> only a range run is worth a restart point
            IF pis-high > pis-low THEN
                ADD 1 TO ckpt-write-counter
                IF ckpt-write-counter >= ckpt-interval THEN
                    MOVE 0 TO ckpt-write-counter
                    MOVE "N" TO ckpt-complete-flag
                    PERFORM write_checkpoint
                    MOVE pis-low TO pb-lower
                    MOVE pis-high TO pb-upper
                    MOVE pis-mod TO pb-current
                    COMPUTE pb-done = pis-mod - pis-low + 1
                    COMPUTE pb-total = pis-high - pis-low + 1
                    CALL "progress_beacon" USING audit-name,
                         pb-lower, pb-upper, pb-current,
                         pb-done, pb-total, start-ts
                    *> the checkpoint just written is the resume
                    *> point, so STOP here loses nothing -- see
                    *> common/op_command.cob
                    CALL "op_command" USING audit-name, oc-action
                    IF oc-action = "STOP" THEN
                        MOVE 1 TO stop-requested
                    END-IF
                END-IF
            END-IF
        END-PERFORM.
        IF stop-requested = 1 THEN
            DISPLAY "FIBONACCI: pisano run stopped by operator "
                    "after modulus " pis-mod-tx
            EXIT PARAGRAPH
        END-IF.
        IF pis-high > pis-low THEN
            MOVE "Y" TO ckpt-complete-flag
            PERFORM write_checkpoint
        END-IF.
        MOVE SPACES TO report-line.
        STRING "  " pis-count " modulus(es), " pis-max-count
               " at the 6m bound"
            DELIMITED BY SIZE INTO report-line.
        WRITE report-line.
        DISPLAY report-line.
        EXIT.

    pisano_one_modulus.
        *> the recurrence is invertible mod m, so any seed pair comes
        *> back round; for the canonical seeds that is the Pisano
        *> period, which never passes 6m
        DIVIDE seed-a BY pis-mod GIVING pis-quot REMAINDER pis-s0.
        DIVIDE seed-b BY pis-mod GIVING pis-quot REMAINDER pis-s1.
        COMPUTE pis-bound = pis-mod * 6.
        MOVE pis-s0 TO pis-x.
        MOVE pis-s1 TO pis-y.
        MOVE 0 TO pis-period.
        MOVE 0 TO pis-done.
        PERFORM UNTIL pis-done = 1
            COMPUTE pis-z = pis-x + pis-y
            IF pis-z >= pis-mod THEN
                SUBTRACT pis-mod FROM pis-z
            END-IF
            MOVE pis-y TO pis-x
            MOVE pis-z TO pis-y
            ADD 1 TO pis-period
            IF (pis-x = pis-s0 AND pis-y = pis-s1)
               OR pis-period >= pis-bound THEN
                MOVE 1 TO pis-done
            END-IF
        END-PERFORM.
        ADD 1 TO pis-count.
        MOVE pis-mod TO pis-mod-tx.
        MOVE pis-period TO pis-period-tx.
        MOVE SPACES TO report-line.
        IF pis-period = pis-bound THEN
            ADD 1 TO pis-max-count
            STRING "pisano(" pis-mod-tx ") = " pis-period-tx
                   "  at the 6m bound"
                DELIMITED BY SIZE INTO report-line
        ELSE
            STRING "pisano(" pis-mod-tx ") = " pis-period-tx
                DELIMITED BY SIZE INTO report-line
        END-IF.
        WRITE report-line.
        DISPLAY report-line.
        EXIT.

    write_checkpoint.
        MOVE ckpt-complete-flag TO ckpt-complete.
        ADD 1 TO ckpt-seq-no.
        MOVE ckpt-seq-no TO ckpt-seq.
        MOVE pis-mod TO ckpt-mod.
        MOVE pis-low TO ckpt-low.
        MOVE pis-high TO ckpt-high.
        MOVE seed-a TO ckpt-seed-a.
        MOVE seed-b TO ckpt-seed-b.
        MOVE pis-count TO ckpt-count.
        MOVE pis-max-count TO ckpt-max.
        MOVE "Y" TO ckpt-guard.
        *> the two files take turns, so the previous fully-written
        *> checkpoint survives whatever happens to this write
        IF ckpt-side = 1 THEN
            OPEN OUTPUT CKPT-FILE
            IF ckpt-file-status NOT = "00" THEN
                DISPLAY "FIBONACCI: unable to open FIBCKPT, status "
                        ckpt-file-status
            ELSE
                MOVE ck-image TO ckpt-record
                WRITE ckpt-record
                CLOSE CKPT-FILE
            END-IF
            MOVE 2 TO ckpt-side
        ELSE
            OPEN OUTPUT CKPT2-FILE
            IF ckpt2-file-status NOT = "00" THEN
                DISPLAY "FIBONACCI: unable to open FIBCKP2, status "
                        ckpt2-file-status
            ELSE
                MOVE ck-image TO ckpt2-record
                WRITE ckpt2-record
                CLOSE CKPT2-FILE
            END-IF
            MOVE 1 TO ckpt-side
        END-IF.
        EXIT.

    read_checkpoint.
        *> keep whichever file holds the highest fully-written
        *> sequence; a truncated record fails the guard test and the
        *> other file carries the run.  Only an unfinished run over
        *> the same moduli and seeds is picked up.
        IF pis-high = pis-low THEN
            EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO ck-image.
        MOVE 0 TO ck2-valid.
        OPEN INPUT CKPT-FILE.
        IF ckpt-file-status = "00" THEN
            READ CKPT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ckpt-record TO ck-image
            END-READ
            CLOSE CKPT-FILE
        END-IF.
        IF ckpt-guard NOT = "Y" THEN
            MOVE SPACES TO ck-image
        END-IF.
        OPEN INPUT CKPT2-FILE.
        IF ckpt2-file-status = "00" THEN
            READ CKPT2-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ckpt2-record TO ck2-image
                    MOVE 1 TO ck2-valid
            END-READ
            CLOSE CKPT2-FILE
        END-IF.
        IF ck2-valid = 1
           AND ck2-image(LENGTH OF ck-image:1) = "Y"
           AND (ckpt-guard NOT = "Y"
                OR ck2-image(2:9) > ck-image(2:9)) THEN
            MOVE ck2-image TO ck-image
            DISPLAY "FIBONACCI: restart is using FIBCKP2"
        ELSE
            IF ckpt-guard = "Y" THEN
                DISPLAY "FIBONACCI: restart is using FIBCKPT"
            END-IF
        END-IF.
        IF ckpt-guard = "Y" THEN
            MOVE FUNCTION NUMVAL(ck-image(2:9)) TO ckpt-seq-no
            MOVE seed-a TO seed-a-tx
            MOVE seed-b TO seed-b-tx
            IF ckpt-complete = "N"
               AND ckpt-low = pis-low
               AND ckpt-high = pis-high
               AND ckpt-seed-a = seed-a-tx
               AND ckpt-seed-b = seed-b-tx THEN
                COMPUTE pis-start = ckpt-mod + 1
                MOVE ckpt-count TO pis-count
                MOVE ckpt-max TO pis-max-count
                DISPLAY "FIBONACCI: resuming from checkpoint at "
                        "modulus " pis-start
            END-IF
        END-IF.
        EXIT.
