        *> Amicable and sociable number search -- the training groups
        *> keep asking for amicable pairs and the longer sociable
        *> cycles, and until now those were worked out by hand.  For
        *> every start in 1..upper the scan follows the aliquot
        *> sequence (each term the sum of the previous one's proper
        *> divisors, aliquot_walk below) and writes to ALIQOUT:
        *>   PERFECT  a start that is its own divisor sum
        *>   AMICABLE a pair, listed once from its smaller member
        *>   SOCIABLE a cycle of three or more, listed once from its
        *>            smallest member with every member under it,
        *>            up to the set cycle length
        *>   CUTOFF   a start whose sequence climbs past the range
        *>            before it settles
        *>   OPEN     a start still unsettled at the step limit
        *> Starts that run down to zero or fall into a cycle they are
        *> not part of are only counted.
        *>   ARGUMENT 1 = the upper end of the range (PARMLIB
        *>                ALIQUOT RANGE-UPPER= underneath it,
        *>                default 20000)
        *>   ARGUMENT 2 = the longest sociable cycle to report
        *>                (PARMLIB ALIQUOT CYCLE-MAX=, default 28)
        *>   PARMLIB ALIQUOT STEP-LIMIT= caps the walk (default 100)
        *> Every start's answer also lands on the ALIQMST keyed
        *> master, so number_profile asks common/aliquot_lookup.cob
        *> before walking a sequence itself (the COLLMST pattern).
        *> Checkpoint/restart uses the dual guard-byte files
        *> ALIQCKPT/ALIQCKP2, the DIGICKPT design, with the progress
        *> beacon and the OPERCMD pause/stop poll at each checkpoint.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT HITS-FILE ASSIGN TO "ALIQOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS hits-file-status.
                    SELECT CKPT-FILE ASSIGN TO "ALIQCKPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ckpt-file-status.
                    SELECT CKPT2-FILE ASSIGN TO "ALIQCKP2"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ckpt2-file-status.
                    *> keyed results master -- see
                    *> common/aliquot_lookup.cob
                    SELECT ALIQ-MST ASSIGN TO "ALIQMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS am-key
                        FILE STATUS IS aliq-mst-status.
            DATA DIVISION.
                FILE SECTION.
                FD HITS-FILE.
                01 hits-record PIC X(80).
                FD CKPT-FILE.
                01 ckpt-record PIC X(97).
                FD CKPT2-FILE.
                01 ckpt2-record PIC X(97).
                FD ALIQ-MST.
                01 aliq-mst-record.
                    02 am-key        PIC 9(12).
                    02 am-class      PIC X(8).
                    02 am-cycle-len  PIC 9(4).
                    02 am-cycle-min  PIC 9(12).
                    02 am-steps      PIC 9(4).
                    02 am-next       PIC 9(15).
                    02 am-last       PIC 9(15).
                    02 am-ceiling    PIC 9(12).
                WORKING-STORAGE SECTION.
                    01 hits-file-status  PIC XX.
                    01 ckpt-file-status  PIC XX.
                    01 ckpt2-file-status PIC XX.
                    01 aliq-mst-status   PIC XX.
                    01 aliq-mst-open     PIC 9 VALUE 0.
                    01 arg-value         PIC X(18).
                    01 val               PIC 9(12) VALUE ZEROS.
                    01 range-upper       PIC 9(12) VALUE 20000.
                    01 cycle-max         PIC 9(4) VALUE 28.
                    01 step-limit        PIC 9(4) VALUE 100.
                    *> one walk's answer -- see aliquot_walk
                    01 walk-class        PIC X(8).
                    01 walk-cycle-len    PIC 9(4).
                    01 walk-cycle-min    PIC 9(12).
                    01 walk-steps        PIC 9(4).
                    01 walk-next         PIC 9(15).
                    01 walk-last         PIC 9(15).
                    *> cycle listing
                    01 member            PIC 9(15).
                    01 member-sum        PIC 9(15).
                    01 mx                PIC 9(4).
                    *> tallies, all carried by the checkpoint
                    01 perfect-count     PIC 9(9) VALUE ZEROS.
                    01 amicable-count    PIC 9(9) VALUE ZEROS.
                    01 sociable-count    PIC 9(9) VALUE ZEROS.
                    01 long-cycle-count  PIC 9(9) VALUE ZEROS.
                    01 cutoff-count      PIC 9(9) VALUE ZEROS.
                    01 open-count        PIC 9(9) VALUE ZEROS.
                    01 val-tx            PIC 9(12).
                    01 other-tx          PIC 9(15).
                    01 partner-tx        PIC 9(12).
                    01 len-tx            PIC 9(4).
                    01 steps-tx          PIC 9(4).
                    *> the checkpoint image -- guard byte last, the
                    *> COLLCKPT discipline
                    01 ck-image.
                        02 ckpt-complete  PIC X.
                        02 ckpt-seq       PIC 9(9).
                        02 ckpt-val       PIC 9(12).
                        02 ckpt-upper     PIC 9(12).
                        02 ckpt-cycle-max PIC 9(4).
                        02 ckpt-limit     PIC 9(4).
                        02 ckpt-perfect   PIC 9(9).
                        02 ckpt-amicable  PIC 9(9).
                        02 ckpt-sociable  PIC 9(9).
                        02 ckpt-long      PIC 9(9).
                        02 ckpt-cutoff    PIC 9(9).
                        02 ckpt-open      PIC 9(9).
                        02 ckpt-guard     PIC X.
                    01 ckpt-side         PIC 9 VALUE 1.
                    01 ckpt-seq-no       PIC 9(9) VALUE ZEROS.
                    01 ck2-valid         PIC 9.
                    01 ck2-image         PIC X(97).
                    01 ckpt-write-counter PIC 9(9) VALUE ZEROS.
                    01 ckpt-interval     CONSTANT AS 1000.
                    01 ckpt-complete-flag PIC X VALUE "N".
                    01 resume-val        PIC 9(12).
                    *> operator command polling -- see
                    *> common/op_command.cob
                    01 oc-action        PIC X(4).
                    01 stop-requested   PIC 9 VALUE 0.
                    *> progress beacon hooks -- see
                    *> common/progress_beacon.cob
                    01 pb-lower          PIC 9(12).
                    01 pb-upper          PIC 9(12).
                    01 pb-current        PIC 9(12).
                    01 pb-done           PIC 9(12).
                    01 pb-total          PIC 9(12).
                    *> checked argument conversion -- see
                    *> common/arg_check.cob
                    01 ac-name           PIC X(12).
                    01 ac-min            PIC 9(18).
                    01 ac-max            PIC 9(18).
                    01 ac-result         PIC 9(18).
                    01 ac-ok             PIC 9.
                    *> PARMLIB-supplied named parameters -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword        PIC X(16).
                    01 pm-value          PIC X(40).
                    01 pm-found          PIC 9.
                    *> elapsed-time capture -- see common/perf_log.cob
                    01 start-ts          PIC 9(8).
                    01 end-ts            PIC 9(8).
                    01 elapsed-ts        PIC 9(8).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime          PIC X(21).
                    01 report-date       PIC X(10).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name        PIC X(8) VALUE "ALIQUOT".
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
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
                PERFORM write_report_header.
                PERFORM capture_start.
                PERFORM gather_arguments.
                PERFORM run_search.
                PERFORM capture_end.
                CALL "perf_log" USING audit-name, elapsed-ts.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            write_report_header.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                CALL "run_corr" USING corr-op, corr-id.
                DISPLAY "ALIQUOT CYCLES - run " report-date
                        " cycle " corr-id.
                EXIT.

            capture_start.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO start-ts.
                EXIT.

            capture_end.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(9:8) TO end-ts.
                *> a midnight rollover is not worth guarding against
                *> here -- treat a negative delta as zero.
                IF end-ts >= start-ts THEN
                    SUBTRACT start-ts FROM end-ts GIVING elapsed-ts
                ELSE
                    MOVE 0 TO elapsed-ts
                END-IF.
                EXIT.

            gather_arguments.
                MOVE "RANGE-UPPER" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO range-upper
                END-IF.
                MOVE "CYCLE-MAX" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO cycle-max
                END-IF.
                MOVE "STEP-LIMIT" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO step-limit
                END-IF.
                *> the walk holds at most 500 terms
                IF step-limit < 2 OR step-limit > 500 THEN
                    MOVE 100 TO step-limit
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "RANGE-UPPER" TO ac-name.
                MOVE 1 TO ac-min.
                *> a nine-digit term's divisors are still a short
                *> trial division; much past that the scan would
                *> never finish a shift
                MOVE 999999999 TO ac-max.
                PERFORM check_argument.
                IF arg-value NOT = SPACES THEN
                    MOVE ac-result TO range-upper
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "CYCLE-MAX" TO ac-name.
                MOVE 3 TO ac-min.
                MOVE 500 TO ac-max.
                PERFORM check_argument.
                IF arg-value NOT = SPACES THEN
                    MOVE ac-result TO cycle-max
                END-IF.
                *> a cycle longer than the walk cannot be seen
                IF cycle-max > step-limit THEN
                    MOVE step-limit TO cycle-max
                END-IF.
                EXIT.

            check_argument.
                CALL "arg_check" USING ac-name, arg-value, ac-min,
                                        ac-max, ac-result, ac-ok.
                IF ac-ok = 0 THEN
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            run_search.
                MOVE 1 TO resume-val.
                *> pick up a checkpoint from an earlier, interrupted
                *> run of this same range and limits
                PERFORM read_checkpoint.
                IF resume-val = 1 THEN
                    OPEN OUTPUT HITS-FILE
                ELSE
                    OPEN EXTEND HITS-FILE
                END-IF.
                IF hits-file-status NOT = "00" THEN
                    DISPLAY "ALIQUOT CYCLES: unable to open "
                            "ALIQOUT, status " hits-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ALIQOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                IF resume-val = 1 THEN
                    MOVE SPACES TO hits-record
                    STRING "ALIQUOT CYCLES - run " report-date
                           " cycle " corr-id
                        DELIMITED BY SIZE INTO hits-record
                    WRITE hits-record
                END-IF.
                PERFORM open_aliquot_master.
                PERFORM VARYING val FROM resume-val BY 1
                        UNTIL val > range-upper
                           OR stop-requested = 1
                    PERFORM check_one_number
                    ADD 1 TO ckpt-write-counter
                    IF ckpt-write-counter >= ckpt-interval THEN
                        MOVE 0 TO ckpt-write-counter
                        MOVE "N" TO ckpt-complete-flag
                        PERFORM write_checkpoint
                        MOVE 1 TO pb-lower
                        MOVE range-upper TO pb-upper
                        MOVE val TO pb-current
                        MOVE val TO pb-done
                        MOVE range-upper TO pb-total
                        CALL "progress_beacon" USING audit-name,
                             pb-lower, pb-upper, pb-current,
                             pb-done, pb-total, start-ts
                        *> the talk-back half of the beacon -- see
                        *> common/op_command.cob; the checkpoint
                        *> just written is the resume point, so
                        *> STOP here loses nothing
                        CALL "op_command" USING audit-name,
                             oc-action
                        IF oc-action = "STOP" THEN
                            MOVE 1 TO stop-requested
                        END-IF
                    END-IF
                END-PERFORM.
                IF aliq-mst-open = 1 THEN
                    CLOSE ALIQ-MST
                    MOVE 0 TO aliq-mst-open
                END-IF.
                IF stop-requested = 0 THEN
                    PERFORM write_totals
                END-IF.
                CLOSE HITS-FILE.
                IF stop-requested = 0 THEN
                    MOVE "Y" TO ckpt-complete-flag
                    PERFORM write_checkpoint
                ELSE
                    DISPLAY "ALIQUOT CYCLES: stopped by operator "
                            "at " val
                END-IF.
                EXIT.

            check_one_number.
                CALL 'aliquot_walk' USING val, range-upper,
                     step-limit, walk-class, walk-cycle-len,
                     walk-cycle-min, walk-steps, walk-next,
                     walk-last.
                PERFORM update_aliquot_master.
                MOVE val TO val-tx.
                MOVE walk-steps TO steps-tx.
                MOVE walk-last TO other-tx.
                MOVE SPACES TO hits-record.
                EVALUATE walk-class
                    WHEN "PERFECT"
                        ADD 1 TO perfect-count
                        STRING "PERFECT  " val-tx
                            DELIMITED BY SIZE INTO hits-record
                        WRITE hits-record
                    WHEN "AMICABLE"
                        *> list the pair from its smaller member
                        IF walk-cycle-min = val THEN
                            ADD 1 TO amicable-count
                            MOVE walk-next TO partner-tx
                            STRING "AMICABLE " val-tx " and "
                                   partner-tx
                                DELIMITED BY SIZE INTO hits-record
                            WRITE hits-record
                        END-IF
                    WHEN "SOCIABLE"
                        IF walk-cycle-min = val THEN
                            IF walk-cycle-len > cycle-max THEN
                                ADD 1 TO long-cycle-count
                            ELSE
                                ADD 1 TO sociable-count
                                PERFORM write_sociable_cycle
                            END-IF
                        END-IF
                    WHEN "CUTOFF"
                        ADD 1 TO cutoff-count
                        STRING "CUTOFF   " val-tx " leaves the range"
                               " at step " steps-tx " (" other-tx ")"
                            DELIMITED BY SIZE INTO hits-record
                        WRITE hits-record
                    WHEN "LIMIT"
                        ADD 1 TO open-count
                        STRING "OPEN     " val-tx " unsettled after "
                               steps-tx " steps (" other-tx ")"
                            DELIMITED BY SIZE INTO hits-record
                        WRITE hits-record
                    WHEN OTHER
                        *> ENDS and ENTERS are only counted on the
                        *> master
                        CONTINUE
                END-EVALUATE.
                EXIT.

            write_sociable_cycle.
                MOVE walk-cycle-len TO len-tx.
                STRING "SOCIABLE " val-tx " cycle of " len-tx
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY "ALIQUOT CYCLES: sociable cycle of " len-tx
                        " from " val-tx.
                MOVE val TO member.
                PERFORM VARYING mx FROM 1 BY 1
                        UNTIL mx > walk-cycle-len
                    MOVE member TO partner-tx
                    MOVE SPACES TO hits-record
                    STRING "         member " partner-tx
                        DELIMITED BY SIZE INTO hits-record
                    WRITE hits-record
                    CALL 'aliquot_sum' USING member, member-sum
                    MOVE member-sum TO member
                END-PERFORM.
                EXIT.

            write_totals.
                MOVE SPACES TO hits-record.
                STRING "perfect........: " perfect-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "amicable pairs.: " amicable-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "sociable cycles: " sociable-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "over cycle max.: " long-cycle-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "cut off........: " cutoff-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "still open.....: " open-count
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                EXIT.

            open_aliquot_master.
                *> the master accumulates across runs -- open for
                *> update, create on the first-ever scan.  An
                *> unopenable master degrades the scan to
                *> compute-only (a WARN, not a stop), as COLLMST does.
                OPEN I-O ALIQ-MST.
                IF aliq-mst-status = "35" THEN
                    OPEN OUTPUT ALIQ-MST
                    IF aliq-mst-status = "00" THEN
                        CLOSE ALIQ-MST
                        OPEN I-O ALIQ-MST
                    END-IF
                END-IF.
                IF aliq-mst-status = "00" THEN
                    MOVE 1 TO aliq-mst-open
                ELSE
                    DISPLAY "ALIQUOT CYCLES: unable to open ALIQMST, "
                            "status " aliq-mst-status
                    MOVE "NUM001" TO al-msg-id
                    MOVE "ALIQMST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            update_aliquot_master.
                IF aliq-mst-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE val TO am-key.
                MOVE walk-class TO am-class.
                MOVE walk-cycle-len TO am-cycle-len.
                MOVE walk-cycle-min TO am-cycle-min.
                MOVE walk-steps TO am-steps.
                MOVE walk-next TO am-next.
                MOVE walk-last TO am-last.
                MOVE range-upper TO am-ceiling.
                WRITE aliq-mst-record.
                IF aliq-mst-status = "22" THEN
                    *> an overlapping range re-derives the answer --
                    *> land it on top of the old record
                    REWRITE aliq-mst-record
                END-IF.
                EXIT.

            write_checkpoint.
                MOVE ckpt-complete-flag TO ckpt-complete.
                ADD 1 TO ckpt-seq-no.
                MOVE ckpt-seq-no TO ckpt-seq.
                MOVE val TO ckpt-val.
                MOVE range-upper TO ckpt-upper.
                MOVE cycle-max TO ckpt-cycle-max.
                MOVE step-limit TO ckpt-limit.
                MOVE perfect-count TO ckpt-perfect.
                MOVE amicable-count TO ckpt-amicable.
                MOVE sociable-count TO ckpt-sociable.
                MOVE long-cycle-count TO ckpt-long.
                MOVE cutoff-count TO ckpt-cutoff.
                MOVE open-count TO ckpt-open.
                MOVE "Y" TO ckpt-guard.
                *> the two files take turns, so the previous
                *> fully-written checkpoint survives whatever
                *> happens to this write
                IF ckpt-side = 1 THEN
                    OPEN OUTPUT CKPT-FILE
                    IF ckpt-file-status NOT = "00" THEN
                        DISPLAY "ALIQUOT CYCLES: unable to open "
                                "ALIQCKPT, status " ckpt-file-status
                    ELSE
                        MOVE ck-image TO ckpt-record
                        WRITE ckpt-record
                        CLOSE CKPT-FILE
                    END-IF
                    MOVE 2 TO ckpt-side
                ELSE
                    OPEN OUTPUT CKPT2-FILE
                    IF ckpt2-file-status NOT = "00" THEN
                        DISPLAY "ALIQUOT CYCLES: unable to open "
                                "ALIQCKP2, status " ckpt2-file-status
                    ELSE
                        MOVE ck-image TO ckpt2-record
                        WRITE ckpt2-record
                        CLOSE CKPT2-FILE
                    END-IF
                    MOVE 1 TO ckpt-side
                END-IF.
                EXIT.

            read_checkpoint.
                *> keep whichever file holds the highest
                *> fully-written sequence; a truncated record fails
                *> the guard test and the other file carries the run
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
                    DISPLAY "ALIQUOT CYCLES: restart is using "
                            "ALIQCKP2"
                ELSE
                    IF ckpt-guard = "Y" THEN
                        DISPLAY "ALIQUOT CYCLES: restart is using "
                                "ALIQCKPT"
                    END-IF
                END-IF.
                IF ckpt-guard = "Y" THEN
                    MOVE FUNCTION NUMVAL(ck-image(2:9))
                        TO ckpt-seq-no
                    IF ckpt-complete = "N"
                       AND ckpt-upper = range-upper
                       AND ckpt-cycle-max = cycle-max
                       AND ckpt-limit = step-limit THEN
                        COMPUTE resume-val = ckpt-val + 1
                        MOVE ckpt-perfect TO perfect-count
                        MOVE ckpt-amicable TO amicable-count
                        MOVE ckpt-sociable TO sociable-count
                        MOVE ckpt-long TO long-cycle-count
                        MOVE ckpt-cutoff TO cutoff-count
                        MOVE ckpt-open TO open-count
                        DISPLAY "ALIQUOT CYCLES: resuming from "
                                "checkpoint at " resume-val
                    END-IF
                END-IF.
                EXIT.
        END PROGRAM Main.

        *> Aliquot walk: follow the sequence from wk-start, each term
        *> the proper-divisor sum of the one before, until it settles
        *> or has to be given up.  wk-class comes back as
        *>   PERFECT / AMICABLE / SOCIABLE  the start is itself a
        *>            member of a cycle of one, two, or more terms
        *>   ENTERS   the sequence falls into a cycle the start is
        *>            not part of
        *>   ENDS     the sequence runs down to zero (through a
        *>            prime and 1)
        *>   CUTOFF   a term climbed past wk-ceiling
        *>   LIMIT    wk-limit steps were taken without settling
        *> with the cycle's length and smallest member, the steps
        *> taken, the start's own divisor sum (wk-next) and the term
        *> the walk stopped on (wk-last).  number_profile calls this
        *> too, for a number no scan has answered.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. aliquot_walk.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 working_vars.
                        02 term-count  PIC 9(4).
                        02 term-list OCCURS 500 TIMES.
                            03 term-val PIC 9(15).
                        02 next-term   PIC 9(15).
                        02 walk-limit  PIC 9(4).
                        02 seen-at     PIC 9(4).
                        02 i           PIC 9(4).
                        02 settled     PIC 9.
                LINKAGE SECTION.
                    01 wk-start     PIC 9(12).
                    01 wk-ceiling   PIC 9(12).
                    01 wk-limit     PIC 9(4).
                    01 wk-class     PIC X(8).
                    01 wk-cycle-len PIC 9(4).
                    01 wk-cycle-min PIC 9(12).
                    01 wk-steps     PIC 9(4).
                    01 wk-next      PIC 9(15).
                    01 wk-last      PIC 9(15).
            PROCEDURE DIVISION USING wk-start, wk-ceiling, wk-limit,
                                      wk-class, wk-cycle-len,
                                      wk-cycle-min, wk-steps, wk-next,
                                      wk-last.
                MOVE SPACES TO wk-class.
                MOVE 0 TO wk-cycle-len.
                MOVE 0 TO wk-cycle-min.
                MOVE 0 TO wk-steps.
                MOVE 0 TO wk-next.
                MOVE 0 TO wk-last.
                MOVE wk-limit TO walk-limit.
                IF walk-limit < 1 OR walk-limit > 500 THEN
                    MOVE 500 TO walk-limit
                END-IF.
                MOVE 1 TO term-count.
                MOVE wk-start TO term-val(1).
                MOVE 0 TO settled.
                PERFORM UNTIL settled = 1
                    CALL 'aliquot_sum' USING term-val(term-count),
                                              next-term
                    ADD 1 TO wk-steps
                    IF term-count = 1 THEN
                        MOVE next-term TO wk-next
                    END-IF
                    MOVE next-term TO wk-last
                    MOVE 1 TO settled
                    EVALUATE TRUE
                        WHEN next-term = 0
                            MOVE "ENDS" TO wk-class
                        WHEN next-term > wk-ceiling
                            MOVE "CUTOFF" TO wk-class
                        WHEN OTHER
                            PERFORM look_for_repeat
                            IF seen-at > 0 THEN
                                PERFORM classify_cycle
                            ELSE
                                IF term-count >= walk-limit THEN
                                    MOVE "LIMIT" TO wk-class
                                ELSE
                                    ADD 1 TO term-count
                                    MOVE next-term
                                        TO term-val(term-count)
                                    MOVE 0 TO settled
                                END-IF
                            END-IF
                    END-EVALUATE
                END-PERFORM.
            GOBACK.

            look_for_repeat.
                MOVE 0 TO seen-at.
                PERFORM VARYING i FROM 1 BY 1
                        UNTIL i > term-count OR seen-at > 0
                    IF term-val(i) = next-term THEN
                        MOVE i TO seen-at
                    END-IF
                END-PERFORM.
                EXIT.

            classify_cycle.
                COMPUTE wk-cycle-len = term-count - seen-at + 1.
                MOVE term-val(seen-at) TO wk-cycle-min.
                PERFORM VARYING i FROM seen-at BY 1
                        UNTIL i > term-count
                    IF term-val(i) < wk-cycle-min THEN
                        MOVE term-val(i) TO wk-cycle-min
                    END-IF
                END-PERFORM.
                IF seen-at > 1 THEN
                    MOVE "ENTERS" TO wk-class
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE wk-cycle-len
                    WHEN 1
                        MOVE "PERFECT" TO wk-class
                    WHEN 2
                        MOVE "AMICABLE" TO wk-class
                    WHEN OTHER
                        MOVE "SOCIABLE" TO wk-class
                END-EVALUATE.
                EXIT.
        END PROGRAM aliquot_walk.

        *> Sum of the proper divisors of as-number (every divisor
        *> but the number itself) by trial division to the square
        *> root, taking each divisor pair at once.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. aliquot_sum.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 working_vars.
                        02 divisor    PIC 9(9).
                        02 partner    PIC 9(15).
                        02 remainder-of PIC 9(15).
                LINKAGE SECTION.
                    01 as-number PIC 9(15).
                    01 as-sum    PIC 9(15).
            PROCEDURE DIVISION USING as-number, as-sum.
                IF as-number < 2 THEN
                    MOVE 0 TO as-sum
                    GOBACK
                END-IF.
                MOVE 1 TO as-sum.
                PERFORM VARYING divisor FROM 2 BY 1
                        UNTIL divisor * divisor > as-number
                    COMPUTE remainder-of =
                        FUNCTION REM(as-number, divisor)
                    IF remainder-of = 0 THEN
                        COMPUTE partner = as-number / divisor
                        ADD divisor TO as-sum
                        IF partner NOT = divisor THEN
                            ADD partner TO as-sum
                        END-IF
                    END-IF
                END-PERFORM.
            GOBACK.
        END PROGRAM aliquot_sum.
