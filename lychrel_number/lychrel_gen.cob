        *> Palindrome and Lychrel reverse-and-add search -- the maths
        *> club's 196 problem.  For every start in 1..upper the scan
        *> reverses the digits and adds, over and over, until the sum
        *> reads the same both ways (lychrel_walk below).  The terms
        *> outgrow any numeric picture within a few dozen steps, so
        *> the walk does its arithmetic on a digit string, one digit
        *> per slot, the way it would be done by hand.  Every start
        *> goes to LYCHOUT with the steps it took and the palindrome
        *> it reached (the digit count alone once the palindrome is
        *> too long to print); a start still unresolved at the
        *> iteration cap is flagged as a Lychrel candidate under its
        *> seed family -- the smallest start in the range whose
        *> thread it joins (196, 295 and 394 all reach 887 and carry
        *> on as one sequence).  Two threads are taken to be one
        *> family when they pass through the same first term of
        *> thirty or more digits.  The totals close with one line per
        *> family.
        *>   ARGUMENT 1 = the upper end of the range (PARMLIB
        *>                LYCHREL RANGE-UPPER= underneath it,
        *>                default 10000)
        *>   ARGUMENT 2 = the iteration cap (PARMLIB LYCHREL
        *>                ITER-CAP=, default 500, 100 through 2000)
        *> Every start's answer also lands on the LYCHMST keyed
        *> master, so number_profile asks common/lychrel_lookup.cob
        *> before walking a start itself (the ALIQMST pattern).
        *> Checkpoint/restart uses the dual guard-byte files
        *> LYCHCKPT/LYCHCKP2, the DIGICKPT design, with the progress
        *> beacon and the OPERCMD pause/stop poll at each checkpoint;
        *> a resumed run rebuilds its family table from the master.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT HITS-FILE ASSIGN TO "LYCHOUT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS hits-file-status.
                    SELECT CKPT-FILE ASSIGN TO "LYCHCKPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ckpt-file-status.
                    SELECT CKPT2-FILE ASSIGN TO "LYCHCKP2"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ckpt2-file-status.
                    *> keyed results master -- see
                    *> common/lychrel_lookup.cob.  DYNAMIC: the scan
                    *> writes by key, a restart walks its own range
                    *> back with START/READ NEXT
                    SELECT LYCH-MST ASSIGN TO "LYCHMST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lm-key
                        FILE STATUS IS lych-mst-status.
            DATA DIVISION.
                FILE SECTION.
                FD HITS-FILE.
                01 hits-record PIC X(132).
                FD CKPT-FILE.
                01 ckpt-record PIC X(84).
                FD CKPT2-FILE.
                01 ckpt2-record PIC X(84).
                FD LYCH-MST.
                01 lych-mst-record.
                    02 lm-key        PIC 9(12).
                    *> PALINDRM or LYCHREL
                    02 lm-class      PIC X(8).
                    02 lm-steps      PIC 9(4).
                    *> the palindrome's digit count, and its digits
                    *> when they fit
                    02 lm-pal-len    PIC 9(4).
                    02 lm-pal-text   PIC X(60).
                    *> candidates only: the family's seed and the
                    *> thread term the family is recognised by
                    02 lm-seed       PIC 9(12).
                    02 lm-thread     PIC X(32).
                    02 lm-cap        PIC 9(4).
                WORKING-STORAGE SECTION.
                    01 hits-file-status  PIC XX.
                    01 ckpt-file-status  PIC XX.
                    01 ckpt2-file-status PIC XX.
                    01 lych-mst-status   PIC XX.
                    01 lych-mst-open     PIC 9 VALUE 0.
                    01 mst-eof           PIC 9.
                    01 arg-value         PIC X(18).
                    01 val               PIC 9(12) VALUE ZEROS.
                    01 range-upper       PIC 9(12) VALUE 10000.
                    01 iter-cap          PIC 9(4) VALUE 500.
                    *> one walk's answer -- see lychrel_walk
                    01 walk-class        PIC X(8).
                    01 walk-steps        PIC 9(4).
                    01 walk-pal-len      PIC 9(4).
                    01 walk-pal-text     PIC X(60).
                    01 walk-thread       PIC X(32).
                    *> seed families, in order of discovery -- the
                    *> scan runs upward, so the first start seen on a
                    *> thread is the family's seed
                    01 family-count      PIC 9(4) VALUE ZEROS.
                    01 family-table.
                        02 family-entry OCCURS 500 TIMES.
                            03 fam-thread  PIC X(32).
                            03 fam-seed    PIC 9(12).
                            03 fam-members PIC 9(9).
                    01 fx                PIC 9(4).
                    01 family-seed       PIC 9(12).
                    01 family-full-count PIC 9(9) VALUE ZEROS.
                    *> tallies, all carried by the checkpoint
                    01 palindrome-count  PIC 9(9) VALUE ZEROS.
                    01 lychrel-count     PIC 9(9) VALUE ZEROS.
                    01 most-steps        PIC 9(4) VALUE ZEROS.
                    01 most-steps-start  PIC 9(12) VALUE ZEROS.
                    01 val-tx            PIC 9(12).
                    01 seed-tx           PIC 9(12).
                    01 steps-tx          PIC 9(4).
                    01 len-tx            PIC 9(4).
                    *> the checkpoint image -- guard byte last, the
                    *> COLLCKPT discipline
                    01 ck-image.
                        02 ckpt-complete   PIC X.
                        02 ckpt-seq        PIC 9(9).
                        02 ckpt-val        PIC 9(12).
                        02 ckpt-upper      PIC 9(12).
                        02 ckpt-cap        PIC 9(4).
                        02 ckpt-palindrome PIC 9(9).
                        02 ckpt-lychrel    PIC 9(9).
                        02 ckpt-most       PIC 9(4).
                        02 ckpt-most-start PIC 9(12).
                        02 ckpt-full       PIC 9(9).
                        02 ckpt-guard      PIC X.
                    01 ckpt-side         PIC 9 VALUE 1.
                    01 ckpt-seq-no       PIC 9(9) VALUE ZEROS.
                    01 ck2-valid         PIC 9.
                    01 ck2-image         PIC X(84).
                    01 ckpt-write-counter PIC 9(9) VALUE ZEROS.
                    01 ckpt-interval     CONSTANT AS 100.
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
                    01 audit-name        PIC X(8) VALUE "LYCHREL".
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
                DISPLAY "REVERSE AND ADD - run " report-date
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
                MOVE "ITER-CAP" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING audit-name, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 THEN
                    MOVE FUNCTION NUMVAL(pm-value) TO iter-cap
                END-IF.
                *> under 100 steps a thread may not yet reach the
                *> thirty-digit term its family is known by; past
                *> 2000 it outgrows the walk's digit string
                IF iter-cap < 100 OR iter-cap > 2000 THEN
                    MOVE 500 TO iter-cap
                END-IF.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "RANGE-UPPER" TO ac-name.
                MOVE 1 TO ac-min.
                MOVE 999999999 TO ac-max.
                PERFORM check_argument.
                IF arg-value NOT = SPACES THEN
                    MOVE ac-result TO range-upper
                END-IF.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE "ITER-CAP" TO ac-name.
                MOVE 100 TO ac-min.
                MOVE 2000 TO ac-max.
                PERFORM check_argument.
                IF arg-value NOT = SPACES THEN
                    MOVE ac-result TO iter-cap
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
                *> run of this same range and cap
                PERFORM read_checkpoint.
                IF resume-val = 1 THEN
                    OPEN OUTPUT HITS-FILE
                ELSE
                    OPEN EXTEND HITS-FILE
                END-IF.
                IF hits-file-status NOT = "00" THEN
                    DISPLAY "REVERSE AND ADD: unable to open "
                            "LYCHOUT, status " hits-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "LYCHOUT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                IF resume-val = 1 THEN
                    MOVE SPACES TO hits-record
                    STRING "REVERSE AND ADD - run " report-date
                           " cycle " corr-id
                        DELIMITED BY SIZE INTO hits-record
                    WRITE hits-record
                END-IF.
                PERFORM open_lychrel_master.
                IF resume-val > 1 THEN
                    PERFORM rebuild_families
                END-IF.
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
                IF lych-mst-open = 1 THEN
                    CLOSE LYCH-MST
                    MOVE 0 TO lych-mst-open
                END-IF.
                IF stop-requested = 0 THEN
                    PERFORM write_totals
                ELSE
                    DISPLAY "REVERSE AND ADD: stopped by operator "
                            "at " val
                END-IF.
                CLOSE HITS-FILE.
                EXIT.

            check_one_number.
                CALL 'lychrel_walk' USING val, iter-cap, walk-class,
                     walk-steps, walk-pal-len, walk-pal-text,
                     walk-thread.
                MOVE val TO val-tx.
                MOVE walk-steps TO steps-tx.
                MOVE walk-pal-len TO len-tx.
                MOVE 0 TO family-seed.
                MOVE SPACES TO hits-record.
                IF walk-class = "LYCHREL" THEN
                    ADD 1 TO lychrel-count
                    PERFORM find_family
                    MOVE family-seed TO seed-tx
                    STRING val-tx " LYCHREL candidate, no palindrome "
                           "in " steps-tx " steps, family seed "
                           seed-tx
                        DELIMITED BY SIZE INTO hits-record
                ELSE
                    ADD 1 TO palindrome-count
                    IF walk-steps > most-steps THEN
                        MOVE walk-steps TO most-steps
                        MOVE val TO most-steps-start
                    END-IF
                    IF walk-pal-len > 60 THEN
                        STRING val-tx " steps " steps-tx
                               " palindrome of " len-tx " digits"
                            DELIMITED BY SIZE INTO hits-record
                    ELSE
                        STRING val-tx " steps " steps-tx
                               " palindrome " walk-pal-text
                            DELIMITED BY SIZE INTO hits-record
                    END-IF
                END-IF.
                WRITE hits-record.
                PERFORM update_lychrel_master.
                EXIT.

            find_family.
                *> the first start seen on a thread founds the
                *> family; later starts on it join
                PERFORM VARYING fx FROM 1 BY 1
                        UNTIL fx > family-count
                           OR fam-thread(fx) = walk-thread
                    CONTINUE
                END-PERFORM.
                IF fx <= family-count THEN
                    ADD 1 TO fam-members(fx)
                    MOVE fam-seed(fx) TO family-seed
                    EXIT PARAGRAPH
                END-IF.
                IF family-count < 500 THEN
                    ADD 1 TO family-count
                    MOVE walk-thread TO fam-thread(family-count)
                    MOVE val TO fam-seed(family-count)
                    MOVE 1 TO fam-members(family-count)
                ELSE
                    *> table full -- the candidate stands as its own
                    *> seed and the totals say how many did
                    ADD 1 TO family-full-count
                END-IF.
                MOVE val TO family-seed.
                EXIT.

            rebuild_families.
                *> a restart carries on from the checkpoint, but the
                *> family table lived in memory -- every candidate
                *> below the resume point was written to the master
                *> by this same run, so read them back in key order
                IF lych-mst-open = 0 THEN
                    DISPLAY "REVERSE AND ADD: no LYCHMST to rebuild "
                            "the families from"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO lm-key.
                START LYCH-MST KEY >= lm-key.
                IF lych-mst-status = "00" THEN
                    MOVE 0 TO mst-eof
                ELSE
                    MOVE 1 TO mst-eof
                END-IF.
                PERFORM UNTIL mst-eof = 1
                    READ LYCH-MST NEXT RECORD
                        AT END
                            MOVE 1 TO mst-eof
                        NOT AT END
                            IF lm-key >= resume-val THEN
                                MOVE 1 TO mst-eof
                            ELSE
                                IF lm-class = "LYCHREL" THEN
                                    MOVE lm-key TO val
                                    MOVE lm-thread TO walk-thread
                                    PERFORM find_family
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                DISPLAY "REVERSE AND ADD: " family-count
                        " famil(ies) rebuilt from LYCHMST".
                EXIT.

            open_lychrel_master.
                *> the master accumulates across runs -- open for
                *> update, create on the first-ever scan.  An
                *> unopenable master degrades the scan to
                *> report-only (a WARN, not a stop), as ALIQMST does.
                OPEN I-O LYCH-MST.
                IF lych-mst-status = "35" THEN
                    OPEN OUTPUT LYCH-MST
                    IF lych-mst-status = "00" THEN
                        CLOSE LYCH-MST
                        OPEN I-O LYCH-MST
                    END-IF
                END-IF.
                IF lych-mst-status = "00" THEN
                    MOVE 1 TO lych-mst-open
                ELSE
                    DISPLAY "REVERSE AND ADD: unable to open LYCHMST, "
                            "status " lych-mst-status
                    MOVE "NUM001" TO al-msg-id
                    MOVE "LYCHMST" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                EXIT.

            update_lychrel_master.
                IF lych-mst-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE val TO lm-key.
                MOVE walk-class TO lm-class.
                MOVE walk-steps TO lm-steps.
                MOVE walk-pal-len TO lm-pal-len.
                MOVE walk-pal-text TO lm-pal-text.
                MOVE family-seed TO lm-seed.
                IF walk-class = "LYCHREL" THEN
                    MOVE walk-thread TO lm-thread
                ELSE
                    MOVE SPACES TO lm-thread
                END-IF.
                MOVE iter-cap TO lm-cap.
                WRITE lych-mst-record.
                IF lych-mst-status = "22" THEN
                    *> an overlapping range re-derives the answer --
                    *> land it on top of the old record
                    REWRITE lych-mst-record
                END-IF.
                EXIT.

            write_totals.
                MOVE SPACES TO hits-record.
                WRITE hits-record.
                MOVE SPACES TO hits-record.
                STRING "TOTALS: " palindrome-count
                       " palindrome(s), " lychrel-count
                       " Lychrel candidate(s) at a cap of "
                       iter-cap " steps"
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE most-steps-start TO val-tx.
                MOVE most-steps TO steps-tx.
                MOVE SPACES TO hits-record.
                STRING "  longest road to a palindrome: " val-tx
                       " in " steps-tx " steps"
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                MOVE SPACES TO hits-record.
                STRING "  " family-count " seed famil(ies)"
                    DELIMITED BY SIZE INTO hits-record.
                WRITE hits-record.
                DISPLAY hits-record.
                PERFORM VARYING fx FROM 1 BY 1
                        UNTIL fx > family-count
                    MOVE fam-seed(fx) TO seed-tx
                    MOVE SPACES TO hits-record
                    STRING "  FAMILY seed " seed-tx " members "
                           fam-members(fx)
                        DELIMITED BY SIZE INTO hits-record
                    WRITE hits-record
                END-PERFORM.
                IF family-full-count > 0 THEN
                    MOVE SPACES TO hits-record
                    STRING "  " family-full-count " candidate(s) "
                           "past the 500-family table stand as "
                           "their own seed"
                        DELIMITED BY SIZE INTO hits-record
                    WRITE hits-record
                    DISPLAY hits-record
                END-IF.
                MOVE "Y" TO ckpt-complete-flag.
                PERFORM write_checkpoint.
                EXIT.

            write_checkpoint.
                MOVE ckpt-complete-flag TO ckpt-complete.
                ADD 1 TO ckpt-seq-no.
                MOVE ckpt-seq-no TO ckpt-seq.
                MOVE val TO ckpt-val.
                MOVE range-upper TO ckpt-upper.
                MOVE iter-cap TO ckpt-cap.
                MOVE palindrome-count TO ckpt-palindrome.
                MOVE lychrel-count TO ckpt-lychrel.
                MOVE most-steps TO ckpt-most.
                MOVE most-steps-start TO ckpt-most-start.
                MOVE family-full-count TO ckpt-full.
                MOVE "Y" TO ckpt-guard.
                *> the two files take turns, so the previous
                *> fully-written checkpoint survives whatever
                *> happens to this write
                IF ckpt-side = 1 THEN
                    OPEN OUTPUT CKPT-FILE
                    IF ckpt-file-status NOT = "00" THEN
                        DISPLAY "REVERSE AND ADD: unable to open "
                                "LYCHCKPT, status " ckpt-file-status
                    ELSE
                        MOVE ck-image TO ckpt-record
                        WRITE ckpt-record
                        CLOSE CKPT-FILE
                    END-IF
                    MOVE 2 TO ckpt-side
                ELSE
                    OPEN OUTPUT CKPT2-FILE
                    IF ckpt2-file-status NOT = "00" THEN
                        DISPLAY "REVERSE AND ADD: unable to open "
                                "LYCHCKP2, status " ckpt2-file-status
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
                    DISPLAY "REVERSE AND ADD: restart is using "
                            "LYCHCKP2"
                ELSE
                    IF ckpt-guard = "Y" THEN
                        DISPLAY "REVERSE AND ADD: restart is using "
                                "LYCHCKPT"
                    END-IF
                END-IF.
                IF ckpt-guard = "Y" THEN
                    MOVE FUNCTION NUMVAL(ck-image(2:9))
                        TO ckpt-seq-no
                    IF ckpt-complete = "N"
                       AND ckpt-upper = range-upper
                       AND ckpt-cap = iter-cap THEN
                        COMPUTE resume-val = ckpt-val + 1
                        MOVE ckpt-palindrome TO palindrome-count
                        MOVE ckpt-lychrel TO lychrel-count
                        MOVE ckpt-most TO most-steps
                        MOVE ckpt-most-start TO most-steps-start
                        MOVE ckpt-full TO family-full-count
                        DISPLAY "REVERSE AND ADD: resuming from "
                                "checkpoint at " resume-val
                    END-IF
                END-IF.
                EXIT.
        END PROGRAM Main.

        *> Reverse-and-add walk for one start, in digit-string
        *> arithmetic: the number is held one decimal digit per slot,
        *> units first, so a step adds each digit to its mirror image
        *> and carries, however long the number has grown.  lw-class
        *> comes back PALINDRM with the steps taken and the
        *> palindrome (its digit count, and its digits when there
        *> are no more than sixty), or LYCHREL when lw-cap steps
        *> brought none.  Every start takes at least one step, so a
        *> start that already reads the same both ways is not
        *> counted as its own answer.  lw-thread is the first term
        *> of thirty or more digits, the mark two starts on the same
        *> thread share.  number_profile calls this too, for a start
        *> no scan has answered.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. lychrel_walk.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 working_vars.
                        02 dg-len      PIC 9(4).
                        02 dg-digits.
                            03 dg-a PIC 9 OCCURS 2100 TIMES.
                        02 dg-sums.
                            03 dg-b PIC 9 OCCURS 2100 TIMES.
                        02 dg-idx      PIC 9(4).
                        02 dg-mirror   PIC 9(4).
                        02 dg-half     PIC 9(4).
                        02 dg-sum      PIC 99.
                        02 dg-carry    PIC 9.
                        02 dg-work     PIC 9(12).
                        02 dg-pos      PIC 9(4).
                        02 is-palindrome PIC 9.
                        02 walk-limit  PIC 9(4).
                LINKAGE SECTION.
                    01 lw-start     PIC 9(12).
                    01 lw-cap       PIC 9(4).
                    01 lw-class     PIC X(8).
                    01 lw-steps     PIC 9(4).
                    01 lw-pal-len   PIC 9(4).
                    01 lw-pal-text  PIC X(60).
                    01 lw-thread    PIC X(32).
            PROCEDURE DIVISION USING lw-start, lw-cap, lw-class,
                                      lw-steps, lw-pal-len,
                                      lw-pal-text, lw-thread.
                MOVE SPACES TO lw-class.
                MOVE 0 TO lw-steps.
                MOVE 0 TO lw-pal-len.
                MOVE SPACES TO lw-pal-text.
                MOVE SPACES TO lw-thread.
                MOVE lw-cap TO walk-limit.
                IF walk-limit < 1 OR walk-limit > 2000 THEN
                    MOVE 2000 TO walk-limit
                END-IF.
                *> the start, units digit first
                MOVE lw-start TO dg-work.
                MOVE 0 TO dg-len.
                PERFORM UNTIL dg-work = 0 AND dg-len > 0
                    ADD 1 TO dg-len
                    DIVIDE dg-work BY 10 GIVING dg-work
                        REMAINDER dg-a(dg-len)
                END-PERFORM.
                PERFORM UNTIL lw-class NOT = SPACES
                    IF lw-steps >= walk-limit THEN
                        MOVE "LYCHREL" TO lw-class
                        IF lw-thread = SPACES THEN
                            PERFORM take_thread_mark
                        END-IF
                    ELSE
                        PERFORM reverse_and_add
                        ADD 1 TO lw-steps
                        IF lw-thread = SPACES AND dg-len >= 30 THEN
                            PERFORM take_thread_mark
                        END-IF
                        PERFORM test_palindrome
                        IF is-palindrome = 1 THEN
                            MOVE "PALINDRM" TO lw-class
                            PERFORM take_palindrome
                        END-IF
                    END-IF
                END-PERFORM.
            GOBACK.

            reverse_and_add.
                MOVE 0 TO dg-carry.
                PERFORM VARYING dg-idx FROM 1 BY 1
                                UNTIL dg-idx > dg-len
                    COMPUTE dg-mirror = dg-len + 1 - dg-idx
                    COMPUTE dg-sum = dg-a(dg-idx) + dg-a(dg-mirror)
                                     + dg-carry
                    IF dg-sum > 9 THEN
                        SUBTRACT 10 FROM dg-sum
                        MOVE 1 TO dg-carry
                    ELSE
                        MOVE 0 TO dg-carry
                    END-IF
                    MOVE dg-sum TO dg-b(dg-idx)
                END-PERFORM.
                IF dg-carry = 1 THEN
                    ADD 1 TO dg-len
                    MOVE 1 TO dg-b(dg-len)
                END-IF.
                MOVE dg-sums TO dg-digits.
                EXIT.

            test_palindrome.
                MOVE 1 TO is-palindrome.
                COMPUTE dg-half = dg-len / 2.
                PERFORM VARYING dg-idx FROM 1 BY 1
                        UNTIL dg-idx > dg-half OR is-palindrome = 0
                    COMPUTE dg-mirror = dg-len + 1 - dg-idx
                    IF dg-a(dg-idx) NOT = dg-a(dg-mirror) THEN
                        MOVE 0 TO is-palindrome
                    END-IF
                END-PERFORM.
                EXIT.

            take_palindrome.
                *> most significant digit first, as it would be read
                MOVE dg-len TO lw-pal-len.
                IF dg-len > 60 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO dg-pos.
                PERFORM VARYING dg-idx FROM dg-len BY -1
                                UNTIL dg-idx < 1
                    ADD 1 TO dg-pos
                    MOVE dg-a(dg-idx) TO lw-pal-text(dg-pos:1)
                END-PERFORM.
                EXIT.

            take_thread_mark.
                MOVE 0 TO dg-pos.
                PERFORM VARYING dg-idx FROM dg-len BY -1
                                UNTIL dg-idx < 1 OR dg-pos >= 32
                    ADD 1 TO dg-pos
                    MOVE dg-a(dg-idx) TO lw-thread(dg-pos:1)
                END-PERFORM.
                EXIT.
        END PROGRAM lychrel_walk.
