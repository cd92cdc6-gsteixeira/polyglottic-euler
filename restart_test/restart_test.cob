        *> Restart-path fault-injection harness.  master_update,
        *> collatz, primes and narcise_gen all claim to resume
        *> cleanly from their dual checkpoint files; until now that
        *> was only proven the night a real crash happened.  For
        *> each of them this runs the program once uninterrupted on
        *> a fixed dataset (the reference), then, for each of its
        *> failure points:
        *>   - runs it again from nothing with the test-only switch
        *>     set (SUITE_FAULT, see common/fault_point.cob), so it
        *>     dies just after a chosen checkpoint or just before a
        *>     chosen record, the way a crash would
        *>   - for the damaged-checkpoint case, cuts the newer of
        *>     the two checkpoint files short as a crash in the
        *>     middle of its write would have left it, so the
        *>     restart has to fall back on the older one
        *>   - reruns it without the switch and compares the final
        *>     outputs, line by line, and their control totals
        *>     against the reference
        *> Fixed datasets: collatz RANGE 3000 1, primes SEARCH
        *> 12000, narcise_gen SRCH 20000, and for master_update a
        *> batch this program writes itself -- 20 account adds (keys
        *> minted by common/key_check.cob) and a J adjustment to
        *> each.  Compared: COLLOUT and COLLHIST; PRIMEOUT; NARCOUT
        *> (each without its first line, the run-date and cycle
        *> header); and every ACCTMAST record's key, balance,
        *> status, overdraft limit and currency plus the number of
        *> ACCTJRN lines (the last-activity stamp is a clock
        *> reading and is left out).  The control totals are the
        *> record count, the sum of the numeric lines -- the primes
        *> and hits themselves -- or the account keys, and the
        *> balance sum.
        *> Every run gets a library of its own, RESTART/<cycle>/
        *> <program>-<n> under this run's library, made fresh so no
        *> checkpoint, master or registry entry carries from one
        *> run into the next; each step's console lands on SYSOUT
        *> there, and the libraries are kept for inspection.
        *> The pass/fail matrix, by program and failure point, lands
        *> on RSTRRPT and on SYSOUT:
        *>   PASS    the resumed outputs match the reference
        *>   FAIL    they differ (the first differing line is shown)
        *>   NOFAULT the run never reached the failure point
        *>   NORERUN the rerun did not complete
        *>   NOREF   the reference run did not complete
        *> Anything but PASS ends the run with RETURN-CODE 8,
        *> outcome FAIL.  Like regression_test it runs only in the
        *> TEST or DEV environment (common/env_resolve.cob); started
        *> as PROD it stops at once with RETURN-CODE 16.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT REPORT-FILE ASSIGN TO "RSTRRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
                    *> the outputs, checkpoints and fixture of one
                    *> run's library, read or written one at a time
                    SELECT WORK-FILE ASSIGN TO DYNAMIC work-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS work-file-status.
                    SELECT MASTER-FILE ASSIGN TO DYNAMIC master-name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REPORT-FILE.
                01 report-line PIC X(132).
                FD WORK-FILE.
                01 work-record PIC X(900).
                *> ACCTMAST's layout -- see master_update.cob
                FD MASTER-FILE.
                01 master-record.
                    02 mst-key           PIC S9(9).
                    02 mst-bal           PIC S9(7)V99.
                    02 mst-status        PIC X.
                    02 mst-open-date     PIC X(8).
                    02 mst-last-activity PIC X(14).
                    02 mst-od-limit      PIC 9(7)V99.
                    02 mst-od-since      PIC X(8).
                    02 mst-currency      PIC X(3).
                WORKING-STORAGE SECTION.
                    01 report-file-status PIC XX.
                    01 work-file-status   PIC XX.
                    01 master-file-status PIC XX.
                    01 work-name          PIC X(160).
                    01 master-name        PIC X(160).
                    01 work-eof           PIC 9.
                    *> this run's library, and where each program
                    *> run's own library sits under it
                    01 lib-path           PIC X(100).
                    01 lib-len            PIC 9(3).
                    01 run-dir            PIC X(30).
                    01 scen-dir           PIC X(50).
                    01 dir-name           PIC X(160).
                    01 dir-result         PIC S9(9) COMP-5.
                    01 shell-command      PIC X(400).
                    01 fault-text         PIC X(30).
                    *> the shell hands back a wait status -- the
                    *> step's own return code is its high byte
                    01 raw-rc             PIC S9(9).
                    01 step-rc            PIC S9(4).
                    01 rc-tx              PIC -(4)9.
                    *> the programs under test and their failure
                    *> points -- see load_program_table
                    01 program-table.
                        02 program-entry OCCURS 4 TIMES.
                            03 pg-name    PIC X(8).
                            03 pg-command PIC X(60).
                            *> S = compare output files,
                            *> M = compare the account master
                            03 pg-kind    PIC X.
                            03 pg-ckpt    PIC X(9) OCCURS 2 TIMES.
                            03 pg-output  PIC X(8) OCCURS 2 TIMES.
                            03 pg-ref-ok  PIC 9.
                            03 pg-point OCCURS 4 TIMES.
                                04 pt-kind   PIC X(4).
                                04 pt-at     PIC 9(9).
                                *> 1 = cut the newer checkpoint short
                                *> before the rerun
                                04 pt-damage PIC 9.
                    01 p                  PIC 9.
                    01 s                  PIC 9.
                    01 o                  PIC 9.
                    01 c                  PIC 9.
                    *> the reference run's outputs and totals
                    01 ref-count          PIC 9(9).
                    01 ref-key-sum        PIC S9(18).
                    01 ref-bal-sum        PIC S9(13)V99.
                    01 ref-table.
                        02 ref-line PIC X(80) OCCURS 2000 TIMES.
                    *> the run being captured: R = into the
                    *> reference, C = compared with it
                    01 cap-mode           PIC X.
                    01 cap-text           PIC X(80).
                    01 cap-count          PIC 9(9).
                    01 cap-key-sum        PIC S9(18).
                    01 cap-bal-sum        PIC S9(13)V99.
                    01 line-no            PIC 9(9).
                    01 diff-count         PIC 9(9).
                    01 first-diff         PIC 9(9).
                    01 first-ref-text     PIC X(80).
                    01 first-cap-text     PIC X(80).
                    01 point-result       PIC X(7).
                    01 point-text         PIC X(34).
                    01 fail-count         PIC 99 VALUE ZEROS.
                    01 pass-count         PIC 99 VALUE ZEROS.
                    01 count-tx           PIC Z(8)9.
                    01 count2-tx          PIC Z(8)9.
                    01 at-tx              PIC Z(8)9.
                    01 key-tx             PIC -(9)9.
                    01 bal-tx             PIC -(7)9.99.
                    01 sum-tx             PIC -(17)9.
                    01 sum2-tx            PIC -(17)9.
                    01 bsum-tx            PIC -(12)9.99.
                    01 bsum2-tx           PIC -(12)9.99.
                    01 odl-tx             PIC Z(6)9.99.
                    *> checkpoint damage: the sequence each file
                    *> holds, the newer one cut to its first bytes
                    01 ckpt-seq-tx        PIC X(9).
                    01 ckpt-seq-a         PIC 9(9).
                    01 ckpt-seq-b         PIC 9(9).
                    01 newer-ckpt         PIC 9.
                    01 torn-image         PIC X(10).
                    *> the master_update fixture batch
                    01 fixture-header.
                        02 fxh-type      PIC X VALUE "H".
                        02 fxh-batch     PIC X(8) VALUE "RSTRT001".
                        02 fxh-date      PIC X(8).
                        02 fxh-submitter PIC X(8) VALUE "RSTRTEST".
                    01 fixture-detail.
                        02 fxd-op        PIC X.
                        02 fxd-key       PIC S9(9).
                        02 fxd-amount    PIC S9(7)V99.
                        02 fxd-detail    PIC X(24).
                        02 fxd-currency  PIC X(3).
                    01 fixture-trailer.
                        02 fxt-type      PIC X VALUE "T".
                        02 fxt-count     PIC 9(9).
                        02 fxt-hash      PIC S9(13)V99.
                    01 fixture-keys.
                        02 fx-key PIC S9(9) OCCURS 20 TIMES.
                    01 fx-idx             PIC 99.
                    01 datetime           PIC X(21).
                    *> key minting -- see common/key_check.cob
                    01 kc-op              PIC X(3) VALUE "GEN".
                    01 kc-key             PIC S9(9).
                    01 kc-ok              PIC 9.
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "RSTRTEST".
                    01 audit-event        PIC X(5).
                    01 audit-outcome      PIC X(8).
                    *> run environment -- see common/env_resolve.cob
                    01 env-op             PIC X(3) VALUE "GET".
                    01 env-code           PIC X(4).
                    01 env-status         PIC XX.
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
                CALL "env_resolve" USING env-op, env-code, env-status.
                IF env-code = "PROD" THEN
                    DISPLAY "RESTART TEST: refusing to run in PROD -- "
                            "set SUITE_ENV or SUITEENV to TEST"
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                CALL "run_corr" USING corr-op, corr-id.
                PERFORM settle_libraries.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "RESTART TEST: unable to open RSTRRPT, "
                            "status " report-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE SPACES TO report-line.
                STRING "RESTART-PATH FAULT INJECTION -- " env-code
                       " cycle " corr-id " -- libraries under "
                       lib-path(1:lib-len) "/" run-dir
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_line.
                MOVE SPACES TO report-line.
                PERFORM write_line.
                PERFORM load_program_table.
                PERFORM VARYING p FROM 1 BY 1 UNTIL p > 4
                    PERFORM run_one_program
                END-PERFORM.
                PERFORM write_summary.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                IF fail-count = 0 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "FAIL" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF fail-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF.
            STOP RUN.

            settle_libraries.
                *> env_resolve pointed COB_FILE_PATH at this run's
                *> library; the program runs go beneath it
                DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
                ACCEPT lib-path FROM ENVIRONMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO lib-path
                END-ACCEPT.
                IF lib-path = SPACES THEN
                    MOVE "." TO lib-path
                END-IF.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(lib-path TRAILING))
                    TO lib-len.
                MOVE SPACES TO dir-name.
                STRING lib-path(1:lib-len) "/RESTART"
                    DELIMITED BY SIZE INTO dir-name.
                CALL "CBL_CREATE_DIR" USING dir-name
                    RETURNING dir-result.
                MOVE SPACES TO run-dir.
                STRING "RESTART/" corr-id
                    DELIMITED BY SIZE INTO run-dir.
                MOVE SPACES TO dir-name.
                STRING lib-path(1:lib-len) "/" run-dir
                    DELIMITED BY SPACE INTO dir-name.
                CALL "CBL_CREATE_DIR" USING dir-name
                    RETURNING dir-result.
                EXIT.

            load_program_table.
                *> the failure points sit inside each run's
                *> checkpoint rhythm: collatz checkpoints every 500
                *> numbers, primes and narcise_gen every 5000,
                *> master_update after every transaction.  A record
                *> point falls between two checkpoints, so the
                *> restart has work to redo; a damaged point cuts
                *> the checkpoint just written, so the restart goes
                *> back to the one before.
                INITIALIZE program-table.
                MOVE "COLLATZ" TO pg-name(1).
                MOVE "collatz_long_sequence/collatz RANGE 3000 1"
                    TO pg-command(1).
                MOVE "S" TO pg-kind(1).
                MOVE "COLLCKPT" TO pg-ckpt(1, 1).
                MOVE "COLLCKP2" TO pg-ckpt(1, 2).
                MOVE "COLLOUT" TO pg-output(1, 1).
                MOVE "COLLHIST" TO pg-output(1, 2).
                MOVE "CKPT" TO pt-kind(1, 1).
                MOVE 1 TO pt-at(1, 1).
                MOVE "CKPT" TO pt-kind(1, 2).
                MOVE 4 TO pt-at(1, 2).
                MOVE "REC" TO pt-kind(1, 3).
                MOVE 1250 TO pt-at(1, 3).
                MOVE "CKPT" TO pt-kind(1, 4).
                MOVE 3 TO pt-at(1, 4).
                MOVE 1 TO pt-damage(1, 4).
                MOVE "PRIMES" TO pg-name(2).
                MOVE "prime_numbers/primes SEARCH 12000"
                    TO pg-command(2).
                MOVE "S" TO pg-kind(2).
                MOVE "PRIMECKPT" TO pg-ckpt(2, 1).
                MOVE "PRIMECKP2" TO pg-ckpt(2, 2).
                MOVE "PRIMEOUT" TO pg-output(2, 1).
                MOVE "REC" TO pt-kind(2, 1).
                MOVE 2500 TO pt-at(2, 1).
                MOVE "CKPT" TO pt-kind(2, 2).
                MOVE 1 TO pt-at(2, 2).
                MOVE "REC" TO pt-kind(2, 3).
                MOVE 7500 TO pt-at(2, 3).
                MOVE "CKPT" TO pt-kind(2, 4).
                MOVE 2 TO pt-at(2, 4).
                MOVE 1 TO pt-damage(2, 4).
                MOVE "NARCISE" TO pg-name(3).
                MOVE "narcisistic_number/narcise_gen SRCH 20000"
                    TO pg-command(3).
                MOVE "S" TO pg-kind(3).
                MOVE "NARCCKPT" TO pg-ckpt(3, 1).
                MOVE "NARCCKP2" TO pg-ckpt(3, 2).
                MOVE "NARCOUT" TO pg-output(3, 1).
                MOVE "CKPT" TO pt-kind(3, 1).
                MOVE 1 TO pt-at(3, 1).
                MOVE "CKPT" TO pt-kind(3, 2).
                MOVE 3 TO pt-at(3, 2).
                MOVE "REC" TO pt-kind(3, 3).
                MOVE 7500 TO pt-at(3, 3).
                MOVE "CKPT" TO pt-kind(3, 4).
                MOVE 2 TO pt-at(3, 4).
                MOVE 1 TO pt-damage(3, 4).
                MOVE "MSTUPDT" TO pg-name(4).
                MOVE "master_update/master_update" TO pg-command(4).
                MOVE "M" TO pg-kind(4).
                MOVE "MSTCKPT" TO pg-ckpt(4, 1).
                MOVE "MSTCKP2" TO pg-ckpt(4, 2).
                MOVE "ACCTJRN" TO pg-output(4, 1).
                MOVE "CKPT" TO pt-kind(4, 1).
                MOVE 1 TO pt-at(4, 1).
                MOVE "CKPT" TO pt-kind(4, 2).
                MOVE 25 TO pt-at(4, 2).
                MOVE "REC" TO pt-kind(4, 3).
                MOVE 13 TO pt-at(4, 3).
                MOVE "CKPT" TO pt-kind(4, 4).
                MOVE 30 TO pt-at(4, 4).
                MOVE 1 TO pt-damage(4, 4).
                EXIT.

            run_one_program.
                *> the reference first -- without one there is
                *> nothing to hold the restarts to
                MOVE 0 TO s.
                PERFORM prepare_library.
                MOVE SPACES TO fault-text.
                PERFORM run_step.
                MOVE 0 TO pg-ref-ok(p).
                MOVE 0 TO ref-count.
                MOVE 0 TO ref-key-sum.
                MOVE 0 TO ref-bal-sum.
                IF step-rc >= 0 AND step-rc <= 4 THEN
                    MOVE 1 TO pg-ref-ok(p)
                    MOVE "R" TO cap-mode
                    PERFORM capture_outputs
                    MOVE cap-count TO ref-count
                    MOVE cap-key-sum TO ref-key-sum
                    MOVE cap-bal-sum TO ref-bal-sum
                END-IF.
                PERFORM VARYING s FROM 1 BY 1 UNTIL s > 4
                    PERFORM run_one_point
                    PERFORM write_point_line
                END-PERFORM.
                MOVE SPACES TO report-line.
                PERFORM write_line.
                EXIT.

            run_one_point.
                MOVE 0 TO diff-count.
                MOVE 0 TO first-diff.
                MOVE 0 TO cap-count.
                MOVE 0 TO cap-key-sum.
                MOVE 0 TO cap-bal-sum.
                IF pg-ref-ok(p) = 0 THEN
                    MOVE "NOREF" TO point-result
                    EXIT PARAGRAPH
                END-IF.
                PERFORM prepare_library.
                MOVE pt-at(p, s) TO at-tx.
                MOVE SPACES TO fault-text.
                STRING FUNCTION TRIM(pg-name(p)) ":"
                       FUNCTION TRIM(pt-kind(p, s)) ":"
                       FUNCTION TRIM(at-tx)
                    DELIMITED BY SIZE INTO fault-text.
                PERFORM run_step.
                *> a run that completed never met its failure point
                *> and proves nothing about the restart
                IF step-rc NOT = 99 THEN
                    MOVE "NOFAULT" TO point-result
                    EXIT PARAGRAPH
                END-IF.
                IF pt-damage(p, s) = 1 THEN
                    PERFORM damage_newer_checkpoint
                END-IF.
                MOVE SPACES TO fault-text.
                PERFORM run_step.
                IF step-rc < 0 OR step-rc > 4 THEN
                    MOVE "NORERUN" TO point-result
                    EXIT PARAGRAPH
                END-IF.
                MOVE "C" TO cap-mode.
                PERFORM capture_outputs.
                IF cap-count < ref-count THEN
                    IF first-diff = 0 THEN
                        COMPUTE first-diff = cap-count + 1
                        MOVE "(missing)" TO first-cap-text
                        IF first-diff <= 2000 THEN
                            MOVE ref-line(first-diff)
                                TO first-ref-text
                        END-IF
                    END-IF
                    COMPUTE diff-count = diff-count
                                       + ref-count - cap-count
                END-IF.
                IF diff-count = 0
                   AND cap-key-sum = ref-key-sum
                   AND cap-bal-sum = ref-bal-sum THEN
                    MOVE "PASS" TO point-result
                ELSE
                    MOVE "FAIL" TO point-result
                END-IF.
                EXIT.

            prepare_library.
                *> a fresh library for every run: s = 0 is the
                *> reference, 1-4 the failure points
                MOVE SPACES TO scen-dir.
                STRING run-dir DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       pg-name(p) DELIMITED BY SPACE
                       "-" s DELIMITED BY SIZE
                    INTO scen-dir.
                MOVE SPACES TO dir-name.
                STRING lib-path(1:lib-len) "/" scen-dir
                    DELIMITED BY SIZE INTO dir-name.
                CALL "CBL_CREATE_DIR" USING dir-name
                    RETURNING dir-result.
                IF pg-kind(p) = "M" THEN
                    PERFORM write_master_fixture
                END-IF.
                EXIT.

            run_step.
                *> the program runs in the library made for it, with
                *> the switch set only when a failure is wanted -- a
                *> SUITE_FAULT the operator left exported is cleared
                MOVE SPACES TO shell-command.
                STRING "SUITE_TEST_LIB=" lib-path(1:lib-len) "/"
                       FUNCTION TRIM(scen-dir)
                       " SUITE_DEV_LIB=" lib-path(1:lib-len) "/"
                       FUNCTION TRIM(scen-dir)
                       " SUITE_FAULT=" FUNCTION TRIM(fault-text)
                       " " FUNCTION TRIM(pg-command(p))
                       " >>" lib-path(1:lib-len) "/"
                       FUNCTION TRIM(scen-dir) "/SYSOUT 2>&1"
                    DELIMITED BY SIZE INTO shell-command.
                DISPLAY "RESTART TEST: " FUNCTION TRIM(shell-command).
                CALL "SYSTEM" USING shell-command.
                MOVE RETURN-CODE TO raw-rc.
                DIVIDE raw-rc BY 256 GIVING step-rc.
                MOVE step-rc TO rc-tx.
                DISPLAY "RESTART TEST: ended with code "
                        FUNCTION TRIM(rc-tx).
                EXIT.

            write_master_fixture.
                *> 20 adds on freshly minted keys, then a J on each
                *> -- a debit on the even ones, a credit on the odd
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO fxh-date.
                MOVE SPACES TO work-name.
                STRING FUNCTION TRIM(scen-dir) "/ACCTTRAN"
                    DELIMITED BY SIZE INTO work-name.
                OPEN OUTPUT WORK-FILE.
                IF work-file-status NOT = "00" THEN
                    DISPLAY "RESTART TEST: unable to open "
                            FUNCTION TRIM(work-name) ", status "
                            work-file-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO work-record.
                MOVE fixture-header TO work-record.
                WRITE work-record.
                MOVE 0 TO fxt-count.
                MOVE 0 TO fxt-hash.
                PERFORM VARYING fx-idx FROM 1 BY 1 UNTIL fx-idx > 20
                    COMPUTE kc-key = 41000000 + fx-idx * 1000
                    CALL "key_check" USING kc-op, kc-key, kc-ok
                    MOVE kc-key TO fx-key(fx-idx)
                    MOVE SPACES TO fixture-detail
                    MOVE "A" TO fxd-op
                    MOVE fx-key(fx-idx) TO fxd-key
                    COMPUTE fxd-amount = 1000 + fx-idx * 25.5
                    PERFORM write_fixture_detail
                END-PERFORM.
                PERFORM VARYING fx-idx FROM 1 BY 1 UNTIL fx-idx > 20
                    MOVE SPACES TO fixture-detail
                    MOVE "J" TO fxd-op
                    MOVE fx-key(fx-idx) TO fxd-key
                    IF FUNCTION MOD(fx-idx, 2) = 0 THEN
                        COMPUTE fxd-amount = 0 - fx-idx * 12.25
                    ELSE
                        COMPUTE fxd-amount = fx-idx * 7.5
                    END-IF
                    PERFORM write_fixture_detail
                END-PERFORM.
                MOVE SPACES TO work-record.
                MOVE fixture-trailer TO work-record.
                WRITE work-record.
                CLOSE WORK-FILE.
                EXIT.

            write_fixture_detail.
                ADD 1 TO fxt-count.
                ADD fxd-amount TO fxt-hash.
                MOVE SPACES TO work-record.
                MOVE fixture-detail TO work-record.
                WRITE work-record.
                EXIT.

            damage_newer_checkpoint.
                *> a crash in the middle of a checkpoint write leaves
                *> the file cut short of its guard byte; the newer of
                *> the pair is the one the restart would have used
                MOVE 1 TO c.
                PERFORM read_checkpoint_seq.
                MOVE FUNCTION NUMVAL(ckpt-seq-tx) TO ckpt-seq-a.
                MOVE 2 TO c.
                PERFORM read_checkpoint_seq.
                MOVE FUNCTION NUMVAL(ckpt-seq-tx) TO ckpt-seq-b.
                IF ckpt-seq-b > ckpt-seq-a THEN
                    MOVE 2 TO newer-ckpt
                ELSE
                    MOVE 1 TO newer-ckpt
                END-IF.
                MOVE newer-ckpt TO c.
                PERFORM read_checkpoint_seq.
                IF work-eof = 1 THEN
                    DISPLAY "RESTART TEST: no checkpoint to damage"
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-record(1:10) TO torn-image.
                OPEN OUTPUT WORK-FILE.
                IF work-file-status = "00" THEN
                    MOVE SPACES TO work-record
                    MOVE torn-image TO work-record
                    WRITE work-record
                    CLOSE WORK-FILE
                    DISPLAY "RESTART TEST: cut "
                            FUNCTION TRIM(work-name)
                            " short of its guard byte"
                END-IF.
                EXIT.

            read_checkpoint_seq.
                *> every checkpoint image in the suite opens with the
                *> complete flag and a nine-digit write sequence
                MOVE "000000000" TO ckpt-seq-tx.
                MOVE 1 TO work-eof.
                MOVE SPACES TO work-name.
                STRING FUNCTION TRIM(scen-dir) "/"
                       FUNCTION TRIM(pg-ckpt(p, c))
                    DELIMITED BY SIZE INTO work-name.
                OPEN INPUT WORK-FILE.
                IF work-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO work-record.
                READ WORK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE 0 TO work-eof
                        IF work-record(2:9) IS NUMERIC THEN
                            MOVE work-record(2:9) TO ckpt-seq-tx
                        END-IF
                END-READ.
                CLOSE WORK-FILE.
                EXIT.

            capture_outputs.
                MOVE 0 TO cap-count.
                MOVE 0 TO cap-key-sum.
                MOVE 0 TO cap-bal-sum.
                IF pg-kind(p) = "M" THEN
                    PERFORM capture_master
                ELSE
                    PERFORM VARYING o FROM 1 BY 1
                            UNTIL o > 2 OR pg-output(p, o) = SPACES
                        PERFORM capture_output_file
                    END-PERFORM
                END-IF.
                EXIT.

            capture_output_file.
                *> every line but the first, the run-date and cycle
                *> header that differs from run to run by design
                MOVE SPACES TO work-name.
                STRING FUNCTION TRIM(scen-dir) "/"
                       FUNCTION TRIM(pg-output(p, o))
                    DELIMITED BY SIZE INTO work-name.
                OPEN INPUT WORK-FILE.
                IF work-file-status NOT = "00" THEN
                    MOVE SPACES TO cap-text
                    STRING pg-output(p, o) " not written"
                        DELIMITED BY SIZE INTO cap-text
                    PERFORM note_line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO work-eof.
                MOVE 0 TO line-no.
                PERFORM UNTIL work-eof = 1
                    MOVE SPACES TO work-record
                    READ WORK-FILE
                        AT END
                            MOVE 1 TO work-eof
                        NOT AT END
                            ADD 1 TO line-no
                            IF line-no > 1 THEN
                                MOVE work-record(1:80) TO cap-text
                                IF FUNCTION TEST-NUMVAL(
                                       work-record(1:18)) = 0 THEN
                                    COMPUTE cap-key-sum = cap-key-sum
                                        + FUNCTION NUMVAL(
                                              work-record(1:18))
                                END-IF
                                PERFORM note_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE WORK-FILE.
                EXIT.

            capture_master.
                MOVE SPACES TO master-name.
                STRING FUNCTION TRIM(scen-dir) "/ACCTMAST"
                    DELIMITED BY SIZE INTO master-name.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    MOVE "ACCTMAST not written" TO cap-text
                    PERFORM note_line
                ELSE
                    MOVE 0 TO work-eof
                    PERFORM UNTIL work-eof = 1
                        READ MASTER-FILE NEXT RECORD
                            AT END
                                MOVE 1 TO work-eof
                            NOT AT END
                                PERFORM note_master_record
                        END-READ
                    END-PERFORM
                    CLOSE MASTER-FILE
                END-IF.
                *> a posting applied twice or lost shows in the
                *> journal's length even where the balances agree
                MOVE SPACES TO work-name.
                STRING FUNCTION TRIM(scen-dir) "/"
                       FUNCTION TRIM(pg-output(p, 1))
                    DELIMITED BY SIZE INTO work-name.
                MOVE 0 TO line-no.
                OPEN INPUT WORK-FILE.
                IF work-file-status = "00" THEN
                    MOVE 0 TO work-eof
                    PERFORM UNTIL work-eof = 1
                        READ WORK-FILE
                            AT END
                                MOVE 1 TO work-eof
                            NOT AT END
                                ADD 1 TO line-no
                        END-READ
                    END-PERFORM
                    CLOSE WORK-FILE
                END-IF.
                MOVE line-no TO count-tx.
                MOVE SPACES TO cap-text.
                STRING pg-output(p, 1) " lines " count-tx
                    DELIMITED BY SIZE INTO cap-text.
                PERFORM note_line.
                EXIT.

            note_master_record.
                MOVE mst-key TO key-tx.
                MOVE mst-bal TO bal-tx.
                MOVE mst-od-limit TO odl-tx.
                MOVE SPACES TO cap-text.
                STRING key-tx " " bal-tx " " mst-status
                       " od " odl-tx " " mst-currency
                    DELIMITED BY SIZE INTO cap-text.
                ADD mst-key TO cap-key-sum.
                ADD mst-bal TO cap-bal-sum.
                PERFORM note_line.
                EXIT.

            note_line.
                *> into the reference, or held against it
                ADD 1 TO cap-count.
                IF cap-mode = "R" THEN
                    IF cap-count <= 2000 THEN
                        MOVE cap-text TO ref-line(cap-count)
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF cap-count > ref-count THEN
                    ADD 1 TO diff-count
                    IF first-diff = 0 THEN
                        MOVE cap-count TO first-diff
                        MOVE "(none)" TO first-ref-text
                        MOVE cap-text TO first-cap-text
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF cap-count <= 2000 THEN
                    IF cap-text NOT = ref-line(cap-count) THEN
                        ADD 1 TO diff-count
                        IF first-diff = 0 THEN
                            MOVE cap-count TO first-diff
                            MOVE ref-line(cap-count)
                                TO first-ref-text
                            MOVE cap-text TO first-cap-text
                        END-IF
                    END-IF
                END-IF.
                EXIT.

            write_point_line.
                MOVE pt-at(p, s) TO at-tx.
                MOVE SPACES TO point-text.
                EVALUATE TRUE
                    WHEN pt-damage(p, s) = 1
                        STRING "newer checkpoint torn after "
                               FUNCTION TRIM(at-tx)
                            DELIMITED BY SIZE INTO point-text
                    WHEN pt-kind(p, s) = "CKPT"
                        STRING "just after checkpoint "
                               FUNCTION TRIM(at-tx)
                            DELIMITED BY SIZE INTO point-text
                    WHEN OTHER
                        STRING "just before record "
                               FUNCTION TRIM(at-tx)
                            DELIMITED BY SIZE INTO point-text
                END-EVALUATE.
                IF point-result = "PASS" THEN
                    ADD 1 TO pass-count
                ELSE
                    ADD 1 TO fail-count
                END-IF.
                MOVE ref-count TO count-tx.
                MOVE cap-count TO count2-tx.
                MOVE SPACES TO report-line.
                STRING "  " pg-name(p) "  " point-text "  "
                       point-result "  records " count-tx
                       " ref " count2-tx " rerun"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_line.
                IF point-result NOT = "FAIL" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF diff-count > 0 THEN
                    MOVE diff-count TO count-tx
                    MOVE first-diff TO count2-tx
                    MOVE SPACES TO report-line
                    STRING "      " FUNCTION TRIM(count-tx)
                           " line(s) differ, the first at line "
                           FUNCTION TRIM(count2-tx)
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_line
                    MOVE SPACES TO report-line
                    STRING "        reference: " first-ref-text
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_line
                    MOVE SPACES TO report-line
                    STRING "        rerun....: " first-cap-text
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_line
                END-IF.
                IF cap-key-sum NOT = ref-key-sum
                   OR cap-bal-sum NOT = ref-bal-sum THEN
                    MOVE ref-key-sum TO sum-tx
                    MOVE cap-key-sum TO sum2-tx
                    MOVE ref-bal-sum TO bsum-tx
                    MOVE cap-bal-sum TO bsum2-tx
                    MOVE SPACES TO report-line
                    STRING "      control totals differ -- sum "
                           FUNCTION TRIM(sum-tx) " ref "
                           FUNCTION TRIM(sum2-tx) " rerun, balance "
                           FUNCTION TRIM(bsum-tx) " ref "
                           FUNCTION TRIM(bsum2-tx) " rerun"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM write_line
                END-IF.
                EXIT.

            write_summary.
                MOVE pass-count TO count-tx.
                MOVE fail-count TO count2-tx.
                MOVE SPACES TO report-line.
                STRING "RESTART TEST: " FUNCTION TRIM(count-tx)
                       " point(s) passed, " FUNCTION TRIM(count2-tx)
                       " did not"
                    DELIMITED BY SIZE INTO report-line.
                PERFORM write_line.
                EXIT.

            write_line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
