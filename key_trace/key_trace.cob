        *> Single-key trace through a cycle's datasets.  cycle_lineage
        *> says which steps ran and what totals they moved; when
        *> finance asks what happened to one account last night the
        *> answer still meant grepping nine datasets one at a time.
        *> Given a key (ARGUMENT 1) and the cycle -- a correlation id
        *> or a yyyymmdd date, as cycle_lineage takes it (ARGUMENT 2,
        *> default today) -- this follows the key stage by stage:
        *>   BUBBLIN   the raw input rows carrying it
        *>   EDITREJ   any edit reject, with its reason
        *>   BUBBLOUT  the sorted rows
        *>   CONSRPT   any consolidation it took part in
        *>   CONSOUT   the consolidated row
        *>   DELTARPT  what the delta compare said of it
        *>   DELTANEW  the new delta generation's rows
        *>   IFACEOUT  the interface detail sent downstream
        *>   ACCTTRAN  the transactions for it (or naming it as the
        *>             other side of a transfer or merge)
        *>   ACCTRPT   the posting result -- applied, rejected,
        *>             parked or declined, with the reason
        *>   ACCTJRN   the journal lines of the cycle that touched it
        *> each with the record as it stood there and, from RUNAUDIT,
        *> how the step that writes (or, for DELTANEW, reads) the
        *> dataset ended in this cycle.  The trace then walks the
        *> two paths -- BUBBLIN to IFACEOUT, ACCTTRAN to ACCTJRN --
        *> and marks where the key drops out between stages, unless
        *> an edit reject explains it.  A drop leaves RETURN-CODE 4.
        *> The trace is a read of account data, so it is noted on
        *> READLOG (common/access_log.cob) under the requester named
        *> in ARGUMENT 3.  The report lands on KEYTRACE and SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT SCAN-FILE ASSIGN TO DYNAMIC scan-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS scan-file-status.
                    SELECT AUDIT-FILE ASSIGN TO "RUNAUDIT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-file-status.
                    SELECT REPORT-FILE ASSIGN TO "KEYTRACE"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD SCAN-FILE.
                *> one area, read through the view of whichever
                *> dataset is being scanned; keys are looked at as
                *> text so a malformed row cannot upset the compare
                01 scan-line PIC X(132).
                *> the sort pipeline's key/balance row
                01 kb-record.
                    02 kb-key     PIC X(9).
                    02 kb-bal     PIC 9(7)V99.
                    02 FILLER     PIC X(114).
                *> see sort_edit.cob's REJECT-FILE
                01 rej-record.
                    02 rj-reason  PIC XX.
                    02 rj-key     PIC X(9).
                    02 rj-bal     PIC 9(7)V99.
                    02 FILLER     PIC X(112).
                *> see iface_extract.cob's IFACE-FILE
                01 ifc-record.
                    02 ifc-type   PIC X.
                    02 ifc-key    PIC X(9).
                    02 ifc-bal    PIC 9(7)V99.
                    02 FILLER     PIC X(113).
                01 ifh-record.
                    02 FILLER     PIC X.
                    02 ifh-id     PIC X(8).
                    02 FILLER     PIC X.
                    02 ifh-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 ifh-corr   PIC X(14).
                    02 FILLER     PIC X(99).
                *> see master_update.cob's TRAN-FILE
                01 trn-record.
                    02 trn-op     PIC X.
                    02 trn-key    PIC X(9).
                    02 trn-amount PIC S9(7)V99.
                    02 trn-to-key PIC X(9).
                    02 FILLER     PIC X(104).
                01 thd-record.
                    02 FILLER       PIC X.
                    02 thd-batch-id PIC X(8).
                    02 thd-date     PIC X(8).
                    02 FILLER       PIC X(115).
                *> see sort_delta.cob's JOURNAL-FILE
                01 jrn-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-op     PIC X.
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC X(9).
                    02 FILLER         PIC X.
                    02 jrn-before-bal PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-after-bal  PIC S9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-before-sta PIC X.
                    02 FILLER         PIC X.
                    02 jrn-after-sta  PIC X.
                    02 FILLER         PIC X.
                    02 jrn-reference  PIC X(16).
                    02 FILLER         PIC X.
                    02 jrn-od-limit   PIC 9(7)V99.
                    02 FILLER         PIC X.
                    02 jrn-currency   PIC X(3).
                    02 FILLER         PIC X.
                    02 jrn-link-key   PIC X(9).
                    02 FILLER         PIC X(26).
                FD AUDIT-FILE.
                01 audit-record.
                    02 aud-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 aud-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-event     PIC X(5).
                    02 FILLER        PIC X.
                    02 aud-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 aud-corr      PIC X(14).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 scan-file-status   PIC XX.
                    01 audit-file-status  PIC XX.
                    01 report-file-status PIC XX.
                    01 scan-eof           PIC 9.
                    01 audit-eof          PIC 9.
                    01 scan-name          PIC X(30).
                    01 arg-value          PIC X(20).
                    *> the key, as a number, as the zoned text the
                    *> datasets hold and as the reports print it
                    01 trace-key          PIC S9(9).
                    01 trace-zoned REDEFINES trace-key PIC X(9).
                    01 trace-tx           PIC +9(9).
                    01 want-corr          PIC X(14) VALUE SPACES.
                    01 want-date          PIC X(8) VALUE SPACES.
                    01 requester          PIC X(8) VALUE SPACES.
                    *> the stages, in the order the data flows
                    01 stage-count        PIC 99 VALUE 11.
                    01 stage-table.
                        02 stage-entry OCCURS 11 TIMES.
                            03 st-name      PIC X(8).
                            03 st-step      PIC X(8).
                            03 st-view      PIC X.
                            03 st-found     PIC 9.
                            03 st-hits      PIC 9(5).
                            03 st-ran       PIC X(8).
                    01 sx                 PIC 99.
                    01 from-stage         PIC 99.
                    01 to-stage           PIC 99.
                    01 record-no          PIC 9(9).
                    01 record-tx          PIC Z(8)9.
                    01 line-hits          PIC 9(3).
                    01 shown-tx           PIC X(40).
                    01 edit-reason        PIC X(30).
                    01 first-reason       PIC XX VALUE SPACES.
                    *> what ACCTRPT said of the key
                    01 applied-count      PIC 9(5) VALUE ZEROS.
                    01 rejected-count     PIC 9(5) VALUE ZEROS.
                    01 parked-count       PIC 9(5) VALUE ZEROS.
                    01 drop-count         PIC 9(3) VALUE ZEROS.
                    01 applied-tx         PIC Z(4)9.
                    01 rejected-tx        PIC Z(4)9.
                    01 parked-tx          PIC Z(4)9.
                    *> DISPLAY mirrors
                    01 bal-tx             PIC Z,ZZZ,ZZ9.99.
                    01 amount-tx          PIC -Z,ZZZ,ZZ9.99.
                    01 before-tx          PIC -Z,ZZZ,ZZ9.99.
                    01 after-tx           PIC -Z,ZZZ,ZZ9.99.
                    01 other-key          PIC S9(9).
                    01 other-zoned REDEFINES other-key PIC X(9).
                    01 other-tx           PIC +9(9).
                    *> read-access trail -- see common/access_log.cob
                    01 al-program         PIC X(8) VALUE "KEYTRACE".
                    01 al-key-from        PIC X(18).
                    01 al-key-to          PIC X(18) VALUE SPACES.
                    01 al-acct-key        PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 datetime           PIC X(21).
                    01 report-date        PIC X(10).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "KEYTRACE".
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
                PERFORM load_stage_table.
                PERFORM note_cycle_steps.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "KEY TRACE: unable to open KEYTRACE, "
                            "status " report-file-status
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM write_report_header.
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > stage-count
                    PERFORM trace_one_stage
                END-PERFORM.
                PERFORM walk_the_paths.
                CLOSE REPORT-FILE.
                MOVE trace-key TO al-acct-key.
                MOVE al-acct-key TO al-key-from.
                CALL "access_log" USING requester, al-program,
                                         al-key-from, al-key-to.
                MOVE "END" TO audit-event.
                IF drop-count > 0 THEN
                    MOVE "DROPPED" TO audit-outcome
                ELSE
                    MOVE "COMPLETE" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero
                IF drop-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
            STOP RUN.

            read_arguments.
                DISPLAY 1 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                IF arg-value = SPACES
                   OR FUNCTION TEST-NUMVAL(arg-value) NOT = 0 THEN
                    DISPLAY "KEY TRACE: give the key to trace, then "
                            "a correlation id or yyyymmdd date"
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE FUNCTION NUMVAL(arg-value) TO trace-key.
                MOVE trace-key TO trace-tx.
                DISPLAY 2 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                EVALUATE TRUE
                    WHEN arg-value = SPACES
                        MOVE datetime(1:8) TO want-date
                    WHEN arg-value(9:6) = SPACES
                        MOVE arg-value(1:8) TO want-date
                    WHEN OTHER
                        MOVE arg-value(1:14) TO want-corr
                END-EVALUATE.
                DISPLAY 3 UPON ARGUMENT-NUMBER.
                ACCEPT arg-value FROM ARGUMENT-VALUE
                    ON EXCEPTION MOVE SPACES TO arg-value
                END-ACCEPT.
                MOVE FUNCTION UPPER-CASE(arg-value) TO requester.
                EXIT.

            load_stage_table.
                *> view: K key/balance row, R edit reject, I
                *> interface file, T transaction batch, J journal,
                *> L a report, searched for the printed key
                MOVE "BUBBLIN"  TO st-name(1).
                MOVE "DATAGEN"  TO st-step(1).
                MOVE "K"        TO st-view(1).
                MOVE "EDITREJ"  TO st-name(2).
                MOVE "SORTEDIT" TO st-step(2).
                MOVE "R"        TO st-view(2).
                MOVE "BUBBLOUT" TO st-name(3).
                MOVE "SORTRUN"  TO st-step(3).
                MOVE "K"        TO st-view(3).
                MOVE "CONSRPT"  TO st-name(4).
                MOVE "CONSOLID" TO st-step(4).
                MOVE "L"        TO st-view(4).
                MOVE "CONSOUT"  TO st-name(5).
                MOVE "CONSOLID" TO st-step(5).
                MOVE "K"        TO st-view(5).
                MOVE "DELTARPT" TO st-name(6).
                MOVE "SORTDLTA" TO st-step(6).
                MOVE "L"        TO st-view(6).
                MOVE "DELTANEW" TO st-name(7).
                MOVE "SORTDLTA" TO st-step(7).
                MOVE "K"        TO st-view(7).
                MOVE "IFACEOUT" TO st-name(8).
                MOVE "IFACEXTR" TO st-step(8).
                MOVE "I"        TO st-view(8).
                MOVE "ACCTTRAN" TO st-name(9).
                MOVE "MSTUPDT"  TO st-step(9).
                MOVE "T"        TO st-view(9).
                MOVE "ACCTRPT"  TO st-name(10).
                MOVE "MSTUPDT"  TO st-step(10).
                MOVE "L"        TO st-view(10).
                MOVE "ACCTJRN"  TO st-name(11).
                MOVE "MSTUPDT"  TO st-step(11).
                MOVE "J"        TO st-view(11).
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > stage-count
                    MOVE 0 TO st-found(sx)
                    MOVE 0 TO st-hits(sx)
                    MOVE "NOT RUN" TO st-ran(sx)
                END-PERFORM.
                EXIT.

            note_cycle_steps.
                *> how each stage's step ended in this cycle -- the
                *> last START or END line of the cycle wins, so a
                *> step still running (or killed) shows STARTED
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            PERFORM note_one_audit_line
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            note_one_audit_line.
                IF want-corr NOT = SPACES THEN
                    IF aud-corr NOT = want-corr THEN
                        EXIT PARAGRAPH
                    END-IF
                ELSE
                    IF aud-timestamp(1:8) NOT = want-date THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > stage-count
                    IF st-step(sx) = aud-program THEN
                        IF aud-event = "START" THEN
                            MOVE "STARTED" TO st-ran(sx)
                        END-IF
                        IF aud-event = "END" THEN
                            MOVE aud-outcome TO st-ran(sx)
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            write_report_header.
                STRING datetime(1:4) "-" datetime(5:2) "-" datetime(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                IF want-corr NOT = SPACES THEN
                    STRING "KEY TRACE - key " trace-tx " cycle "
                           want-corr " - run " report-date
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "KEY TRACE - key " trace-tx " cycles of "
                           want-date " - run " report-date
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            trace_one_stage.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                STRING st-name(sx) "  (step " st-step(sx) " "
                       FUNCTION TRIM(st-ran(sx)) ")"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO scan-name.
                MOVE st-name(sx) TO scan-name.
                OPEN INPUT SCAN-FILE.
                IF scan-file-status NOT = "00" THEN
                    MOVE "    -- dataset not found" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO st-found(sx).
                MOVE 0 TO record-no.
                MOVE 0 TO scan-eof.
                PERFORM UNTIL scan-eof = 1
                    READ SCAN-FILE
                        AT END
                            MOVE 1 TO scan-eof
                        NOT AT END
                            ADD 1 TO record-no
                            PERFORM look_at_record
                    END-READ
                END-PERFORM.
                CLOSE SCAN-FILE.
                IF st-hits(sx) = 0 THEN
                    MOVE "    -- key not present" TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            look_at_record.
                MOVE record-no TO record-tx.
                MOVE SPACES TO report-line.
                EVALUATE st-view(sx)
                    WHEN "K"
                        IF kb-key = trace-zoned THEN
                            PERFORM show_key_row
                        END-IF
                    WHEN "R"
                        IF rj-key = trace-zoned THEN
                            PERFORM show_edit_reject
                        END-IF
                    WHEN "I"
                        PERFORM look_at_iface_record
                    WHEN "T"
                        PERFORM look_at_tran_record
                    WHEN "J"
                        PERFORM look_at_journal_record
                    WHEN "L"
                        PERFORM look_at_report_line
                END-EVALUATE.
                EXIT.

            show_key_row.
                ADD 1 TO st-hits(sx).
                IF kb-bal IS NUMERIC THEN
                    MOVE kb-bal TO bal-tx
                    STRING "    record " record-tx ": key " trace-tx
                           " balance " bal-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    STRING "    record " record-tx ": key " trace-tx
                           " balance not numeric: '" kb-record(10:9)
                           "'"
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            show_edit_reject.
                ADD 1 TO st-hits(sx).
                IF first-reason = SPACES THEN
                    MOVE rj-reason TO first-reason
                END-IF.
                *> the reason codes -- see sort_edit.cob's header
                EVALUATE rj-reason
                    WHEN "01"
                        MOVE "short record" TO edit-reason
                    WHEN "02"
                        MOVE "key field not numeric" TO edit-reason
                    WHEN "03"
                        MOVE "balance field not numeric"
                            TO edit-reason
                    WHEN "04"
                        MOVE "over-length record" TO edit-reason
                    WHEN "05"
                        MOVE "key check digit fails" TO edit-reason
                    WHEN OTHER
                        MOVE "unknown reason" TO edit-reason
                END-EVALUATE.
                STRING "    record " record-tx ": REJECTED reason "
                       rj-reason " " FUNCTION TRIM(edit-reason)
                       " -- raw '" rej-record(3:18) "'"
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            look_at_iface_record.
                IF ifc-type = "H" THEN
                    STRING "    header: interface " ifh-id
                           " cycle date " ifh-date
                           " correlation " ifh-corr
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                IF ifc-type NOT = "D" OR ifc-key NOT = trace-zoned THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO st-hits(sx).
                MOVE 0 TO bal-tx.
                IF ifc-bal IS NUMERIC THEN
                    MOVE ifc-bal TO bal-tx
                END-IF.
                STRING "    record " record-tx ": detail key " trace-tx
                       " balance " bal-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            look_at_tran_record.
                IF trn-op = "H" THEN
                    STRING "    header: batch " thd-batch-id
                           " of " thd-date
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                IF trn-op = "T" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO amount-tx.
                IF trn-amount IS NUMERIC THEN
                    MOVE trn-amount TO amount-tx
                END-IF.
                IF trn-key = trace-zoned THEN
                    ADD 1 TO st-hits(sx)
                    STRING "    record " record-tx ": " trn-op
                           " key " trace-tx " amount " amount-tx
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                *> the other side of a transfer or a merge
                IF (trn-op = "X" OR trn-op = "M")
                   AND trn-to-key = trace-zoned THEN
                    ADD 1 TO st-hits(sx)
                    MOVE trn-key TO other-zoned
                    MOVE 0 TO other-tx
                    IF other-key IS NUMERIC THEN
                        MOVE other-key TO other-tx
                    END-IF
                    STRING "    record " record-tx ": " trn-op
                           " key " other-tx " amount " amount-tx
                           " names this key as the other side"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                EXIT.

            look_at_journal_record.
                IF want-corr NOT = SPACES THEN
                    IF jrn-corr-id NOT = want-corr THEN
                        EXIT PARAGRAPH
                    END-IF
                ELSE
                    IF jrn-timestamp(1:8) NOT = want-date THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF jrn-rec-key NOT = trace-zoned
                   AND jrn-link-key NOT = trace-zoned THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO st-hits(sx).
                MOVE 0 TO before-tx.
                MOVE 0 TO after-tx.
                IF jrn-before-bal IS NUMERIC THEN
                    MOVE jrn-before-bal TO before-tx
                END-IF.
                IF jrn-after-bal IS NUMERIC THEN
                    MOVE jrn-after-bal TO after-tx
                END-IF.
                IF jrn-rec-key = trace-zoned THEN
                    STRING "    " jrn-timestamp " " jrn-rec-op
                           " balance " before-tx " ->" after-tx
                           " status " jrn-before-sta " -> "
                           jrn-after-sta " ref " jrn-reference
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE jrn-rec-key TO other-zoned
                    MOVE 0 TO other-tx
                    IF other-key IS NUMERIC THEN
                        MOVE other-key TO other-tx
                    END-IF
                    STRING "    " jrn-timestamp " " jrn-rec-op
                           " on key " other-tx
                           " links to this key, ref " jrn-reference
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            look_at_report_line.
                MOVE 0 TO line-hits.
                INSPECT scan-line TALLYING line-hits
                    FOR ALL trace-tx.
                IF line-hits = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO st-hits(sx).
                IF st-name(sx) = "ACCTRPT" THEN
                    EVALUATE TRUE
                        WHEN scan-line(1:11) = "  APPLIED  "
                            ADD 1 TO applied-count
                        WHEN scan-line(1:11) = "  REJECTED "
                            ADD 1 TO rejected-count
                        WHEN scan-line(1:11) = "  PARKED   "
                            ADD 1 TO parked-count
                    END-EVALUATE
                END-IF.
                STRING "    line " record-tx ": "
                       FUNCTION TRIM(scan-line TRAILING)
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            walk_the_paths.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE "PATH" TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                *> the sort leg: BUBBLIN, BUBBLOUT, CONSOUT,
                *> DELTANEW, IFACEOUT
                MOVE 0 TO from-stage.
                MOVE 1 TO to-stage.
                PERFORM follow_sort_leg.
                MOVE 3 TO to-stage.
                PERFORM follow_sort_leg.
                MOVE 5 TO to-stage.
                PERFORM follow_sort_leg.
                MOVE 7 TO to-stage.
                PERFORM follow_sort_leg.
                MOVE 8 TO to-stage.
                PERFORM follow_sort_leg.
                IF from-stage = 0 THEN
                    MOVE "  sort leg: key in none of its datasets"
                        TO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                PERFORM follow_posting_leg.
                MOVE SPACES TO report-line.
                MOVE drop-count TO record-tx.
                STRING "drop-outs marked..: " record-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            follow_sort_leg.
                *> from-stage is the last stage the key was seen at
                *> (0 = not yet); to-stage the next one along.  Once
                *> the trail has ended (from-stage 99) nothing more
                *> is said of the leg.
                IF from-stage = 99 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                IF from-stage = 0 THEN
                    IF st-hits(to-stage) > 0 THEN
                        STRING "  enters the sort leg at "
                               st-name(to-stage)
                            DELIMITED BY SIZE INTO report-line
                        WRITE report-line
                        DISPLAY report-line
                        MOVE to-stage TO from-stage
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN st-hits(to-stage) > 0
                        STRING "  " st-name(from-stage) " -> "
                               st-name(to-stage) " ok"
                            DELIMITED BY SIZE INTO report-line
                        MOVE to-stage TO from-stage
                    WHEN st-found(to-stage) = 0
                        STRING "  " st-name(from-stage) " -> "
                               st-name(to-stage)
                               " -- no dataset, the trail ends here"
                            DELIMITED BY SIZE INTO report-line
                        MOVE 99 TO from-stage
                    WHEN from-stage = 1 AND st-hits(2) > 0
                        STRING "  " st-name(from-stage) " -> "
                               st-name(to-stage)
                               " -- rejected at the edit, reason "
                               first-reason
                            DELIMITED BY SIZE INTO report-line
                        MOVE 99 TO from-stage
                    WHEN OTHER
                        ADD 1 TO drop-count
                        STRING "  ** DROPPED between "
                               FUNCTION TRIM(st-name(from-stage))
                               " and " FUNCTION TRIM(st-name(to-stage))
                               " (step "
                               FUNCTION TRIM(st-step(to-stage)) " "
                               FUNCTION TRIM(st-ran(to-stage))
                               ") **"
                            DELIMITED BY SIZE INTO report-line
                        MOVE 99 TO from-stage
                END-EVALUATE.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            follow_posting_leg.
                MOVE SPACES TO report-line.
                IF st-hits(9) = 0 THEN
                    STRING "  posting leg: no ACCTTRAN transaction for "
                           "the key -- nothing to post"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                IF st-hits(10) = 0 THEN
                    ADD 1 TO drop-count
                    STRING "  ** DROPPED between ACCTTRAN and ACCTRPT"
                           " (step MSTUPDT " FUNCTION TRIM(st-ran(10))
                           ") **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE applied-count TO applied-tx.
                MOVE rejected-count TO rejected-tx.
                MOVE parked-count TO parked-tx.
                STRING "  ACCTTRAN -> ACCTRPT ok: applied "
                       FUNCTION TRIM(applied-tx) ", rejected "
                       FUNCTION TRIM(rejected-tx) ", parked "
                       FUNCTION TRIM(parked-tx)
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF applied-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO report-line.
                IF st-hits(11) = 0 THEN
                    ADD 1 TO drop-count
                    STRING "  ** DROPPED between ACCTRPT and ACCTJRN"
                           " -- applied, but no journal line in the "
                           "cycle **"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE "  ACCTRPT -> ACCTJRN ok" TO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
