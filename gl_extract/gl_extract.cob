        *> Outbound general-ledger journal for one master_update
        *> cycle.  Finance used to key the day's customer movement
        *> into the ledger by hand off the ACCTRPT totals; this cuts
        *> the journal for them instead.  Every ACCTJRN line the
        *> cycle wrote (matched on the correlation id) is a posting
        *> of after-balance less before-balance on one account.  The
        *> account's REFDATA category picks its GL account through
        *> the GLMAP table, one mapping per line as
        *>     CAT  GLACCOUNT
        *> (category code, a blank, the ten-character GL account).
        *> A key missing from REFDATA, or a category GLMAP does not
        *> map, goes to the suspense account (PARMLIB
        *>     GLEXTRCT SUSPENSE=gl-account
        *> default 9999999999) and is counted on the report so
        *> someone maps it.  Customer balances are liabilities: a
        *> rise is a credit to the mapped account and a fall a
        *> debit, each offset the other way on the clearing account
        *> (PARMLIB GLEXTRCT CLEARING=, default 1999999999).  Debits
        *> and credits are summed apart per GL account and currency
        *> and land on GLJRNL in the standard interface envelope:
        *>   H GLFEED cycle-date correlation-id
        *>   D gl-account currency debit-total credit-total
        *>   T record-count debit-sum credit-sum
        *> Before anything is written the journal must balance to
        *> the penny in every currency, and the customer side's net
        *> per currency must tie to the ACCTLDGR entry master_update
        *> wrote for the same correlation id (a cycle whose ledger
        *> proof failed does not tie at all).  If either check
        *> fails GLJRNL is left empty, nothing is noted on SENTLOG,
        *> a FATL is raised and the run ends RC 8 -- an unbalanced
        *> journal is never sent.  A balanced one is noted on
        *> SENTLOG the way iface_extract notes its feeds.  The
        *> working is listed on GLRPT and on SYSOUT.
        *> A closed-account purge (acct_purge) moves no customer
        *> money -- the balance is still owed, from the archive --
        *> so its Z journal lines and its PURGE ledger entry are
        *> left out of the feed and out of the tie.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT LEDGER-FILE ASSIGN TO "ACCTLDGR"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ledger-file-status.
                    SELECT REF-FILE ASSIGN TO "REFDATA"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ref-file-status.
                    SELECT MAP-FILE ASSIGN TO "GLMAP"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS map-file-status.
                    SELECT GL-FILE ASSIGN TO "GLJRNL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS gl-file-status.
                    SELECT SENT-FILE ASSIGN TO "SENTLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS sent-file-status.
                    SELECT REPORT-FILE ASSIGN TO "GLRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD JOURNAL-FILE.
                *> the master_update journal line -- see
                *> master_update.cob's JOURNAL-FILE
                01 journal-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-op     PIC X.
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC S9(9).
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
                FD LEDGER-FILE.
                *> the control-account ledger -- see master_update.cob's
                *> LEDGER-FILE
                01 ledger-record.
                    02 ldg-date    PIC X(8).
                    02 FILLER      PIC X.
                    02 ldg-corr    PIC X(14).
                    02 FILLER      PIC X.
                    02 ldg-opening PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-net     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
                    02 FILLER      PIC X.
                    02 ldg-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-verdict PIC X(4).
                    02 FILLER      PIC X.
                    02 ldg-currency PIC X(3).
                    02 FILLER      PIC X.
                    02 ldg-rate    PIC 9(5)V9(6).
                    02 FILLER      PIC X.
                    02 ldg-base-closing PIC S9(13)V99.
                    02 FILLER      PIC X.
                    02 ldg-source  PIC X(5).
                FD REF-FILE.
                01 ref-record.
                    02 ref-key  PIC S9(9).
                    02 FILLER   PIC X.
                    02 ref-name PIC X(20).
                    02 FILLER   PIC X.
                    02 ref-cat  PIC X(4).
                FD MAP-FILE.
                01 map-record.
                    02 map-cat     PIC X(4).
                    02 FILLER      PIC X.
                    02 map-account PIC X(10).
                FD GL-FILE.
                01 gl-record.
                    02 glr-type PIC X.
                    02 glr-body PIC X(49).
                01 gl-header REDEFINES gl-record.
                    02 FILLER     PIC X.
                    02 glh-id     PIC X(8).
                    02 FILLER     PIC X.
                    02 glh-date   PIC X(8).
                    02 FILLER     PIC X.
                    02 glh-corr   PIC X(14).
                    02 FILLER     PIC X(17).
                01 gl-detail REDEFINES gl-record.
                    02 FILLER     PIC X.
                    02 gld-account PIC X(10).
                    02 FILLER     PIC X.
                    02 gld-currency PIC X(3).
                    02 FILLER     PIC X.
                    02 gld-debit  PIC 9(13)V99.
                    02 FILLER     PIC X.
                    02 gld-credit PIC 9(13)V99.
                    02 FILLER     PIC X(3).
                01 gl-trailer REDEFINES gl-record.
                    02 FILLER     PIC X.
                    02 glt-count  PIC 9(9).
                    02 FILLER     PIC X.
                    02 glt-debit  PIC 9(15)V99.
                    02 FILLER     PIC X.
                    02 glt-credit PIC 9(15)V99.
                    02 FILLER     PIC X(4).
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
                    01 journal-file-status PIC XX.
                    01 ledger-file-status  PIC XX.
                    01 ref-file-status     PIC XX.
                    01 map-file-status     PIC XX.
                    01 gl-file-status      PIC XX.
                    01 sent-file-status    PIC XX.
                    01 report-file-status  PIC XX.
                    01 journal-eof         PIC 9 VALUE 0.
                    01 ledger-eof          PIC 9 VALUE 0.
                    01 ref-eof             PIC 9 VALUE 0.
                    01 map-eof             PIC 9 VALUE 0.
                    01 feed-id        PIC X(8) VALUE "GLFEED".
                    *> the two fixed GL accounts
                    01 suspense-account   PIC X(10)
                                          VALUE "9999999999".
                    01 clearing-account   PIC X(10)
                                          VALUE "1999999999".
                    *> the account-to-category table off REFDATA
                    01 ref-table.
                        02 ref-count PIC 9(4) VALUE ZEROS.
                        02 ref-entry OCCURS 1 TO 9999 TIMES
                                DEPENDING ON ref-count.
                            03 rf-key PIC S9(9).
                            03 rf-cat PIC X(4).
                    01 rx                 PIC 9(4).
                    01 found-cat          PIC X(4).
                    *> the category-to-GL-account table off GLMAP
                    01 map-table.
                        02 map-count PIC 9(3) VALUE ZEROS.
                        02 map-entry OCCURS 1 TO 200 TIMES
                                DEPENDING ON map-count.
                            03 gm-cat     PIC X(4).
                            03 gm-account PIC X(10).
                    01 mx                 PIC 9(3).
                    01 found-account      PIC X(10).
                    *> the journal being built -- one line per GL
                    *> account and currency
                    01 gl-table.
                        02 gl-count PIC 9(4) VALUE ZEROS.
                        02 gl-entry OCCURS 1 TO 2000 TIMES
                                DEPENDING ON gl-count.
                            03 ge-account  PIC X(10).
                            03 ge-currency PIC X(3).
                            03 ge-debit    PIC 9(13)V99.
                            03 ge-credit   PIC 9(13)V99.
                    01 gx                 PIC 9(4).
                    01 gl-found           PIC 9.
                    01 gl-full            PIC 9 VALUE 0.
                    *> per-currency proof -- what the journal lines
                    *> moved, what ACCTLDGR says the cycle moved, and
                    *> the debit and credit sides of the GL file
                    01 ccy-table.
                        02 ccy-count PIC 9(3) VALUE ZEROS.
                        02 ccy-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON ccy-count.
                            03 tc-code      PIC X(3).
                            03 tc-jrn-net   PIC S9(13)V99.
                            03 tc-ldg-net   PIC S9(13)V99.
                            03 tc-debit     PIC 9(15)V99.
                            03 tc-credit    PIC 9(15)V99.
                    01 ccy-idx            PIC 9(3).
                    01 ccy-work           PIC X(3).
                    01 base-currency      PIC X(3).
                    *> one posting
                    01 movement           PIC S9(7)V99.
                    01 amount-abs         PIC 9(7)V99.
                    01 posting-account    PIC X(10).
                    01 posting-side       PIC X.
                    *> ACCTLDGR state for this cycle
                    01 ledger-seen        PIC 9 VALUE 0.
                    01 ledger-verdict     PIC X(4) VALUE SPACES.
                    *> outcome
                    01 posting-count      PIC 9(9) VALUE ZEROS.
                    01 suspense-count     PIC 9(9) VALUE ZEROS.
                    01 record-count       PIC 9(9) VALUE ZEROS.
                    01 debit-total        PIC 9(15)V99 VALUE ZEROS.
                    01 credit-total       PIC 9(15)V99 VALUE ZEROS.
                    01 unbalanced-count   PIC 9(3) VALUE ZEROS.
                    01 untied-count       PIC 9(3) VALUE ZEROS.
                    01 feed-ok            PIC 9 VALUE 1.
                    01 fail-reason        PIC X(60) VALUE SPACES.
                    *> DISPLAY mirrors for the report lines
                    01 count-tx           PIC 9(9).
                    01 amount-tx          PIC 9(13).99.
                    01 credit-tx          PIC 9(13).99.
                    01 net-tx             PIC +9(13).99.
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date        PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op              PIC X(3).
                    01 pd-date            PIC X(8).
                    01 pd-answer          PIC 9(9).
                    *> base currency -- see common/fx_rate.cob
                    01 fx-op              PIC X(3).
                    01 fx-currency        PIC X(3).
                    01 fx-date            PIC X(8).
                    01 fx-rate            PIC 9(5)V9(6).
                    01 fx-found           PIC 9.
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program         PIC X(8) VALUE "GLEXTRCT".
                    01 pm-keyword         PIC X(16).
                    01 pm-value           PIC X(40).
                    01 pm-found           PIC 9.
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "GLEXTRCT".
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
                PERFORM load_parameters.
                PERFORM open_files.
                PERFORM write_report_header.
                PERFORM load_reference_data.
                PERFORM load_gl_map.
                PERFORM UNTIL journal-eof = 1
                    READ JOURNAL-FILE
                        AT END
                            MOVE 1 TO journal-eof
                        NOT AT END
                            IF jrn-corr-id = corr-id
                               AND jrn-rec-op NOT = "Z" THEN
                                PERFORM post_journal_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                PERFORM load_ledger_entry.
                PERFORM prove_journal.
                PERFORM write_gl_file.
                PERFORM write_totals.
                CLOSE REPORT-FILE.
                IF feed-ok = 1 THEN
                    PERFORM note_sent
                    DISPLAY "GL EXTRACT: " feed-id " sent "
                            record-count " record(s)"
                ELSE
                    *> the alert id was set beside fail-reason
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                IF suspense-count > 0 THEN
                    MOVE "ACT030" TO al-msg-id
                    MOVE SPACES TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                END-IF.
                MOVE "END" TO audit-event.
                IF feed-ok = 1 THEN
                    MOVE "COMPLETE" TO audit-outcome
                ELSE
                    MOVE "ERROR" TO audit-outcome
                END-IF.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                *> RETURN-CODE is set after the last CALL -- a called
                *> subprogram's GOBACK hands back its own zero, so a
                *> code set any earlier would be lost
                IF feed-ok = 0 THEN
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF suspense-count > 0 THEN
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF.
            STOP RUN.

            load_parameters.
                MOVE "SUSPENSE" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE pm-value(1:10) TO suspense-account
                END-IF.
                MOVE "CLEARING" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value NOT = SPACES THEN
                    MOVE pm-value(1:10) TO clearing-account
                END-IF.
                MOVE "BAS" TO fx-op.
                MOVE SPACES TO fx-currency.
                CALL "fx_rate" USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                MOVE fx-currency TO base-currency.
                EXIT.

            open_files.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    DISPLAY "GL EXTRACT: unable to open ACCTJRN, "
                            "status " journal-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTJRN" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "GL EXTRACT: unable to open GLRPT, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "GLRPT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            write_report_header.
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                CALL "run_corr" USING corr-op, corr-id.
                STRING "GL JOURNAL - run " report-date
                       " cycle " corr-id
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            load_reference_data.
                OPEN INPUT REF-FILE.
                IF ref-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO ref-eof.
                PERFORM UNTIL ref-eof = 1
                    READ REF-FILE
                        AT END
                            MOVE 1 TO ref-eof
                        NOT AT END
                            IF ref-count < 9999 THEN
                                ADD 1 TO ref-count
                                MOVE ref-key TO rf-key(ref-count)
                                MOVE ref-cat TO rf-cat(ref-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE REF-FILE.
                EXIT.

            load_gl_map.
                *> no GLMAP means every posting goes to suspense --
                *> the feed still balances, and the WARN says why
                OPEN INPUT MAP-FILE.
                IF map-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO map-eof.
                PERFORM UNTIL map-eof = 1
                    READ MAP-FILE
                        AT END
                            MOVE 1 TO map-eof
                        NOT AT END
                            IF map-cat NOT = SPACES
                               AND map-count < 200 THEN
                                ADD 1 TO map-count
                                MOVE map-cat TO gm-cat(map-count)
                                MOVE map-account
                                    TO gm-account(map-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE MAP-FILE.
                EXIT.

            post_journal_line.
                COMPUTE movement = jrn-after-bal - jrn-before-bal.
                IF movement = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO posting-count.
                MOVE jrn-currency TO ccy-work.
                IF ccy-work = SPACES THEN
                    MOVE base-currency TO ccy-work
                END-IF.
                PERFORM find_currency_slot.
                ADD movement TO tc-jrn-net(ccy-idx).
                MOVE "----" TO found-cat.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > ref-count
                    IF rf-key(rx) = jrn-rec-key THEN
                        MOVE rf-cat(rx) TO found-cat
                    END-IF
                END-PERFORM.
                MOVE SPACES TO found-account.
                PERFORM VARYING mx FROM 1 BY 1
                        UNTIL mx > map-count
                    IF gm-cat(mx) = found-cat THEN
                        MOVE gm-account(mx) TO found-account
                    END-IF
                END-PERFORM.
                IF found-account = SPACES THEN
                    MOVE suspense-account TO found-account
                    ADD 1 TO suspense-count
                END-IF.
                *> the customer side, then the clearing offset the
                *> other way
                IF movement > 0 THEN
                    MOVE movement TO amount-abs
                    MOVE found-account TO posting-account
                    MOVE "C" TO posting-side
                    PERFORM add_gl_amount
                    MOVE clearing-account TO posting-account
                    MOVE "D" TO posting-side
                    PERFORM add_gl_amount
                ELSE
                    COMPUTE amount-abs = 0 - movement
                    MOVE found-account TO posting-account
                    MOVE "D" TO posting-side
                    PERFORM add_gl_amount
                    MOVE clearing-account TO posting-account
                    MOVE "C" TO posting-side
                    PERFORM add_gl_amount
                END-IF.
                EXIT.

            add_gl_amount.
                MOVE 0 TO gl-found.
                PERFORM VARYING gx FROM 1 BY 1
                        UNTIL gx > gl-count OR gl-found = 1
                    IF ge-account(gx) = posting-account
                       AND ge-currency(gx) = ccy-work THEN
                        MOVE 1 TO gl-found
                    END-IF
                END-PERFORM.
                IF gl-found = 1 THEN
                    SUBTRACT 1 FROM gx
                ELSE
                    IF gl-count < 2000 THEN
                        ADD 1 TO gl-count
                        MOVE gl-count TO gx
                        MOVE posting-account TO ge-account(gx)
                        MOVE ccy-work TO ge-currency(gx)
                        MOVE 0 TO ge-debit(gx)
                        MOVE 0 TO ge-credit(gx)
                    ELSE
                        *> a journal this wide cannot be trusted
                        *> half-built -- the proof refuses it
                        MOVE 1 TO gl-full
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF posting-side = "D" THEN
                    ADD amount-abs TO ge-debit(gx)
                    ADD amount-abs TO tc-debit(ccy-idx)
                ELSE
                    ADD amount-abs TO ge-credit(gx)
                    ADD amount-abs TO tc-credit(ccy-idx)
                END-IF.
                EXIT.

            find_currency_slot.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    IF tc-code(ccy-idx) = ccy-work THEN
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                IF ccy-count < 100 THEN
                    ADD 1 TO ccy-count
                    MOVE ccy-count TO ccy-idx
                    MOVE ccy-work TO tc-code(ccy-idx)
                    MOVE 0 TO tc-jrn-net(ccy-idx)
                    MOVE 0 TO tc-ldg-net(ccy-idx)
                    MOVE 0 TO tc-debit(ccy-idx)
                    MOVE 0 TO tc-credit(ccy-idx)
                ELSE
                    MOVE ccy-count TO ccy-idx
                END-IF.
                EXIT.

            load_ledger_entry.
                *> the last whole-master entry for this cycle and the
                *> per-currency entries that follow it -- a rerun
                *> under the same correlation id writes a fresh set,
                *> and the latest one is what the master now holds
                OPEN INPUT LEDGER-FILE.
                IF ledger-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL ledger-eof = 1
                    READ LEDGER-FILE
                        AT END
                            MOVE 1 TO ledger-eof
                        NOT AT END
                            IF ldg-corr = corr-id
                               AND ldg-source NOT = "PURGE" THEN
                                PERFORM take_ledger_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE LEDGER-FILE.
                EXIT.

            take_ledger_line.
                IF ldg-currency = SPACES THEN
                    MOVE 1 TO ledger-seen
                    MOVE ldg-verdict TO ledger-verdict
                    PERFORM VARYING ccy-idx FROM 1 BY 1
                            UNTIL ccy-idx > ccy-count
                        MOVE 0 TO tc-ldg-net(ccy-idx)
                    END-PERFORM
                ELSE
                    MOVE ldg-currency TO ccy-work
                    PERFORM find_currency_slot
                    MOVE ldg-net TO tc-ldg-net(ccy-idx)
                END-IF.
                EXIT.

            prove_journal.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING ccy-idx FROM 1 BY 1
                        UNTIL ccy-idx > ccy-count
                    PERFORM prove_one_currency
                END-PERFORM.
                IF gl-full = 1 THEN
                    MOVE 0 TO feed-ok
                    MOVE "GL journal table full -- feed not sent"
                        TO fail-reason
                    MOVE "ACT031" TO al-msg-id
                    MOVE SPACES TO al-values
                    EXIT PARAGRAPH
                END-IF.
                IF unbalanced-count > 0 THEN
                    MOVE 0 TO feed-ok
                    MOVE "GL journal does not balance -- not sent"
                        TO fail-reason
                    MOVE "ACT033" TO al-msg-id
                    MOVE SPACES TO al-values
                    EXIT PARAGRAPH
                END-IF.
                IF ledger-seen = 0 THEN
                    MOVE 0 TO feed-ok
                    MOVE "no ACCTLDGR entry for this cycle -- not sent"
                        TO fail-reason
                    MOVE "ACT034" TO al-msg-id
                    MOVE SPACES TO al-values
                    EXIT PARAGRAPH
                END-IF.
                IF ledger-verdict NOT = "OK" THEN
                    MOVE 0 TO feed-ok
                    MOVE "ACCTLDGR proof failed this cycle -- not sent"
                        TO fail-reason
                    MOVE "ACT035" TO al-msg-id
                    MOVE SPACES TO al-values
                    EXIT PARAGRAPH
                END-IF.
                IF untied-count > 0 THEN
                    MOVE 0 TO feed-ok
                    MOVE "GL journal does not tie to ACCTLDGR -- unsent"
                        TO fail-reason
                    MOVE "ACT036" TO al-msg-id
                    MOVE SPACES TO al-values
                END-IF.
                EXIT.

            prove_one_currency.
                MOVE tc-debit(ccy-idx) TO amount-tx.
                MOVE SPACES TO report-line.
                STRING tc-code(ccy-idx) " debits........: " amount-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE tc-credit(ccy-idx) TO amount-tx.
                MOVE SPACES TO report-line.
                STRING tc-code(ccy-idx) " credits.......: " amount-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                IF tc-debit(ccy-idx) NOT = tc-credit(ccy-idx) THEN
                    ADD 1 TO unbalanced-count
                    MOVE SPACES TO report-line
                    STRING tc-code(ccy-idx)
                           " balance.......: ** DOES NOT BALANCE **"
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                    DISPLAY report-line
                END-IF.
                MOVE tc-jrn-net(ccy-idx) TO net-tx.
                MOVE SPACES TO report-line.
                STRING tc-code(ccy-idx) " journal net...: " net-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE tc-ldg-net(ccy-idx) TO net-tx.
                MOVE SPACES TO report-line.
                STRING tc-code(ccy-idx) " ACCTLDGR net..: " net-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF tc-jrn-net(ccy-idx) = tc-ldg-net(ccy-idx) THEN
                    STRING tc-code(ccy-idx) " ledger tie....: TIES"
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    ADD 1 TO untied-count
                    STRING tc-code(ccy-idx)
                           " ledger tie....: ** DOES NOT TIE **"
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_gl_file.
                *> a refused feed still opens GLJRNL for output, so
                *> yesterday's balanced file cannot be picked up in
                *> its place -- the dataset is left empty
                OPEN OUTPUT GL-FILE.
                IF gl-file-status NOT = "00" THEN
                    DISPLAY "GL EXTRACT: unable to open GLJRNL, "
                            "status " gl-file-status
                    IF feed-ok = 1 THEN
                        MOVE 0 TO feed-ok
                        MOVE "unable to open GLJRNL" TO fail-reason
                        MOVE "DSN001" TO al-msg-id
                        MOVE "GLJRNL" TO al-values
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF feed-ok = 0 THEN
                    CLOSE GL-FILE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO gl-record.
                MOVE "H" TO glr-type.
                MOVE feed-id TO glh-id.
                MOVE pd-date TO glh-date.
                MOVE corr-id TO glh-corr.
                WRITE gl-record.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                PERFORM VARYING gx FROM 1 BY 1
                        UNTIL gx > gl-count
                    MOVE SPACES TO gl-record
                    MOVE "D" TO glr-type
                    MOVE ge-account(gx) TO gld-account
                    MOVE ge-currency(gx) TO gld-currency
                    MOVE ge-debit(gx) TO gld-debit
                    MOVE ge-credit(gx) TO gld-credit
                    WRITE gl-record
                    ADD 1 TO record-count
                    ADD ge-debit(gx) TO debit-total
                    ADD ge-credit(gx) TO credit-total
                    PERFORM report_gl_line
                END-PERFORM.
                MOVE SPACES TO gl-record.
                MOVE "T" TO glr-type.
                MOVE record-count TO glt-count.
                MOVE debit-total TO glt-debit.
                MOVE credit-total TO glt-credit.
                WRITE gl-record.
                CLOSE GL-FILE.
                EXIT.

            report_gl_line.
                MOVE SPACES TO report-line.
                MOVE ge-debit(gx) TO amount-tx.
                MOVE ge-credit(gx) TO credit-tx.
                STRING "  GL " ge-account(gx) " " ge-currency(gx)
                       " debit " amount-tx " credit " credit-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            write_totals.
                MOVE SPACES TO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE posting-count TO count-tx.
                STRING "postings.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE suspense-count TO count-tx.
                STRING "to suspense....: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE record-count TO count-tx.
                STRING "GL lines.......: " count-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF feed-ok = 1 THEN
                    MOVE "GL feed........: SENT" TO report-line
                ELSE
                    STRING "GL feed........: ** NOT SENT ** "
                           fail-reason
                        DELIMITED BY SIZE INTO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.

            note_sent.
                OPEN EXTEND SENT-FILE.
                IF sent-file-status NOT = "00" THEN
                    OPEN OUTPUT SENT-FILE
                END-IF.
                IF sent-file-status NOT = "00" THEN
                    DISPLAY "GL EXTRACT: unable to write SENTLOG, "
                            "status " sent-file-status
                    MOVE "DSN009" TO al-msg-id
                    MOVE "sent GL journal" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    EXIT PARAGRAPH
                END-IF.
                *> the debit total in whole units stands in as the
                *> hash iface_ack checks the acknowledgment against
                MOVE SPACES TO sent-record.
                MOVE feed-id TO snt-id.
                MOVE pd-date TO snt-date.
                MOVE corr-id TO snt-corr.
                MOVE record-count TO snt-count.
                MOVE debit-total TO snt-hash.
                WRITE sent-record.
                CLOSE SENT-FILE.
                EXIT.
        END PROGRAM Main.
