        *> End-of-cycle go/no-go sign-off.  CTLVERIF, RECONCIL,
        *> acct_ledger, canary_verify, quality_score and
        *> deadline_track each leave a verdict as their END outcome
        *> on RUNAUDIT, but nothing read them together, and the
        *> steps that send the night's output out of the shop went
        *> ahead whatever they said.  Given a correlation id
        *> (ARGUMENT 1; default the current cycle's, see
        *> common/run_corr.cob) this collects the verdict of every
        *> step on the SIGNRULE rule table, one per line as
        *>     PROGRAM  CLASS
        *> with PROGRAM the step's audit name and CLASS either
        *> BLOCK (a bad verdict stops the outputs) or ADVISE (it is
        *> reported but the outputs go).  A verdict is clean when
        *> the step's last END for the cycle is COMPLETE; any other
        *> outcome, a START with no END (the step fell over) or no
        *> run at all is a reason.  With no SIGNRULE on file the
        *> verifiers CTLVERIF, RECONCIL, ACLEDGER and CANVERIF
        *> block and QUALSCOR and DEADLTRK advise.
        *> The cycle certificate is appended to CYCLCERT -- a CERT
        *> line with GO or NO-GO and the counts, then one RSN line
        *> per reason -- and shown on SYSOUT.  Any blocking reason
        *> makes it NO-GO and raises a FATL; advisories alone make
        *> it GO with a WARN.  iface_extract and report_bundle ask
        *> common/cycle_cert.cob for the standing decision and hold
        *> their output unless it is GO, or a NO-GO an authorized
        *> operator has overridden with a recorded reason on
        *> cycle_override.  Rerunning the sign-off after the bad
        *> steps are put right writes a fresh certificate.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT RULE-FILE ASSIGN TO "SIGNRULE"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rule-file-status.
                    SELECT AUDIT-FILE ASSIGN TO "RUNAUDIT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-file-status.
                    SELECT CERT-FILE ASSIGN TO "CYCLCERT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cert-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD RULE-FILE.
                01 rule-record.
                    02 rul-program PIC X(8).
                    02 FILLER      PIC X.
                    02 rul-class   PIC X(6).
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
                *> kind CERT: decision GO or NO-GO, the counts in
                *>            the text
                *> kind RSN:  decision BLOCK or ADVIS, the step and
                *>            the outcome it left (NO END, NOT RUN)
                *> kind OVRD: written by cycle_override -- decision
                *>            GO, the operator in place of the step,
                *>            the reason in the text
                FD CERT-FILE.
                01 cert-record.
                    02 crt-timestamp PIC X(14).
                    02 FILLER        PIC X.
                    02 crt-corr      PIC X(14).
                    02 FILLER        PIC X.
                    02 crt-kind      PIC X(4).
                    02 FILLER        PIC X.
                    02 crt-decision  PIC X(5).
                    02 FILLER        PIC X.
                    02 crt-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 crt-outcome   PIC X(8).
                    02 FILLER        PIC X.
                    02 crt-text      PIC X(50).
                WORKING-STORAGE SECTION.
                    01 rule-file-status   PIC XX.
                    01 audit-file-status  PIC XX.
                    01 cert-file-status   PIC XX.
                    01 rule-eof           PIC 9.
                    01 audit-eof          PIC 9.
                    01 arg-value          PIC X(18).
                    01 want-corr          PIC X(14).
                    *> the steps judged, with what RUNAUDIT says of
                    *> them for the cycle
                    01 rule-table.
                        02 rule-count PIC 9(3) VALUE ZEROS.
                        02 rule-entry OCCURS 1 TO 100 TIMES
                                DEPENDING ON rule-count.
                            03 rl-program PIC X(8).
                            03 rl-class   PIC X(6).
                            03 rl-started PIC 9.
                            03 rl-outcome PIC X(8).
                            03 rl-verdict PIC X(8).
                    01 rx                 PIC 9(3).
                    01 rule-found         PIC 9.
                    01 bad-rules          PIC 9(3) VALUE ZEROS.
                    *> the certificate
                    01 decision           PIC X(5).
                    01 block-count        PIC 9(3) VALUE ZEROS.
                    01 advise-count       PIC 9(3) VALUE ZEROS.
                    01 first-block        PIC X(8) VALUE SPACES.
                    01 first-advise       PIC X(8) VALUE SPACES.
                    01 cert-stamp         PIC X(14).
                    01 block-tx           PIC ZZ9.
                    01 advise-tx          PIC ZZ9.
                    01 rule-tx            PIC ZZ9.
                    01 datetime           PIC X(21).
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run correlation id -- see common/run_corr.cob
                    01 corr-op            PIC X(3) VALUE "GET".
                    01 corr-id            PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name         PIC X(8) VALUE "SIGNOFF".
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
                IF arg-value NOT = SPACES THEN
                    MOVE arg-value(1:14) TO want-corr
                ELSE
                    CALL "run_corr" USING corr-op, corr-id
                    MOVE corr-id TO want-corr
                END-IF.
                PERFORM load_sign_rules.
                IF bad-rules > 0 THEN
                    DISPLAY "CYCLE SIGNOFF: " bad-rules " SIGNRULE "
                            "line(s) refused -- class must be BLOCK "
                            "or ADVISE"
                    MOVE "OPS029" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE "SIGNRULE" TO al-value-1
                    MOVE bad-rules TO block-tx
                    MOVE FUNCTION TRIM(block-tx) TO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM gather_verdicts.
                PERFORM judge_verdicts.
                PERFORM write_certificate.
                PERFORM show_certificate.
                IF block-count > 0 THEN
                    MOVE "OPS025" TO al-msg-id
                    MOVE SPACES TO al-values
                    MOVE want-corr TO al-value-1
                    STRING FUNCTION TRIM(block-tx) " blocking, "
                           first-block
                        DELIMITED BY SIZE INTO al-value-2
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                ELSE
                    IF advise-count > 0 THEN
                        MOVE "OPS028" TO al-msg-id
                        MOVE SPACES TO al-values
                        MOVE want-corr TO al-value-1
                        STRING FUNCTION TRIM(advise-tx) ", "
                               first-advise
                            DELIMITED BY SIZE INTO al-value-2
                        CALL "alert_log" USING al-msg-id, audit-name,
                                                al-values
                    END-IF
                END-IF.
                MOVE "END" TO audit-event.
                MOVE decision TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                IF block-count = 0 AND advise-count = 0 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            load_sign_rules.
                OPEN INPUT RULE-FILE.
                IF rule-file-status NOT = "00" THEN
                    DISPLAY "CYCLE SIGNOFF: no SIGNRULE on file -- "
                            "the standard rules apply"
                    PERFORM load_standard_rules
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO rule-eof.
                PERFORM UNTIL rule-eof = 1
                    READ RULE-FILE
                        AT END
                            MOVE 1 TO rule-eof
                        NOT AT END
                            IF rul-program NOT = SPACES THEN
                                PERFORM take_one_rule
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE RULE-FILE.
                IF rule-count = 0 AND bad-rules = 0 THEN
                    DISPLAY "CYCLE SIGNOFF: SIGNRULE is empty -- "
                            "the standard rules apply"
                    PERFORM load_standard_rules
                END-IF.
                EXIT.

            take_one_rule.
                MOVE FUNCTION UPPER-CASE(rul-program) TO rul-program.
                MOVE FUNCTION UPPER-CASE(rul-class) TO rul-class.
                IF rul-class NOT = "BLOCK" AND
                   rul-class NOT = "ADVISE" THEN
                    DISPLAY "CYCLE SIGNOFF: SIGNRULE line refused: "
                            rule-record
                    ADD 1 TO bad-rules
                    EXIT PARAGRAPH
                END-IF.
                *> a step named twice takes its last class
                MOVE 0 TO rule-found.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count OR rule-found = 1
                    IF rl-program(rx) = rul-program THEN
                        MOVE 1 TO rule-found
                        MOVE rul-class TO rl-class(rx)
                    END-IF
                END-PERFORM.
                IF rule-found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF rule-count >= 100 THEN
                    DISPLAY "CYCLE SIGNOFF: SIGNRULE past 100 steps, "
                            "ignored: " rul-program
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO rule-count.
                MOVE rul-program TO rl-program(rule-count).
                MOVE rul-class TO rl-class(rule-count).
                EXIT.

            load_standard_rules.
                MOVE 0 TO rule-count.
                MOVE "CTLVERIF" TO rul-program.
                MOVE "BLOCK" TO rul-class.
                PERFORM take_one_rule.
                MOVE "RECONCIL" TO rul-program.
                PERFORM take_one_rule.
                MOVE "ACLEDGER" TO rul-program.
                PERFORM take_one_rule.
                MOVE "CANVERIF" TO rul-program.
                PERFORM take_one_rule.
                MOVE "QUALSCOR" TO rul-program.
                MOVE "ADVISE" TO rul-class.
                PERFORM take_one_rule.
                MOVE "DEADLTRK" TO rul-program.
                PERFORM take_one_rule.
                EXIT.

            gather_verdicts.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count
                    MOVE 0 TO rl-started(rx)
                    MOVE SPACES TO rl-outcome(rx)
                END-PERFORM.
                OPEN INPUT AUDIT-FILE.
                IF audit-file-status NOT = "00" THEN
                    DISPLAY "CYCLE SIGNOFF: no RUNAUDIT on file -- "
                            "no step has a verdict"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO audit-eof.
                PERFORM UNTIL audit-eof = 1
                    READ AUDIT-FILE
                        AT END
                            MOVE 1 TO audit-eof
                        NOT AT END
                            IF aud-corr = want-corr THEN
                                PERFORM take_audit_line
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE AUDIT-FILE.
                EXIT.

            take_audit_line.
                *> a rerun of a step within the cycle replaces its
                *> earlier verdict -- the last END stands, and a
                *> later START with no END yet stands over it
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count
                    IF rl-program(rx) = aud-program THEN
                        EVALUATE aud-event
                            WHEN "START"
                                MOVE 1 TO rl-started(rx)
                                MOVE SPACES TO rl-outcome(rx)
                            WHEN "END"
                                MOVE 1 TO rl-started(rx)
                                MOVE aud-outcome TO rl-outcome(rx)
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                EXIT.

            judge_verdicts.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count
                    EVALUATE TRUE
                        WHEN rl-started(rx) = 0
                            MOVE "NOT RUN" TO rl-verdict(rx)
                        WHEN rl-outcome(rx) = SPACES
                            MOVE "NO END" TO rl-verdict(rx)
                        WHEN OTHER
                            MOVE rl-outcome(rx) TO rl-verdict(rx)
                    END-EVALUATE
                    IF rl-verdict(rx) NOT = "COMPLETE" THEN
                        IF rl-class(rx) = "BLOCK" THEN
                            ADD 1 TO block-count
                            IF first-block = SPACES THEN
                                MOVE rl-program(rx) TO first-block
                            END-IF
                        ELSE
                            ADD 1 TO advise-count
                            IF first-advise = SPACES THEN
                                MOVE rl-program(rx) TO first-advise
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                IF block-count > 0 THEN
                    MOVE "NO-GO" TO decision
                ELSE
                    MOVE "GO" TO decision
                END-IF.
                MOVE block-count TO block-tx.
                MOVE advise-count TO advise-tx.
                EXIT.

            write_certificate.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO cert-stamp.
                OPEN EXTEND CERT-FILE.
                IF cert-file-status NOT = "00" THEN
                    OPEN OUTPUT CERT-FILE
                END-IF.
                IF cert-file-status NOT = "00" THEN
                    DISPLAY "CYCLE SIGNOFF: unable to open CYCLCERT, "
                            "status " cert-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "CYCLCERT" TO al-values
                    CALL "alert_log" USING al-msg-id, audit-name,
                                            al-values
                    MOVE "END" TO audit-event
                    MOVE "ERROR" TO audit-outcome
                    CALL "run_audit" USING audit-name, audit-event,
                                            audit-outcome
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE SPACES TO cert-record.
                MOVE cert-stamp TO crt-timestamp.
                MOVE want-corr TO crt-corr.
                MOVE "CERT" TO crt-kind.
                MOVE decision TO crt-decision.
                MOVE rule-count TO rule-tx.
                STRING FUNCTION TRIM(block-tx) " blocking, "
                       FUNCTION TRIM(advise-tx) " advisory, of "
                       FUNCTION TRIM(rule-tx) " step(s) judged"
                    DELIMITED BY SIZE INTO crt-text.
                WRITE cert-record.
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count
                    IF rl-verdict(rx) NOT = "COMPLETE" THEN
                        MOVE SPACES TO cert-record
                        MOVE cert-stamp TO crt-timestamp
                        MOVE want-corr TO crt-corr
                        MOVE "RSN" TO crt-kind
                        IF rl-class(rx) = "BLOCK" THEN
                            MOVE "BLOCK" TO crt-decision
                        ELSE
                            MOVE "ADVIS" TO crt-decision
                        END-IF
                        MOVE rl-program(rx) TO crt-program
                        MOVE rl-verdict(rx) TO crt-outcome
                        WRITE cert-record
                    END-IF
                END-PERFORM.
                CLOSE CERT-FILE.
                EXIT.

            show_certificate.
                DISPLAY "CYCLE CERTIFICATE - " want-corr.
                DISPLAY "  decision " decision "  " block-tx
                        " blocking " advise-tx " advisory".
                PERFORM VARYING rx FROM 1 BY 1
                        UNTIL rx > rule-count
                    IF rl-verdict(rx) = "COMPLETE" THEN
                        DISPLAY "    " rl-program(rx) " "
                                rl-class(rx) " clean"
                    ELSE
                        DISPLAY "    " rl-program(rx) " "
                                rl-class(rx) " " rl-verdict(rx)
                    END-IF
                END-PERFORM.
                EXIT.
        END PROGRAM Main.
