        *>   INFO = notable but harmless
        *> Appends with the EXTEND-with-fallback pattern
        *> common/perf_log.cob uses.  The reporter in alert_report/
        *> prints open alerts grouped by severity.  Each record
        *> ends with the environment of the run that raised it
        *> (common/env_resolve.cob).
        *> Alerts are raised by message id, not free text: the
        *> caller names the condition's id in the message catalog
        *> (common/msg_catalog.cpy) and up to two values, and the
        *> severity and standard wording come from the catalog --
        *> &1 in the text takes al-value-1, the thing the alert is
        *> about, and &2 takes al-value-2, a count or a detail.
        *> The record carries the id and the first value after the
        *> environment, which is what an acknowledgment matches on
        *> (alert_ack), so rewording an entry never reopens an
        *> alert already closed.  An id missing from the catalog is
        *> still written, as a FATL naming the id, rather than lost.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. alert_log.
            AUTHOR. Gustavo Selbach Teixeira.
                    02 alr-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-message   PIC X(60).
                    02 FILLER        PIC X.
                    *> the environment the run belongs to -- see
                    *> common/env_resolve.cob
                    02 alr-env       PIC X(4).
                    02 FILLER        PIC X.
                    *> the catalog id and the first value -- see
                    *> common/msg_catalog.cpy
                    02 alr-msg-id    PIC X(8).
                    02 FILLER        PIC X.
                    02 alr-subject   PIC X(28).
                WORKING-STORAGE SECTION.
                    01 alert-file-status PIC XX.
                    01 datetime          PIC X(21).
                    01 env-op            PIC X(3) VALUE "GET".
                    01 env-code          PIC X(4).
                    01 env-status        PIC XX.
                    *> the catalog entry -- see common/msg_catalog.cob
                    01 mc-severity       PIC X(4).
                    01 mc-text           PIC X(50).
                    01 mc-runbook-1      PIC X(56).
                    01 mc-runbook-2      PIC X(56).
                    01 mc-found          PIC 9.
                    *> the standard text with its values put in
                    01 template          PIC X(52).
                    01 template-len      PIC 9(2).
                    01 t                 PIC 9(2).
                    01 msg-pointer       PIC 9(3).
                LINKAGE SECTION.
                    01 al-msg-id   PIC X(8).
                    01 al-program  PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
            PROCEDURE DIVISION USING al-msg-id, al-program,
                                      al-values.
                CALL "msg_catalog" USING al-msg-id, mc-severity,
                                          mc-text, mc-runbook-1,
                                          mc-runbook-2, mc-found.
                OPEN EXTEND ALERT-FILE.
                IF alert-file-status NOT = "00" THEN
                    OPEN OUTPUT ALERT-FILE
                    MOVE FUNCTION CURRENT-DATE TO datetime
                    MOVE SPACES TO alert-record
                    MOVE datetime(1:14) TO alr-timestamp
                    MOVE al-program TO alr-program
                    PERFORM build_message
                    MOVE al-msg-id TO alr-msg-id
                    MOVE al-value-1 TO alr-subject
                    CALL "env_resolve" USING env-op, env-code,
                                              env-status
                    MOVE env-code TO alr-env
                    WRITE alert-record
                    CLOSE ALERT-FILE
                END-IF.
            GOBACK.

            build_message.
                IF mc-found = 0 THEN
                    MOVE "FATL" TO alr-severity
                    STRING "alert " FUNCTION TRIM(al-msg-id)
                           " is not in the message catalog"
                        DELIMITED BY SIZE INTO alr-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE mc-severity TO alr-severity.
                MOVE mc-text TO template.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(mc-text TRAILING))
                    TO template-len.
                MOVE 1 TO msg-pointer.
                MOVE 1 TO t.
                PERFORM UNTIL t > template-len
                    EVALUATE TRUE
                        WHEN template(t:2) = "&1"
                            IF al-value-1 NOT = SPACES THEN
                                STRING FUNCTION TRIM(al-value-1)
                                    DELIMITED BY SIZE INTO alr-message
                                    WITH POINTER msg-pointer
                                END-STRING
                            END-IF
                            ADD 2 TO t
                        WHEN template(t:2) = "&2"
                            IF al-value-2 NOT = SPACES THEN
                                STRING FUNCTION TRIM(al-value-2)
                                    DELIMITED BY SIZE INTO alr-message
                                    WITH POINTER msg-pointer
                                END-STRING
                            END-IF
                            ADD 2 TO t
                        WHEN OTHER
                            STRING template(t:1)
                                DELIMITED BY SIZE INTO alr-message
                                WITH POINTER msg-pointer
                            END-STRING
                            ADD 1 TO t
                    END-EVALUATE
                END-PERFORM.
                EXIT.
        END PROGRAM alert_log.
