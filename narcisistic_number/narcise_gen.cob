            01 pm-value     PIC X(40).
            01 pm-found     PIC 9.
            *> central alert routing -- see common/alert_log.cob
            01 al-msg-id    PIC X(8).
            01 al-values.
                02 al-value-1 PIC X(28).
                02 al-value-2 PIC X(28).
            *> run correlation id -- see common/run_corr.cob
            01 corr-op      PIC X(3) VALUE "GET".
            01 corr-id      PIC X(14) VALUE SPACES.
            01 audit-outcome PIC X(8).
    PROCEDURE DIVISION.
    mainline.
        *> the build that is running -- see common/run_version.cob
        CALL "run_version" USING BY CONTENT "SET",
                                 FUNCTION WHEN-COMPILED.
        MOVE "START" TO audit-event.
        MOVE SPACES TO audit-outcome.
        CALL "run_audit" USING audit-name, audit-event, audit-outcome.
        IF hits-file-status NOT = "00" THEN
            DISPLAY "NARCISISTIC: unable to open NARCOUT, status "
                    hits-file-status
            MOVE "DSN001" TO al-msg-id
            MOVE "NARCOUT" TO al-values
            CALL "alert_log" USING al-msg-id, audit-name,
                                    al-values
        ELSE
            IF resume-val = 10 THEN
                MOVE SPACES TO hits-record
            PERFORM VARYING val FROM resume-val BY 1
                            UNTIL val > range-upper
                            OR stop-requested = 1
                *> test-only crash points -- see common/fault_point.cob
                CALL "fault_point" USING audit-name, BY CONTENT "R"
                PERFORM checkit
                ADD 1 TO ckpt-write-counter
                IF ckpt-write-counter >= ckpt-interval THEN
                    MOVE 0 TO ckpt-write-counter
                    MOVE "N" TO ckpt-complete-flag
                    PERFORM write_checkpoint
                    CALL "fault_point" USING audit-name, BY CONTENT "C"
                    MOVE 10 TO pb-lower
                    MOVE range-upper TO pb-upper
                    MOVE val TO pb-current
