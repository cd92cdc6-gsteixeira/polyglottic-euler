        *> Shared read-access log for every place that shows account
        *> (or tree) data to a person.  RUNAUDIT says who ran what
        *> and who changed a control; this says who LOOKED -- one
        *> READLOG line per answer shown: when, who (the signed-on
        *> operator, or the requester id an inquiry server client
        *> sent), which program showed it, the key or the first and
        *> last key of the range shown, and the run correlation id
        *> (common/run_corr.cob) that ties the line back to the
        *> run's RUNAUDIT pair.  access_report reads it back.
        *> A single key is logged with the same value as both ends
        *> of the range.  Account keys are logged as nine digits;
        *> tree keys as the eight-character tree name then the
        *> nine-digit value, so the two never collide.
        *> READLOG layout (line sequential, 85 bytes):
        *>   1-14 timestamp, 16-23 requester, 25-32 program,
        *>   34-51 key from, 53-70 key to, 72-85 correlation id.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. access_log.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    *> the same exclusive-sharing and retry open as
                    *> run_audit -- inquiry sessions and the server
                    *> append to this at the same time
                    SELECT ACCESS-FILE ASSIGN TO "READLOG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        SHARING WITH NO OTHER
                        FILE STATUS IS access-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD ACCESS-FILE.
                01 access-record.
                    02 acc-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 acc-requester  PIC X(8).
                    02 FILLER         PIC X.
                    02 acc-program    PIC X(8).
                    02 FILLER         PIC X.
                    02 acc-key-from   PIC X(18).
                    02 FILLER         PIC X.
                    02 acc-key-to     PIC X(18).
                    02 FILLER         PIC X.
                    02 acc-corr-id    PIC X(14).
                WORKING-STORAGE SECTION.
                    01 access-file-status PIC XX.
                    01 datetime          PIC X(21).
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    01 retry-count       PIC 9(3).
                    01 retry-limit       CONSTANT AS 50.
                    01 spin-idx          PIC 9(9).
                    01 spin-sink         PIC 9(9).
                LINKAGE SECTION.
                    01 al-requester      PIC X(8).
                    01 al-program        PIC X(8).
                    01 al-key-from       PIC X(18).
                    01 al-key-to         PIC X(18).
            PROCEDURE DIVISION USING al-requester, al-program,
                                      al-key-from, al-key-to.
                PERFORM open_access_with_retry.
                IF access-file-status NOT = "00" THEN
                    DISPLAY "ACCESS_LOG: unable to open READLOG, "
                            "status " access-file-status
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO datetime
                    CALL "run_corr" USING corr-op, corr-id
                    MOVE SPACES TO access-record
                    MOVE datetime(1:14) TO acc-timestamp
                    IF al-requester = SPACES THEN
                        MOVE "UNKNOWN" TO acc-requester
                    ELSE
                        MOVE al-requester TO acc-requester
                    END-IF
                    MOVE al-program TO acc-program
                    MOVE al-key-from TO acc-key-from
                    IF al-key-to = SPACES THEN
                        MOVE al-key-from TO acc-key-to
                    ELSE
                        MOVE al-key-to TO acc-key-to
                    END-IF
                    MOVE corr-id TO acc-corr-id
                    WRITE access-record
                    CLOSE ACCESS-FILE
                END-IF.
            GOBACK.
            open_access_with_retry.
                MOVE 0 TO retry-count.
                PERFORM UNTIL retry-count > retry-limit
                    OPEN EXTEND ACCESS-FILE
                    IF access-file-status = "00" THEN
                        EXIT PERFORM
                    END-IF
                    IF access-file-status = "35" THEN
                        OPEN OUTPUT ACCESS-FILE
                        IF access-file-status = "00" THEN
                            EXIT PERFORM
                        END-IF
                    END-IF
                    ADD 1 TO retry-count
                    PERFORM wait_a_moment
                END-PERFORM.
                EXIT.
            wait_a_moment.
                MOVE 0 TO spin-sink.
                PERFORM VARYING spin-idx FROM 1 BY 1
                                UNTIL spin-idx > 100000
                    ADD 1 TO spin-sink
                END-PERFORM.
                EXIT.
        END PROGRAM access_log.
