        *> Shared inbound batch registry.  An envelope check proves a
        *> file is whole; it cannot tell that the whole file is last
        *> Tuesday's, sent again.  BATCHREG remembers every inbound
        *> batch a consuming program has taken -- feed, batch id,
        *> creation date, record count and hash total, and when,
        *> by which program and under which run correlation id
        *> (common/run_corr.cob) it was consumed -- so the next
        *> delivery of the same batch is known for what it is.
        *> A batch's identity is all five of feed, batch id,
        *> creation date, count and hash: a feed whose files carry
        *> no header leaves the id and date blank and is known by
        *> its count and hash alone, so two different files on the
        *> same day never collide and a byte-for-byte resend always
        *> matches.
        *> Operations:
        *>   CHK = has this batch been consumed before?  br-status
        *>         OK = no; DU = yes, br-stamp out = when (the
        *>         latest such consumption), and the earlier run is
        *>         shown on the console; OV = yes, but the consuming
        *>         program's PARMLIB line
        *>             progname RESEND-OK=stamp [operator]
        *>         names that very consumption -- the operator's
        *>         deliberate resend -- and RUNAUDIT gets a RESND
        *>         line carrying the operator id
        *>   REG = record the batch as consumed by br-program now
        *>   RSN = the same, flagged as an overridden resend
        *> br-status IO = BATCHREG could not be written.  An absent
        *> BATCHREG simply has nothing on it yet.
        *> BATCHREG layout (line sequential, 117 bytes):
        *>   1-8 feed, 10-25 batch id, 27-34 creation date, 36-44
        *>   count, 46-63 hash (sign leading), 65-78 consumed
        *>   timestamp, 80-87 program, 89-102 correlation id, 104
        *>   R when an overridden resend.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. batch_reg.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT REG-FILE ASSIGN TO "BATCHREG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS reg-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD REG-FILE.
                01 reg-record.
                    02 brg-feed      PIC X(8).
                    02 FILLER        PIC X.
                    02 brg-batch-id  PIC X(16).
                    02 FILLER        PIC X.
                    02 brg-created   PIC X(8).
                    02 FILLER        PIC X.
                    02 brg-count     PIC 9(9).
                    02 FILLER        PIC X.
                    02 brg-hash      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
                    02 FILLER        PIC X.
                    02 brg-consumed  PIC X(14).
                    02 FILLER        PIC X.
                    02 brg-program   PIC X(8).
                    02 FILLER        PIC X.
                    02 brg-corr-id   PIC X(14).
                    02 FILLER        PIC X.
                    02 brg-resend    PIC X.
                    02 FILLER        PIC X(13).
                WORKING-STORAGE SECTION.
                    01 reg-file-status   PIC XX.
                    01 reg-eof           PIC 9.
                    01 datetime          PIC X(21).
                    01 match-found       PIC 9.
                    01 match-program     PIC X(8).
                    01 match-corr-id     PIC X(14).
                    *> the resend override -- see
                    *> common/parm_lookup.cob
                    01 pm-keyword        PIC X(16) VALUE "RESEND-OK".
                    01 pm-value          PIC X(40).
                    01 pm-found          PIC 9.
                    01 ovr-stamp         PIC X(14).
                    01 ovr-operator      PIC X(8).
                    01 corr-op           PIC X(3) VALUE "GET".
                    01 corr-id           PIC X(14) VALUE SPACES.
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-event       PIC X(5).
                    01 audit-outcome     PIC X(8).
                LINKAGE SECTION.
                    01 br-op             PIC X(3).
                    01 br-feed           PIC X(8).
                    01 br-batch-id       PIC X(16).
                    01 br-created        PIC X(8).
                    01 br-count          PIC 9(9).
                    01 br-hash           PIC S9(15)V99.
                    01 br-program        PIC X(8).
                    01 br-stamp          PIC X(14).
                    01 br-status         PIC XX.
            PROCEDURE DIVISION USING br-op, br-feed, br-batch-id,
                                      br-created, br-count, br-hash,
                                      br-program, br-stamp,
                                      br-status.
                MOVE "OK" TO br-status.
                EVALUATE br-op
                    WHEN "CHK"
                        PERFORM check_registry
                    WHEN "REG"
                        PERFORM register_batch
                    WHEN "RSN"
                        PERFORM register_batch
                END-EVALUATE.
            GOBACK.

            check_registry.
                MOVE SPACES TO br-stamp.
                MOVE 0 TO match-found.
                OPEN INPUT REG-FILE.
                IF reg-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO reg-eof.
                PERFORM UNTIL reg-eof = 1
                    READ REG-FILE
                        AT END
                            MOVE 1 TO reg-eof
                        NOT AT END
                            IF brg-feed = br-feed
                               AND brg-batch-id = br-batch-id
                               AND brg-created = br-created
                               AND brg-count = br-count
                               AND brg-hash = br-hash THEN
                                MOVE 1 TO match-found
                                MOVE brg-consumed TO br-stamp
                                MOVE brg-program TO match-program
                                MOVE brg-corr-id TO match-corr-id
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE REG-FILE.
                IF match-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                DISPLAY "BATCH_REG: " br-feed " batch '" br-batch-id
                        "' of '" br-created "' was consumed "
                        br-stamp " by " match-program
                        " run " match-corr-id.
                MOVE "DU" TO br-status.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING br-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 0 OR pm-value = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO ovr-stamp.
                MOVE SPACES TO ovr-operator.
                UNSTRING pm-value DELIMITED BY ALL SPACE
                    INTO ovr-stamp, ovr-operator.
                IF ovr-stamp NOT = br-stamp THEN
                    DISPLAY "BATCH_REG: RESEND-OK names " ovr-stamp
                            " -- not this consumption, no override"
                    EXIT PARAGRAPH
                END-IF.
                IF ovr-operator = SPACES THEN
                    MOVE "OVERRIDE" TO ovr-operator
                END-IF.
                MOVE "OV" TO br-status.
                MOVE "RESND" TO audit-event.
                MOVE ovr-operator TO audit-outcome.
                CALL "run_audit" USING br-program, audit-event,
                                        audit-outcome.
                DISPLAY "BATCH_REG: resend accepted on the override "
                        "of " ovr-operator.
                EXIT.

            register_batch.
                OPEN EXTEND REG-FILE.
                IF reg-file-status NOT = "00" THEN
                    OPEN OUTPUT REG-FILE
                END-IF.
                IF reg-file-status NOT = "00" THEN
                    DISPLAY "BATCH_REG: unable to open BATCHREG, "
                            "status " reg-file-status
                    MOVE "IO" TO br-status
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                CALL "run_corr" USING corr-op, corr-id.
                MOVE SPACES TO reg-record.
                MOVE br-feed TO brg-feed.
                MOVE br-batch-id TO brg-batch-id.
                MOVE br-created TO brg-created.
                MOVE br-count TO brg-count.
                MOVE br-hash TO brg-hash.
                MOVE datetime(1:14) TO brg-consumed.
                MOVE br-program TO brg-program.
                MOVE corr-id TO brg-corr-id.
                IF br-op = "RSN" THEN
                    MOVE "R" TO brg-resend
                END-IF.
                WRITE reg-record.
                CLOSE REG-FILE.
                MOVE datetime(1:14) TO br-stamp.
                EXIT.
        END PROGRAM batch_reg.
