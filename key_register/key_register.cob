        *> Loads the ACCTUSED register of account keys that have ever
        *> existed, which common/key_alloc.cob never issues again.
        *> master_update registers every key it opens from here on,
        *> but the numbers used before the register existed have to
        *> be gathered from where they still show:
        *>   ACCTMAST  every key on the master, closed ones included
        *>             (registered origin M)
        *>   ACCTJRN   every key the journal ever touched -- this is
        *>             where a deleted account's number survives
        *>             (origin H)
        *>   ACCTHIST  archive copies of the master in acct_backup's
        *>             D/T shape, concatenated, any number of
        *>             generations (origin H); absent means none
        *>   ACCTARCH  the closed accounts acct_purge moved off the
        *>             master (origin H); absent means none yet
        *> A key already on the register is left as it is, so the
        *> run can be repeated at any time -- after a restore, or
        *> when an old archive turns up -- without disturbing what
        *> is there.  Allocation refuses to run until this has
        *> loaded the register at least once.  The summary lands on
        *> KEYREG and on SYSOUT.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. Main.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT MASTER-FILE ASSIGN TO "ACCTMAST"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS mst-key
                        FILE STATUS IS master-file-status.
                    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRN"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT HISTORY-FILE ASSIGN TO "ACCTHIST"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS history-file-status.
                    SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS arc-key
                        FILE STATUS IS archive-file-status.
                    SELECT USED-FILE ASSIGN TO "ACCTUSED"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS usd-key
                        FILE STATUS IS used-file-status.
                    SELECT REPORT-FILE ASSIGN TO "KEYREG"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
            DATA DIVISION.
                FILE SECTION.
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
                FD JOURNAL-FILE.
                *> the master_update journal line, as far as the key
                01 journal-record.
                    02 jrn-timestamp  PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-corr-id    PIC X(14).
                    02 FILLER         PIC X.
                    02 jrn-rec-op     PIC X.
                    02 FILLER         PIC X.
                    02 jrn-rec-key    PIC S9(9).
                    02 FILLER         PIC X(70).
                FD HISTORY-FILE.
                *> acct_backup's copy shape -- D details, T trailer
                01 history-record.
                    02 hst-type PIC X.
                    02 hst-key  PIC S9(9).
                    02 FILLER   PIC X(56).
                FD ARCHIVE-FILE.
                *> the acct_purge archive record, as far as the key
                01 archive-record.
                    02 arc-key  PIC S9(9).
                    02 FILLER   PIC X(82).
                FD USED-FILE.
                *> the common/key_alloc.cob register shape
                01 used-record.
                    02 usd-key       PIC S9(9).
                    02 usd-origin    PIC X.
                    02 usd-date      PIC X(8).
                    02 usd-by        PIC X(8).
                    02 usd-category  PIC X(4).
                FD REPORT-FILE.
                01 report-line PIC X(132).
                WORKING-STORAGE SECTION.
                    01 master-file-status  PIC XX.
                    01 journal-file-status PIC XX.
                    01 history-file-status PIC XX.
                    01 archive-file-status PIC XX.
                    01 used-file-status    PIC XX.
                    01 report-file-status  PIC XX.
                    01 source-eof          PIC 9.
                    01 this-origin         PIC X.
                    01 this-key            PIC S9(9).
                    *> per-source tallies: keys read, keys new to the
                    *> register
                    01 master-read         PIC 9(9) VALUE ZEROS.
                    01 master-new          PIC 9(9) VALUE ZEROS.
                    01 journal-read        PIC 9(9) VALUE ZEROS.
                    01 journal-new         PIC 9(9) VALUE ZEROS.
                    01 history-read        PIC 9(9) VALUE ZEROS.
                    01 history-new         PIC 9(9) VALUE ZEROS.
                    01 archive-read        PIC 9(9) VALUE ZEROS.
                    01 archive-new         PIC 9(9) VALUE ZEROS.
                    01 added-count         PIC 9(9) VALUE ZEROS.
                    01 history-seen        PIC 9 VALUE 0.
                    01 archive-seen        PIC 9 VALUE 0.
                    01 count-tx            PIC 9(9).
                    01 new-tx              PIC 9(9).
                    *> run-date header -- see fibonacci.cob's
                    *> write_report_header
                    01 report-date         PIC X(10).
                    *> cycle business date -- see common/proc_date.cob
                    01 pd-op               PIC X(3).
                    01 pd-date             PIC X(8).
                    01 pd-answer           PIC 9(9).
                    *> dataset enqueue -- see common/ds_lock.cob; the
                    *> allocator's own lock, so no number is handed
                    *> out while the register is half loaded
                    01 lk-op               PIC X(3).
                    01 lk-name             PIC X(8) VALUE "ACCTRNGE".
                    01 lk-mode             PIC X VALUE "E".
                    01 lk-granted          PIC 9.
                    *> central alert routing -- see
                    *> common/alert_log.cob
                    01 al-msg-id   PIC X(8).
                    01 al-values.
                        02 al-value-1 PIC X(28).
                        02 al-value-2 PIC X(28).
                    *> run-audit trail -- see common/run_audit.cob
                    01 audit-name          PIC X(8) VALUE "KEYREG".
                    01 audit-event         PIC X(5).
                    01 audit-outcome       PIC X(8).
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
                MOVE "GET" TO pd-op.
                MOVE SPACES TO pd-date.
                CALL "proc_date" USING pd-op, pd-date, pd-answer.
                MOVE "ACQ" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                IF lk-granted = 0 THEN
                    DISPLAY "KEY REGISTER: allocation is running -- "
                            "try again"
                    MOVE "DSN003" TO al-msg-id
                    MOVE "ACCTRNGE" TO al-values
                    PERFORM fail_open
                END-IF.
                PERFORM open_files.
                PERFORM load_from_master.
                PERFORM load_from_journal.
                PERFORM load_from_history.
                PERFORM load_from_archive.
                CLOSE USED-FILE.
                MOVE "REL" TO lk-op.
                CALL "ds_lock" USING lk-op, lk-name, lk-mode,
                                      audit-name, lk-granted.
                PERFORM write_summary.
                CLOSE REPORT-FILE.
                MOVE "END" TO audit-event.
                MOVE "COMPLETE" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 0 TO RETURN-CODE.
            STOP RUN.

            open_files.
                OPEN I-O USED-FILE.
                IF used-file-status = "35" THEN
                    OPEN OUTPUT USED-FILE
                    CLOSE USED-FILE
                    OPEN I-O USED-FILE
                END-IF.
                IF used-file-status NOT = "00" THEN
                    DISPLAY "KEY REGISTER: unable to open ACCTUSED, "
                            "status " used-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "ACCTUSED" TO al-values
                    PERFORM fail_open
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF report-file-status NOT = "00" THEN
                    DISPLAY "KEY REGISTER: unable to open KEYREG, "
                            "status " report-file-status
                    MOVE "DSN001" TO al-msg-id
                    MOVE "KEYREG" TO al-values
                    PERFORM fail_open
                END-IF.
                EXIT.

            fail_open.
                CALL "alert_log" USING al-msg-id, audit-name,
                                        al-values.
                MOVE "END" TO audit-event.
                MOVE "ERROR" TO audit-outcome.
                CALL "run_audit" USING audit-name, audit-event,
                                        audit-outcome.
                MOVE 8 TO RETURN-CODE.
                STOP RUN.

            load_from_master.
                OPEN INPUT MASTER-FILE.
                IF master-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "M" TO this-origin.
                MOVE 0 TO source-eof.
                PERFORM UNTIL source-eof = 1
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO source-eof
                        NOT AT END
                            ADD 1 TO master-read
                            MOVE mst-key TO this-key
                            PERFORM register_one_key
                    END-READ
                END-PERFORM.
                CLOSE MASTER-FILE.
                MOVE added-count TO master-new.
                EXIT.

            load_from_journal.
                MOVE 0 TO added-count.
                OPEN INPUT JOURNAL-FILE.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "H" TO this-origin.
                MOVE 0 TO source-eof.
                PERFORM UNTIL source-eof = 1
                    READ JOURNAL-FILE
                        AT END
                            MOVE 1 TO source-eof
                        NOT AT END
                            IF jrn-rec-key IS NUMERIC THEN
                                ADD 1 TO journal-read
                                MOVE jrn-rec-key TO this-key
                                PERFORM register_one_key
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE JOURNAL-FILE.
                MOVE added-count TO journal-new.
                EXIT.

            load_from_history.
                MOVE 0 TO added-count.
                OPEN INPUT HISTORY-FILE.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO history-seen.
                MOVE "H" TO this-origin.
                MOVE 0 TO source-eof.
                PERFORM UNTIL source-eof = 1
                    READ HISTORY-FILE
                        AT END
                            MOVE 1 TO source-eof
                        NOT AT END
                            IF hst-type = "D" AND hst-key IS NUMERIC
                            THEN
                                ADD 1 TO history-read
                                MOVE hst-key TO this-key
                                PERFORM register_one_key
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HISTORY-FILE.
                MOVE added-count TO history-new.
                EXIT.

            load_from_archive.
                MOVE 0 TO added-count.
                OPEN INPUT ARCHIVE-FILE.
                IF archive-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO archive-seen.
                MOVE "H" TO this-origin.
                MOVE 0 TO source-eof.
                PERFORM UNTIL source-eof = 1
                    READ ARCHIVE-FILE NEXT RECORD
                        AT END
                            MOVE 1 TO source-eof
                        NOT AT END
                            ADD 1 TO archive-read
                            MOVE arc-key TO this-key
                            PERFORM register_one_key
                    END-READ
                END-PERFORM.
                CLOSE ARCHIVE-FILE.
                MOVE added-count TO archive-new.
                EXIT.

            register_one_key.
                MOVE this-key TO usd-key.
                MOVE this-origin TO usd-origin.
                MOVE pd-date TO usd-date.
                MOVE audit-name TO usd-by.
                MOVE SPACES TO usd-category.
                WRITE used-record
                    INVALID KEY
                        *> already registered -- left as it is
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO added-count
                END-WRITE.
                EXIT.

            write_summary.
                MOVE SPACES TO report-date.
                STRING pd-date(1:4) "-" pd-date(5:2) "-" pd-date(7:2)
                    DELIMITED BY SIZE INTO report-date.
                MOVE SPACES TO report-line.
                STRING "KEY REGISTER LOAD - run " report-date
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE master-read TO count-tx.
                MOVE master-new TO new-tx.
                STRING "ACCTMAST keys...: " count-tx
                       "  new to register " new-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                MOVE journal-read TO count-tx.
                MOVE journal-new TO new-tx.
                STRING "ACCTJRN lines...: " count-tx
                       "  new to register " new-tx
                    DELIMITED BY SIZE INTO report-line.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF history-seen = 1 THEN
                    MOVE history-read TO count-tx
                    MOVE history-new TO new-tx
                    STRING "ACCTHIST keys...: " count-tx
                           "  new to register " new-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE "ACCTHIST........: none supplied"
                        TO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                MOVE SPACES TO report-line.
                IF archive-seen = 1 THEN
                    MOVE archive-read TO count-tx
                    MOVE archive-new TO new-tx
                    STRING "ACCTARCH keys...: " count-tx
                           "  new to register " new-tx
                        DELIMITED BY SIZE INTO report-line
                ELSE
                    MOVE "ACCTARCH........: none on file"
                        TO report-line
                END-IF.
                WRITE report-line.
                DISPLAY report-line.
                EXIT.
        END PROGRAM Main.
