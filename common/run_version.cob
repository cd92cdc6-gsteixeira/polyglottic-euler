        *> Shared build-version holder.  When a night goes wrong the
        *> first question is what changed, and RUNAUDIT could not say
        *> which build of a program had run.  Every Main-bearing
        *> program now hands its own compile stamp (FUNCTION
        *> WHEN-COMPILED -- set by the compiler when the load module
        *> is built, so it cannot drift from the code it describes)
        *> to this holder ("SET") just before its START audit call;
        *> run_audit picks it back up ("GET") and writes it onto the
        *> START line.  The version identifier is the stamp's
        *> yyyymmddhhmmss.  It is held in WORKING-STORAGE for the
        *> life of the run unit, the way run_corr holds the
        *> correlation id; a GET before any SET answers blanks.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. run_version.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    01 held-version PIC X(14) VALUE SPACES.
                LINKAGE SECTION.
                    01 rv-op    PIC X(3).
                    *> a WHEN-COMPILED stamp on SET; the version on
                    *> GET, blank-padded
                    01 rv-stamp PIC X(21).
            PROCEDURE DIVISION USING rv-op, rv-stamp.
                EVALUATE rv-op
                    WHEN "SET"
                        MOVE rv-stamp(1:14) TO held-version
                    WHEN OTHER
                        MOVE held-version TO rv-stamp
                END-EVALUATE.
            GOBACK.
        END PROGRAM run_version.
