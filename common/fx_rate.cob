        *> Shared foreign-exchange rate subprogram.  Balances held in
        *> a foreign currency used to be converted on a spreadsheet
        *> before they reached ACCTTRAN; accounts now carry their
        *> own currency and the conversion to the base currency is
        *> asked for here, against one effective-dated rate table.
        *> The FXRATES dataset holds one rate per line as
        *>     CCY yyyymmdd rrrrr.rrrrrr
        *> (currency code, the business date the rate takes effect,
        *> and how many base-currency units one unit of the currency
        *> buys, six decimals, the point implied), in any order.  The
        *> rate for a date is the one with the latest effective date
        *> on or before it, so a new rate is simply appended and
        *> history stays put for reruns of older cycles.
        *> The base currency is the PARMLIB named parameter
        *>     FXRATE   BASE=ccc
        *> (USD when none is set).  A blank currency code means the
        *> base currency -- accounts loaded before the currency field
        *> existed read as base -- and the base currency always has
        *> rate 1 whether FXRATES lists it or not.
        *> Operations:
        *>   BAS = return the base currency code in fx-currency
        *>   GET = fx-rate for fx-currency in effect on fx-date;
        *>         fx-found 0 (rate zero) when no rate is on file
        IDENTIFICATION DIVISION.
            PROGRAM-ID. fx_rate.
            AUTHOR. Gustavo Selbach Teixeira.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT RATE-FILE ASSIGN TO "FXRATES"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rate-file-status.
            DATA DIVISION.
                FILE SECTION.
                FD RATE-FILE.
                01 rate-record.
                    02 fxr-currency  PIC X(3).
                    02 FILLER        PIC X.
                    02 fxr-effective PIC X(8).
                    02 FILLER        PIC X.
                    02 fxr-rate      PIC 9(5)V9(6).
                WORKING-STORAGE SECTION.
                    01 rate-file-status PIC XX.
                    *> the base currency and the rate table, loaded
                    *> on first use and held for the life of the run
                    *> unit, the way proc_date holds its holidays
                    01 base-currency    PIC X(3) VALUE SPACES.
                    01 rates-loaded     PIC 9 VALUE 0.
                    01 rate-eof         PIC 9.
                    01 rate-table.
                        02 rate-count PIC 9(4) VALUE ZEROS.
                        02 rate-entry OCCURS 1 TO 5000 TIMES
                                DEPENDING ON rate-count.
                            03 rt-currency  PIC X(3).
                            03 rt-effective PIC X(8).
                            03 rt-rate      PIC 9(5)V9(6).
                    01 rate-idx         PIC 9(4).
                    01 best-effective   PIC X(8).
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program       PIC X(8) VALUE "FXRATE".
                    01 pm-keyword       PIC X(16).
                    01 pm-value         PIC X(40).
                    01 pm-found         PIC 9.
                LINKAGE SECTION.
                    01 fx-op       PIC X(3).
                    01 fx-currency PIC X(3).
                    01 fx-date     PIC X(8).
                    01 fx-rate     PIC 9(5)V9(6).
                    01 fx-found    PIC 9.
            PROCEDURE DIVISION USING fx-op, fx-currency, fx-date,
                                      fx-rate, fx-found.
                PERFORM resolve_base_currency.
                EVALUATE fx-op
                    WHEN "BAS"
                        MOVE base-currency TO fx-currency
                        MOVE 1 TO fx-found
                    WHEN "GET"
                        PERFORM find_rate
                    WHEN OTHER
                        MOVE 0 TO fx-found
                END-EVALUATE.
            GOBACK.

            resolve_base_currency.
                IF base-currency NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "BASE" TO pm-keyword.
                MOVE SPACES TO pm-value.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value(1:3) NOT = SPACES THEN
                    MOVE FUNCTION UPPER-CASE(pm-value(1:3))
                        TO base-currency
                ELSE
                    MOVE "USD" TO base-currency
                END-IF.
                EXIT.

            find_rate.
                MOVE 0 TO fx-rate.
                MOVE 0 TO fx-found.
                IF fx-currency = SPACES
                   OR fx-currency = base-currency THEN
                    MOVE 1 TO fx-rate
                    MOVE 1 TO fx-found
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load_rates.
                MOVE SPACES TO best-effective.
                PERFORM VARYING rate-idx FROM 1 BY 1
                        UNTIL rate-idx > rate-count
                    IF rt-currency(rate-idx) = fx-currency
                       AND rt-effective(rate-idx) <= fx-date
                       AND (fx-found = 0
                            OR rt-effective(rate-idx)
                               >= best-effective) THEN
                        MOVE rt-effective(rate-idx) TO best-effective
                        MOVE rt-rate(rate-idx) TO fx-rate
                        MOVE 1 TO fx-found
                    END-IF
                END-PERFORM.
                EXIT.

            load_rates.
                *> an absent FXRATES just means no foreign rates --
                *> every foreign currency then answers not found
                IF rates-loaded = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO rates-loaded.
                OPEN INPUT RATE-FILE.
                IF rate-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO rate-eof.
                PERFORM UNTIL rate-eof = 1
                    READ RATE-FILE
                        AT END
                            MOVE 1 TO rate-eof
                        NOT AT END
                            IF rate-count < 5000
                               AND fxr-effective IS NUMERIC
                               AND fxr-rate IS NUMERIC THEN
                                ADD 1 TO rate-count
                                MOVE FUNCTION UPPER-CASE(fxr-currency)
                                    TO rt-currency(rate-count)
                                MOVE fxr-effective
                                    TO rt-effective(rate-count)
                                MOVE fxr-rate TO rt-rate(rate-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE RATE-FILE.
                EXIT.
        END PROGRAM fx_rate.
