        *> Shared account-key check-digit subprogram.  A nine-digit
        *> key carried no self-check, so a transposed digit on an
        *> ACCTTRAN or IMPIN line posted to somebody else's account
        *> whenever that key happened to exist.  The last digit of
        *> an account key is now a check digit over the first
        *> eight -- the Luhn scheme: from the right of those eight,
        *> every other digit is doubled (a two-digit product counts
        *> as the sum of its digits), and the check digit brings
        *> the total up to a multiple of ten.  Any single wrong
        *> digit and any adjacent transposition except 09/90 fails.
        *> The sign of a key plays no part -- the digits are checked.
        *> Operations:
        *>   CHK = is kc-key a valid key; kc-ok 1 or 0.  While
        *>         PARMLIB KEYCHECK ENFORCE=N is set (the changeover
        *>         window, before the master is renumbered) a
        *>         failing key is still answered kc-ok 1
        *>   VER = the same test with the changeover switch ignored
        *>         -- for reports that must say which keys fail
        *>   GEN = kc-key in is any number; kc-key out is that
        *>         number with its last digit replaced by the check
        *>         digit of the first eight, sign kept -- the way
        *>         generators mint a valid key near a chosen value
        IDENTIFICATION DIVISION.
            PROGRAM-ID. key_check.
            AUTHOR. Gustavo Selbach Teixeira.
            DATA DIVISION.
                WORKING-STORAGE SECTION.
                    *> the changeover switch, read on the first call
                    01 enforce-read    PIC 9 VALUE 0.
                    01 enforce-on      PIC 9 VALUE 1.
                    01 key-digits      PIC 9(9).
                    01 key-base        PIC 9(8).
                    01 digit-idx       PIC 9.
                    01 this-digit      PIC 99.
                    01 doubling        PIC 9.
                    01 digit-sum       PIC 9(3).
                    01 check-digit     PIC 9.
                    *> named-parameter lookup -- see
                    *> common/parm_lookup.cob
                    01 pm-program      PIC X(8) VALUE "KEYCHECK".
                    01 pm-keyword      PIC X(16).
                    01 pm-value        PIC X(40).
                    01 pm-found        PIC 9.
                LINKAGE SECTION.
                    01 kc-op  PIC X(3).
                    01 kc-key PIC S9(9).
                    01 kc-ok  PIC 9.
            PROCEDURE DIVISION USING kc-op, kc-key, kc-ok.
                IF enforce-read = 0 THEN
                    PERFORM read_enforce_switch
                END-IF.
                MOVE kc-key TO key-digits.
                MOVE key-digits(1:8) TO key-base.
                PERFORM compute_check_digit.
                EVALUATE kc-op
                    WHEN "GEN"
                        COMPUTE key-digits = key-base * 10
                                           + check-digit
                        IF kc-key < 0 THEN
                            COMPUTE kc-key = 0 - key-digits
                        ELSE
                            MOVE key-digits TO kc-key
                        END-IF
                        MOVE 1 TO kc-ok
                    WHEN OTHER
                        IF key-digits(9:1) = check-digit THEN
                            MOVE 1 TO kc-ok
                        ELSE
                            MOVE 0 TO kc-ok
                            IF kc-op = "CHK" AND enforce-on = 0 THEN
                                MOVE 1 TO kc-ok
                            END-IF
                        END-IF
                END-EVALUATE.
            GOBACK.

            read_enforce_switch.
                MOVE 1 TO enforce-read.
                MOVE "ENFORCE" TO pm-keyword.
                CALL "parm_lookup" USING pm-program, pm-keyword,
                                          pm-value, pm-found.
                IF pm-found = 1 AND pm-value(1:1) = "N" THEN
                    MOVE 0 TO enforce-on
                END-IF.
                EXIT.

            compute_check_digit.
                *> the rightmost of the eight is doubled, then every
                *> other one leftward
                MOVE 0 TO digit-sum.
                MOVE 1 TO doubling.
                PERFORM VARYING digit-idx FROM 8 BY -1
                                UNTIL digit-idx < 1
                    MOVE key-base(digit-idx:1) TO this-digit
                    IF doubling = 1 THEN
                        COMPUTE this-digit = this-digit * 2
                        IF this-digit > 9 THEN
                            SUBTRACT 9 FROM this-digit
                        END-IF
                        MOVE 0 TO doubling
                    ELSE
                        MOVE 1 TO doubling
                    END-IF
                    ADD this-digit TO digit-sum
                END-PERFORM.
                COMPUTE check-digit =
                    FUNCTION MOD(10 - FUNCTION MOD(digit-sum, 10), 10).
                EXIT.
        END PROGRAM key_check.
