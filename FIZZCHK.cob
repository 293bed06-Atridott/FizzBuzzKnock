*>                    WHOSE DATE WINDOWS OVERLAP - THE SAME DIVISOR
*>                    IN TWO SEPARATE SEASONS IS HOW A PROMOTION
*>                    CHANGES ITS LABEL, NOT AN ERROR.
*>   2026-10-15  RLM  RULECTL RULES NOW CARRY A RULE TYPE AND
*>                    OPERANDS (DIGIT-CONTAINS, VALUE BAND,
*>                    EXCLUSION).  2025-EDIT-RULE-TYPE FLAGS AN
*>                    UNKNOWN TYPE, A BAD DIGIT, A NON-NUMERIC OR
*>                    INVERTED BAND, A ZERO EXCLUDED DIVISOR, AND AN
*>                    EXCLUSION THAT CAN NEVER MATCH; THE DIVISOR
*>                    EDITS NOW APPLY ONLY TO DIVISOR AND EXCLUSION
*>                    RULES.  THE DUPLICATE CHECK COMPARES TYPE,
*>                    DIVISOR AND OPERANDS.
*>   2026-10-15  RLM  A RULE EFFECTIVE OR EXPIRY DATE STILL TO COME
*>                    THAT FALLS ON A NON-PROCESSING DAY OF THE
*>                    CALCTL CALENDAR IS NOW LISTED AS A WARNING:
*>                    RETURN CODE 4, BATCH STILL RELEASED.  AN
*>                    UNREADABLE CALCTL LINE IS A FINDING.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        COPY FBRULES.
        COPY FBRANGT.
        COPY FBCHKPT.
        COPY FBBDAY.

        01 FB-RULECTL-STATUS           PIC X(02).
            88 FB-RULECTL-OK                      VALUE "00".

        01 FB-FINDING-COUNT            PIC 9(03) COMP VALUE ZERO.
        01 FB-FINDING-EDIT             PIC ZZ9.
        01 FB-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.
        01 FB-REJECT-EDIT              PIC ZZ9.
        01 FB-DATE-KIND                PIC X(10).
        01 FB-RULE-RECORD-NO           PIC 9(03) COMP VALUE ZERO.
        01 FB-RANGE-RECORD-NO          PIC 9(03) COMP VALUE ZERO.
        01 FB-PAIR-IDX                 PIC 9(03) COMP VALUE ZERO.
        01 FB-CHK-TEXT                 PIC X(78).
        01 FB-RECORD-NO-EDIT           PIC ZZ9.
        01 FB-DIVISOR-DIGITS           PIC 9(05).
        01 FB-DUP-KIND                 PIC X(16).
        01 FB-DATES-BAD-SW             PIC X(01) VALUE "N".
            88 FB-DATES-BAD                       VALUE "Y".
            88 FB-DATES-GOOD                      VALUE "N".
        01 FB-TYPE-BAD-SW              PIC X(01) VALUE "N".
            88 FB-TYPE-BAD                        VALUE "Y".
            88 FB-TYPE-GOOD                       VALUE "N".
        01 FB-NORM-EFF-DATE            PIC X(08).
        01 FB-NORM-EXP-DATE            PIC X(08).
        01 FB-CHK-RULE-DATES.
        PERFORM 3000-CHECK-RANGECTL THRU 3000-EXIT.
        PERFORM 4000-CHECK-FMTCTL THRU 4000-EXIT.
        PERFORM 4500-CHECK-CHKPTF THRU 4500-EXIT.
        PERFORM 4700-CHECK-CALCTL THRU 4700-EXIT.
        IF FB-FINDING-COUNT = ZERO
            WRITE CHKRPT-LINE FROM CHK-NONE-LINE
        END-IF.
        MOVE "FINDINGS"          TO CHKT-LABEL.
        MOVE FB-FINDING-COUNT    TO CHKT-COUNT.
        WRITE CHKRPT-LINE FROM CHK-TOTAL-LINE.
        MOVE "WARNINGS"          TO CHKT-LABEL.
        MOVE FB-WARNING-COUNT    TO CHKT-COUNT.
        WRITE CHKRPT-LINE FROM CHK-TOTAL-LINE.
        CLOSE CHKRPT.
        IF FB-FINDING-COUNT > 0
            MOVE FB-FINDING-COUNT TO FB-FINDING-EDIT
                    "SEE CHKRPT - BATCH NOT RELEASED"
            MOVE 8 TO RETURN-CODE
        ELSE
            IF FB-WARNING-COUNT > 0
                MOVE FB-WARNING-COUNT TO FB-FINDING-EDIT
                DISPLAY "FIZZCHK - " FB-FINDING-EDIT " WARNING(S) - "
                        "SEE CHKRPT - BATCH RELEASED"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "FIZZCHK - CONTROL FILES CLEAN - BATCH "
                        "RELEASED"
            END-IF
        END-IF.
        STOP RUN.

2020-EDIT-RULE-RECORD.
    ADD 1 TO FB-RULE-RECORD-NO.
    MOVE FB-RULE-RECORD-NO TO FB-RECORD-NO-EDIT.
    PERFORM 2025-EDIT-RULE-TYPE THRU 2025-EXIT.
    IF FB-TYPE-BAD
        PERFORM 2010-READ-RULE-RECORD THRU 2010-EXIT
        GO TO 2020-EXIT
    END-IF.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL TO FB-RULE-LABEL(FB-RULE-IDX).
    PERFORM 2027-SET-RULE-TYPE THRU 2027-EXIT.
    MOVE FB-NORM-EFF-DATE TO FB-CHK-RULE-EFF(FB-RULE-IDX).
    MOVE FB-NORM-EXP-DATE TO FB-CHK-RULE-EXP(FB-RULE-IDX).
    PERFORM 2010-READ-RULE-RECORD THRU 2010-EXIT.
2020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2025-EDIT-RULE-TYPE - THE DIVISOR EDITS APPLY TO DIVISOR AND
*> EXCLUSION RULES ONLY; A DIGIT OR BAND RULE HAS NO DIVISOR.  THE
*> TYPE AND OPERANDS ARE EDITED AS THE BATCH LOADERS EDIT THEM
*> (SEE FBRULEC), PLUS AN EXCLUSION WHOSE EXCLUDED DIVISOR DIVIDES
*> ITS OWN DIVISOR - E.G. BY 9 BUT NOT BY 3 - WHICH CAN NEVER MATCH.
*> ----------------------------------------------------------------
2025-EDIT-RULE-TYPE.
    SET FB-TYPE-GOOD TO TRUE.
    IF NOT RCTL-TYPE-DIVISOR AND NOT RCTL-TYPE-DIGIT
       AND NOT RCTL-TYPE-BAND AND NOT RCTL-TYPE-EXCLUDE
        MOVE SPACES TO FB-CHK-TEXT
        STRING "RULECTL RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - RULE TYPE IS NOT D, C, B OR X"
                                 DELIMITED BY SIZE
            INTO FB-CHK-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-DIVISOR OR RCTL-TYPE-EXCLUDE
        PERFORM 2026-EDIT-RULE-DIVISOR THRU 2026-EXIT
        IF FB-TYPE-BAD
            GO TO 2025-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-EXCLUDE
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 = ZERO
            MOVE SPACES TO FB-CHK-TEXT
            STRING "RULECTL RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - EXCLUDED DIVISOR NOT NUMERIC OR ZERO"
                                     DELIMITED BY SIZE
                INTO FB-CHK-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
            GO TO 2025-EXIT
        END-IF
        IF FUNCTION MOD(RCTL-DIVISOR RCTL-OPERAND-1) = 0
            MOVE SPACES TO FB-CHK-TEXT
            STRING "RULECTL RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - EXCLUSION CAN NEVER MATCH"
                                     DELIMITED BY SIZE
                INTO FB-CHK-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        END-IF
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-DIGIT
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 > 9
            MOVE SPACES TO FB-CHK-TEXT
            STRING "RULECTL RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - CONTAINS DIGIT IS NOT 0-9"
                                     DELIMITED BY SIZE
                INTO FB-CHK-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        END-IF
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-BAND
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-2 NOT NUMERIC
            MOVE SPACES TO FB-CHK-TEXT
            STRING "RULECTL RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - BAND LIMIT IS NOT NUMERIC"
                                     DELIMITED BY SIZE
                INTO FB-CHK-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
            GO TO 2025-EXIT
        END-IF
        IF RCTL-OPERAND-1 > RCTL-OPERAND-2
            MOVE SPACES TO FB-CHK-TEXT
            STRING "RULECTL RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - BAND LOW IS ABOVE BAND HIGH"
                                     DELIMITED BY SIZE
                INTO FB-CHK-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        END-IF
    END-IF.
2025-EXIT.
    EXIT.

2026-EDIT-RULE-DIVISOR.
    IF RCTL-DIVISOR NOT NUMERIC
        MOVE SPACES TO FB-CHK-TEXT
        STRING "RULECTL RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - DIVISOR IS NOT NUMERIC"
                                 DELIMITED BY SIZE
            INTO FB-CHK-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        GO TO 2026-EXIT
    END-IF.
    IF RCTL-DIVISOR = ZERO
        MOVE SPACES TO FB-CHK-TEXT
        STRING "RULECTL RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - DIVISOR IS ZERO"
                                 DELIMITED BY SIZE
            INTO FB-CHK-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        GO TO 2026-EXIT
    END-IF.
2026-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2027-SET-RULE-TYPE - CARRY THE EDITED TYPE AND OPERANDS INTO THE
*> TABLE ENTRY THE SAME WAY THE BATCH LOADERS DO, SO THE DUPLICATE
*> CHECK COMPARES LIKE WITH LIKE: A BLANK TYPE GOES IN AS "D", AN
*> UNUSED DIVISOR OR OPERAND AS ZERO.
*> ----------------------------------------------------------------
2027-SET-RULE-TYPE.
    MOVE RCTL-RULE-TYPE TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                 FB-RULE-OPERAND-2(FB-RULE-IDX).
    IF RCTL-TYPE-DIVISOR
        MOVE "D" TO FB-RULE-TYPE(FB-RULE-IDX)
        GO TO 2027-EXIT
    END-IF.
    MOVE RCTL-OPERAND-1 TO FB-RULE-OPERAND-1(FB-RULE-IDX).
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO TO FB-RULE-DIVISOR(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO FB-RULE-OPERAND-2(FB-RULE-IDX)
    END-IF.
2027-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2030-EDIT-RULE-DATES - A NON-BLANK EFFECTIVE OR EXPIRY DATE MUST
*> BE NUMERIC, AND EFFECTIVE MUST NOT FALL AFTER EXPIRY.  OPEN ENDS
*> (BLANK OR ZERO) NORMALIZE TO THE EXTREMES SO THE WINDOW-OVERLAP
*> COMPARISON IN 2510 IS A PLAIN DATE COMPARE.  GOOD DATES ARE
*> THEN CHECKED AGAINST THE CALENDAR (2040).
*> ----------------------------------------------------------------
2030-EDIT-RULE-DATES.
    SET FB-DATES-GOOD TO TRUE.
            INTO FB-CHK-TEXT
        END-STRING
        PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
        GO TO 2030-EXIT
    END-IF.
    IF FB-NORM-EFF-DATE NOT = "00000000"
        MOVE "EFFECTIVE" TO FB-DATE-KIND
        MOVE FB-NORM-EFF-DATE TO FBBD-DATE
        PERFORM 2040-CHECK-RULE-CALENDAR THRU 2040-EXIT
    END-IF.
    IF FB-NORM-EXP-DATE NOT = "99999999"
        MOVE "EXPIRY" TO FB-DATE-KIND
        MOVE FB-NORM-EXP-DATE TO FBBD-DATE
        PERFORM 2040-CHECK-RULE-CALENDAR THRU 2040-EXIT
    END-IF.
2030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2040-CHECK-RULE-CALENDAR - A RULE DATE STILL TO COME THAT FALLS
*> ON A NON-PROCESSING DAY OF THE CALCTL CALENDAR (SEE FIZZBDC)
*> MEANS THE CHANGE TAKES EFFECT, OR LAPSES, ON A DAY NO BATCH
*> RUNS.  THAT IS WORTH A SECOND LOOK BUT IS NOT WRONG, SO IT IS A
*> WARNING, NOT A FINDING.  DATES ALREADY PAST ARE LEFT ALONE.
*> ----------------------------------------------------------------
2040-CHECK-RULE-CALENDAR.
    IF FBBD-DATE < FB-RUN-DATE
        GO TO 2040-EXIT
    END-IF.
    SET FBBD-CLASSIFY TO TRUE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    IF NOT FBBD-NON-PROCESSING-DAY
        GO TO 2040-EXIT
    END-IF.
    MOVE SPACES TO FB-CHK-TEXT.
    STRING "RULECTL RECORD "  DELIMITED BY SIZE
           FB-RECORD-NO-EDIT  DELIMITED BY SIZE
           " - WARNING - "    DELIMITED BY SIZE
           FB-DATE-KIND       DELIMITED BY SPACE
           " DATE "           DELIMITED BY SIZE
           FBBD-DATE          DELIMITED BY SIZE
           " IS A NON-PROCESSING DAY"
                              DELIMITED BY SIZE
        INTO FB-CHK-TEXT
    END-STRING.
    PERFORM 6100-WRITE-WARNING THRU 6100-EXIT.
2040-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-CHECK-RULE-DUPS - TWO RULES WITH THE SAME TYPE, DIVISOR
*> AND OPERANDS WHOSE DATE WINDOWS OVERLAP DOUBLE-COUNT EVERY
*> MULTIPLE AND APPEND THE LABEL TWICE; THE BATCH LOADER TAKES THEM
*> WITHOUT COMMENT, SO THE PRE-FLIGHT MUST NOT.  THE SAME DIVISOR IN
*> TWO SEPARATE SEASONS IS FINE - THAT IS HOW A PROMOTION CHANGES
*> ITS LABEL.
*> ----------------------------------------------------------------
2500-CHECK-RULE-DUPS.
    PERFORM 2510-MATCH-RULE-PAIR THRU 2510-EXIT
2510-MATCH-RULE-PAIR.
    IF FB-PAIR-IDX > FB-RULE-IDX
       AND FB-RULE-DIVISOR(FB-PAIR-IDX) = FB-RULE-DIVISOR(FB-RULE-IDX)
       AND FB-RULE-TYPE(FB-PAIR-IDX) = FB-RULE-TYPE(FB-RULE-IDX)
       AND FB-RULE-OPERAND-1(FB-PAIR-IDX)
         = FB-RULE-OPERAND-1(FB-RULE-IDX)
       AND FB-RULE-OPERAND-2(FB-PAIR-IDX)
         = FB-RULE-OPERAND-2(FB-RULE-IDX)
       AND FB-CHK-RULE-EFF(FB-PAIR-IDX) <= FB-CHK-RULE-EXP(FB-RULE-IDX)
       AND FB-CHK-RULE-EFF(FB-RULE-IDX) <= FB-CHK-RULE-EXP(FB-PAIR-IDX)
        MOVE FB-RULE-DIVISOR(FB-RULE-IDX) TO FB-DIVISOR-DIGITS
        MOVE SPACES TO FB-CHK-TEXT
        MOVE SPACES TO FB-DUP-KIND
        IF FB-RULE-IS-DIVISOR(FB-RULE-IDX)
            STRING "DIVISOR "                DELIMITED BY SIZE
                   FB-DIVISOR-DIGITS         DELIMITED BY SIZE
                INTO FB-DUP-KIND
            END-STRING
        ELSE
            STRING "TYPE "                   DELIMITED BY SIZE
                   FB-RULE-TYPE(FB-RULE-IDX) DELIMITED BY SIZE
                   " RULE"                   DELIMITED BY SIZE
                INTO FB-DUP-KIND
            END-STRING
        END-IF
        STRING "RULECTL DUPLICATE "           DELIMITED BY SIZE
               FB-DUP-KIND                    DELIMITED BY "  "
               " (LABELS "                    DELIMITED BY SIZE
               FB-RULE-LABEL(FB-RULE-IDX)     DELIMITED BY SPACE
               " AND "                        DELIMITED BY SIZE
4500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4700-CHECK-CALCTL - FIZZBDC PASSES OVER A CALCTL LINE IT CANNOT
*> READ (LISTING IT ON THE JOB LOG), AND FIZZRUN WOULD THEN RUN ON
*> A DAY THE LINE WAS MEANT TO STOP.  ANY SUCH LINE IS A FINDING.
*> ----------------------------------------------------------------
4700-CHECK-CALCTL.
    SET FBBD-CLASSIFY TO TRUE.
    MOVE FB-RUN-DATE TO FBBD-DATE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    IF FBBD-REJECT-COUNT = ZERO
        GO TO 4700-EXIT
    END-IF.
    MOVE FBBD-REJECT-COUNT TO FB-REJECT-EDIT.
    MOVE SPACES TO FB-CHK-TEXT.
    STRING "CALCTL HAS "      DELIMITED BY SIZE
           FB-REJECT-EDIT     DELIMITED BY SIZE
           " INVALID RECORD(S) - SEE THE JOB LOG"
                              DELIMITED BY SIZE
        INTO FB-CHK-TEXT
    END-STRING.
    PERFORM 6000-WRITE-FINDING THRU 6000-EXIT.
4700-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ADD 1 TO FB-PAGE-NO.
    WRITE CHKRPT-LINE FROM CHK-FINDING-LINE.
6000-EXIT.
    EXIT.

6100-WRITE-WARNING.
    ADD 1 TO FB-WARNING-COUNT.
    MOVE FB-CHK-TEXT TO CHKF-TEXT.
    WRITE CHKRPT-LINE FROM CHK-FINDING-LINE.
6100-EXIT.
    EXIT.
