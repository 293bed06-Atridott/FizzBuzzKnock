*>                    SAME SELECTION FIZZ_BUZZ MAKES, SO THE REPORT
*>                    SHOWS THE BLAST RADIUS OF WHAT WOULD ACTUALLY
*>                    RUN TONIGHT.
*>   2026-10-15  RLM  RULE RECORDS NOW CARRY A RULE TYPE AND
*>                    OPERANDS (DIGIT-CONTAINS, VALUE BAND,
*>                    EXCLUSION).  BOTH SIDES ARE EDITED AND LOADED
*>                    THE SAME AS FIZZ_BUZZ, AND THE BEFORE/AFTER
*>                    SECTION MATCHES RULES ON TYPE, DIVISOR AND
*>                    OPERANDS INSTEAD OF DIVISOR ALONE, SO A BAND
*>                    OR DIGIT RULE IS NOT MISTAKEN FOR ANOTHER RULE
*>                    WITH NO DIVISOR.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        01 FB-RULE-ASOF-DATE          PIC X(08).
        01 FB-CHECK-EFF-DATE          PIC X(08).
        01 FB-CHECK-EXP-DATE          PIC X(08).
        01 FB-CHECK-DIVISOR           PIC 9(05).
        01 FB-CHECK-RULE-TYPE         PIC X(01).
            88 FB-CHECK-TYPE-DIVISOR             VALUE "D" " ".
            88 FB-CHECK-TYPE-DIGIT               VALUE "C".
            88 FB-CHECK-TYPE-BAND                VALUE "B".
            88 FB-CHECK-TYPE-EXCLUDE             VALUE "X".
        01 FB-CHECK-OPERAND-1         PIC 9(09).
        01 FB-CHECK-OPERAND-2         PIC 9(09).
        01 FB-RULE-FORCE-SW           PIC X(01) VALUE "I".
            88 FB-RULE-IN-FORCE                  VALUE "I".
            88 FB-RULE-PENDING                   VALUE "P".
        01 FB-RULE-DATES-SW           PIC X(01) VALUE "Y".
            88 FB-RULE-DATES-VALID               VALUE "Y".
            88 FB-RULE-DATES-INVALID             VALUE "N".
        01 FB-RULE-TYPE-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-TYPE-VALID                VALUE "Y".
            88 FB-RULE-TYPE-INVALID              VALUE "N".
        01 FB-RULE-REJECT-TEXT        PIC X(40).

        01 CMP-HEADING-1.
            05 FILLER                 PIC X(30)
        SET FB-RULE-EOF TO TRUE
        GO TO 1020-EXIT
    END-IF.
    MOVE RCTL-DIVISOR   TO FB-CHECK-DIVISOR.
    MOVE RCTL-RULE-TYPE TO FB-CHECK-RULE-TYPE.
    MOVE RCTL-OPERAND-1 TO FB-CHECK-OPERAND-1.
    MOVE RCTL-OPERAND-2 TO FB-CHECK-OPERAND-2.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        DISPLAY "RULECTL RECORD REJECTED - " FB-RULE-REJECT-TEXT
        PERFORM 1010-READ-PROD-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    END-IF.
    SET FBP-RULE-IDX TO FBP-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FBP-RULE-DIVISOR(FBP-RULE-IDX).
    MOVE RCTL-LABEL TO FBP-RULE-LABEL(FBP-RULE-IDX).
    PERFORM 1024-SET-PROD-RULE-TYPE THRU 1024-EXIT.
    PERFORM 1010-READ-PROD-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.
    SET FBP-RULE-IDX TO FBP-RULE-COUNT.
    MOVE 3       TO FBP-RULE-DIVISOR(FBP-RULE-IDX).
    MOVE "Fizz"  TO FBP-RULE-LABEL(FBP-RULE-IDX).
    MOVE "D"     TO FBP-RULE-TYPE(FBP-RULE-IDX).
    MOVE ZERO    TO FBP-RULE-OPERAND-1(FBP-RULE-IDX)
                    FBP-RULE-OPERAND-2(FBP-RULE-IDX).
    MOVE 2       TO FBP-RULE-COUNT.
    SET FBP-RULE-IDX TO FBP-RULE-COUNT.
    MOVE 5       TO FBP-RULE-DIVISOR(FBP-RULE-IDX).
    MOVE "Buzz"  TO FBP-RULE-LABEL(FBP-RULE-IDX).
    MOVE "D"     TO FBP-RULE-TYPE(FBP-RULE-IDX).
    MOVE ZERO    TO FBP-RULE-OPERAND-1(FBP-RULE-IDX)
                    FBP-RULE-OPERAND-2(FBP-RULE-IDX).
1030-EXIT.
    EXIT.

        SET FB-RULE-EOF TO TRUE
        GO TO 1070-EXIT
    END-IF.
    MOVE RNEW-DIVISOR   TO FB-CHECK-DIVISOR.
    MOVE RNEW-RULE-TYPE TO FB-CHECK-RULE-TYPE.
    MOVE RNEW-OPERAND-1 TO FB-CHECK-OPERAND-1.
    MOVE RNEW-OPERAND-2 TO FB-CHECK-OPERAND-2.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        DISPLAY "RULENEW RECORD REJECTED - " FB-RULE-REJECT-TEXT
        PERFORM 1060-READ-CAND-RECORD THRU 1060-EXIT
        GO TO 1070-EXIT
    END-IF.
    SET FBC-RULE-IDX TO FBC-RULE-COUNT.
    MOVE RNEW-DIVISOR TO FBC-RULE-DIVISOR(FBC-RULE-IDX).
    MOVE RNEW-LABEL TO FBC-RULE-LABEL(FBC-RULE-IDX).
    PERFORM 1074-SET-CAND-RULE-TYPE THRU 1074-EXIT.
    PERFORM 1060-READ-CAND-RECORD THRU 1060-EXIT.
1070-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1022-EDIT-RULE-TYPE - THE TYPE AND OPERAND EDITS FIZZ_BUZZ
*> MAKES (SEE FBRULEC), ON WHICHEVER SIDE'S RECORD THE CALLER MOVED
*> TO THE CHECK FIELDS.  A BLANK TYPE IS A DIVISOR RULE.
*> ----------------------------------------------------------------
1022-EDIT-RULE-TYPE.
    SET FB-RULE-TYPE-VALID TO TRUE.
    MOVE SPACES TO FB-RULE-REJECT-TEXT.
    IF FB-CHECK-TYPE-DIVISOR OR FB-CHECK-TYPE-EXCLUDE
        IF FB-CHECK-DIVISOR = ZERO
            MOVE "DIVISOR IS ZERO" TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
    END-IF.
    IF FB-CHECK-TYPE-DIVISOR
        GO TO 1022-EXIT
    END-IF.
    IF FB-CHECK-TYPE-EXCLUDE
        IF FB-CHECK-OPERAND-1 NOT NUMERIC
           OR FB-CHECK-OPERAND-1 = ZERO
            MOVE "EXCLUDED DIVISOR IS ZERO" TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF FB-CHECK-TYPE-DIGIT
        IF FB-CHECK-OPERAND-1 NOT NUMERIC
           OR FB-CHECK-OPERAND-1 > 9
            MOVE "CONTAINS DIGIT NOT 0-9" TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF FB-CHECK-TYPE-BAND
        IF FB-CHECK-OPERAND-1 NOT NUMERIC
           OR FB-CHECK-OPERAND-2 NOT NUMERIC
            MOVE "BAND LIMIT NOT NUMERIC" TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
        IF FB-CHECK-OPERAND-1 > FB-CHECK-OPERAND-2
            MOVE "BAND LOW ABOVE BAND HIGH" TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    MOVE "UNKNOWN RULE TYPE" TO FB-RULE-REJECT-TEXT.
    SET FB-RULE-TYPE-INVALID TO TRUE.
1022-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1024-SET-PROD-RULE-TYPE / 1074-SET-CAND-RULE-TYPE - CARRY THE
*> EDITED TYPE AND OPERANDS FROM THE CHECK FIELDS INTO THE ENTRY
*> JUST ADDED, THE SAME WAY FIZZ_BUZZ LOADS THEM: A BLANK TYPE GOES
*> IN AS "D", UNUSED DIVISOR AND OPERANDS ARE ZERO.
*> ----------------------------------------------------------------
1024-SET-PROD-RULE-TYPE.
    IF FB-CHECK-TYPE-DIVISOR
        MOVE "D" TO FB-CHECK-RULE-TYPE
    END-IF.
    IF FB-CHECK-TYPE-DIGIT OR FB-CHECK-TYPE-BAND
        MOVE ZERO TO FB-CHECK-DIVISOR
    END-IF.
    IF NOT FB-CHECK-TYPE-BAND
        MOVE ZERO TO FB-CHECK-OPERAND-2
    END-IF.
    IF FB-CHECK-TYPE-DIVISOR
        MOVE ZERO TO FB-CHECK-OPERAND-1
    END-IF.
    MOVE FB-CHECK-DIVISOR   TO FBP-RULE-DIVISOR(FBP-RULE-IDX).
    MOVE FB-CHECK-RULE-TYPE TO FBP-RULE-TYPE(FBP-RULE-IDX).
    MOVE FB-CHECK-OPERAND-1 TO FBP-RULE-OPERAND-1(FBP-RULE-IDX).
    MOVE FB-CHECK-OPERAND-2 TO FBP-RULE-OPERAND-2(FBP-RULE-IDX).
1024-EXIT.
    EXIT.

1074-SET-CAND-RULE-TYPE.
    IF FB-CHECK-TYPE-DIVISOR
        MOVE "D" TO FB-CHECK-RULE-TYPE
    END-IF.
    IF FB-CHECK-TYPE-DIGIT OR FB-CHECK-TYPE-BAND
        MOVE ZERO TO FB-CHECK-DIVISOR
    END-IF.
    IF NOT FB-CHECK-TYPE-BAND
        MOVE ZERO TO FB-CHECK-OPERAND-2
    END-IF.
    IF FB-CHECK-TYPE-DIVISOR
        MOVE ZERO TO FB-CHECK-OPERAND-1
    END-IF.
    MOVE FB-CHECK-DIVISOR   TO FBC-RULE-DIVISOR(FBC-RULE-IDX).
    MOVE FB-CHECK-RULE-TYPE TO FBC-RULE-TYPE(FBC-RULE-IDX).
    MOVE FB-CHECK-OPERAND-1 TO FBC-RULE-OPERAND-1(FBC-RULE-IDX).
    MOVE FB-CHECK-OPERAND-2 TO FBC-RULE-OPERAND-2(FBC-RULE-IDX).
1074-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1025-CHECK-RULE-IN-FORCE - THE SAME IN-FORCE TEST FIZZ_BUZZ
*> MAKES, ON WHICHEVER SIDE'S DATES THE CALLER MOVED TO THE CHECK
*> ----------------------------------------------------------------
*> 5200-WRITE-RULE-COUNTS - BEFORE/AFTER COUNTS PER RULE, LIKE THE
*> FIZZRPT DETAIL LINES.  RULES ARE MATCHED BETWEEN THE TWO TABLES
*> BY TYPE, DIVISOR AND OPERANDS; A RULE ONLY ON ONE SIDE SHOWS "-"
*> ON THE OTHER.
*> ----------------------------------------------------------------
5200-WRITE-RULE-COUNTS.
    MOVE SPACES TO CMPRPT-LINE.
5220-MATCH-CAND-RULE.
    IF FBC-RULE-DIVISOR(FBC-RULE-IDX)
         = FBP-RULE-DIVISOR(FBP-RULE-IDX)
       AND FBC-RULE-TYPE(FBC-RULE-IDX) = FBP-RULE-TYPE(FBP-RULE-IDX)
       AND FBC-RULE-OPERAND-1(FBC-RULE-IDX)
         = FBP-RULE-OPERAND-1(FBP-RULE-IDX)
       AND FBC-RULE-OPERAND-2(FBC-RULE-IDX)
         = FBP-RULE-OPERAND-2(FBP-RULE-IDX)
        MOVE FBC-RULE-HIT-COUNT(FBC-RULE-IDX) TO CMPR-AFTER
        SET FB-DIVISOR-FOUND TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 5230-WRITE-NEW-RULE - CANDIDATE RULES WITH NO PRODUCTION
*> COUNTERPART (BY TYPE, DIVISOR AND OPERANDS) GET THEIR OWN
*> AFTER-ONLY LINES.
*> ----------------------------------------------------------------
5230-WRITE-NEW-RULE.
    SET FB-DIVISOR-NOT-FOUND TO TRUE.
5240-MATCH-PROD-RULE.
    IF FBP-RULE-DIVISOR(FBP-RULE-IDX)
         = FBC-RULE-DIVISOR(FBC-RULE-IDX)
       AND FBP-RULE-TYPE(FBP-RULE-IDX) = FBC-RULE-TYPE(FBC-RULE-IDX)
       AND FBP-RULE-OPERAND-1(FBP-RULE-IDX)
         = FBC-RULE-OPERAND-1(FBC-RULE-IDX)
       AND FBP-RULE-OPERAND-2(FBP-RULE-IDX)
         = FBC-RULE-OPERAND-2(FBC-RULE-IDX)
        SET FB-DIVISOR-FOUND TO TRUE
    END-IF.
5240-EXIT.
