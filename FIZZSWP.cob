*>                    STORED ANSWERS MOVED FROM WHICH CATEGORY TO
*>                    WHICH.  STARTED AND COMPLETE RECORDS GO TO
*>                    AUDITLOG SO SWEEPS RECONCILE LIKE ANY RUN.
*>   2026-10-15  RLM  RULECTL RULE TYPES (DIGIT-CONTAINS, VALUE
*>                    BAND, EXCLUSION) ARE EDITED AND LOADED THE
*>                    SAME AS FIZZ_BUZZ, SO THIS STEP CLASSIFIES THE
*>                    SAME AS A SINGLE-LOOP RUN.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        01 FB-RULE-DATES-SW           PIC X(01) VALUE "Y".
            88 FB-RULE-DATES-VALID               VALUE "Y".
            88 FB-RULE-DATES-INVALID             VALUE "N".
        01 FB-RULE-TYPE-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-TYPE-VALID                VALUE "Y".
            88 FB-RULE-TYPE-INVALID              VALUE "N".
        01 FB-RULE-REJECT-TEXT        PIC X(60).

        01 FB-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
        01 FB-CHANGED-COUNT           PIC 9(09) COMP VALUE ZERO.
        SET FB-RULE-EOF TO TRUE
        GO TO 1020-EXIT
    END-IF.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        DISPLAY FB-RULE-REJECT-TEXT
        PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    END-IF.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL TO FB-RULE-LABEL(FB-RULE-IDX).
    PERFORM 1024-SET-RULE-TYPE THRU 1024-EXIT.
    PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1022-EDIT-RULE-TYPE - THE TYPE AND OPERAND EDITS FIZZ_BUZZ
*> MAKES (SEE FBRULEC).  A BLANK TYPE IS A DIVISOR RULE, SO A
*> RULECTL FILE FROM BEFORE THE TYPE EXISTED LOADS UNCHANGED.
*> ----------------------------------------------------------------
1022-EDIT-RULE-TYPE.
    SET FB-RULE-TYPE-VALID TO TRUE.
    MOVE SPACES TO FB-RULE-REJECT-TEXT.
    IF RCTL-TYPE-DIVISOR OR RCTL-TYPE-EXCLUDE
        IF RCTL-DIVISOR = ZERO
            MOVE "RULECTL RECORD REJECTED - DIVISOR IS ZERO"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-DIVISOR
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-EXCLUDE
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 = ZERO
            MOVE "RULECTL RECORD REJECTED - EXCLUDED DIVISOR IS ZERO"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-DIGIT
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 > 9
            MOVE "RULECTL RECORD REJECTED - CONTAINS DIGIT NOT 0-9"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-BAND
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-2 NOT NUMERIC
            MOVE "RULECTL RECORD REJECTED - BAND LIMIT NOT NUMERIC"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
        IF RCTL-OPERAND-1 > RCTL-OPERAND-2
            MOVE "RULECTL RECORD REJECTED - BAND LOW ABOVE BAND HIGH"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    MOVE "RULECTL RECORD REJECTED - UNKNOWN RULE TYPE"
        TO FB-RULE-REJECT-TEXT.
    SET FB-RULE-TYPE-INVALID TO TRUE.
1022-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1024-SET-RULE-TYPE - CARRY THE EDITED TYPE AND OPERANDS INTO THE
*> TABLE ENTRY JUST ADDED.  A BLANK TYPE GOES IN AS "D"; A DIGIT OR
*> BAND RULE HAS NO DIVISOR, AND OPERANDS A TYPE DOES NOT USE ARE
*> ZERO, SO FIZZCLS NEVER SEES AN UNEDITED FIELD.
*> ----------------------------------------------------------------
1024-SET-RULE-TYPE.
    MOVE RCTL-RULE-TYPE TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                 FB-RULE-OPERAND-2(FB-RULE-IDX).
    IF RCTL-TYPE-DIVISOR
        MOVE "D" TO FB-RULE-TYPE(FB-RULE-IDX)
        GO TO 1024-EXIT
    END-IF.
    MOVE RCTL-OPERAND-1 TO FB-RULE-OPERAND-1(FB-RULE-IDX).
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO TO FB-RULE-DIVISOR(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO FB-RULE-OPERAND-2(FB-RULE-IDX)
    END-IF.
1024-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1025-CHECK-RULE-IN-FORCE - THE SAME IN-FORCE TEST FIZZ_BUZZ
*> MAKES: BLANK OR ZERO DATES LEAVE THAT END OPEN, THE EXPIRY DAY
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE 3       TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE "Fizz"  TO FB-RULE-LABEL(FB-RULE-IDX).
    MOVE "D"     TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO    TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                    FB-RULE-OPERAND-2(FB-RULE-IDX).
    MOVE 2       TO FB-RULE-COUNT.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE 5       TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE "Buzz"  TO FB-RULE-LABEL(FB-RULE-IDX).
    MOVE "D"     TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO    TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                    FB-RULE-OPERAND-2(FB-RULE-IDX).
1030-EXIT.
    EXIT.

