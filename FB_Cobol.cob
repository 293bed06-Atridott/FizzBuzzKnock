*>                    COMPETING GENERATIONS AT ONCE.  A RESTART OF
*>                    THE RUN THAT HOLDS THE LOCK PROCEEDS; A LOCK
*>                    LEFT BY AN ABEND IS CLEARED THROUGH FIZZUNL.
*>   2026-10-15  RLM  RULECTL RULES NOW CARRY A RULE TYPE AND TWO
*>                    OPERANDS (FBRULEC), SO A RULE CAN BE A
*>                    DIVISOR, DIGIT-CONTAINS, VALUE BAND OR
*>                    EXCLUSION (DIVISIBLE BY ONE DIVISOR BUT NOT
*>                    ANOTHER) RULE.  1022-EDIT-RULE-TYPE REJECTS A
*>                    BAD TYPE OR OPERAND TO FIZZERR; A BLANK TYPE
*>                    IS A DIVISOR RULE, SO EXISTING RULECTL FILES
*>                    LOAD UNCHANGED.  FIZZCLS TESTS EACH TYPE.
*>                    RULELOG AND STATHST RECORDS NOW CARRY THE TYPE
*>                    AND OPERANDS (WIDENED TO 76 AND 72 BYTES).

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            COPY FBAUTH.

        FD  RULELOG.
            01 RULELOG-LINE PIC X(76).

        FD  STATHST.
            01 STATHST-LINE PIC X(72).

        FD  COVLEDG.
            01 COVLEDG-LINE PIC X(34).
        01 FB-RULE-DATES-SW           PIC X(01) VALUE "Y".
            88 FB-RULE-DATES-VALID               VALUE "Y".
            88 FB-RULE-DATES-INVALID             VALUE "N".
        01 FB-RULE-TYPE-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-TYPE-VALID                VALUE "Y".
            88 FB-RULE-TYPE-INVALID              VALUE "N".
        01 FB-RULE-REJECT-TEXT        PIC X(60).

        01 FB-SWITCHES.
            05 FB-RULE-EOF-SW         PIC X(01) VALUE "N".
        SET FB-RULE-EOF TO TRUE
        GO TO 1020-EXIT
    END-IF.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        MOVE FB-RULE-REJECT-TEXT TO FB-ERROR-TEXT
        PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT
        PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL TO FB-RULE-LABEL(FB-RULE-IDX).
    PERFORM 1024-SET-RULE-TYPE THRU 1024-EXIT.
    PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1022-EDIT-RULE-TYPE - THE TYPE AND OPERAND EDITS EVERY RULE LOADER
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
*> 1025-CHECK-RULE-IN-FORCE - IS THE RULE RECORD IN FORCE FOR THE
*> AS-OF DATE?  BLANK OR ZERO DATES LEAVE THAT END OPEN; THE EXPIRY
    MOVE RCTL-LABEL        TO RLOG-LABEL.
    MOVE RCTL-EFF-DATE     TO RLOG-EFF-DATE.
    MOVE RCTL-EXP-DATE     TO RLOG-EXP-DATE.
    MOVE ZERO              TO RLOG-OPERAND-1 RLOG-OPERAND-2.
    IF RCTL-TYPE-DIVISOR
        MOVE "D"           TO RLOG-RULE-TYPE
    ELSE
        MOVE RCTL-RULE-TYPE TO RLOG-RULE-TYPE
        MOVE RCTL-OPERAND-1 TO RLOG-OPERAND-1
    END-IF.
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO          TO RLOG-DIVISOR
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO RLOG-OPERAND-2
    END-IF.
    OPEN EXTEND RULELOG.
    WRITE RULELOG-LINE FROM RULE-LOG-RECORD.
    CLOSE RULELOG.
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

    MOVE FB-RULE-DIVISOR(FB-RULE-IDX)   TO STAT-DIVISOR.
    MOVE FB-RULE-LABEL(FB-RULE-IDX)     TO STAT-LABEL.
    MOVE FB-RULE-HIT-COUNT(FB-RULE-IDX) TO STAT-HIT-COUNT.
    MOVE FB-RULE-TYPE(FB-RULE-IDX)      TO STAT-RULE-TYPE.
    MOVE FB-RULE-OPERAND-1(FB-RULE-IDX) TO STAT-OPERAND-1.
    MOVE FB-RULE-OPERAND-2(FB-RULE-IDX) TO STAT-OPERAND-2.
    WRITE STATHST-LINE FROM STAT-HISTORY-RECORD.
5510-EXIT.
    EXIT.
