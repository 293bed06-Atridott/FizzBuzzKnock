*>                    CLASSIFY A SINGLE NUMBER THE SAME WAY THE
*>                    BATCH JOB DOES, WITHOUT DUPLICATING THE RULE
*>                    MATCHING LOGIC IN TWO PLACES.
*>   2026-10-15  RLM  RULE TYPES BEYOND DIVISOR - 1220-TEST-RULE
*>                    NOW TESTS EACH RULE BY ITS TYPE: DIVISOR,
*>                    DIGIT CONTAINS, VALUE BAND, OR EXCLUSION
*>                    (DIVISIBLE BY ONE DIVISOR BUT NOT ANOTHER).
*>                    THE CATEGORY CODE BIT AND HIT FLAG ARE SET
*>                    THE SAME WAY WHATEVER THE TYPE.

DATA                         DIVISION.
    WORKING-STORAGE         SECTION.
            88 FB-RULE-MATCHED               VALUE "Y".
            88 FB-RULE-NOT-MATCHED           VALUE "N".

        01 FB-RULE-APPLIES-SW PIC X(01) VALUE "N".
            88 FB-RULE-APPLIES               VALUE "Y".
            88 FB-RULE-NOT-APPLIES           VALUE "N".

        01 FB-DIGIT-EDIT PIC Z(8)9.
        01 FB-DIGIT-WANTED PIC 9(01).
        01 FB-DIGIT-WANTED-X REDEFINES FB-DIGIT-WANTED PIC X(01).
        01 FB-DIGIT-TALLY PIC 9(02) COMP.

    LINKAGE                 SECTION.
        COPY FBRULES.


*> ----------------------------------------------------------------
*> 1000-CLASSIFY - APPLY EVERY RULE IN FB-RULE-TABLE TO
*> FB-CLASSIFY-NUMBER.  WHEN NO RULE APPLIES TO IT, THE CATEGORY
*> IS "NUMBER", THE SAME AS THE ORIGINAL HARDCODED LOGIC.
*> ----------------------------------------------------------------
1000-CLASSIFY.
    MOVE SPACES TO FB-CATEGORY-TEXT.
    EXIT.

1200-CHECK-RULE.
    PERFORM 1220-TEST-RULE THRU 1220-EXIT.
    IF FB-RULE-APPLIES
        PERFORM 1210-APPEND-LABEL THRU 1210-EXIT
        ADD 1 TO FB-RULE-MATCH-COUNT
        COMPUTE FB-CATEGORY-CODE = FB-CATEGORY-CODE + 2 ** (FB-RULE-IDX - 1)
    END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1220-TEST-RULE - DOES THE RULE AT FB-RULE-IDX APPLY TO
*> FB-CLASSIFY-NUMBER?  DIGIT CONTAINS LOOKS AT THE NUMBER AS
*> PRINTED, LEADING ZEROS SUPPRESSED, SO A 0 RULE DOES NOT MATCH
*> EVERY NUMBER SHORTER THAN NINE DIGITS.  ANY TYPE NOT C, B OR X
*> IS A DIVISOR RULE.
*> ----------------------------------------------------------------
1220-TEST-RULE.
    SET FB-RULE-NOT-APPLIES TO TRUE.
    IF FB-RULE-IS-DIGIT(FB-RULE-IDX)
        MOVE FB-CLASSIFY-NUMBER TO FB-DIGIT-EDIT
        MOVE FB-RULE-OPERAND-1(FB-RULE-IDX) TO FB-DIGIT-WANTED
        MOVE ZERO TO FB-DIGIT-TALLY
        INSPECT FB-DIGIT-EDIT TALLYING FB-DIGIT-TALLY
            FOR ALL FB-DIGIT-WANTED-X
        IF FB-DIGIT-TALLY > ZERO
            SET FB-RULE-APPLIES TO TRUE
        END-IF
        GO TO 1220-EXIT
    END-IF.
    IF FB-RULE-IS-BAND(FB-RULE-IDX)
        IF FB-CLASSIFY-NUMBER >= FB-RULE-OPERAND-1(FB-RULE-IDX)
           AND FB-CLASSIFY-NUMBER <= FB-RULE-OPERAND-2(FB-RULE-IDX)
            SET FB-RULE-APPLIES TO TRUE
        END-IF
        GO TO 1220-EXIT
    END-IF.
    IF FUNCTION MOD(FB-CLASSIFY-NUMBER FB-RULE-DIVISOR(FB-RULE-IDX))
           NOT = 0
        GO TO 1220-EXIT
    END-IF.
    IF FB-RULE-IS-EXCLUDE(FB-RULE-IDX)
        IF FUNCTION MOD(FB-CLASSIFY-NUMBER
                        FB-RULE-OPERAND-1(FB-RULE-IDX)) = 0
            GO TO 1220-EXIT
        END-IF
    END-IF.
    SET FB-RULE-APPLIES TO TRUE.
1220-EXIT.
    EXIT.
