    *> FIZZ/BUZZ DIVISOR RULE TABLE, LOADED AT STARTUP FROM THE
    *> RULECTL CONTROL FILE.  ADDING A RULE (E.G. 7 -> "BAZZ" FOR A
    *> SEASONAL PROMOTION) IS A CONTROL FILE CHANGE, NOT A RECOMPILE.
    *> THE TYPE AND OPERANDS CARRY THE NON-DIVISOR RULES (DIGIT
    *> CONTAINS, VALUE BAND, EXCLUSION) - SEE FBRULEC.  A BLANK TYPE
    *> ON RULECTL IS LOADED AS "D".
     01  FB-RULE-TABLE.
         05  FB-RULE-ENTRY             OCCURS 20 TIMES
                                       INDEXED BY FB-RULE-IDX.
             10  FB-RULE-DIVISOR       PIC 9(5) COMP.
             10  FB-RULE-LABEL         PIC X(10).
             10  FB-RULE-TYPE          PIC X(1).
                 88  FB-RULE-IS-DIVISOR          VALUE "D".
                 88  FB-RULE-IS-DIGIT            VALUE "C".
                 88  FB-RULE-IS-BAND             VALUE "B".
                 88  FB-RULE-IS-EXCLUDE          VALUE "X".
             10  FB-RULE-OPERAND-1     PIC 9(9) COMP.
             10  FB-RULE-OPERAND-2     PIC 9(9) COMP.
     01  FB-RULE-COUNT                 PIC 9(2) COMP VALUE ZERO.
     01  FB-RULE-MAX                   PIC 9(2) COMP VALUE 20.
