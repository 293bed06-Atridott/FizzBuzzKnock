    *> BLANK OR ZERO DATES LEAVE THAT END OPEN; RECORDS FROM BEFORE
    *> THE DATES EXISTED READ AS BLANK AND STAY PERMANENTLY IN
    *> FORCE.
    *> THE RULE TYPE SAYS HOW THE NUMBER IS TESTED:
    *>   D (OR BLANK) - DIVISIBLE BY RCTL-DIVISOR.  RECORDS FROM
    *>                  BEFORE THE TYPE EXISTED READ AS BLANK AND
    *>                  STAY DIVISOR RULES.
    *>   C            - THE NUMBER CONTAINS THE DIGIT IN
    *>                  RCTL-OPERAND-1 (0-9).  DIVISOR NOT USED.
    *>   B            - THE NUMBER LIES IN THE BAND RCTL-OPERAND-1
    *>                  THRU RCTL-OPERAND-2, BOTH ENDS INCLUSIVE.
    *>                  DIVISOR NOT USED.
    *>   X            - DIVISIBLE BY RCTL-DIVISOR BUT NOT BY THE
    *>                  EXCLUDED DIVISOR IN RCTL-OPERAND-1 (E.G. BY
    *>                  3 BUT NOT BY 9).
     01  RULE-CTL-RECORD.
         05  RCTL-DIVISOR              PIC 9(5).
         05  RCTL-LABEL                PIC X(10).
         05  RCTL-EFF-DATE             PIC X(8).
         05  RCTL-EXP-DATE             PIC X(8).
         05  RCTL-RULE-TYPE            PIC X(1).
             88  RCTL-TYPE-DIVISOR               VALUE "D" " ".
             88  RCTL-TYPE-DIGIT                 VALUE "C".
             88  RCTL-TYPE-BAND                  VALUE "B".
             88  RCTL-TYPE-EXCLUDE               VALUE "X".
         05  RCTL-OPERAND-1            PIC 9(9).
         05  RCTL-OPERAND-2            PIC 9(9).
