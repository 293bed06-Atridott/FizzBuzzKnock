    *> COUNTS USED TO EXIST ONLY ON THE PRINTED FIZZRPT FOR THAT
    *> RUN; THIS FILE IS THE MACHINE-READABLE HISTORY THE FIZZTRD
    *> TREND REPORT READS TO SHOW HOW EACH CATEGORY'S SHARE MOVES
    *> RUN BY RUN AND MONTH BY MONTH.  THE RULE TYPE AND OPERANDS
    *> FOLLOW THE HIT COUNT SO EVERY RULE TYPE, NOT ONLY A DIVISOR
    *> RULE, IS IDENTIFIED ON ITS HISTORY RECORD.
     01  STAT-HISTORY-RECORD.
         05  STAT-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STAT-LABEL                PIC X(10).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STAT-HIT-COUNT            PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STAT-RULE-TYPE            PIC X(01).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STAT-OPERAND-1            PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STAT-OPERAND-2            PIC 9(09).
