    *> IN FORCE), IN-FORCE, PENDING (NOT YET EFFECTIVE, SKIPPED), OR
    *> EXPIRED (PAST EXPIRY, SKIPPED).  APPEND-ONLY, SO THE BUSINESS
    *> CAN BE SHOWN EXACTLY WHEN EACH SEASONAL RULE STARTED AND
    *> STOPPED BEING APPLIED.  THE RULE TYPE AND OPERANDS FOLLOW THE
    *> DATES SO A DIGIT, BAND OR EXCLUSION RULE IS IDENTIFIABLE ON
    *> THE LOG THE SAME AS A DIVISOR RULE.
     01  RULE-LOG-RECORD.
         05  RLOG-DATE                 PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  RLOG-EFF-DATE             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  RLOG-EXP-DATE             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  RLOG-RULE-TYPE            PIC X(01).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  RLOG-OPERAND-1            PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  RLOG-OPERAND-2            PIC 9(09).
