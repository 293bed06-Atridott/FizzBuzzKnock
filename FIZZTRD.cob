*>                    CAN SEE WHAT A SEASONAL RULE DID TO THE MIX
*>                    WHILE IT WAS IN FORCE WITHOUT RETYPING
*>                    NUMBERS OFF OLD REPORT GENERATIONS.
*>   2026-10-15  RLM  STATHST WIDENED TO 72 BYTES - RECORDS NOW
*>                    CARRY THE RULE TYPE AND OPERANDS.  THE TREND
*>                    REPORT STILL KEYS ON THE LABEL, SO OLDER
*>                    RECORDS TREND ALONGSIDE NEW ONES.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
DATA                        DIVISION.
    FILE                    SECTION.
        FD  STATHST.
            01 STATHST-LINE PIC X(72).

        FD  TRDRPT.
            01 TRDRPT-LINE PIC X(80).
