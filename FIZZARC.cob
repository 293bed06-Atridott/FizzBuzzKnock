*>                    A MONTH BEFORE THE CURRENT ONE - THE OPEN
*>                    PERIOD IS REFUSED.  FIZZAUD ANSWERS FOR AN
*>                    ARCHIVED MONTH BY READING ITS ARCHIVE FILE.
*>   2026-10-15  RLM  RULELOG WIDENED TO 76 BYTES - RECORDS NOW
*>                    CARRY THE RULE TYPE AND OPERANDS.  ARCHLOG AND
*>                    THE KEPT TABLE ARE ALREADY 80 BYTES WIDE.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            01 AUDITLOG-LINE PIC X(80).

        FD  RULELOG.
            01 RULELOG-LINE PIC X(76).

        FD  ARCHLOG.
            01 ARCHLOG-LINE PIC X(80).
