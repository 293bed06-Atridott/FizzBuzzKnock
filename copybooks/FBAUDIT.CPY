         05  AUD-COMBO-COUNT           PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  AUD-PLAIN-COUNT           PIC 9(09).
    *> A FIZZINQ BROWSE SESSION IS LOGGED AS A "BROWSE" RECORD: AUD-N
    *> IS THE STARTING NUMBER, AND THE ENDING NUMBER AND CATEGORY
    *> FILTER (TEXT OR CODE, BLANK FOR NONE) TAKE THE PLACE OF THE
    *> RUN COUNTS, WHICH A BROWSE DOES NOT HAVE.  THE FILTER RUNS ON
    *> INTO THE LAST 8 BYTES OF THE 80-BYTE AUDITLOG LINE, SO THIS
    *> VIEW IS LONGER THAN AUDIT-RECORD AND IS WRITTEN FROM ITSELF.
     01  AUDIT-BROWSE-RECORD REDEFINES AUDIT-RECORD.
         05  FILLER                    PIC X(43).
         05  AUD-BRW-END               PIC 9(09).
         05  FILLER                    PIC X(01).
         05  AUD-BRW-FILTER            PIC X(27).
