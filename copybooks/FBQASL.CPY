    *> FBQASL.CPY
    *> QASLOG SAMPLE LOG RECORD - ONE LINE PER FIZZQAS SAMPLE,
    *> APPENDED.  CARRIES THE SEED AND SAMPLE SIZE THE DRAW USED SO
    *> AN AUDITOR CAN RE-DRAW EXACTLY THE SAME RECORDS LATER, AND THE
    *> MISMATCH COUNT THE SAMPLE FOUND.
     01  QA-SAMPLE-LOG-RECORD.
         05  QASL-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-SAMPLE-DATE          PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-SEED                 PIC 9(10).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-POPULATION           PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-SAMPLE-SIZE          PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-MISMATCHES           PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  QASL-FIZZOUT-DSN          PIC X(23).
