    *> FBQACT.CPY
    *> QACTL SAMPLE CONTROL RECORD FOR FIZZQAS - HOW BIG A SAMPLE TO
    *> DRAW FROM THE CURRENT FIZZOUT GENERATION AND FROM WHAT SEED.
    *> QAC-SAMPLE-SIZE IS A RECORD COUNT; WHEN IT IS ZERO,
    *> QAC-SAMPLE-PCT (1-100) IS THE PERCENTAGE OF DETAIL RECORDS,
    *> ROUNDED UP.  BOTH ZERO (OR NO QACTL) DRAWS 100 RECORDS.  A ZERO
    *> SEED IS TAKEN FROM THE RUN-ID, SO THE SAME GENERATION ALWAYS
    *> YIELDS THE SAME SAMPLE; AN AUDITOR RE-DRAWING A LOGGED SAMPLE
    *> PUTS THE QASLOG SEED AND SIZE HERE.
     01  QA-CONTROL-RECORD.
         05  QAC-SAMPLE-SIZE           PIC 9(07).
         05  FILLER                    PIC X(01).
         05  QAC-SAMPLE-PCT            PIC 9(03).
         05  FILLER                    PIC X(01).
         05  QAC-SEED                  PIC 9(10).
