    *> FBFCST.CPY
    *> FCSTCTL BATCH-WINDOW FORECAST CONTROL RECORD FOR FIZZFCS: THE
    *> TIME THE BATCH WINDOW CLOSES (HHMM, REQUIRED), THE TIME THE
    *> STREAM IS PLANNED TO START (HHMM - BLANK MEANS NOW), THE
    *> JOBSTRM STEP NAME OF THE SINGLE-LOOP CLASSIFICATION STEP, AND
    *> THE LEADING CHARACTERS SHARED BY THE STEP NAMES OF THE
    *> PARTITION STEPS (FIZZPAR1, FIZZPAR2 ... ALL BEGIN "FIZZPAR").
    *> BLANK STEP NAMES DEFAULT TO FIZZBUZZ AND FIZZPAR.
     01  FORECAST-CONTROL-RECORD.
         05  FCST-WINDOW-CLOSE         PIC X(04).
         05  FILLER                    PIC X(01).
         05  FCST-START-TIME           PIC X(04).
         05  FILLER                    PIC X(01).
         05  FCST-LOOP-STEP            PIC X(08).
         05  FILLER                    PIC X(01).
         05  FCST-PART-STEP            PIC X(08).
