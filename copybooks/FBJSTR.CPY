    *> 8 STOPS THE STREAM, SO ITS MAX IS 04; FIZZVFY'S ANY NON-ZERO
    *> STOPS PUBLICATION, SO ITS MAX IS 00; FIZZTRN'S 4 IS REJECTS
    *> ONLY, SO 04 LETS THE STREAM RUN ON).  JSTR-COMMAND IS THE
    *> COMMAND LINE THE DRIVER SUBMITS FOR THE STEP.  JOBSTRMR, THE
    *> REDUCED STREAM FIZZRUN RUNS ON A CALCTL REDUCED DAY, HAS THE
    *> SAME LAYOUT.
     01  JOB-STREAM-RECORD.
         05  JSTR-STEP-NAME            PIC X(08).
         05  FILLER                    PIC X(01).
