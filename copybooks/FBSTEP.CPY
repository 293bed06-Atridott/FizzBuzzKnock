    *> WHOLE JOB STREAM RUNS UNDER.  APPEND-ONLY, LIKE AUDITLOG, SO
    *> A RESUBMITTED STREAM CAN TELL WHICH STEPS OF THE INTERRUPTED
    *> RUN COMPLETED AND RESUME AT THE FIRST ONE THAT DID NOT.
    *> THE START AND END STAMPS BRACKET THE STEP'S SUBMISSION, SO
    *> THE FIZZFCS FORECAST CAN TURN THE HISTORY INTO STEP
    *> THROUGHPUT.  LINES WRITTEN BEFORE THE STAMPS WERE ADDED READ
    *> BACK WITH THEM BLANK.
     01  STEP-STATUS-RECORD.
         05  STPS-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-STATUS               PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-RETURN-CODE          PIC 9(04).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-START-DATE           PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-START-TIME           PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-END-DATE             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  STPS-END-TIME             PIC X(06).
