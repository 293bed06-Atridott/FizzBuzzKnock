*>                    DID NOT RUN EVERY STEP TO COMPLETE, IT RESUMES
*>                    THAT RUN-ID AT THE FIRST STEP THAT DID NOT
*>                    COMPLETE INSTEAD OF FROM THE TOP.
*>   2026-10-15  RLM  EVERY STEPSTS RECORD NOW CARRIES THE STEP'S
*>                    START AND END DATE AND TIME, TAKEN EITHER SIDE
*>                    OF THE SUBMISSION, SO THE FIZZFCS BATCH-WINDOW
*>                    FORECAST HAS ELAPSED-TIME HISTORY TO WORK
*>                    FROM.
*>   2026-10-15  RLM  BUSINESS-DAY CALENDAR.  BEFORE LOADING THE
*>                    STREAM THE DRIVER ASKS FIZZBDC WHAT KIND OF
*>                    DAY IT IS ON CALCTL.  ON A SKIP DAY THE STREAM
*>                    IS NOT RUN AND A CALENDAR SKIPPED RECORD GOES
*>                    ON STEPSTS; ON A REDUCED DAY THE STEPS COME
*>                    FROM JOBSTRMR INSTEAD OF JOBSTRM AND A
*>                    CALENDAR REDUCED RECORD OPENS THE RUN-ID ON
*>                    STEPSTS.  A STREAM IS ONLY RESUMED FROM THE
*>                    CONTROL FILE IT STARTED FROM.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            COPY FBJSTR.

        FD  STEPSTS.
            01 STEPSTS-LINE PIC X(72).

    WORKING-STORAGE         SECTION.
        COPY FBSTEP.
        COPY FBBDAY.

        01 FB-JOBSTRM-STATUS          PIC X(02).
            88 FB-JOBSTRM-OK                     VALUE "00".
            88 FB-RESUME-FOUND                  VALUE "Y".
            88 FB-RESUME-NOT-FOUND              VALUE "N".

        01 FB-LAST-MODE-SW            PIC X(01) VALUE "F".
            88 FB-LAST-WAS-REDUCED              VALUE "R".
            88 FB-LAST-WAS-FULL                 VALUE "F".
        01 FB-STREAM-DD               PIC X(08) VALUE "JOBSTRM".

        01 FB-STREAM-STOP-SW          PIC X(01) VALUE "N".
            88 FB-STREAM-STOPPED                VALUE "Y".
            88 FB-STREAM-RUNNING                VALUE "N".

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        PERFORM 1600-CHECK-CALENDAR THRU 1600-EXIT.
        IF FBBD-SKIP-DAY
            PERFORM 1500-NEW-STREAM-RUN-ID THRU 1500-EXIT
            MOVE "SKIPPED" TO STPS-STATUS
            PERFORM 1650-LOG-CALENDAR-DAY THRU 1650-EXIT
            DISPLAY "FIZZRUN - " FB-RUN-DATE " IS A NON-PROCESSING "
                    "DAY - STREAM NOT RUN " FBBD-DESCRIPTION
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1000-LOAD-JOB-STREAM THRU 1000-EXIT.
        IF FB-STEP-COUNT = 0
            DISPLAY "FIZZRUN - " FB-STREAM-DD " ABSENT OR EMPTY - "
                    "NO STEPS TO RUN"
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        ELSE
            PERFORM 1500-NEW-STREAM-RUN-ID THRU 1500-EXIT
            DISPLAY "FIZZRUN - STARTING RUN " FB-STREAM-RUN-ID
            IF FBBD-REDUCED-DAY
                MOVE "REDUCED" TO STPS-STATUS
                PERFORM 1650-LOG-CALENDAR-DAY THRU 1650-EXIT
                DISPLAY "FIZZRUN - " FB-RUN-DATE " IS A REDUCED "
                        "PROCESSING DAY - RUNNING JOBSTRMR "
                        FBBD-DESCRIPTION
            END-IF
        END-IF.
        PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
            VARYING FB-STEP-IDX FROM FB-RESUME-STEP BY 1
*> ARE RESET EVERY TIME THE RUN-ID CHANGES, SO AT EOF THEY SHOW
*> WHICH STEPS OF THE LAST STREAM COMPLETED.  IF EVERY STEP DID,
*> THIS SUBMISSION IS A FRESH RUN; OTHERWISE IT RESUMES THAT RUN-ID
*> AT THE FIRST STEP WITHOUT A COMPLETE RECORD.  A CALENDAR SKIPPED
*> RECORD IS PASSED OVER, SO THE STREAM A HOLIDAY INTERRUPTS STILL
*> RESUMES THE NEXT PROCESSING DAY; A REDUCED MARKER SAYS THE LAST
*> STREAM RAN FROM JOBSTRMR, WHOSE STEP NUMBERS MEAN NOTHING
*> AGAINST JOBSTRM (AND THE OTHER WAY ROUND), SO ONE STREAM IS
*> ONLY EVER RESUMED FROM THE SAME CONTROL FILE IT STARTED FROM.
*> ----------------------------------------------------------------
1100-FIND-RESTART-POINT.
    MOVE 1 TO FB-RESUME-STEP.
    IF FB-LAST-RUN-ID = SPACES
        GO TO 1100-EXIT
    END-IF.
    IF (FB-LAST-WAS-REDUCED AND NOT FBBD-REDUCED-DAY)
       OR (FB-LAST-WAS-FULL AND FBBD-REDUCED-DAY)
        PERFORM 1150-CHECK-OTHER-STREAM THRU 1150-EXIT
        GO TO 1100-EXIT
    END-IF.
    SET FB-RESUME-NOT-FOUND TO TRUE.
    PERFORM 1140-FIND-FIRST-UNDONE THRU 1140-EXIT
        VARYING FB-STEP-IDX FROM 1 BY 1
    EXIT.

1120-NOTE-STEP-OUTCOME.
    IF STPS-STEP-NAME = "CALENDAR" AND STPS-STATUS = "SKIPPED"
        PERFORM 1110-READ-STATUS-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    IF STPS-RUN-ID NOT = FB-LAST-RUN-ID
        MOVE STPS-RUN-ID TO FB-LAST-RUN-ID
        SET FB-LAST-WAS-FULL TO TRUE
        PERFORM 1130-RESET-DONE-FLAG THRU 1130-EXIT
            VARYING FB-STEP-IDX FROM 1 BY 1
            UNTIL FB-STEP-IDX > FB-STEP-COUNT
    END-IF.
    IF STPS-STEP-NAME = "CALENDAR" AND STPS-STATUS = "REDUCED"
        SET FB-LAST-WAS-REDUCED TO TRUE
    END-IF.
    IF STPS-STATUS = "COMPLETE"
       AND STPS-STEP-NO NUMERIC
       AND STPS-STEP-NO >= 1
1140-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1150-CHECK-OTHER-STREAM - THE LAST STREAM RAN FROM THE OTHER
*> CONTROL FILE.  ITS STEP NUMBERS CANNOT BE MATCHED AGAINST THIS
*> ONE, SO SAY SO AND LET THIS SUBMISSION START A FRESH RUN.
*> ----------------------------------------------------------------
1150-CHECK-OTHER-STREAM.
    IF FB-LAST-WAS-REDUCED
        DISPLAY "FIZZRUN - LAST RUN " FB-LAST-RUN-ID " RAN THE "
                "REDUCED STREAM - NOT RESUMABLE FROM JOBSTRM"
    ELSE
        DISPLAY "FIZZRUN - LAST RUN " FB-LAST-RUN-ID " RAN THE "
                "FULL STREAM - NOT RESUMABLE FROM JOBSTRMR"
    END-IF.
1150-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-NEW-STREAM-RUN-ID - A FRESH STREAM RUNS UNDER A NEW RUN-ID
*> IN THE SAME DATE-TIME FORMAT EVERY AUD-RUN-ID IN THE SUITE USES.
1500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-CHECK-CALENDAR - ASK FIZZBDC WHAT KIND OF DAY TODAY IS ON
*> THE CALCTL CALENDAR.  ON A REDUCED DAY THE STEP TABLE IS LOADED
*> FROM JOBSTRMR INSTEAD OF JOBSTRM; ON A SKIP DAY IT IS NOT
*> LOADED AT ALL.  WITH NO CALCTL EVERY DAY IS A PROCESSING DAY.
*> ----------------------------------------------------------------
1600-CHECK-CALENDAR.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    SET FBBD-CLASSIFY TO TRUE.
    MOVE FB-RUN-DATE TO FBBD-DATE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    IF FBBD-REDUCED-DAY
        MOVE "JOBSTRMR" TO FB-STREAM-DD
        DISPLAY "DD_JOBSTRM" UPON ENVIRONMENT-NAME
        DISPLAY FB-STREAM-DD UPON ENVIRONMENT-VALUE
    END-IF.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1650-LOG-CALENDAR-DAY - APPEND A STEP 00 "CALENDAR" RECORD TO
*> STEPSTS (STPS-STATUS ALREADY SET BY THE CALLER) SO THE STATUS
*> FILE SHOWS THE DAY THE STREAM WAS SKIPPED OR RAN REDUCED.
*> ----------------------------------------------------------------
1650-LOG-CALENDAR-DAY.
    MOVE FB-STREAM-RUN-ID TO STPS-RUN-ID.
    MOVE ZERO             TO STPS-STEP-NO.
    MOVE "CALENDAR"       TO STPS-STEP-NAME.
    MOVE ZERO             TO STPS-RETURN-CODE.
    MOVE FB-RUN-DATE      TO STPS-START-DATE.
    MOVE FB-RUN-TIME      TO STPS-START-TIME.
    MOVE FB-RUN-DATE      TO STPS-END-DATE.
    MOVE FB-RUN-TIME      TO STPS-END-TIME.
    OPEN EXTEND STEPSTS.
    WRITE STEPSTS-LINE FROM STEP-STATUS-RECORD.
    CLOSE STEPSTS.
1650-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-RUN-ONE-STEP - SUBMIT THE STEP AT FB-STEP-IDX AND JUDGE ITS
*> RETURN CODE AGAINST THE STEP'S JSTR-MAX-RC CONTRACT.  EITHER WAY
*> THE OUTCOME IS APPENDED TO STEPSTS FIRST, SO A RESUBMISSION SEES
*> EXACTLY WHAT THIS ONE DID; A STEP OVER ITS MAX STOPS THE STREAM.
*> THE STEP'S START AND END DATE AND TIME GO ON THE SAME RECORD.
*> ----------------------------------------------------------------
3000-RUN-ONE-STEP.
    SET FB-STEP-NO TO FB-STEP-IDX.
    DISPLAY "FIZZRUN - STEP " FB-STEP-NO-EDIT " "
            FB-STEP-NAME(FB-STEP-IDX).
    MOVE FB-STEP-COMMAND(FB-STEP-IDX) TO FB-COMMAND-LINE.
    ACCEPT STPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT STPS-START-TIME FROM TIME.
    CALL "SYSTEM" USING FB-COMMAND-LINE.
    ACCEPT STPS-END-DATE FROM DATE YYYYMMDD.
    ACCEPT STPS-END-TIME FROM TIME.
    IF RETURN-CODE < ZERO
        MOVE 16 TO FB-STEP-RC
    ELSE
