IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZFCS.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - BATCH-WINDOW FORECAST.  RUN BEFORE THE
*>                    NIGHT'S STREAM IS SUBMITTED.  FROM THE STEPSTS
*>                    STEP HISTORY (START AND END STAMPS PER STEP)
*>                    AND THE CLASSIFICATION VOLUMES ON AUDITLOG IT
*>                    WORKS OUT EACH STEP'S THROUGHPUT IN NUMBERS
*>                    PER SECOND, SIZES TONIGHT'S RANGECTL, AND
*>                    PROJECTS WHEN TONIGHT'S JOBSTRM WILL END RUN
*>                    AS A SINGLE LOOP AND PARTITIONED 1 TO 20 WAYS.
*>                    FCSTRPT SHOWS THE RATES, THE PROJECTIONS
*>                    AGAINST THE FCSTCTL WINDOW-CLOSE TIME, AND THE
*>                    SMALLEST PARTCTL PARTITION COUNT THAT FINISHES
*>                    IN TIME.  RETURN CODE 4 WHEN NO CONFIGURATION
*>                    FITS (OR THERE IS NO HISTORY TO FORECAST
*>                    FROM), SO THE SCHEDULER CAN PAGE SOMEONE
*>                    BEFORE THE RUN STARTS RATHER THAN AFTER IT
*>                    OVERRUNS.  RETURN CODE 8 WHEN FCSTCTL OR
*>                    RANGECTL IS UNUSABLE.
*>   2026-10-15  RLM  A COMPLETE RECORD NOW COUNTS AS CLASSIFICATION
*>                    VOLUME ONLY WHEN ITS RUN-ID FALLS INSIDE THE
*>                    SINGLE-LOOP OR FIZZSPL STEP'S OWN STAMPS, SO
*>                    FIZZTRN AND FIZZSWP COUNTS NO LONGER INFLATE THE
*>                    RATES.  FIZZSPL AND FIZZMRG ARE NOW THEIR OWN STEP
*>                    CLASS, PROJECTED INTO THE PARTITIONED
*>                    CONFIGURATIONS ONLY.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL FCSTCTL  ASSIGN TO "FCSTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-FCSTCTL-STATUS.
            SELECT OPTIONAL RANGECTL ASSIGN TO "RANGECTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-RANGECTL-STATUS.
            SELECT OPTIONAL PARTCTL  ASSIGN TO "PARTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-PARTCTL-STATUS.
            SELECT OPTIONAL JOBSTRM  ASSIGN TO "JOBSTRM"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-JOBSTRM-STATUS.
            SELECT OPTIONAL STEPSTS  ASSIGN TO "STEPSTS"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-STEPSTS-STATUS.
            SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUDITLOG-STATUS.
            SELECT FCSTRPT  ASSIGN TO "FCSTRPT"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  FCSTCTL.
            COPY FBFCST.

        FD  RANGECTL.
            COPY FBRANGE.

        FD  PARTCTL.
            01 PARTCTL-LINE PIC X(10).

        FD  JOBSTRM.
            COPY FBJSTR.

        FD  STEPSTS.
            01 STEPSTS-LINE PIC X(72).

        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).

        FD  FCSTRPT.
            01 FCSTRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBRANGT.
        COPY FBSTEP.
        COPY FBAUDIT.

        01 FB-FCSTCTL-STATUS           PIC X(02).
            88 FB-FCSTCTL-OK                      VALUE "00".
        01 FB-RANGECTL-STATUS          PIC X(02).
            88 FB-RANGECTL-OK                     VALUE "00".
        01 FB-PARTCTL-STATUS           PIC X(02).
            88 FB-PARTCTL-OK                      VALUE "00".
        01 FB-JOBSTRM-STATUS           PIC X(02).
            88 FB-JOBSTRM-OK                      VALUE "00".
        01 FB-STEPSTS-STATUS           PIC X(02).
            88 FB-STEPSTS-OK                      VALUE "00".
        01 FB-AUDITLOG-STATUS          PIC X(02).
            88 FB-AUDITLOG-OK                     VALUE "00".

        01 FB-SWITCHES.
            05 FB-RANGE-EOF-SW         PIC X(01) VALUE "N".
                88 FB-RANGE-EOF                  VALUE "Y".
                88 FB-RANGE-NOT-EOF              VALUE "N".
            05 FB-STREAM-EOF-SW        PIC X(01) VALUE "N".
                88 FB-STREAM-EOF                 VALUE "Y".
                88 FB-STREAM-NOT-EOF             VALUE "N".
            05 FB-STATUS-EOF-SW        PIC X(01) VALUE "N".
                88 FB-STATUS-EOF                 VALUE "Y".
                88 FB-STATUS-NOT-EOF             VALUE "N".
            05 FB-AUDIT-EOF-SW         PIC X(01) VALUE "N".
                88 FB-AUDIT-EOF                  VALUE "Y".
                88 FB-AUDIT-NOT-EOF              VALUE "N".

        01 FB-LOOP-STEP                PIC X(08) VALUE "FIZZBUZZ".
        01 FB-PART-STEP                PIC X(08) VALUE "FIZZPAR".
        01 FB-SPLIT-STEP               PIC X(08) VALUE "FIZZSPL".
        01 FB-MERGE-STEP               PIC X(08) VALUE "FIZZMRG".
        01 FB-PART-PREFIX-LEN          PIC 9(02) COMP VALUE ZERO.
        01 FB-SEEK-STEP                PIC X(08).
        01 FB-STEP-KIND-SW             PIC X(01) VALUE "O".
            88 FB-STEP-IS-LOOP                    VALUE "L".
            88 FB-STEP-IS-PART                    VALUE "P".
            88 FB-STEP-IS-SPLIT-MERGE             VALUE "S".
            88 FB-STEP-IS-OTHER                   VALUE "O".

        01 FB-AUDIT-TABLE.
            05 FB-AUD-ENTRY            OCCURS 5000 TIMES
                                       INDEXED BY FB-AUD-IDX.
                10 FB-AUD-RUN-ID       PIC X(14).
                10 FB-AUD-PROCESSED    PIC 9(09) COMP.
        01 FB-AUD-USED                 PIC 9(04) COMP VALUE ZERO.
        01 FB-AUD-MAX                  PIC 9(04) COMP VALUE 5000.
        01 FB-AUD-NEXT                 PIC 9(04) COMP VALUE 1.

        01 FB-HIST-TABLE.
            05 FB-HIST-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY FB-HIST-IDX.
                10 FB-HIST-NAME        PIC X(08).
                10 FB-HIST-RUNS        PIC 9(05) COMP.
                10 FB-HIST-WORK        PIC 9(15) COMP.
                10 FB-HIST-SECS        PIC 9(11) COMP.
                10 FB-HIST-RATE        PIC 9(09)V9(04).
        01 FB-HIST-USED                PIC 9(03) COMP VALUE ZERO.
        01 FB-HIST-MAX                 PIC 9(03) COMP VALUE 50.
        01 FB-HIST-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-HIST-FOUND                      VALUE "Y".
            88 FB-HIST-NOT-FOUND                  VALUE "N".

        01 FB-SSTEP-TABLE.
            05 FB-SSTEP-ENTRY          OCCURS 50 TIMES
                                       INDEXED BY FB-SSTEP-IDX.
                10 FB-SSTEP-NAME       PIC X(08).
                10 FB-SSTEP-SECS       PIC 9(09) COMP.
                10 FB-SSTEP-FIRST      PIC X(14).
                10 FB-SSTEP-LAST       PIC X(14).
                10 FB-SSTEP-RUN-SW     PIC X(01).
                    88 FB-SSTEP-STAMPS-RUN       VALUE "Y".
        01 FB-SSTEP-USED               PIC 9(03) COMP VALUE ZERO.
        01 FB-SSTEP-MAX                PIC 9(03) COMP VALUE 50.
        01 FB-STREAM-RUN-ID            PIC X(14) VALUE SPACES.
        01 FB-STREAM-PARTS             PIC 9(03) COMP VALUE ZERO.
        01 FB-STREAM-VOLUME            PIC 9(09) COMP VALUE ZERO.
        01 FB-STREAM-COUNT             PIC 9(05) COMP VALUE ZERO.
        01 FB-STEP-WORK                PIC 9(09) COMP VALUE ZERO.
        01 FB-STEP-STAMP               PIC X(14).

        01 FB-JOB-TABLE.
            05 FB-JOB-ENTRY            OCCURS 50 TIMES
                                       INDEXED BY FB-JOB-IDX.
                10 FB-JOB-NAME         PIC X(08).
        01 FB-JOB-USED                 PIC 9(03) COMP VALUE ZERO.
        01 FB-JOB-MAX                  PIC 9(03) COMP VALUE 50.

        01 FB-TIME-WORK                PIC X(06).
        01 FB-TIME-PARTS REDEFINES FB-TIME-WORK.
            05 FB-TIME-HH              PIC 9(02).
            05 FB-TIME-MM              PIC 9(02).
            05 FB-TIME-SS              PIC 9(02).
        01 FB-DATE-NUM                 PIC 9(08) VALUE ZERO.
        01 FB-START-DAY-INT            PIC 9(08) COMP VALUE ZERO.
        01 FB-END-DAY-INT              PIC 9(08) COMP VALUE ZERO.
        01 FB-START-TOD                PIC 9(05) COMP VALUE ZERO.
        01 FB-END-TOD                  PIC 9(05) COMP VALUE ZERO.
        01 FB-ELAPSED-SECS             PIC S9(09) COMP VALUE ZERO.

        01 FB-TOTAL-WORK               PIC 9(09) COMP VALUE ZERO.
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-NOW-TIME                 PIC X(06).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-START-SECS               PIC 9(05) COMP VALUE ZERO.
        01 FB-CLOSE-SECS               PIC 9(06) COMP VALUE ZERO.
        01 FB-OTHER-SECS               PIC 9(09) COMP VALUE ZERO.
        01 FB-SPLIT-SECS               PIC 9(09) COMP VALUE ZERO.
        01 FB-CLASS-SECS               PIC 9(09) COMP VALUE ZERO.
        01 FB-PROJ-SECS                PIC 9(09) COMP VALUE ZERO.
        01 FB-END-SECS                 PIC 9(09) COMP VALUE ZERO.
        01 FB-SLICE-WORK               PIC 9(09) COMP VALUE ZERO.
        01 FB-LOOP-RATE                PIC 9(09)V9(04) VALUE ZERO.
        01 FB-PART-RATE                PIC 9(09)V9(04) VALUE ZERO.
        01 FB-PART-COUNT               PIC 9(02) VALUE ZERO.
        01 FB-PART-RAW                 PIC X(02) JUSTIFIED RIGHT.
        01 FB-PART-TRY                 PIC 9(02) COMP VALUE ZERO.
        01 FB-PART-MAX                 PIC 9(02) COMP VALUE 20.
        01 FB-RECOMMEND-PARTS          PIC 9(02) VALUE ZERO.
        01 FB-CURRENT-FITS-SW          PIC X(01) VALUE "N".
            88 FB-CURRENT-FITS                    VALUE "Y".
            88 FB-CURRENT-OVERRUNS                VALUE "N".
        01 FB-LOOP-FITS-SW             PIC X(01) VALUE "N".
            88 FB-LOOP-FITS                       VALUE "Y".
            88 FB-LOOP-OVERRUNS                   VALUE "N".
        01 FB-FIT-SW                   PIC X(01) VALUE "N".
            88 FB-PROJECTION-FITS                 VALUE "Y".
            88 FB-PROJECTION-OVERRUNS             VALUE "N".
        01 FB-CLOCK-DAYS               PIC 9(03) COMP VALUE ZERO.
        01 FB-CLOCK-REM                PIC 9(05) COMP VALUE ZERO.

        01 FB-CLOCK-DISPLAY.
            05 FBC-HH                  PIC 9(02).
            05 FILLER                  PIC X(01) VALUE ":".
            05 FBC-MM                  PIC 9(02).
            05 FILLER                  PIC X(01) VALUE ":".
            05 FBC-SS                  PIC 9(02).
            05 FBC-DAY-NOTE            PIC X(08).

        01 FB-DAY-NOTE.
            05 FILLER                  PIC X(03) VALUE "  +".
            05 FBD-DAYS                PIC 9(01).
            05 FILLER                  PIC X(04) VALUE " DAY".

        01 FCS-HEADING-1.
            05 FILLER                  PIC X(38)
                     VALUE "BATCH WINDOW FORECAST".
            05 FILLER                  PIC X(07) VALUE SPACES.
            05 FCSH-DATE               PIC X(08).
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(05) VALUE "PAGE ".
            05 FCSH-PAGE               PIC ZZ9.

        01 FCS-SECTION-LINE.
            05 FCSS-TEXT               PIC X(80).

        01 FCS-RATE-HEADING.
            05 FILLER                  PIC X(10) VALUE "STEP".
            05 FILLER                  PIC X(07) VALUE "   RUNS".
            05 FILLER                  PIC X(17)
                                       VALUE "          NUMBERS".
            05 FILLER                  PIC X(13) VALUE "      SECONDS".
            05 FILLER                  PIC X(14)
                                       VALUE "    PER SECOND".

        01 FCS-RATE-LINE.
            05 FCSR-NAME               PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSR-RUNS               PIC Z(6)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSR-WORK               PIC Z(14)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSR-SECS               PIC Z(10)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSR-RATE               PIC Z(8)9.99.

        01 FCS-STEP-HEADING.
            05 FILLER                  PIC X(10) VALUE "STEP".
            05 FILLER                  PIC X(12) VALUE "     SECONDS".
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(30) VALUE "NOTE".

        01 FCS-STEP-LINE.
            05 FCSP-NAME               PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSP-SECS               PIC Z(11)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSP-NOTE               PIC X(40).

        01 FCS-PROJ-HEADING.
            05 FILLER                  PIC X(16) VALUE "CONFIGURATION".
            05 FILLER                  PIC X(12) VALUE "     SECONDS".
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(18) VALUE "PROJECTED END".
            05 FILLER                  PIC X(20) VALUE "RESULT".

        01 FCS-PROJ-LINE.
            05 FCSJ-LABEL              PIC X(16).
            05 FCSJ-SECS               PIC Z(11)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSJ-END                PIC X(16).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FCSJ-RESULT             PIC X(30).

        01 FCS-LABEL-LINE.
            05 FCSL-LABEL              PIC X(32).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 FCSL-VALUE              PIC X(40).

        01 FCS-COUNT-LINE.
            05 FCSC-LABEL              PIC X(32).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 FCSC-COUNT              PIC Z(8)9.

        01 FCS-NONE-LINE.
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(05) VALUE "NONE.".

        01 FB-PART-LABEL.
            05 FILLER                  PIC X(12) VALUE "PARTITIONED ".
            05 FBPL-COUNT              PIC Z9.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
        ACCEPT FB-NOW-TIME FROM TIME.
        PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
        IF RETURN-CODE NOT = ZERO
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1100-LOAD-RANGE-TABLE THRU 1100-EXIT.
        IF FB-RANGE-COUNT = 0
            DISPLAY "FIZZFCS - RANGECTL ABSENT OR EMPTY - NOTHING "
                    "TO FORECAST"
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1130-TOTAL-THE-WORK THRU 1130-EXIT
            VARYING FB-RANGE-IDX FROM 1 BY 1
            UNTIL FB-RANGE-IDX > FB-RANGE-COUNT.
        PERFORM 1150-READ-PART-COUNT THRU 1150-EXIT.
        PERFORM 1200-LOAD-JOB-STREAM THRU 1200-EXIT.
        PERFORM 1300-LOAD-AUDIT-VOLUMES THRU 1300-EXIT.
        PERFORM 1400-LOAD-STEP-HISTORY THRU 1400-EXIT.
        PERFORM 1700-COMPUTE-STEP-RATE THRU 1700-EXIT
            VARYING FB-HIST-IDX FROM 1 BY 1
            UNTIL FB-HIST-IDX > FB-HIST-USED.
        OPEN OUTPUT FCSTRPT.
        PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
        PERFORM 2000-REPORT-STEP-RATES THRU 2000-EXIT.
        PERFORM 2100-REPORT-TONIGHT THRU 2100-EXIT.
        PERFORM 2200-PROJECT-OTHER-STEPS THRU 2200-EXIT.
        PERFORM 2250-PROJECT-SPLIT-MERGE THRU 2250-EXIT.
        PERFORM 2300-PROJECT-SINGLE-LOOP THRU 2300-EXIT.
        PERFORM 2400-PROJECT-PARTITIONED THRU 2400-EXIT.
        PERFORM 2500-REPORT-RECOMMENDATION THRU 2500-EXIT.
        CLOSE FCSTRPT.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LOAD-CONTROL - FCSTCTL GIVES THE WINDOW-CLOSE TIME (NO
*> FORECAST WITHOUT ONE), THE PLANNED START (DEFAULT NOW) AND THE
*> CLASSIFICATION STEP NAMES.  A CLOSE AT OR BEFORE THE START IS
*> THE NEXT MORNING.
*> ----------------------------------------------------------------
1000-LOAD-CONTROL.
    MOVE SPACES TO FORECAST-CONTROL-RECORD.
    OPEN INPUT FCSTCTL.
    IF FB-FCSTCTL-OK
        READ FCSTCTL
            AT END MOVE SPACES TO FORECAST-CONTROL-RECORD
        END-READ
        CLOSE FCSTCTL
    ELSE
        IF FB-FCSTCTL-STATUS = "05"
            CLOSE FCSTCTL
        END-IF
    END-IF.
    IF FCST-WINDOW-CLOSE NOT NUMERIC
       OR FCST-WINDOW-CLOSE(1:2) > "23"
       OR FCST-WINDOW-CLOSE(3:2) > "59"
        DISPLAY "FIZZFCS - FCSTCTL MUST GIVE THE WINDOW CLOSE AS "
                "HHMM"
        MOVE 8 TO RETURN-CODE
        GO TO 1000-EXIT
    END-IF.
    IF FCST-START-TIME NUMERIC
       AND FCST-START-TIME(1:2) <= "23"
       AND FCST-START-TIME(3:2) <= "59"
        MOVE FCST-START-TIME TO FB-TIME-WORK(1:4)
        MOVE "00" TO FB-TIME-WORK(5:2)
    ELSE
        MOVE FB-NOW-TIME TO FB-TIME-WORK
    END-IF.
    COMPUTE FB-START-SECS = FB-TIME-HH * 3600 + FB-TIME-MM * 60
                          + FB-TIME-SS.
    MOVE FCST-WINDOW-CLOSE TO FB-TIME-WORK(1:4).
    MOVE "00" TO FB-TIME-WORK(5:2).
    COMPUTE FB-CLOSE-SECS = FB-TIME-HH * 3600 + FB-TIME-MM * 60.
    IF FB-CLOSE-SECS <= FB-START-SECS
        ADD 86400 TO FB-CLOSE-SECS
    END-IF.
    IF FCST-LOOP-STEP NOT = SPACES
        MOVE FCST-LOOP-STEP TO FB-LOOP-STEP
    END-IF.
    IF FCST-PART-STEP NOT = SPACES
        MOVE FCST-PART-STEP TO FB-PART-STEP
    END-IF.
    INSPECT FB-PART-STEP TALLYING FB-PART-PREFIX-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-LOAD-RANGE-TABLE - TONIGHT'S RANGECTL, READ AND SIZED THE
*> SAME WAY FIZZ_BUZZ AND FIZZSPL READ IT, SO THE FORECAST IS FOR
*> EXACTLY THE WORK THE STREAM WILL DO.
*> ----------------------------------------------------------------
1100-LOAD-RANGE-TABLE.
    OPEN INPUT RANGECTL.
    IF FB-RANGECTL-OK
        PERFORM 1110-READ-RANGE-RECORD THRU 1110-EXIT
        PERFORM 1120-ADD-RANGE-ENTRY THRU 1120-EXIT
            UNTIL FB-RANGE-EOF
        CLOSE RANGECTL
    END-IF.
1100-EXIT.
    EXIT.

1110-READ-RANGE-RECORD.
    READ RANGECTL
        AT END SET FB-RANGE-EOF TO TRUE
    END-READ.
1110-EXIT.
    EXIT.

1120-ADD-RANGE-ENTRY.
    IF FB-RANGE-COUNT >= FB-RANGE-MAX
        DISPLAY "RANGECTL EXCEEDS FB-RANGE-MAX - EXTRA RANGES IGNORED"
        SET FB-RANGE-EOF TO TRUE
        GO TO 1120-EXIT
    END-IF.
    IF RGCTL-START > RGCTL-END
        DISPLAY "RANGECTL RECORD REJECTED - START GREATER THAN END"
        PERFORM 1110-READ-RANGE-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    ADD 1 TO FB-RANGE-COUNT.
    SET FB-RANGE-IDX TO FB-RANGE-COUNT.
    MOVE RGCTL-START TO FB-RANGE-START(FB-RANGE-IDX).
    MOVE RGCTL-END   TO FB-RANGE-END(FB-RANGE-IDX).
    PERFORM 1110-READ-RANGE-RECORD THRU 1110-EXIT.
1120-EXIT.
    EXIT.

1130-TOTAL-THE-WORK.
    COMPUTE FB-TOTAL-WORK = FB-TOTAL-WORK
        + FB-RANGE-END(FB-RANGE-IDX)
        - FB-RANGE-START(FB-RANGE-IDX) + 1.
1130-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1150-READ-PART-COUNT - THE PARTITION COUNT PARTCTL NOW HOLDS,
*> EDITED THE WAY FIZZSPL EDITS IT, SO THE REPORT CAN SAY WHETHER
*> THE CURRENT SETTING FITS.
*> ----------------------------------------------------------------
1150-READ-PART-COUNT.
    OPEN INPUT PARTCTL.
    IF FB-PARTCTL-OK
        READ PARTCTL
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO FB-PART-RAW
                UNSTRING PARTCTL-LINE DELIMITED BY ALL " "
                    INTO FB-PART-RAW
                END-UNSTRING
                INSPECT FB-PART-RAW
                    REPLACING LEADING SPACE BY ZERO
                IF FB-PART-RAW NUMERIC
                    MOVE FB-PART-RAW TO FB-PART-COUNT
                END-IF
        END-READ
        CLOSE PARTCTL
    ELSE
        IF FB-PARTCTL-STATUS = "05"
            CLOSE PARTCTL
        END-IF
    END-IF.
1150-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-LOAD-JOB-STREAM - THE STEP NAMES OF TONIGHT'S JOBSTRM, IN
*> ORDER.  EVERY STEP OTHER THAN THE CLASSIFICATION STEPS AND THE
*> FIZZSPL/FIZZMRG SPLIT AND MERGE RUNS IN EITHER CONFIGURATION
*> AND IS PROJECTED ONCE.
*> ----------------------------------------------------------------
1200-LOAD-JOB-STREAM.
    OPEN INPUT JOBSTRM.
    IF NOT FB-JOBSTRM-OK
        IF FB-JOBSTRM-STATUS = "05"
            CLOSE JOBSTRM
        END-IF
        GO TO 1200-EXIT
    END-IF.
    PERFORM 1210-READ-STREAM-RECORD THRU 1210-EXIT.
    PERFORM 1220-ADD-JOB-ENTRY THRU 1220-EXIT
        UNTIL FB-STREAM-EOF.
    CLOSE JOBSTRM.
1200-EXIT.
    EXIT.

1210-READ-STREAM-RECORD.
    READ JOBSTRM
        AT END SET FB-STREAM-EOF TO TRUE
    END-READ.
1210-EXIT.
    EXIT.

1220-ADD-JOB-ENTRY.
    IF FB-JOB-USED >= FB-JOB-MAX
        SET FB-STREAM-EOF TO TRUE
        GO TO 1220-EXIT
    END-IF.
    ADD 1 TO FB-JOB-USED.
    SET FB-JOB-IDX TO FB-JOB-USED.
    MOVE JSTR-STEP-NAME TO FB-JOB-NAME(FB-JOB-IDX).
    PERFORM 1210-READ-STREAM-RECORD THRU 1210-EXIT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-LOAD-AUDIT-VOLUMES - THE COMPLETE RECORDS WITH A NON-ZERO
*> AUD-N, WITH THEIR PROCESSED COUNTS.  THAT IS NOT ONLY THE
*> CLASSIFICATION RUNS (FIZZ_BUZZ, FIZZMRG): FIZZTRN LOGS ITS
*> TRANIN TOTAL AND FIZZSWP ITS MASTER READ COUNT THE SAME WAY, SO
*> 1500 CREDITS A RECORD ONLY WHEN ITS RUN-ID WAS STAMPED INSIDE A
*> CLASSIFICATION STEP.  THE TABLE WRAPS, SO ON A LONG LOG IT
*> HOLDS THE MOST RECENT RUNS.  CF CARRY-FORWARD LINES ARE PASSED
*> OVER.
*> ----------------------------------------------------------------
1300-LOAD-AUDIT-VOLUMES.
    OPEN INPUT AUDITLOG.
    IF NOT FB-AUDITLOG-OK
        IF FB-AUDITLOG-STATUS = "05"
            CLOSE AUDITLOG
        END-IF
        GO TO 1300-EXIT
    END-IF.
    PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT.
    PERFORM 1320-ADD-AUDIT-ENTRY THRU 1320-EXIT
        UNTIL FB-AUDIT-EOF.
    CLOSE AUDITLOG.
1300-EXIT.
    EXIT.

1310-READ-AUDIT-RECORD.
    READ AUDITLOG
        AT END SET FB-AUDIT-EOF TO TRUE
        NOT AT END MOVE AUDITLOG-LINE TO AUDIT-RECORD
    END-READ.
1310-EXIT.
    EXIT.

1320-ADD-AUDIT-ENTRY.
    IF AUD-RUN-ID(1:3) = "CF "
       OR AUD-STATUS NOT = "COMPLETE"
       OR AUD-N NOT NUMERIC
       OR AUD-TOTAL-PROCESSED NOT NUMERIC
        PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT
        GO TO 1320-EXIT
    END-IF.
    IF AUD-N = ZERO
        PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT
        GO TO 1320-EXIT
    END-IF.
    SET FB-AUD-IDX TO FB-AUD-NEXT.
    MOVE AUD-RUN-ID          TO FB-AUD-RUN-ID(FB-AUD-IDX).
    MOVE AUD-TOTAL-PROCESSED TO FB-AUD-PROCESSED(FB-AUD-IDX).
    IF FB-AUD-USED < FB-AUD-MAX
        ADD 1 TO FB-AUD-USED
    END-IF.
    ADD 1 TO FB-AUD-NEXT.
    IF FB-AUD-NEXT > FB-AUD-MAX
        MOVE 1 TO FB-AUD-NEXT
    END-IF.
    PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT.
1320-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-LOAD-STEP-HISTORY - STEPSTS IS READ ONE STREAM (RUN-ID) AT
*> A TIME.  EVERY COMPLETED STEP WITH BOTH STAMPS IS HELD WITH ITS
*> STAMPS AND ELAPSED SECONDS.  THE SINGLE-LOOP STEP AND FIZZSPL
*> ARE MARKED AS THE STEPS A CLASSIFICATION RUN-ID IS STAMPED IN:
*> FIZZ_BUZZ STAMPS ITS OWN, AND FIZZMRG COMPLETES THE PARTITIONED
*> RUN UNDER THE RUN-ID FIZZSPL STAMPED.  WHEN THE STREAM ENDS,
*> 1500 CREDITS THE STEPS WITH THE STREAM'S CLASSIFICATION VOLUME.
*> FAILED STEPS AND
*> LINES WRITTEN BEFORE THE STAMPS EXISTED ARE PASSED OVER.
*> ----------------------------------------------------------------
1400-LOAD-STEP-HISTORY.
    OPEN INPUT STEPSTS.
    IF NOT FB-STEPSTS-OK
        IF FB-STEPSTS-STATUS = "05"
            CLOSE STEPSTS
        END-IF
        GO TO 1400-EXIT
    END-IF.
    PERFORM 1410-READ-STATUS-RECORD THRU 1410-EXIT.
    PERFORM 1420-NOTE-STEP-TIMING THRU 1420-EXIT
        UNTIL FB-STATUS-EOF.
    CLOSE STEPSTS.
    PERFORM 1500-CLOSE-STREAM THRU 1500-EXIT.
1400-EXIT.
    EXIT.

1410-READ-STATUS-RECORD.
    READ STEPSTS
        AT END SET FB-STATUS-EOF TO TRUE
        NOT AT END MOVE STEPSTS-LINE TO STEP-STATUS-RECORD
    END-READ.
1410-EXIT.
    EXIT.

1420-NOTE-STEP-TIMING.
    IF STPS-RUN-ID NOT = FB-STREAM-RUN-ID
        PERFORM 1500-CLOSE-STREAM THRU 1500-EXIT
        MOVE STPS-RUN-ID TO FB-STREAM-RUN-ID
    END-IF.
    IF STPS-STATUS NOT = "COMPLETE"
       OR STPS-START-DATE NOT NUMERIC
       OR STPS-START-TIME NOT NUMERIC
       OR STPS-END-DATE NOT NUMERIC
       OR STPS-END-TIME NOT NUMERIC
        PERFORM 1410-READ-STATUS-RECORD THRU 1410-EXIT
        GO TO 1420-EXIT
    END-IF.
    PERFORM 1430-COMPUTE-ELAPSED THRU 1430-EXIT.
    IF FB-ELAPSED-SECS < ZERO OR FB-SSTEP-USED >= FB-SSTEP-MAX
        PERFORM 1410-READ-STATUS-RECORD THRU 1410-EXIT
        GO TO 1420-EXIT
    END-IF.
    ADD 1 TO FB-SSTEP-USED.
    SET FB-SSTEP-IDX TO FB-SSTEP-USED.
    MOVE STPS-STEP-NAME  TO FB-SSTEP-NAME(FB-SSTEP-IDX).
    MOVE FB-ELAPSED-SECS TO FB-SSTEP-SECS(FB-SSTEP-IDX).
    MOVE STPS-START-DATE TO FB-STEP-STAMP(1:8).
    MOVE STPS-START-TIME TO FB-STEP-STAMP(9:6).
    MOVE FB-STEP-STAMP   TO FB-SSTEP-FIRST(FB-SSTEP-IDX).
    MOVE STPS-END-DATE   TO FB-STEP-STAMP(1:8).
    MOVE STPS-END-TIME   TO FB-STEP-STAMP(9:6).
    MOVE FB-STEP-STAMP   TO FB-SSTEP-LAST(FB-SSTEP-IDX).
    MOVE "N" TO FB-SSTEP-RUN-SW(FB-SSTEP-IDX).
    MOVE STPS-STEP-NAME  TO FB-SEEK-STEP.
    PERFORM 1900-CLASSIFY-STEP-NAME THRU 1900-EXIT.
    IF FB-STEP-IS-PART
        ADD 1 TO FB-STREAM-PARTS
    END-IF.
    IF FB-STEP-IS-LOOP OR FB-SEEK-STEP = FB-SPLIT-STEP
        SET FB-SSTEP-STAMPS-RUN(FB-SSTEP-IDX) TO TRUE
    END-IF.
    PERFORM 1410-READ-STATUS-RECORD THRU 1410-EXIT.
1420-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1430-COMPUTE-ELAPSED - SECONDS FROM THE STEP'S START STAMP TO
*> ITS END STAMP, ACROSS MIDNIGHT WHEN THE DATES DIFFER.
*> ----------------------------------------------------------------
1430-COMPUTE-ELAPSED.
    MOVE STPS-START-DATE TO FB-DATE-NUM.
    COMPUTE FB-START-DAY-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
    MOVE STPS-END-DATE TO FB-DATE-NUM.
    COMPUTE FB-END-DAY-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
    MOVE STPS-START-TIME TO FB-TIME-WORK.
    COMPUTE FB-START-TOD = FB-TIME-HH * 3600 + FB-TIME-MM * 60
                         + FB-TIME-SS.
    MOVE STPS-END-TIME TO FB-TIME-WORK.
    COMPUTE FB-END-TOD = FB-TIME-HH * 3600 + FB-TIME-MM * 60
                       + FB-TIME-SS.
    COMPUTE FB-ELAPSED-SECS
        = (FB-END-DAY-INT - FB-START-DAY-INT) * 86400
        + FB-END-TOD - FB-START-TOD.
1430-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-CLOSE-STREAM - THE STREAM'S VOLUME IS THE LARGEST COMPLETE
*> RUN ON AUDITLOG WHOSE RUN-ID FALLS INSIDE THE SINGLE-LOOP OR
*> FIZZSPL STEP'S OWN START AND END STAMPS - NOT MERELY SOMEWHERE
*> IN THE STREAM, WHERE A FIZZTRN OR FIZZSWP COUNT WOULD BE TAKEN
*> FOR CLASSIFICATION VOLUME.  A RESTARTED FIZZ_BUZZ COMPLETES
*> UNDER ITS ORIGINAL RUN-ID, OUTSIDE THE STEP, AND SO IS NOT
*> CREDITED - IT DID ONLY PART OF THE RANGE.  EVERY STEP IS
*> CREDITED WITH THE STREAM'S VOLUME, EXCEPT
*> THE PARTITION STEPS, WHICH EACH HANDLED THEIR SHARE OF IT AND
*> ARE POOLED UNDER THE PARTITION STEP NAME.  A STREAM WITH NO
*> CLASSIFICATION RUN TELLS NOTHING ABOUT THROUGHPUT AND IS
*> DROPPED.
*> ----------------------------------------------------------------
1500-CLOSE-STREAM.
    IF FB-SSTEP-USED = ZERO
        GO TO 1590-RESET-STREAM
    END-IF.
    MOVE ZERO TO FB-STREAM-VOLUME.
    PERFORM 1505-MATCH-STEP-VOLUME THRU 1505-EXIT
        VARYING FB-SSTEP-IDX FROM 1 BY 1
        UNTIL FB-SSTEP-IDX > FB-SSTEP-USED.
    IF FB-STREAM-VOLUME = ZERO
        GO TO 1590-RESET-STREAM
    END-IF.
    ADD 1 TO FB-STREAM-COUNT.
    PERFORM 1520-CREDIT-STREAM-STEP THRU 1520-EXIT
        VARYING FB-SSTEP-IDX FROM 1 BY 1
        UNTIL FB-SSTEP-IDX > FB-SSTEP-USED.
1590-RESET-STREAM.
    MOVE ZERO   TO FB-SSTEP-USED.
    MOVE ZERO   TO FB-STREAM-PARTS.
1500-EXIT.
    EXIT.

1505-MATCH-STEP-VOLUME.
    IF FB-SSTEP-STAMPS-RUN(FB-SSTEP-IDX)
        PERFORM 1510-MATCH-STREAM-VOLUME THRU 1510-EXIT
            VARYING FB-AUD-IDX FROM 1 BY 1
            UNTIL FB-AUD-IDX > FB-AUD-USED
    END-IF.
1505-EXIT.
    EXIT.

1510-MATCH-STREAM-VOLUME.
    IF FB-AUD-RUN-ID(FB-AUD-IDX) >= FB-SSTEP-FIRST(FB-SSTEP-IDX)
       AND FB-AUD-RUN-ID(FB-AUD-IDX) <= FB-SSTEP-LAST(FB-SSTEP-IDX)
       AND FB-AUD-PROCESSED(FB-AUD-IDX) > FB-STREAM-VOLUME
        MOVE FB-AUD-PROCESSED(FB-AUD-IDX) TO FB-STREAM-VOLUME
    END-IF.
1510-EXIT.
    EXIT.

1520-CREDIT-STREAM-STEP.
    MOVE FB-SSTEP-NAME(FB-SSTEP-IDX) TO FB-SEEK-STEP.
    PERFORM 1900-CLASSIFY-STEP-NAME THRU 1900-EXIT.
    IF FB-STEP-IS-PART
        MOVE FB-PART-STEP TO FB-SEEK-STEP
        DIVIDE FB-STREAM-VOLUME BY FB-STREAM-PARTS
            GIVING FB-STEP-WORK ROUNDED
    ELSE
        MOVE FB-STREAM-VOLUME TO FB-STEP-WORK
    END-IF.
    PERFORM 1600-FIND-HIST-ENTRY THRU 1600-EXIT.
    IF FB-HIST-FOUND
        ADD 1 TO FB-HIST-RUNS(FB-HIST-IDX)
        ADD FB-STEP-WORK TO FB-HIST-WORK(FB-HIST-IDX)
        ADD FB-SSTEP-SECS(FB-SSTEP-IDX) TO FB-HIST-SECS(FB-HIST-IDX)
    END-IF.
1520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-FIND-HIST-ENTRY - LOCATE (OR ADD) FB-SEEK-STEP'S HISTORY
*> ENTRY.  1610 ONLY MATCHES.
*> ----------------------------------------------------------------
1600-FIND-HIST-ENTRY.
    PERFORM 1610-MATCH-HIST-NAME THRU 1610-EXIT.
    IF FB-HIST-FOUND OR FB-HIST-USED >= FB-HIST-MAX
        GO TO 1600-EXIT
    END-IF.
    ADD 1 TO FB-HIST-USED.
    SET FB-HIST-IDX TO FB-HIST-USED.
    MOVE FB-SEEK-STEP TO FB-HIST-NAME(FB-HIST-IDX).
    MOVE ZERO TO FB-HIST-RUNS(FB-HIST-IDX)
                 FB-HIST-WORK(FB-HIST-IDX)
                 FB-HIST-SECS(FB-HIST-IDX)
                 FB-HIST-RATE(FB-HIST-IDX).
    SET FB-HIST-FOUND TO TRUE.
1600-EXIT.
    EXIT.

1610-MATCH-HIST-NAME.
    SET FB-HIST-NOT-FOUND TO TRUE.
    IF FB-HIST-USED = ZERO
        GO TO 1610-EXIT
    END-IF.
    SET FB-HIST-IDX TO 1.
    PERFORM 1620-MATCH-HIST-ENTRY THRU 1620-EXIT
        UNTIL FB-HIST-FOUND OR FB-HIST-IDX > FB-HIST-USED.
1610-EXIT.
    EXIT.

1620-MATCH-HIST-ENTRY.
    IF FB-HIST-NAME(FB-HIST-IDX) = FB-SEEK-STEP
        SET FB-HIST-FOUND TO TRUE
    ELSE
        SET FB-HIST-IDX UP BY 1
    END-IF.
1620-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1700-COMPUTE-STEP-RATE - NUMBERS PER SECOND OVER ALL THE STEP'S
*> CREDITED RUNS.  A STEP THAT NEVER TOOK A MEASURABLE SECOND IS
*> LEFT AT RATE ZERO AND PROJECTED AT ZERO SECONDS.
*> ----------------------------------------------------------------
1700-COMPUTE-STEP-RATE.
    IF FB-HIST-SECS(FB-HIST-IDX) > ZERO
        COMPUTE FB-HIST-RATE(FB-HIST-IDX) ROUNDED
            = FB-HIST-WORK(FB-HIST-IDX) / FB-HIST-SECS(FB-HIST-IDX)
    END-IF.
1700-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1900-CLASSIFY-STEP-NAME - IS FB-SEEK-STEP THE SINGLE-LOOP STEP,
*> ONE OF THE PARTITION STEPS (NAME BEGINS WITH THE PARTITION
*> PREFIX), THE FIZZSPL SPLIT OR FIZZMRG MERGE (WHICH RUN ONLY IN
*> A PARTITIONED STREAM), OR ANY OTHER STEP?
*> ----------------------------------------------------------------
1900-CLASSIFY-STEP-NAME.
    SET FB-STEP-IS-OTHER TO TRUE.
    IF FB-SEEK-STEP = FB-LOOP-STEP
        SET FB-STEP-IS-LOOP TO TRUE
        GO TO 1900-EXIT
    END-IF.
    IF FB-SEEK-STEP = FB-SPLIT-STEP OR FB-SEEK-STEP = FB-MERGE-STEP
        SET FB-STEP-IS-SPLIT-MERGE TO TRUE
        GO TO 1900-EXIT
    END-IF.
    IF FB-PART-PREFIX-LEN > ZERO
        IF FB-SEEK-STEP(1:FB-PART-PREFIX-LEN)
           = FB-PART-STEP(1:FB-PART-PREFIX-LEN)
            SET FB-STEP-IS-PART TO TRUE
        END-IF
    END-IF.
1900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-REPORT-STEP-RATES - THE THROUGHPUT TABLE THE PROJECTIONS
*> ARE BUILT FROM.
*> ----------------------------------------------------------------
2000-REPORT-STEP-RATES.
    MOVE "STEP THROUGHPUT FROM STEPSTS HISTORY" TO FCSS-TEXT.
    WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE.
    WRITE FCSTRPT-LINE FROM FCS-RATE-HEADING.
    PERFORM 2010-WRITE-RATE-LINE THRU 2010-EXIT
        VARYING FB-HIST-IDX FROM 1 BY 1
        UNTIL FB-HIST-IDX > FB-HIST-USED.
    IF FB-HIST-USED = ZERO
        WRITE FCSTRPT-LINE FROM FCS-NONE-LINE
    END-IF.
    MOVE "STREAMS USED"                     TO FCSC-LABEL.
    MOVE FB-STREAM-COUNT                    TO FCSC-COUNT.
    WRITE FCSTRPT-LINE FROM FCS-COUNT-LINE.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
2000-EXIT.
    EXIT.

2010-WRITE-RATE-LINE.
    MOVE FB-HIST-NAME(FB-HIST-IDX) TO FCSR-NAME.
    MOVE FB-HIST-RUNS(FB-HIST-IDX) TO FCSR-RUNS.
    MOVE FB-HIST-WORK(FB-HIST-IDX) TO FCSR-WORK.
    MOVE FB-HIST-SECS(FB-HIST-IDX) TO FCSR-SECS.
    MOVE FB-HIST-RATE(FB-HIST-IDX) TO FCSR-RATE.
    WRITE FCSTRPT-LINE FROM FCS-RATE-LINE.
2010-EXIT.
    EXIT.

2100-REPORT-TONIGHT.
    MOVE "TONIGHT'S RUN" TO FCSS-TEXT.
    WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE.
    MOVE "RANGECTL RANGES"                  TO FCSC-LABEL.
    MOVE FB-RANGE-COUNT                     TO FCSC-COUNT.
    WRITE FCSTRPT-LINE FROM FCS-COUNT-LINE.
    MOVE "NUMBERS TO CLASSIFY"              TO FCSC-LABEL.
    MOVE FB-TOTAL-WORK                      TO FCSC-COUNT.
    WRITE FCSTRPT-LINE FROM FCS-COUNT-LINE.
    MOVE FB-START-SECS TO FB-END-SECS.
    PERFORM 5200-FORMAT-CLOCK THRU 5200-EXIT.
    MOVE "STREAM START"                     TO FCSL-LABEL.
    MOVE FB-CLOCK-DISPLAY                   TO FCSL-VALUE.
    WRITE FCSTRPT-LINE FROM FCS-LABEL-LINE.
    MOVE FB-CLOSE-SECS TO FB-END-SECS.
    PERFORM 5200-FORMAT-CLOCK THRU 5200-EXIT.
    MOVE "WINDOW CLOSES"                    TO FCSL-LABEL.
    MOVE FB-CLOCK-DISPLAY                   TO FCSL-VALUE.
    WRITE FCSTRPT-LINE FROM FCS-LABEL-LINE.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-PROJECT-OTHER-STEPS - EVERY JOBSTRM STEP THAT IS NOT A
*> CLASSIFICATION, SPLIT OR MERGE STEP, AT ITS HISTORICAL RATE FOR
*> TONIGHT'S VOLUME.  THEIR TOTAL IS COMMON TO EVERY
*> CONFIGURATION.
*> ----------------------------------------------------------------
2200-PROJECT-OTHER-STEPS.
    MOVE "JOBSTRM STEPS OUTSIDE CLASSIFICATION" TO FCSS-TEXT.
    WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE.
    WRITE FCSTRPT-LINE FROM FCS-STEP-HEADING.
    PERFORM 2210-PROJECT-ONE-STEP THRU 2210-EXIT
        VARYING FB-JOB-IDX FROM 1 BY 1
        UNTIL FB-JOB-IDX > FB-JOB-USED.
    IF FB-JOB-USED = ZERO
        MOVE "JOBSTRM ABSENT - CLASSIFICATION ONLY" TO FCSS-TEXT
        WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE
    END-IF.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
2200-EXIT.
    EXIT.

2210-PROJECT-ONE-STEP.
    MOVE FB-JOB-NAME(FB-JOB-IDX) TO FB-SEEK-STEP.
    PERFORM 1900-CLASSIFY-STEP-NAME THRU 1900-EXIT.
    IF NOT FB-STEP-IS-OTHER
        GO TO 2210-EXIT
    END-IF.
    PERFORM 2220-PROJECT-STEP-SECONDS THRU 2220-EXIT.
    ADD FB-PROJ-SECS TO FB-OTHER-SECS.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2220-PROJECT-STEP-SECONDS - FB-SEEK-STEP'S SECONDS FOR TONIGHT'S
*> VOLUME AT ITS HISTORICAL RATE, INTO FB-PROJ-SECS, AND ITS LINE
*> ON THE REPORT.
*> ----------------------------------------------------------------
2220-PROJECT-STEP-SECONDS.
    MOVE FB-SEEK-STEP TO FCSP-NAME.
    MOVE ZERO TO FB-PROJ-SECS.
    MOVE SPACES TO FCSP-NOTE.
    PERFORM 1610-MATCH-HIST-NAME THRU 1610-EXIT.
    IF FB-HIST-NOT-FOUND
        MOVE "NO HISTORY - NOT PROJECTED" TO FCSP-NOTE
    ELSE
        IF FB-HIST-RATE(FB-HIST-IDX) > ZERO
            COMPUTE FB-PROJ-SECS ROUNDED
                = FB-TOTAL-WORK / FB-HIST-RATE(FB-HIST-IDX)
        END-IF
    END-IF.
    MOVE FB-PROJ-SECS TO FCSP-SECS.
    WRITE FCSTRPT-LINE FROM FCS-STEP-LINE.
2220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2250-PROJECT-SPLIT-MERGE - FIZZSPL AND FIZZMRG RUN ONLY WHEN THE
*> STREAM IS PARTITIONED, SO THEIR SECONDS ARE ADDED TO THE
*> PARTITIONED PROJECTIONS (2410) AND NOT TO THE SINGLE LOOP.
*> THEY ARE PROJECTED FROM HISTORY WHETHER OR NOT TONIGHT'S
*> JOBSTRM RUNS THEM, SO EACH CONFIGURATION CARRIES ITS OWN COST
*> WHICHEVER WAY THE STREAM IS SET UP NOW.
*> ----------------------------------------------------------------
2250-PROJECT-SPLIT-MERGE.
    MOVE "SPLIT AND MERGE - PARTITIONED RUNS ONLY" TO FCSS-TEXT.
    WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE.
    WRITE FCSTRPT-LINE FROM FCS-STEP-HEADING.
    MOVE FB-SPLIT-STEP TO FB-SEEK-STEP.
    PERFORM 2220-PROJECT-STEP-SECONDS THRU 2220-EXIT.
    ADD FB-PROJ-SECS TO FB-SPLIT-SECS.
    MOVE FB-MERGE-STEP TO FB-SEEK-STEP.
    PERFORM 2220-PROJECT-STEP-SECONDS THRU 2220-EXIT.
    ADD FB-PROJ-SECS TO FB-SPLIT-SECS.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
2250-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2300-PROJECT-SINGLE-LOOP - THE OTHER STEPS PLUS THE WHOLE VOLUME
*> THROUGH THE SINGLE-LOOP STEP.  NO SPLIT OR MERGE.
*> ----------------------------------------------------------------
2300-PROJECT-SINGLE-LOOP.
    MOVE "PROJECTED END OF STREAM" TO FCSS-TEXT.
    WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE.
    WRITE FCSTRPT-LINE FROM FCS-PROJ-HEADING.
    MOVE FB-LOOP-STEP TO FB-SEEK-STEP.
    PERFORM 1610-MATCH-HIST-NAME THRU 1610-EXIT.
    IF FB-HIST-FOUND
        MOVE FB-HIST-RATE(FB-HIST-IDX) TO FB-LOOP-RATE
    END-IF.
    MOVE "SINGLE-LOOP" TO FCSJ-LABEL.
    IF FB-LOOP-RATE = ZERO
        MOVE ZERO TO FCSJ-SECS
        MOVE SPACES TO FCSJ-END
        MOVE "NO HISTORY FOR " TO FCSJ-RESULT
        MOVE FB-LOOP-STEP TO FCSJ-RESULT(16:8)
        WRITE FCSTRPT-LINE FROM FCS-PROJ-LINE
        GO TO 2300-EXIT
    END-IF.
    COMPUTE FB-CLASS-SECS ROUNDED = FB-TOTAL-WORK / FB-LOOP-RATE.
    PERFORM 2900-WRITE-PROJECTION THRU 2900-EXIT.
    IF FB-PROJECTION-FITS
        SET FB-LOOP-FITS TO TRUE
    END-IF.
2300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2400-PROJECT-PARTITIONED - THE OTHER STEPS, THE SPLIT AND MERGE,
*> AND ONE PARTITION'S SHARE OF THE VOLUME, FOR EACH PARTITION
*> COUNT FIZZSPL ACCEPTS (THE PARTITIONS RUN CONCURRENTLY, SO THE
*> LARGEST SLICE SETS THE PACE).  THE SMALLEST COUNT THAT FITS IS
*> THE RECOMMENDATION.
*> ----------------------------------------------------------------
2400-PROJECT-PARTITIONED.
    MOVE FB-PART-STEP TO FB-SEEK-STEP.
    PERFORM 1610-MATCH-HIST-NAME THRU 1610-EXIT.
    IF FB-HIST-FOUND
        MOVE FB-HIST-RATE(FB-HIST-IDX) TO FB-PART-RATE
    END-IF.
    IF FB-PART-RATE = ZERO
        MOVE "PARTITIONED" TO FCSJ-LABEL
        MOVE ZERO TO FCSJ-SECS
        MOVE SPACES TO FCSJ-END
        MOVE "NO HISTORY FOR " TO FCSJ-RESULT
        MOVE FB-PART-STEP TO FCSJ-RESULT(16:8)
        WRITE FCSTRPT-LINE FROM FCS-PROJ-LINE
        GO TO 2400-EXIT
    END-IF.
    PERFORM 2410-PROJECT-PART-COUNT THRU 2410-EXIT
        VARYING FB-PART-TRY FROM 1 BY 1
        UNTIL FB-PART-TRY > FB-PART-MAX.
2400-EXIT.
    EXIT.

2410-PROJECT-PART-COUNT.
    DIVIDE FB-TOTAL-WORK BY FB-PART-TRY GIVING FB-SLICE-WORK.
    IF FB-SLICE-WORK * FB-PART-TRY < FB-TOTAL-WORK
        ADD 1 TO FB-SLICE-WORK
    END-IF.
    COMPUTE FB-CLASS-SECS ROUNDED = FB-SLICE-WORK / FB-PART-RATE.
    ADD FB-SPLIT-SECS TO FB-CLASS-SECS.
    MOVE FB-PART-TRY TO FBPL-COUNT.
    MOVE FB-PART-LABEL TO FCSJ-LABEL.
    PERFORM 2900-WRITE-PROJECTION THRU 2900-EXIT.
    IF FB-PROJECTION-FITS AND FB-RECOMMEND-PARTS = ZERO
        MOVE FB-PART-TRY TO FB-RECOMMEND-PARTS
    END-IF.
    IF FB-PROJECTION-FITS AND FB-PART-TRY = FB-PART-COUNT
        SET FB-CURRENT-FITS TO TRUE
    END-IF.
2410-EXIT.
    EXIT.

2900-WRITE-PROJECTION.
    COMPUTE FB-PROJ-SECS = FB-OTHER-SECS + FB-CLASS-SECS.
    COMPUTE FB-END-SECS = FB-START-SECS + FB-PROJ-SECS.
    PERFORM 5200-FORMAT-CLOCK THRU 5200-EXIT.
    MOVE FB-PROJ-SECS     TO FCSJ-SECS.
    MOVE FB-CLOCK-DISPLAY TO FCSJ-END.
    IF FB-END-SECS <= FB-CLOSE-SECS
        SET FB-PROJECTION-FITS TO TRUE
        MOVE "FITS"                   TO FCSJ-RESULT
    ELSE
        SET FB-PROJECTION-OVERRUNS TO TRUE
        MOVE "*** OVERRUNS WINDOW ***" TO FCSJ-RESULT
    END-IF.
    WRITE FCSTRPT-LINE FROM FCS-PROJ-LINE.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-REPORT-RECOMMENDATION - THE PARTCTL COUNT TO USE, HOW THE
*> CURRENT SETTING COMPARES, AND THE WARNING RETURN CODE WHEN
*> NOTHING FITS THE WINDOW.
*> ----------------------------------------------------------------
2500-REPORT-RECOMMENDATION.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
    IF FB-LOOP-FITS
        MOVE "SINGLE-LOOP RUN FINISHES BEFORE THE WINDOW CLOSES"
            TO FCSS-TEXT
        WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE
    END-IF.
    IF FB-RECOMMEND-PARTS > ZERO
        MOVE SPACES TO FCSS-TEXT
        STRING "RECOMMENDED PARTCTL PARTITION COUNT "
                                        DELIMITED BY SIZE
               FB-RECOMMEND-PARTS       DELIMITED BY SIZE
            INTO FCSS-TEXT
        END-STRING
        WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE
        MOVE SPACES TO FCSS-TEXT
        IF FB-PART-COUNT = ZERO
            MOVE "PARTCTL NOT SET" TO FCSS-TEXT
        ELSE
            IF FB-CURRENT-FITS
                STRING "CURRENT PARTCTL " DELIMITED BY SIZE
                       FB-PART-COUNT      DELIMITED BY SIZE
                       " FITS"            DELIMITED BY SIZE
                    INTO FCSS-TEXT
                END-STRING
            ELSE
                STRING "CURRENT PARTCTL " DELIMITED BY SIZE
                       FB-PART-COUNT      DELIMITED BY SIZE
                       " DOES NOT FIT"    DELIMITED BY SIZE
                    INTO FCSS-TEXT
                END-STRING
            END-IF
        END-IF
        WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE
    END-IF.
    IF FB-LOOP-OVERRUNS AND FB-RECOMMEND-PARTS = ZERO
        MOVE "*** NO CONFIGURATION FINISHES BEFORE THE WINDOW CLOSES"
            TO FCSS-TEXT
        WRITE FCSTRPT-LINE FROM FCS-SECTION-LINE
        DISPLAY "FIZZFCS - NO CONFIGURATION FITS THE BATCH WINDOW - "
                "SEE FCSTRPT"
        MOVE 4 TO RETURN-CODE
    END-IF.
2500-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-RUN-DATE TO FCSH-DATE.
    MOVE FB-PAGE-NO TO FCSH-PAGE.
    WRITE FCSTRPT-LINE FROM FCS-HEADING-1.
    MOVE SPACES TO FCSTRPT-LINE.
    WRITE FCSTRPT-LINE.
5100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5200-FORMAT-CLOCK - FB-END-SECS (SECONDS FROM MIDNIGHT OF THE
*> START DAY) AS HH:MM:SS, NOTING WHEN IT FALLS ON A LATER DAY.
*> ----------------------------------------------------------------
5200-FORMAT-CLOCK.
    DIVIDE FB-END-SECS BY 86400 GIVING FB-CLOCK-DAYS
        REMAINDER FB-CLOCK-REM.
    DIVIDE FB-CLOCK-REM BY 3600 GIVING FBC-HH
        REMAINDER FB-CLOCK-REM.
    DIVIDE FB-CLOCK-REM BY 60 GIVING FBC-MM
        REMAINDER FBC-SS.
    MOVE SPACES TO FBC-DAY-NOTE.
    IF FB-CLOCK-DAYS > ZERO
        MOVE FB-CLOCK-DAYS TO FBD-DAYS
        MOVE FB-DAY-NOTE TO FBC-DAY-NOTE
    END-IF.
5200-EXIT.
    EXIT.
