IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZBDC.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - BUSINESS-DAY CALENDAR ROUTINE.  THE
*>                    SUITE TREATED EVERY CALENDAR DAY THE SAME:
*>                    FIZZRUN RAN ON BANK HOLIDAYS, FIZZSUS AGED
*>                    SUSPENSE ITEMS OVER WEEKENDS, AND A RULE COULD
*>                    TAKE EFFECT ON A DAY NOBODY RUNS THE BATCH.
*>                    FIZZBDC READS THE CALCTL CALENDAR (FBCALC) ON
*>                    ITS FIRST CALL AND ANSWERS, FOR ANY CALLER,
*>                    WHAT KIND OF DAY A DATE IS AND HOW MANY
*>                    PROCESSING DAYS LIE BETWEEN TWO DATES, SO THE
*>                    CALENDAR IS INTERPRETED IN ONE PLACE - THE
*>                    SAME REASON FIZZCLS WAS PULLED OUT.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CALCTL   ASSIGN TO "CALCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-CALCTL-STATUS.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  CALCTL.
            COPY FBCALC.

    WORKING-STORAGE         SECTION.
        01 FB-CALCTL-STATUS           PIC X(02).
            88 FB-CALCTL-OK                      VALUE "00".

        01 FB-SWITCHES.
            05 FB-LOADED-SW           PIC X(01) VALUE "N".
                88 FB-CALENDAR-READ             VALUE "Y".
                88 FB-CALENDAR-NOT-READ         VALUE "N".
            05 FB-CAL-EOF-SW          PIC X(01) VALUE "N".
                88 FB-CAL-EOF                   VALUE "Y".
                88 FB-CAL-NOT-EOF               VALUE "N".
            05 FB-CAL-FOUND-SW        PIC X(01) VALUE "N".
                88 FB-CALENDAR-FOUND            VALUE "Y".
                88 FB-CALENDAR-ABSENT           VALUE "N".
            05 FB-DATE-FOUND-SW       PIC X(01) VALUE "N".
                88 FB-DATE-FOUND                VALUE "Y".
                88 FB-DATE-NOT-FOUND            VALUE "N".

        01 FB-WEEK-TABLE.
            05 FB-WEEK-ENTRY          OCCURS 7 TIMES
                                      INDEXED BY FB-WEEK-IDX.
                10 FB-WEEK-TYPE       PIC X(01).
                10 FB-WEEK-DESC       PIC X(30).

        01 FB-DAY-NAMES               PIC X(21)
                                      VALUE "MONTUEWEDTHUFRISATSUN".
        01 FB-DAY-NAME-TABLE REDEFINES FB-DAY-NAMES.
            05 FB-DAY-NAME            PIC X(03) OCCURS 7 TIMES.

        01 FB-DATED-TABLE.
            05 FB-DATED-ENTRY         OCCURS 500 TIMES
                                      INDEXED BY FB-DATED-IDX.
                10 FB-DATED-INT       PIC 9(07) COMP.
                10 FB-DATED-TYPE      PIC X(01).
                10 FB-DATED-DESC      PIC X(30).
        01 FB-DATED-COUNT             PIC 9(03) COMP VALUE ZERO.
        01 FB-DATED-MAX               PIC 9(03) COMP VALUE 500.

        01 FB-REJECT-COUNT            PIC 9(03) VALUE ZERO.
        01 FB-CAL-RECORD-NO           PIC 9(03) COMP VALUE ZERO.
        01 FB-RECORD-NO-EDIT          PIC ZZ9.
        01 FB-DAY-NO                  PIC 9(01) VALUE ZERO.

        01 FB-TEST-DATE               PIC X(08).
        01 FB-TEST-DATE-NUM REDEFINES FB-TEST-DATE
                                      PIC 9(08).
        01 FB-TEST-DATE-PARTS REDEFINES FB-TEST-DATE.
            05 FB-TEST-YEAR           PIC 9(04).
            05 FB-TEST-MONTH          PIC 9(02).
            05 FB-TEST-DAY            PIC 9(02).
        01 FB-TEST-INT                PIC 9(07) COMP VALUE ZERO.
        01 FB-ROUND-TRIP              PIC 9(08) VALUE ZERO.

        01 FB-DAY-INT                 PIC 9(07) COMP VALUE ZERO.
        01 FB-FROM-INT                PIC 9(07) COMP VALUE ZERO.
        01 FB-TO-INT                  PIC 9(07) COMP VALUE ZERO.
        01 FB-DAY-TYPE                PIC X(01).
        01 FB-DAY-DESC                PIC X(30).
        01 FB-WEEKDAY                 PIC 9(01).

    LINKAGE                 SECTION.
        COPY FBBDAY.

PROCEDURE                   DIVISION USING FB-BDAY-PARMS.
0000-MAINLINE.
    IF FB-CALENDAR-NOT-READ
        PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
    END-IF.
    MOVE FB-REJECT-COUNT TO FBBD-REJECT-COUNT.
    IF FB-CALENDAR-ABSENT
        SET FBBD-NO-CALENDAR TO TRUE
    ELSE
        SET FBBD-CALENDAR-LOADED TO TRUE
    END-IF.
    IF FBBD-COUNT
        PERFORM 3000-COUNT-BUSINESS-DAYS THRU 3000-EXIT
    ELSE
        PERFORM 2000-CLASSIFY-DATE THRU 2000-EXIT
    END-IF.
    GOBACK.

*> ----------------------------------------------------------------
*> 1000-LOAD-CALENDAR - READ CALCTL INTO THE WEEKDAY TABLE AND THE
*> DATED-ENTRY TABLE.  EVERY WEEKDAY STARTS AS A PROCESSING DAY.
*> A LINE WITH A BAD DATE, WEEKDAY OR DAY TYPE IS PASSED OVER AND
*> COUNTED, THE SAME WAY THE BATCH LOADERS PASS OVER BAD CONTROL
*> RECORDS.  THE CALENDAR IS READ ONCE PER RUN UNIT.
*> ----------------------------------------------------------------
1000-LOAD-CALENDAR.
    SET FB-CALENDAR-READ TO TRUE.
    PERFORM 1005-CLEAR-WEEKDAY THRU 1005-EXIT
        VARYING FB-WEEK-IDX FROM 1 BY 1
        UNTIL FB-WEEK-IDX > 7.
    OPEN INPUT CALCTL.
    IF NOT FB-CALCTL-OK
        IF FB-CALCTL-STATUS = "05"
            CLOSE CALCTL
        END-IF
        GO TO 1000-EXIT
    END-IF.
    SET FB-CALENDAR-FOUND TO TRUE.
    PERFORM 1010-READ-CALENDAR-RECORD THRU 1010-EXIT.
    PERFORM 1020-ADD-CALENDAR-ENTRY THRU 1020-EXIT
        UNTIL FB-CAL-EOF.
    CLOSE CALCTL.
1000-EXIT.
    EXIT.

1005-CLEAR-WEEKDAY.
    MOVE "P"    TO FB-WEEK-TYPE(FB-WEEK-IDX).
    MOVE SPACES TO FB-WEEK-DESC(FB-WEEK-IDX).
1005-EXIT.
    EXIT.

1010-READ-CALENDAR-RECORD.
    READ CALCTL
        AT END SET FB-CAL-EOF TO TRUE
    END-READ.
1010-EXIT.
    EXIT.

1020-ADD-CALENDAR-ENTRY.
    ADD 1 TO FB-CAL-RECORD-NO.
    MOVE FB-CAL-RECORD-NO TO FB-RECORD-NO-EDIT.
    IF NOT CALC-PROCESSING AND NOT CALC-SKIP AND NOT CALC-REDUCED
        DISPLAY "CALCTL RECORD " FB-RECORD-NO-EDIT
                " REJECTED - DAY TYPE MUST BE P, S OR R"
        ADD 1 TO FB-REJECT-COUNT
        PERFORM 1010-READ-CALENDAR-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    END-IF.
    IF CALC-DATE = SPACES
        PERFORM 1030-ADD-WEEKDAY-ENTRY THRU 1030-EXIT
    ELSE
        PERFORM 1040-ADD-DATED-ENTRY THRU 1040-EXIT
    END-IF.
    PERFORM 1010-READ-CALENDAR-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.

1030-ADD-WEEKDAY-ENTRY.
    MOVE ZERO TO FB-DAY-NO.
    PERFORM 1035-MATCH-DAY-NAME THRU 1035-EXIT
        VARYING FB-WEEK-IDX FROM 1 BY 1
        UNTIL FB-WEEK-IDX > 7.
    IF FB-DAY-NO = ZERO
        DISPLAY "CALCTL RECORD " FB-RECORD-NO-EDIT
                " REJECTED - NO DATE AND NO VALID WEEKDAY"
        ADD 1 TO FB-REJECT-COUNT
        GO TO 1030-EXIT
    END-IF.
    SET FB-WEEK-IDX TO FB-DAY-NO.
    MOVE CALC-DAY-TYPE    TO FB-WEEK-TYPE(FB-WEEK-IDX).
    MOVE CALC-DESCRIPTION TO FB-WEEK-DESC(FB-WEEK-IDX).
1030-EXIT.
    EXIT.

1035-MATCH-DAY-NAME.
    IF CALC-WEEKDAY = FB-DAY-NAME(FB-WEEK-IDX)
        SET FB-DAY-NO TO FB-WEEK-IDX
    END-IF.
1035-EXIT.
    EXIT.

1040-ADD-DATED-ENTRY.
    MOVE CALC-DATE TO FB-TEST-DATE.
    PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
    IF FB-TEST-INT = ZERO
        DISPLAY "CALCTL RECORD " FB-RECORD-NO-EDIT
                " REJECTED - DATE IS NOT A VALID YYYYMMDD"
        ADD 1 TO FB-REJECT-COUNT
        GO TO 1040-EXIT
    END-IF.
    IF FB-DATED-COUNT >= FB-DATED-MAX
        DISPLAY "CALCTL RECORD " FB-RECORD-NO-EDIT
                " REJECTED - DATED-ENTRY TABLE IS FULL"
        ADD 1 TO FB-REJECT-COUNT
        GO TO 1040-EXIT
    END-IF.
    ADD 1 TO FB-DATED-COUNT.
    SET FB-DATED-IDX TO FB-DATED-COUNT.
    MOVE FB-TEST-INT      TO FB-DATED-INT(FB-DATED-IDX).
    MOVE CALC-DAY-TYPE    TO FB-DATED-TYPE(FB-DATED-IDX).
    MOVE CALC-DESCRIPTION TO FB-DATED-DESC(FB-DATED-IDX).
1040-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-CLASSIFY-DATE - FUNCTION C.  AN INVALID DATE COMES BACK AS
*> DAY TYPE E WITH WEEKDAY ZERO.
*> ----------------------------------------------------------------
2000-CLASSIFY-DATE.
    MOVE FBBD-DATE TO FB-TEST-DATE.
    PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
    IF FB-TEST-INT = ZERO
        MOVE "E"    TO FBBD-DAY-TYPE
        MOVE ZERO   TO FBBD-WEEKDAY
        MOVE SPACES TO FBBD-DESCRIPTION
        GO TO 2000-EXIT
    END-IF.
    MOVE FB-TEST-INT TO FB-DAY-INT.
    PERFORM 2100-DAY-TYPE-OF-INT THRU 2100-EXIT.
    MOVE FB-DAY-TYPE TO FBBD-DAY-TYPE.
    MOVE FB-WEEKDAY  TO FBBD-WEEKDAY.
    MOVE FB-DAY-DESC TO FBBD-DESCRIPTION.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2100-DAY-TYPE-OF-INT - THE DAY TYPE OF THE DAY WHOSE INTEGER
*> DATE IS FB-DAY-INT.  INTEGER DAY 1 (1601-01-01) WAS A MONDAY,
*> SO THE WEEKDAY IS THE REMAINDER ON DIVIDING BY SEVEN, PLUS ONE.
*> A DATED ENTRY FOR THE DAY OVERRIDES ITS WEEKDAY ENTRY.
*> ----------------------------------------------------------------
2100-DAY-TYPE-OF-INT.
    COMPUTE FB-WEEKDAY = FUNCTION MOD(FB-DAY-INT - 1, 7) + 1.
    SET FB-WEEK-IDX TO FB-WEEKDAY.
    MOVE FB-WEEK-TYPE(FB-WEEK-IDX) TO FB-DAY-TYPE.
    MOVE FB-WEEK-DESC(FB-WEEK-IDX) TO FB-DAY-DESC.
    SET FB-DATE-NOT-FOUND TO TRUE.
    PERFORM 2110-MATCH-DATED-ENTRY THRU 2110-EXIT
        VARYING FB-DATED-IDX FROM 1 BY 1
        UNTIL FB-DATED-IDX > FB-DATED-COUNT
           OR FB-DATE-FOUND.
2100-EXIT.
    EXIT.

2110-MATCH-DATED-ENTRY.
    IF FB-DATED-INT(FB-DATED-IDX) = FB-DAY-INT
        MOVE FB-DATED-TYPE(FB-DATED-IDX) TO FB-DAY-TYPE
        MOVE FB-DATED-DESC(FB-DATED-IDX) TO FB-DAY-DESC
        SET FB-DATE-FOUND TO TRUE
    END-IF.
2110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-COUNT-BUSINESS-DAYS - FUNCTION N.  THE FROM-DATE ITSELF IS
*> NOT COUNTED, THE TO-DATE IS - THE SAME CONVENTION AS A PLAIN
*> DIFFERENCE OF INTEGER DATES, WHICH IS WHAT THIS RETURNS WHEN
*> THERE IS NO CALENDAR.
*> ----------------------------------------------------------------
3000-COUNT-BUSINESS-DAYS.
    MOVE ZERO TO FBBD-DAY-COUNT.
    MOVE SPACES TO FBBD-DAY-TYPE.
    MOVE FBBD-DATE TO FB-TEST-DATE.
    PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
    MOVE FB-TEST-INT TO FB-FROM-INT.
    MOVE FBBD-TO-DATE TO FB-TEST-DATE.
    PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
    MOVE FB-TEST-INT TO FB-TO-INT.
    IF FB-FROM-INT = ZERO OR FB-TO-INT = ZERO
        MOVE "E" TO FBBD-DAY-TYPE
        GO TO 3000-EXIT
    END-IF.
    IF FB-TO-INT <= FB-FROM-INT
        GO TO 3000-EXIT
    END-IF.
    COMPUTE FB-DAY-INT = FB-FROM-INT + 1.
    PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
        UNTIL FB-DAY-INT > FB-TO-INT.
3000-EXIT.
    EXIT.

3100-COUNT-ONE-DAY.
    PERFORM 2100-DAY-TYPE-OF-INT THRU 2100-EXIT.
    IF FB-DAY-TYPE = "P" AND FBBD-DAY-COUNT < 99999
        ADD 1 TO FBBD-DAY-COUNT
    END-IF.
    ADD 1 TO FB-DAY-INT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-VALIDATE-DATE - FB-TEST-INT IS THE INTEGER DATE OF
*> FB-TEST-DATE, OR ZERO WHEN IT IS NOT A REAL YYYYMMDD DATE.  THE
*> INTEGER IS TURNED BACK INTO A DATE SO 20260230 AND THE LIKE
*> ARE CAUGHT, NOT ROLLED INTO THE NEXT MONTH.
*> ----------------------------------------------------------------
4000-VALIDATE-DATE.
    MOVE ZERO TO FB-TEST-INT.
    IF FB-TEST-DATE NOT NUMERIC
        GO TO 4000-EXIT
    END-IF.
    IF FB-TEST-YEAR < 1601
       OR FB-TEST-MONTH < 1 OR FB-TEST-MONTH > 12
       OR FB-TEST-DAY < 1 OR FB-TEST-DAY > 31
        GO TO 4000-EXIT
    END-IF.
    COMPUTE FB-TEST-INT = FUNCTION INTEGER-OF-DATE(FB-TEST-DATE-NUM).
    IF FB-TEST-INT = ZERO
        GO TO 4000-EXIT
    END-IF.
    COMPUTE FB-ROUND-TRIP = FUNCTION DATE-OF-INTEGER(FB-TEST-INT).
    IF FB-ROUND-TRIP NOT = FB-TEST-DATE-NUM
        MOVE ZERO TO FB-TEST-INT
    END-IF.
4000-EXIT.
    EXIT.
