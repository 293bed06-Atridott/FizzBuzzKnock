*>                    REJECT REASON, AND DAYS OUTSTANDING - SO A
*>                    DEPARTMENT'S MISSING CLASSIFICATIONS GET
*>                    CHASED INSTEAD OF DISCOVERED AT MONTH-END.
*>   2026-10-15  RLM  DAYS OUTSTANDING ARE NOW BUSINESS DAYS -
*>                    PROCESSING DAYS ON THE CALCTL CALENDAR,
*>                    COUNTED BY FIZZBDC - SO WEEKENDS AND HOLIDAYS
*>                    NO LONGER AGE A DEPARTMENT'S SUSPENSE ITEMS.
*>                    NO CALCTL GIVES THE OLD CALENDAR-DAY FIGURE.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
    WORKING-STORAGE         SECTION.
        COPY FBSUSP.
        COPY FBDEPTT.
        COPY FBBDAY.

        01 FB-SUSPF-STATUS             PIC X(02).
            88 FB-SUSPF-OK                        VALUE "00".
        01 FB-OPEN-COUNT               PIC 9(04) COMP VALUE ZERO.
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-DAYS-OUT                 PIC S9(06) COMP VALUE ZERO.

        01 SUS-HEADING-1.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(11) VALUE "NUMBER".
            05 FILLER                  PIC X(10) VALUE "REJECTED".
            05 FILLER                  PIC X(07) VALUE "BUS DYS".
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(30) VALUE "REASON".

    EXIT.

*> ----------------------------------------------------------------
*> 3300-COMPUTE-DAYS-OUT - BUSINESS DAYS FROM THE REJECT DATE TO
*> TODAY: THE PROCESSING DAYS ON THE CALCTL CALENDAR AFTER THE
*> REJECT DATE, UP TO AND INCLUDING TODAY, COUNTED BY FIZZBDC, SO
*> WEEKENDS AND HOLIDAYS ARE NOT HELD AGAINST A DEPARTMENT.  WITH
*> NO CALCTL THIS IS THE PLAIN CALENDAR-DAY COUNT.  AN UNREADABLE
*> DATE SHOWS ZERO RATHER THAN ABENDING THE REPORT.
*> ----------------------------------------------------------------
3300-COMPUTE-DAYS-OUT.
    MOVE ZERO TO FB-DAYS-OUT.
    IF FB-ITEM-DATE(FB-ITEM-IDX) NOT NUMERIC
        GO TO 3300-EXIT
    END-IF.
    SET FBBD-COUNT TO TRUE.
    MOVE FB-ITEM-DATE(FB-ITEM-IDX) TO FBBD-DATE.
    MOVE FB-RUN-DATE TO FBBD-TO-DATE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    MOVE FBBD-DAY-COUNT TO FB-DAYS-OUT.
3300-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-RUN-DATE TO SUSH-DATE.
    MOVE FB-PAGE-NO TO SUSH-PAGE.
