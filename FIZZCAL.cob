IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZCAL.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - BUSINESS-DAY CALENDAR LISTING.  PRINTS
*>                    CALRPT: EVERY DAY OF A QUARTER AS THE CALCTL
*>                    CALENDAR HAS IT (PROCESSING, REDUCED, OR NO
*>                    RUN, WITH THE CALCTL DESCRIPTION), A COUNT OF
*>                    EACH KIND OF DAY PER MONTH AND FOR THE
*>                    QUARTER, SO OPERATIONS CAN CHECK THE HOLIDAYS
*>                    BEFORE THE QUARTER STARTS.  THE QUARTER IS THE
*>                    THREE MONTHS FROM THE YYYYMM ON SYSIN; A BLANK
*>                    SYSIN LISTS THE NEXT CALENDAR QUARTER.  DAYS
*>                    ARE CLASSIFIED BY FIZZBDC, THE ROUTINE FIZZRUN
*>                    ITSELF USES.  RETURN CODE 4 WHEN CALCTL HOLDS
*>                    LINES FIZZBDC HAD TO PASS OVER.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT CALRPT   ASSIGN TO "CALRPT"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  CALRPT.
            01 CALRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBBDAY.

        01 FB-MONTH-RAW                PIC X(06).
        01 FB-MONTH-PARTS REDEFINES FB-MONTH-RAW.
            05 FB-MONTH-YEAR           PIC 9(04).
            05 FB-MONTH-MM             PIC 9(02).
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-RUN-DATE-PARTS REDEFINES FB-RUN-DATE.
            05 FB-RUN-YEAR             PIC 9(04).
            05 FB-RUN-MM               PIC 9(02).
            05 FB-RUN-DD               PIC 9(02).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-QUARTER-NO               PIC 9(01) VALUE ZERO.

        01 FB-FIRST-MONTH              PIC X(06).
        01 FB-LAST-MONTH               PIC X(06).
        01 FB-WORK-DATE                PIC 9(08).
        01 FB-WORK-DATE-X REDEFINES FB-WORK-DATE
                                       PIC X(08).
        01 FB-WORK-PARTS REDEFINES FB-WORK-DATE.
            05 FB-WORK-YEAR            PIC 9(04).
            05 FB-WORK-MM              PIC 9(02).
            05 FB-WORK-DD              PIC 9(02).
        01 FB-FIRST-INT                PIC 9(07) COMP VALUE ZERO.
        01 FB-LAST-INT                 PIC 9(07) COMP VALUE ZERO.
        01 FB-DAY-INT                  PIC 9(07) COMP VALUE ZERO.
        01 FB-CURRENT-MONTH            PIC X(06) VALUE SPACES.

        01 FB-DAY-NAMES                PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
        01 FB-DAY-NAME-TABLE REDEFINES FB-DAY-NAMES.
            05 FB-DAY-NAME             PIC X(03) OCCURS 7 TIMES.

        01 FB-MONTH-COUNTS.
            05 FB-MONTH-PROCESSING     PIC 9(03) COMP VALUE ZERO.
            05 FB-MONTH-REDUCED        PIC 9(03) COMP VALUE ZERO.
            05 FB-MONTH-SKIPPED        PIC 9(03) COMP VALUE ZERO.
        01 FB-QUARTER-COUNTS.
            05 FB-QTR-PROCESSING       PIC 9(03) COMP VALUE ZERO.
            05 FB-QTR-REDUCED          PIC 9(03) COMP VALUE ZERO.
            05 FB-QTR-SKIPPED          PIC 9(03) COMP VALUE ZERO.

        01 CAL-HEADING-1.
            05 FILLER                  PIC X(23)
                                 VALUE "BUSINESS-DAY CALENDAR  ".
            05 FILLER                  PIC X(08) VALUE "QUARTER ".
            05 CALH-FIRST              PIC X(06).
            05 FILLER                  PIC X(03) VALUE " - ".
            05 CALH-LAST               PIC X(06).
            05 FILLER                  PIC X(09) VALUE SPACES.
            05 CALH-DATE               PIC X(08).
            05 FILLER                  PIC X(07) VALUE "  PAGE ".
            05 CALH-PAGE               PIC ZZ9.

        01 CAL-NO-CALENDAR-LINE.
            05 FILLER                  PIC X(45)
              VALUE "NO CALCTL ON FILE - EVERY DAY IS A PROCESSING".
            05 FILLER                  PIC X(05) VALUE " DAY.".

        01 CAL-COLUMN-HEADING.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(10) VALUE "DATE".
            05 FILLER                  PIC X(05) VALUE "DAY".
            05 FILLER                  PIC X(12) VALUE "TYPE".
            05 FILLER                  PIC X(30) VALUE "DESCRIPTION".

        01 CAL-DAY-LINE.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CALD-DATE               PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CALD-DAY                PIC X(03).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CALD-TYPE               PIC X(10).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CALD-DESCRIPTION        PIC X(30).

        01 CAL-MONTH-TOTAL-LINE.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(06) VALUE "MONTH ".
            05 CALM-MONTH              PIC X(06).
            05 FILLER                  PIC X(13)
                                       VALUE "  PROCESSING ".
            05 CALM-PROCESSING         PIC ZZ9.
            05 FILLER                  PIC X(10) VALUE "  REDUCED ".
            05 CALM-REDUCED            PIC ZZ9.
            05 FILLER                  PIC X(09) VALUE "  NO RUN ".
            05 CALM-SKIPPED            PIC ZZ9.

        01 CAL-TOTAL-LINE.
            05 CALT-LABEL              PIC X(24).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CALT-COUNT              PIC Z(8)9.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-MONTH-RAW.
        ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
        IF FB-MONTH-RAW = SPACES
            PERFORM 1000-DEFAULT-QUARTER THRU 1000-EXIT
        END-IF.
        IF FB-MONTH-RAW NOT NUMERIC
           OR FB-MONTH-MM < 1 OR FB-MONTH-MM > 12
           OR FB-MONTH-YEAR < 1601
            DISPLAY "FIZZCAL - QUARTER START MUST BE YYYYMM"
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1100-SET-QUARTER-BOUNDS THRU 1100-EXIT.
        OPEN OUTPUT CALRPT.
        PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
        PERFORM 2000-LIST-ONE-DAY THRU 2000-EXIT
            VARYING FB-DAY-INT FROM FB-FIRST-INT BY 1
            UNTIL FB-DAY-INT > FB-LAST-INT.
        PERFORM 2100-WRITE-MONTH-TOTAL THRU 2100-EXIT.
        PERFORM 5300-WRITE-TOTALS THRU 5300-EXIT.
        CLOSE CALRPT.
        IF FBBD-REJECT-COUNT > ZERO
            DISPLAY "FIZZCAL - CALCTL HAS INVALID RECORDS - SEE "
                    "ABOVE AND CALRPT"
            MOVE 4 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-DEFAULT-QUARTER - WITH NO QUARTER ON SYSIN, LIST THE
*> CALENDAR QUARTER AFTER THE ONE TODAY FALLS IN.
*> ----------------------------------------------------------------
1000-DEFAULT-QUARTER.
    MOVE FB-RUN-YEAR TO FB-MONTH-YEAR.
    COMPUTE FB-QUARTER-NO = (FB-RUN-MM + 2) / 3.
    COMPUTE FB-MONTH-MM = FB-QUARTER-NO * 3 + 1.
    IF FB-MONTH-MM > 12
        MOVE 1 TO FB-MONTH-MM
        ADD 1 TO FB-MONTH-YEAR
    END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-SET-QUARTER-BOUNDS - THE FIRST DAY OF THE START MONTH
*> THROUGH THE DAY BEFORE THE FIRST DAY THREE MONTHS ON, AS
*> INTEGER DATES.
*> ----------------------------------------------------------------
1100-SET-QUARTER-BOUNDS.
    MOVE FB-MONTH-RAW TO FB-FIRST-MONTH.
    MOVE FB-MONTH-YEAR TO FB-WORK-YEAR.
    MOVE FB-MONTH-MM TO FB-WORK-MM.
    MOVE 1 TO FB-WORK-DD.
    COMPUTE FB-FIRST-INT = FUNCTION INTEGER-OF-DATE(FB-WORK-DATE).
    ADD 3 TO FB-WORK-MM.
    IF FB-WORK-MM > 12
        SUBTRACT 12 FROM FB-WORK-MM
        ADD 1 TO FB-WORK-YEAR
    END-IF.
    COMPUTE FB-LAST-INT
        = FUNCTION INTEGER-OF-DATE(FB-WORK-DATE) - 1.
    COMPUTE FB-WORK-DATE = FUNCTION DATE-OF-INTEGER(FB-LAST-INT).
    MOVE FB-WORK-DATE-X(1:6) TO FB-LAST-MONTH.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-LIST-ONE-DAY - CLASSIFY ONE DAY THROUGH FIZZBDC AND PRINT
*> IT, CLOSING OFF THE PREVIOUS MONTH'S COUNTS WHEN THE MONTH
*> CHANGES.
*> ----------------------------------------------------------------
2000-LIST-ONE-DAY.
    COMPUTE FB-WORK-DATE = FUNCTION DATE-OF-INTEGER(FB-DAY-INT).
    IF FB-WORK-DATE-X(1:6) NOT = FB-CURRENT-MONTH
        IF FB-CURRENT-MONTH NOT = SPACES
            PERFORM 2100-WRITE-MONTH-TOTAL THRU 2100-EXIT
        END-IF
        MOVE FB-WORK-DATE-X(1:6) TO FB-CURRENT-MONTH
    END-IF.
    SET FBBD-CLASSIFY TO TRUE.
    MOVE FB-WORK-DATE-X TO FBBD-DATE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    MOVE FB-WORK-DATE-X TO CALD-DATE.
    MOVE FB-DAY-NAME(FBBD-WEEKDAY) TO CALD-DAY.
    MOVE FBBD-DESCRIPTION TO CALD-DESCRIPTION.
    EVALUATE TRUE
        WHEN FBBD-SKIP-DAY
            MOVE "NO RUN" TO CALD-TYPE
            ADD 1 TO FB-MONTH-SKIPPED
        WHEN FBBD-REDUCED-DAY
            MOVE "REDUCED" TO CALD-TYPE
            ADD 1 TO FB-MONTH-REDUCED
        WHEN OTHER
            MOVE "PROCESSING" TO CALD-TYPE
            ADD 1 TO FB-MONTH-PROCESSING
    END-EVALUATE.
    WRITE CALRPT-LINE FROM CAL-DAY-LINE.
2000-EXIT.
    EXIT.

2100-WRITE-MONTH-TOTAL.
    MOVE FB-CURRENT-MONTH    TO CALM-MONTH.
    MOVE FB-MONTH-PROCESSING TO CALM-PROCESSING.
    MOVE FB-MONTH-REDUCED    TO CALM-REDUCED.
    MOVE FB-MONTH-SKIPPED    TO CALM-SKIPPED.
    MOVE SPACES TO CALRPT-LINE.
    WRITE CALRPT-LINE.
    WRITE CALRPT-LINE FROM CAL-MONTH-TOTAL-LINE.
    MOVE SPACES TO CALRPT-LINE.
    WRITE CALRPT-LINE.
    ADD FB-MONTH-PROCESSING TO FB-QTR-PROCESSING.
    ADD FB-MONTH-REDUCED    TO FB-QTR-REDUCED.
    ADD FB-MONTH-SKIPPED    TO FB-QTR-SKIPPED.
    MOVE ZERO TO FB-MONTH-PROCESSING.
    MOVE ZERO TO FB-MONTH-REDUCED.
    MOVE ZERO TO FB-MONTH-SKIPPED.
2100-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-FIRST-MONTH TO CALH-FIRST.
    MOVE FB-LAST-MONTH TO CALH-LAST.
    MOVE FB-RUN-DATE TO CALH-DATE.
    MOVE FB-PAGE-NO TO CALH-PAGE.
    WRITE CALRPT-LINE FROM CAL-HEADING-1.
    MOVE SPACES TO CALRPT-LINE.
    WRITE CALRPT-LINE.
    WRITE CALRPT-LINE FROM CAL-COLUMN-HEADING.
5100-EXIT.
    EXIT.

5300-WRITE-TOTALS.
    IF FBBD-NO-CALENDAR
        WRITE CALRPT-LINE FROM CAL-NO-CALENDAR-LINE
        MOVE SPACES TO CALRPT-LINE
        WRITE CALRPT-LINE
    END-IF.
    MOVE "PROCESSING DAYS"         TO CALT-LABEL.
    MOVE FB-QTR-PROCESSING         TO CALT-COUNT.
    WRITE CALRPT-LINE FROM CAL-TOTAL-LINE.
    MOVE "REDUCED-STREAM DAYS"     TO CALT-LABEL.
    MOVE FB-QTR-REDUCED            TO CALT-COUNT.
    WRITE CALRPT-LINE FROM CAL-TOTAL-LINE.
    MOVE "NO-RUN DAYS"             TO CALT-LABEL.
    MOVE FB-QTR-SKIPPED            TO CALT-COUNT.
    WRITE CALRPT-LINE FROM CAL-TOTAL-LINE.
    MOVE "CALCTL RECORDS REJECTED" TO CALT-LABEL.
    MOVE FBBD-REJECT-COUNT         TO CALT-COUNT.
    WRITE CALRPT-LINE FROM CAL-TOTAL-LINE.
5300-EXIT.
    EXIT.
