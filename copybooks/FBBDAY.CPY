    *> FBBDAY.CPY
    *> PARAMETER BLOCK FOR THE FIZZBDC BUSINESS-DAY CALENDAR ROUTINE.
    *> FUNCTION C CLASSIFIES FBBD-DATE: ITS DAY TYPE (P, S OR R AS
    *> ON CALCTL - SEE FBCALC - OR E WHEN FBBD-DATE IS NOT A VALID
    *> YYYYMMDD DATE), ITS WEEKDAY (1 = MONDAY ... 7 = SUNDAY) AND
    *> THE CALCTL DESCRIPTION THAT SET THE TYPE.  FUNCTION N COUNTS
    *> THE PROCESSING DAYS AFTER FBBD-DATE UP TO AND INCLUDING
    *> FBBD-TO-DATE INTO FBBD-DAY-COUNT (ZERO WHEN EITHER DATE IS
    *> INVALID OR THE TO-DATE IS NOT LATER).  CALCTL IS LOADED ON THE
    *> FIRST CALL; FBBD-REJECT-COUNT IS THE NUMBER OF CALCTL LINES
    *> PASSED OVER AS INVALID, AND FBBD-NO-CALENDAR IS SET WHEN THERE
    *> IS NO CALCTL, SO EVERY DAY IS A PROCESSING DAY.
     01  FB-BDAY-PARMS.
         05  FBBD-FUNCTION             PIC X(01).
             88  FBBD-CLASSIFY                   VALUE "C".
             88  FBBD-COUNT                      VALUE "N".
         05  FBBD-DATE                 PIC X(08).
         05  FBBD-TO-DATE              PIC X(08).
         05  FBBD-DAY-TYPE             PIC X(01).
             88  FBBD-PROCESSING-DAY             VALUE "P".
             88  FBBD-SKIP-DAY                   VALUE "S".
             88  FBBD-REDUCED-DAY                VALUE "R".
             88  FBBD-NON-PROCESSING-DAY         VALUE "S" "R".
             88  FBBD-INVALID-DATE               VALUE "E".
         05  FBBD-WEEKDAY              PIC 9(01).
         05  FBBD-DESCRIPTION          PIC X(30).
         05  FBBD-DAY-COUNT            PIC 9(05).
         05  FBBD-REJECT-COUNT         PIC 9(03).
         05  FBBD-CALENDAR-SW          PIC X(01).
             88  FBBD-NO-CALENDAR                VALUE "N".
             88  FBBD-CALENDAR-LOADED            VALUE "Y".
