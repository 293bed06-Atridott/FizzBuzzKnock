    *> FBCALC.CPY
    *> CALCTL BUSINESS-DAY CALENDAR CONTROL RECORD, READ BY FIZZBDC.
    *> A LINE EITHER NAMES ONE DATE (YYYYMMDD - A BANK HOLIDAY, A
    *> MONTH-END REDUCED RUN) OR, WITH THE DATE BLANK, A DAY OF THE
    *> WEEK (MON TUE WED THU FRI SAT SUN) THAT FOLLOWS THE SAME
    *> PATTERN EVERY WEEK.  A DATED LINE OVERRIDES THE WEEKDAY LINE
    *> FOR ITS DATE.  DAY TYPE P IS A PROCESSING DAY, S A DAY THE
    *> STREAM DOES NOT RUN AT ALL, R A DAY IT RUNS THE REDUCED
    *> STREAM (JOBSTRMR) ONLY.  S AND R ARE BOTH NON-PROCESSING DAYS
    *> - NEITHER COUNTS AS A BUSINESS DAY.  A DAY NO LINE MENTIONS
    *> IS A PROCESSING DAY, SO AN ABSENT CALCTL CHANGES NOTHING.
     01  CALENDAR-CONTROL-RECORD.
         05  CALC-DATE                 PIC X(08).
         05  FILLER                    PIC X(01).
         05  CALC-WEEKDAY              PIC X(03).
         05  FILLER                    PIC X(01).
         05  CALC-DAY-TYPE             PIC X(01).
             88  CALC-PROCESSING                 VALUE "P".
             88  CALC-SKIP                       VALUE "S".
             88  CALC-REDUCED                    VALUE "R".
         05  FILLER                    PIC X(01).
         05  CALC-DESCRIPTION          PIC X(30).
