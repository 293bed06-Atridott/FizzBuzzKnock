    *> FBCJRN.CPY
    *> CTLJRNL CONTROL-FILE CHANGE JOURNAL RECORD.  FIZZMNT APPENDS
    *> TWO RECORDS FOR EVERY CHANGE IT MAKES TO AUTHCTL OR DEPTCTL:
    *> THE ENTRY AS IT WAS (BEFORE - BLANK FOR AN ADD) AND AS IT IS
    *> NOW (AFTER), BOTH STAMPED WITH THE MAINTAINING OPERATOR AND
    *> THE DATE AND TIME OF THE CHANGE.  THE IMAGE IS THE CONTROL
    *> RECORD EXACTLY AS WRITTEN (FBAUTH OR FBDEPT).  APPEND-ONLY;
    *> FIZZAUD PRINTS A MONTH OF IT WITH THE RECONCILIATION.
     01  CTL-JOURNAL-RECORD.
         05  CJRN-DATE                 PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-TIME                 PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-OPERATOR             PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-FILE                 PIC X(07).
             88  CJRN-AUTHCTL                    VALUE "AUTHCTL".
             88  CJRN-DEPTCTL                    VALUE "DEPTCTL".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-ACTION               PIC X(10).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-IMAGE-TYPE           PIC X(06).
             88  CJRN-BEFORE-IMAGE               VALUE "BEFORE".
             88  CJRN-AFTER-IMAGE                VALUE "AFTER".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  CJRN-IMAGE                PIC X(47).
