    *> BUILT-IN 3/FIZZ, 5/BUZZ PAIR).  WHEN AUTHCTL IS ABSENT THE
    *> CONTROL IS NOT IN USE AND EVERY OPERATOR IS PERMITTED, THE
    *> SAME AS BEFORE IT EXISTED; WHEN IT IS PRESENT, AN OPERATOR
    *> NOT LISTED MAY DO NOTHING.  THE MAINTENANCE AUTHORITY ALLOWS
    *> AN OPERATOR TO MAINTAIN AUTHCTL AND DEPTCTL THROUGH FIZZMNT
    *> (NEVER THEIR OWN ENTRY); FIZZMNT DEACTIVATES AN OPERATOR BY
    *> SETTING EVERY AUTHORITY TO "N", KEEPING THE ENTRY ON FILE.
     01  AUTH-CTL-RECORD.
         05  ACTL-OPERATOR             PIC X(08).
         05  FILLER                    PIC X(01).
         05  FILLER                    PIC X(01).
         05  ACTL-RULE-AUTH            PIC X(01).
             88  ACTL-RULE-ALLOWED               VALUE "Y".
         05  FILLER                    PIC X(01).
         05  ACTL-MAINT-AUTH           PIC X(01).
             88  ACTL-MAINT-ALLOWED              VALUE "Y".
