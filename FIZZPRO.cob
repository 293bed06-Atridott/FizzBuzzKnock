*>                    1730-REFUSE-THE-RUN REFUSES A BATCH: REASON
*>                    TO FIZZERR, DENIED RECORD TO AUDITLOG, AND
*>                    RETURN CODE 12.
*>   2026-10-15  RLM  RULE RECORDS NOW CARRY A RULE TYPE AND
*>                    OPERANDS (DIGIT-CONTAINS, VALUE BAND,
*>                    EXCLUSION).  THE CANDIDATE GETS THE SAME TYPE
*>                    AND OPERAND EDITS AS FIZZCHK, THE DUPLICATE
*>                    CHECK COMPARES TYPE, DIVISOR AND OPERANDS, AND
*>                    THE RULELOG EVENTS CARRY THE TYPE AND
*>                    OPERANDS.  RULENEW/RULECTL WIDENED TO 50
*>                    BYTES, RULELOG TO 76.
*>   2026-10-15  RLM  THE CANDIDATE EDITS NOW WRITE A WARNING TO
*>                    FIZZERR FOR A RULE EFFECTIVE OR EXPIRY DATE
*>                    STILL TO COME THAT FALLS ON A NON-PROCESSING
*>                    DAY OF THE CALCTL CALENDAR, THE SAME CHECK
*>                    FIZZCHK MAKES.  THE PROMOTION GOES AHEAD WITH
*>                    RETURN CODE 4.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
DATA                        DIVISION.
    FILE                    SECTION.
        FD  RULENEW.
            01 RULENEW-LINE PIC X(50).

        FD  RULECTL.
            01 RULECTL-LINE PIC X(50).

        FD  PROSTG.
            01 PROSTG-LINE PIC X(27).
            COPY FBAUTH.

        FD  RULELOG.
            01 RULELOG-LINE PIC X(76).

        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).
        COPY FBRLOG.
        COPY FBAUDIT.
        COPY FBERRL.
        COPY FBBDAY.

        01 FB-RULENEW-STATUS          PIC X(02).
            88 FB-RULENEW-OK                     VALUE "00".
            88 FB-STAGE-NOT-FOUND               VALUE "N".

        01 FB-EDIT-FAIL-COUNT         PIC 9(03) COMP VALUE ZERO.
        01 FB-WARNING-COUNT           PIC 9(03) COMP VALUE ZERO.
        01 FB-DATE-KIND               PIC X(10).
        01 FB-RUN-DATE                PIC X(08).
        01 FB-RULE-RECORD-NO          PIC 9(03) COMP VALUE ZERO.
        01 FB-RECORD-NO-EDIT          PIC ZZ9.
        01 FB-PAIR-IDX                PIC 9(03) COMP VALUE ZERO.
        01 FB-DATES-BAD-SW            PIC X(01) VALUE "N".
            88 FB-DATES-BAD                      VALUE "Y".
            88 FB-DATES-GOOD                     VALUE "N".
        01 FB-TYPE-BAD-SW             PIC X(01) VALUE "N".
            88 FB-TYPE-BAD                       VALUE "Y".
            88 FB-TYPE-GOOD                      VALUE "N".
        01 FB-NORM-EFF-DATE           PIC X(08).
        01 FB-NORM-EXP-DATE           PIC X(08).
        01 FB-CHK-RULE-DATES.
        ELSE
            PERFORM 4000-APPROVE-CANDIDATE THRU 4000-EXIT
        END-IF.
        IF FB-WARNING-COUNT > ZERO AND RETURN-CODE = ZERO
            MOVE FB-WARNING-COUNT TO FB-COUNT-DISPLAY
            DISPLAY "FIZZPRO - " FB-COUNT-DISPLAY " RULE DATE(S) "
                    "ON NON-PROCESSING DAYS - SEE FIZZERR"
            MOVE 4 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 2000-VALIDATE-CANDIDATE - THE SAME RULE EDITS FIZZCHK APPLIES TO
*> A CONTROL FILE BEFORE THE BATCH WINDOW: NON-NUMERIC OR ZERO
*> DIVISOR, BAD RULE TYPE OR OPERANDS, BAD OR INVERTED DATES, TABLE
*> OVERFLOW, AND DUPLICATE RULES WHOSE DATE WINDOWS OVERLAP.  EVERY
*> FAILURE GOES TO FIZZERR; ANY FAILURE BLOCKS THE PROMOTION.  VALID
*> ENTRIES ARE KEPT IN FB-RULE-TABLE FOR THE DUPLICATE CHECK AND
*> RULELOG.  A RULE DATE ON A NON-PROCESSING DAY IS ONLY A WARNING.
*> ----------------------------------------------------------------
2000-VALIDATE-CANDIDATE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT RULENEW.
    IF NOT FB-RULENEW-OK
        IF FB-RULENEW-STATUS = "05"
2020-EDIT-CANDIDATE-RECORD.
    ADD 1 TO FB-RULE-RECORD-NO.
    MOVE FB-RULE-RECORD-NO TO FB-RECORD-NO-EDIT.
    PERFORM 2025-EDIT-RULE-TYPE THRU 2025-EXIT.
    IF FB-TYPE-BAD
        PERFORM 2010-READ-CANDIDATE-RECORD THRU 2010-EXIT
        GO TO 2020-EXIT
    END-IF.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL TO FB-RULE-LABEL(FB-RULE-IDX).
    PERFORM 2027-SET-RULE-TYPE THRU 2027-EXIT.
    MOVE FB-NORM-EFF-DATE TO FB-CHK-RULE-EFF(FB-RULE-IDX).
    MOVE FB-NORM-EXP-DATE TO FB-CHK-RULE-EXP(FB-RULE-IDX).
    PERFORM 2010-READ-CANDIDATE-RECORD THRU 2010-EXIT.
2020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2025-EDIT-RULE-TYPE - THE DIVISOR EDITS APPLY TO DIVISOR AND
*> EXCLUSION RULES ONLY; A DIGIT OR BAND RULE HAS NO DIVISOR.  THE
*> TYPE AND OPERANDS ARE EDITED AS THE BATCH LOADERS EDIT THEM
*> (SEE FBRULEC), PLUS AN EXCLUSION WHOSE EXCLUDED DIVISOR DIVIDES
*> ITS OWN DIVISOR - E.G. BY 9 BUT NOT BY 3 - WHICH CAN NEVER MATCH.
*> ----------------------------------------------------------------
2025-EDIT-RULE-TYPE.
    SET FB-TYPE-GOOD TO TRUE.
    IF NOT RCTL-TYPE-DIVISOR AND NOT RCTL-TYPE-DIGIT
       AND NOT RCTL-TYPE-BAND AND NOT RCTL-TYPE-EXCLUDE
        MOVE SPACES TO FB-ERROR-TEXT
        STRING "RULENEW RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - RULE TYPE IS NOT D, C, B OR X"
                                 DELIMITED BY SIZE
            INTO FB-ERROR-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-DIVISOR OR RCTL-TYPE-EXCLUDE
        PERFORM 2026-EDIT-RULE-DIVISOR THRU 2026-EXIT
        IF FB-TYPE-BAD
            GO TO 2025-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-EXCLUDE
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 = ZERO
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "RULENEW RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - EXCLUDED DIVISOR NOT NUMERIC OR ZERO"
                                     DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
            GO TO 2025-EXIT
        END-IF
        IF FUNCTION MOD(RCTL-DIVISOR RCTL-OPERAND-1) = 0
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "RULENEW RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - EXCLUSION CAN NEVER MATCH"
                                     DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        END-IF
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-DIGIT
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 > 9
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "RULENEW RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - CONTAINS DIGIT IS NOT 0-9"
                                     DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        END-IF
        GO TO 2025-EXIT
    END-IF.
    IF RCTL-TYPE-BAND
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-2 NOT NUMERIC
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "RULENEW RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - BAND LIMIT IS NOT NUMERIC"
                                     DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
            GO TO 2025-EXIT
        END-IF
        IF RCTL-OPERAND-1 > RCTL-OPERAND-2
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "RULENEW RECORD " DELIMITED BY SIZE
                   FB-RECORD-NO-EDIT DELIMITED BY SIZE
                   " - BAND LOW IS ABOVE BAND HIGH"
                                     DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            SET FB-TYPE-BAD TO TRUE
            PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        END-IF
    END-IF.
2025-EXIT.
    EXIT.

2026-EDIT-RULE-DIVISOR.
    IF RCTL-DIVISOR NOT NUMERIC
        MOVE SPACES TO FB-ERROR-TEXT
        STRING "RULENEW RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - DIVISOR IS NOT NUMERIC"
                                 DELIMITED BY SIZE
            INTO FB-ERROR-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        GO TO 2026-EXIT
    END-IF.
    IF RCTL-DIVISOR = ZERO
        MOVE SPACES TO FB-ERROR-TEXT
        STRING "RULENEW RECORD " DELIMITED BY SIZE
               FB-RECORD-NO-EDIT DELIMITED BY SIZE
               " - DIVISOR IS ZERO"
                                 DELIMITED BY SIZE
            INTO FB-ERROR-TEXT
        END-STRING
        SET FB-TYPE-BAD TO TRUE
        PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        GO TO 2026-EXIT
    END-IF.
2026-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2027-SET-RULE-TYPE - CARRY THE EDITED TYPE AND OPERANDS INTO THE
*> TABLE ENTRY THE SAME WAY THE BATCH LOADERS DO, SO THE DUPLICATE
*> CHECK COMPARES LIKE WITH LIKE: A BLANK TYPE GOES IN AS "D", AN
*> UNUSED DIVISOR OR OPERAND AS ZERO.
*> ----------------------------------------------------------------
2027-SET-RULE-TYPE.
    MOVE RCTL-RULE-TYPE TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                 FB-RULE-OPERAND-2(FB-RULE-IDX).
    IF RCTL-TYPE-DIVISOR
        MOVE "D" TO FB-RULE-TYPE(FB-RULE-IDX)
        GO TO 2027-EXIT
    END-IF.
    MOVE RCTL-OPERAND-1 TO FB-RULE-OPERAND-1(FB-RULE-IDX).
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO TO FB-RULE-DIVISOR(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO FB-RULE-OPERAND-2(FB-RULE-IDX)
    END-IF.
2027-EXIT.
    EXIT.

2030-EDIT-RULE-DATES.
    SET FB-DATES-GOOD TO TRUE.
    MOVE "00000000" TO FB-NORM-EFF-DATE.
            INTO FB-ERROR-TEXT
        END-STRING
        PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
        GO TO 2030-EXIT
    END-IF.
    IF FB-NORM-EFF-DATE NOT = "00000000"
        MOVE "EFFECTIVE" TO FB-DATE-KIND
        MOVE FB-NORM-EFF-DATE TO FBBD-DATE
        PERFORM 2040-CHECK-RULE-CALENDAR THRU 2040-EXIT
    END-IF.
    IF FB-NORM-EXP-DATE NOT = "99999999"
        MOVE "EXPIRY" TO FB-DATE-KIND
        MOVE FB-NORM-EXP-DATE TO FBBD-DATE
        PERFORM 2040-CHECK-RULE-CALENDAR THRU 2040-EXIT
    END-IF.
2030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2040-CHECK-RULE-CALENDAR - THE SAME CALENDAR CHECK FIZZCHK
*> MAKES: A RULE DATE STILL TO COME THAT FALLS ON A NON-PROCESSING
*> DAY OF CALCTL IS WRITTEN TO FIZZERR AS A WARNING FOR THE STAGER
*> AND THE APPROVER TO SEE.  IT DOES NOT BLOCK THE PROMOTION.
*> ----------------------------------------------------------------
2040-CHECK-RULE-CALENDAR.
    IF FBBD-DATE < FB-RUN-DATE
        GO TO 2040-EXIT
    END-IF.
    SET FBBD-CLASSIFY TO TRUE.
    CALL "FIZZBDC" USING FB-BDAY-PARMS.
    IF NOT FBBD-NON-PROCESSING-DAY
        GO TO 2040-EXIT
    END-IF.
    ADD 1 TO FB-WARNING-COUNT.
    MOVE SPACES TO FB-ERROR-TEXT.
    STRING "RULENEW RECORD "  DELIMITED BY SIZE
           FB-RECORD-NO-EDIT  DELIMITED BY SIZE
           " - "              DELIMITED BY SIZE
           FB-DATE-KIND       DELIMITED BY SPACE
           " "                DELIMITED BY SIZE
           FBBD-DATE          DELIMITED BY SIZE
           " IS NOT A BATCH DAY"
                              DELIMITED BY SIZE
        INTO FB-ERROR-TEXT
    END-STRING.
    PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT.
2040-EXIT.
    EXIT.

2090-FAIL-THE-EDIT.
    ADD 1 TO FB-EDIT-FAIL-COUNT.
    PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT.
2510-MATCH-RULE-PAIR.
    IF FB-PAIR-IDX > FB-RULE-IDX
       AND FB-RULE-DIVISOR(FB-PAIR-IDX) = FB-RULE-DIVISOR(FB-RULE-IDX)
       AND FB-RULE-TYPE(FB-PAIR-IDX) = FB-RULE-TYPE(FB-RULE-IDX)
       AND FB-RULE-OPERAND-1(FB-PAIR-IDX)
         = FB-RULE-OPERAND-1(FB-RULE-IDX)
       AND FB-RULE-OPERAND-2(FB-PAIR-IDX)
         = FB-RULE-OPERAND-2(FB-RULE-IDX)
       AND FB-CHK-RULE-EFF(FB-PAIR-IDX) <= FB-CHK-RULE-EXP(FB-RULE-IDX)
       AND FB-CHK-RULE-EFF(FB-RULE-IDX) <= FB-CHK-RULE-EXP(FB-PAIR-IDX)
        MOVE FB-RULE-DIVISOR(FB-RULE-IDX) TO FB-DIVISOR-DIGITS
        MOVE SPACES TO FB-ERROR-TEXT
        IF FB-RULE-IS-DIVISOR(FB-RULE-IDX)
            STRING "RULENEW DUPLICATE DIVISOR "    DELIMITED BY SIZE
                   FB-DIVISOR-DIGITS              DELIMITED BY SIZE
                   " WITH OVERLAPPING DATE WINDOWS" DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
        ELSE
            STRING "RULENEW DUPLICATE TYPE "       DELIMITED BY SIZE
                   FB-RULE-TYPE(FB-RULE-IDX)      DELIMITED BY SIZE
                   " RULE "                       DELIMITED BY SIZE
                   FB-RULE-LABEL(FB-RULE-IDX)     DELIMITED BY SPACE
                   " - DATE WINDOWS OVERLAP"      DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
        END-IF
        PERFORM 2090-FAIL-THE-EDIT THRU 2090-EXIT
    END-IF.
2510-EXIT.
    MOVE RCTL-LABEL    TO RLOG-LABEL.
    MOVE RCTL-EFF-DATE TO RLOG-EFF-DATE.
    MOVE RCTL-EXP-DATE TO RLOG-EXP-DATE.
    MOVE ZERO          TO RLOG-OPERAND-1 RLOG-OPERAND-2.
    IF RCTL-TYPE-DIVISOR
        MOVE "D"       TO RLOG-RULE-TYPE
    ELSE
        MOVE RCTL-RULE-TYPE TO RLOG-RULE-TYPE
        MOVE RCTL-OPERAND-1 TO RLOG-OPERAND-1
    END-IF.
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO      TO RLOG-DIVISOR
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO RLOG-OPERAND-2
    END-IF.
    WRITE RULELOG-LINE FROM RULE-LOG-RECORD.
    PERFORM 2010-READ-CANDIDATE-RECORD THRU 2010-EXIT.
3510-EXIT.
