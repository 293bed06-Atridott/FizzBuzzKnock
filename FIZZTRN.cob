*>                    TRANOUT AND A CLEARED ENTRY IS APPENDED FOR
*>                    ITS ORIGINAL NUMBER, SO THE FIZZSUS AGING
*>                    REPORT STOPS CHASING IT.
*>   2026-10-15  RLM  RULECTL RULE TYPES (DIGIT-CONTAINS, VALUE
*>                    BAND, EXCLUSION) ARE EDITED AND LOADED THE
*>                    SAME AS FIZZ_BUZZ, SO A TRANSACTION CLASSIFIES
*>                    THE SAME AS THE BATCH RUN.
*>   2026-10-15  RLM  WHEN THE RUN COMPLETES, ONE TRNVOL VOLUME
*>                    LEDGER LINE PER REQUESTOR IS APPENDED UNDER
*>                    THE RUN-ID - TRANIN ITEMS CLASSIFIED, ITEMS
*>                    REJECTED TO SUSPF, AND CORRECTIONS CLASSIFIED
*>                    - SO THE FIZZCHG MONTHLY CHARGEBACK CAN PRICE
*>                    EACH DEPARTMENT'S VOLUME AND TIE IT TO THE
*>                    AUDITLOG RUN TOTAL.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            SELECT OPTIONAL CORRIN   ASSIGN TO "CORRIN"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-CORRIN-STATUS.
            SELECT OPTIONAL TRNVOL   ASSIGN TO "TRNVOL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-TRNVOL-STATUS.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  CORRIN.
            COPY FBCORR.

        FD  TRNVOL.
            01 TRNVOL-LINE PIC X(53).

    WORKING-STORAGE         SECTION.
        01 CNT PIC 9(9) VALUE ZERO.

        COPY FBRPTC.
        COPY FBERRL.
        COPY FBAUDIT.
        COPY FBTVOL.

        01 FB-AUDIT-DATE               PIC X(08).
        01 FB-AUDIT-TIME               PIC X(06).
            88 FB-SUSPF-OK                       VALUE "00".
        01 FB-CORRIN-STATUS           PIC X(02).
            88 FB-CORRIN-OK                      VALUE "00".
        01 FB-TRNVOL-STATUS           PIC X(02).
            88 FB-TRNVOL-OK                      VALUE "00".

        01 FB-SWITCHES.
            05 FB-RULE-EOF-SW         PIC X(01) VALUE "N".
            88 FB-CORR-VALID                    VALUE "Y".
            88 FB-CORR-INVALID                  VALUE "N".

        01 FB-VOL-TABLE.
            05 FB-VOL-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY FB-VOL-IDX.
                10 FB-VOL-REQUESTOR   PIC X(08).
                10 FB-VOL-CLASSIFIED  PIC 9(09) COMP.
                10 FB-VOL-REJECTED    PIC 9(09) COMP.
                10 FB-VOL-CORRECTED   PIC 9(09) COMP.
        01 FB-VOL-USED                PIC 9(03) COMP VALUE ZERO.
        01 FB-VOL-MAX                 PIC 9(03) COMP VALUE 100.
        01 FB-VOL-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-VOL-FOUND                     VALUE "Y".
            88 FB-VOL-NOT-FOUND                 VALUE "N".
        01 FB-VOL-FULL-SW             PIC X(01) VALUE "N".
            88 FB-VOL-FULL                      VALUE "Y".
            88 FB-VOL-NOT-FULL                  VALUE "N".

        01 FB-RULE-ASOF-DATE          PIC X(08).
        01 FB-RULE-FORCE-SW           PIC X(01) VALUE "I".
            88 FB-RULE-IN-FORCE                  VALUE "I".
        01 FB-RULE-DATES-SW           PIC X(01) VALUE "Y".
            88 FB-RULE-DATES-VALID               VALUE "Y".
            88 FB-RULE-DATES-INVALID             VALUE "N".
        01 FB-RULE-TYPE-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-TYPE-VALID                VALUE "Y".
            88 FB-RULE-TYPE-INVALID              VALUE "N".
        01 FB-RULE-REJECT-TEXT        PIC X(60).

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        PERFORM 3500-PROCESS-CORRECTIONS THRU 3500-EXIT.
        CLOSE TRANOUT.
        PERFORM 1550-WRITE-AUDIT-COMPLETE THRU 1550-EXIT.
        PERFORM 1570-WRITE-VOLUME-LEDGER THRU 1570-EXIT.
        IF FB-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF.
        SET FB-RULE-EOF TO TRUE
        GO TO 1020-EXIT
    END-IF.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        MOVE FB-RULE-REJECT-TEXT TO FB-ERROR-TEXT
        PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT
        PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL TO FB-RULE-LABEL(FB-RULE-IDX).
    PERFORM 1024-SET-RULE-TYPE THRU 1024-EXIT.
    PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1022-EDIT-RULE-TYPE - THE TYPE AND OPERAND EDITS FIZZ_BUZZ
*> MAKES (SEE FBRULEC).  A BLANK TYPE IS A DIVISOR RULE, SO A
*> RULECTL FILE FROM BEFORE THE TYPE EXISTED LOADS UNCHANGED.
*> ----------------------------------------------------------------
1022-EDIT-RULE-TYPE.
    SET FB-RULE-TYPE-VALID TO TRUE.
    MOVE SPACES TO FB-RULE-REJECT-TEXT.
    IF RCTL-TYPE-DIVISOR OR RCTL-TYPE-EXCLUDE
        IF RCTL-DIVISOR = ZERO
            MOVE "RULECTL RECORD REJECTED - DIVISOR IS ZERO"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-DIVISOR
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-EXCLUDE
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 = ZERO
            MOVE "RULECTL RECORD REJECTED - EXCLUDED DIVISOR IS ZERO"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-DIGIT
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 > 9
            MOVE "RULECTL RECORD REJECTED - CONTAINS DIGIT NOT 0-9"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    IF RCTL-TYPE-BAND
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-2 NOT NUMERIC
            MOVE "RULECTL RECORD REJECTED - BAND LIMIT NOT NUMERIC"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
            GO TO 1022-EXIT
        END-IF
        IF RCTL-OPERAND-1 > RCTL-OPERAND-2
            MOVE "RULECTL RECORD REJECTED - BAND LOW ABOVE BAND HIGH"
                TO FB-RULE-REJECT-TEXT
            SET FB-RULE-TYPE-INVALID TO TRUE
        END-IF
        GO TO 1022-EXIT
    END-IF.
    MOVE "RULECTL RECORD REJECTED - UNKNOWN RULE TYPE"
        TO FB-RULE-REJECT-TEXT.
    SET FB-RULE-TYPE-INVALID TO TRUE.
1022-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1024-SET-RULE-TYPE - CARRY THE EDITED TYPE AND OPERANDS INTO THE
*> TABLE ENTRY JUST ADDED.  A BLANK TYPE GOES IN AS "D"; A DIGIT OR
*> BAND RULE HAS NO DIVISOR, AND OPERANDS A TYPE DOES NOT USE ARE
*> ZERO, SO FIZZCLS NEVER SEES AN UNEDITED FIELD.
*> ----------------------------------------------------------------
1024-SET-RULE-TYPE.
    MOVE RCTL-RULE-TYPE TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                 FB-RULE-OPERAND-2(FB-RULE-IDX).
    IF RCTL-TYPE-DIVISOR
        MOVE "D" TO FB-RULE-TYPE(FB-RULE-IDX)
        GO TO 1024-EXIT
    END-IF.
    MOVE RCTL-OPERAND-1 TO FB-RULE-OPERAND-1(FB-RULE-IDX).
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO TO FB-RULE-DIVISOR(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO FB-RULE-OPERAND-2(FB-RULE-IDX)
    END-IF.
1024-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1025-CHECK-RULE-IN-FORCE - THE SAME IN-FORCE TEST FIZZ_BUZZ
*> MAKES: BLANK OR ZERO DATES LEAVE THAT END OPEN, THE EXPIRY DAY
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE 3       TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE "Fizz"  TO FB-RULE-LABEL(FB-RULE-IDX).
    MOVE "D"     TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO    TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                    FB-RULE-OPERAND-2(FB-RULE-IDX).
    MOVE 2       TO FB-RULE-COUNT.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE 5       TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE "Buzz"  TO FB-RULE-LABEL(FB-RULE-IDX).
    MOVE "D"     TO FB-RULE-TYPE(FB-RULE-IDX).
    MOVE ZERO    TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                    FB-RULE-OPERAND-2(FB-RULE-IDX).
1030-EXIT.
    EXIT.

1560-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1570-WRITE-VOLUME-LEDGER - AFTER THE COMPLETE RECORD, APPEND ONE
*> TRNVOL LINE PER REQUESTOR SEEN THIS RUN UNDER THE SAME RUN-ID,
*> SO THE MONTHLY CHARGEBACK CAN PRICE EACH DEPARTMENT'S VOLUME AND
*> TIE IT BACK TO THE RUN TOTAL ON AUDITLOG.
*> ----------------------------------------------------------------
1570-WRITE-VOLUME-LEDGER.
    IF FB-VOL-USED = ZERO
        GO TO 1570-EXIT
    END-IF.
    OPEN EXTEND TRNVOL.
    PERFORM 1580-WRITE-VOLUME-LINE THRU 1580-EXIT
        VARYING FB-VOL-IDX FROM 1 BY 1
        UNTIL FB-VOL-IDX > FB-VOL-USED.
    CLOSE TRNVOL.
1570-EXIT.
    EXIT.

1580-WRITE-VOLUME-LINE.
    MOVE AUD-RUN-ID                    TO TVOL-RUN-ID.
    MOVE FB-VOL-REQUESTOR(FB-VOL-IDX)  TO TVOL-REQUESTOR.
    MOVE FB-VOL-CLASSIFIED(FB-VOL-IDX) TO TVOL-CLASSIFIED.
    MOVE FB-VOL-REJECTED(FB-VOL-IDX)   TO TVOL-REJECTED.
    MOVE FB-VOL-CORRECTED(FB-VOL-IDX)  TO TVOL-CORRECTED.
    WRITE TRNVOL-LINE FROM TRAN-VOLUME-RECORD.
1580-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-FIND-VOLUME-ENTRY - LOCATE (OR ADD) TRN-REQUESTOR'S ENTRY IN
*> THE RUN'S VOLUME TABLE.  A FULL TABLE IS REPORTED ONCE TO
*> FIZZERR AND LEAVES FB-VOL-NOT-FOUND SET, SO THE CALLER COUNTS
*> NOTHING FOR THE EXTRA REQUESTOR.
*> ----------------------------------------------------------------
1600-FIND-VOLUME-ENTRY.
    SET FB-VOL-NOT-FOUND TO TRUE.
    IF FB-VOL-USED > ZERO
        SET FB-VOL-IDX TO 1
        PERFORM 1610-MATCH-VOLUME-ENTRY THRU 1610-EXIT
            UNTIL FB-VOL-FOUND OR FB-VOL-IDX > FB-VOL-USED
    END-IF.
    IF FB-VOL-FOUND
        GO TO 1600-EXIT
    END-IF.
    IF FB-VOL-USED >= FB-VOL-MAX
        IF FB-VOL-NOT-FULL
            SET FB-VOL-FULL TO TRUE
            MOVE "TRNVOL REQUESTOR TABLE FULL - LEDGER INCOMPLETE"
                TO FB-ERROR-TEXT
            PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT
        END-IF
        GO TO 1600-EXIT
    END-IF.
    ADD 1 TO FB-VOL-USED.
    SET FB-VOL-IDX TO FB-VOL-USED.
    MOVE TRN-REQUESTOR TO FB-VOL-REQUESTOR(FB-VOL-IDX).
    MOVE ZERO TO FB-VOL-CLASSIFIED(FB-VOL-IDX)
                 FB-VOL-REJECTED(FB-VOL-IDX)
                 FB-VOL-CORRECTED(FB-VOL-IDX).
    SET FB-VOL-FOUND TO TRUE.
1600-EXIT.
    EXIT.

1610-MATCH-VOLUME-ENTRY.
    IF FB-VOL-REQUESTOR(FB-VOL-IDX) = TRN-REQUESTOR
        SET FB-VOL-FOUND TO TRUE
    ELSE
        SET FB-VOL-IDX UP BY 1
    END-IF.
1610-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PROCESS-TRANSACTION - EDIT ONE TRANIN RECORD, CLASSIFY IT
*> THROUGH FIZZCLS, AND WRITE THE TAGGED RESULT.  A NON-NUMERIC OR
        GO TO 3000-EXIT
    END-IF.
    PERFORM 2000-CLASSIFY-NUMBER THRU 2000-EXIT.
    PERFORM 1600-FIND-VOLUME-ENTRY THRU 1600-EXIT.
    IF FB-VOL-FOUND
        ADD 1 TO FB-VOL-CLASSIFIED(FB-VOL-IDX)
    END-IF.
    PERFORM 3010-READ-TRANSACTION THRU 3010-EXIT.
3000-EXIT.
    EXIT.
    END-IF.
    PERFORM 2000-CLASSIFY-NUMBER THRU 2000-EXIT.
    ADD 1 TO FB-CORRECTED-COUNT.
    PERFORM 1600-FIND-VOLUME-ENTRY THRU 1600-EXIT.
    IF FB-VOL-FOUND
        ADD 1 TO FB-VOL-CORRECTED(FB-VOL-IDX)
    END-IF.
    PERFORM 3700-CLEAR-SUSPENSE-ENTRY THRU 3700-EXIT.
    PERFORM 3510-READ-CORRECTION THRU 3510-EXIT.
3600-EXIT.
    OPEN EXTEND SUSPF.
    WRITE SUSPF-LINE FROM SUSPENSE-RECORD.
    CLOSE SUSPF.
    PERFORM 1600-FIND-VOLUME-ENTRY THRU 1600-EXIT.
    IF FB-VOL-FOUND
        ADD 1 TO FB-VOL-REJECTED(FB-VOL-IDX)
    END-IF.
6100-EXIT.
    EXIT.
