IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZMNT.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - ONLINE MAINTENANCE OF THE AUTHCTL
*>                    OPERATOR AUTHORIZATION AND DEPTCTL DEPARTMENT
*>                    CONTROL FILES, WHICH UNTIL NOW WERE EDITED BY
*>                    HAND.  ADD, CHANGE, DEACTIVATE AND LIST ON
*>                    EITHER FILE, WITH FIELD EDITS: AUTHORITY AND
*>                    ACTIVE FLAGS MUST BE Y OR N, A DELIVERY FORMAT
*>                    MUST BE CSV OR FIXED, AND AN OPERATOR OR
*>                    REQUESTOR ID MAY NOT BE ADDED TWICE.  NO
*>                    OPERATOR MAY ADD, CHANGE OR DEACTIVATE THEIR
*>                    OWN AUTHCTL ENTRY.  USING THE TRANSACTION
*>                    TAKES MAINTENANCE AUTHORITY ON AUTHCTL (AN
*>                    ABSENT AUTHCTL MEANS THE CONTROL IS NOT IN
*>                    USE, AS EVERYWHERE ELSE); A REFUSAL IS LOGGED
*>                    LIKE ANY OTHER DENIAL.  EVERY CHANGE APPENDS A
*>                    BEFORE AND AN AFTER IMAGE TO THE CTLJRNL
*>                    CHANGE JOURNAL, STAMPED WITH THE MAINTAINING
*>                    OPERATOR, DATE AND TIME.
*>   2026-10-15  RLM  A CONTROL FILE TOO LONG FOR ITS TABLE CAN NOW ONLY
*>                    BE LISTED, NOT CHANGED, SO A WRITE-BACK CANNOT
*>                    DROP THE ENTRIES THAT DID NOT LOAD.  THE FIRST
*>                    DEPTCTL ADD NOW WARNS THAT THE REQUESTOR CONTROL
*>                    IS IN USE, AS THE FIRST AUTHCTL ADD DOES.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AUTHCTL  ASSIGN TO "AUTHCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUTHCTL-STATUS.
            SELECT OPTIONAL DEPTCTL  ASSIGN TO "DEPTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-DEPTCTL-STATUS.
            SELECT OPTIONAL CTLJRNL  ASSIGN TO "CTLJRNL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-CTLJRNL-STATUS.
            SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUDITLOG-STATUS.
            SELECT FIZZERR  ASSIGN TO "FIZZERR"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  AUTHCTL.
            01 AUTHCTL-LINE PIC X(16).

        FD  DEPTCTL.
            01 DEPTCTL-LINE PIC X(47).

        FD  CTLJRNL.
            01 CTLJRNL-LINE PIC X(98).

        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).

        FD  FIZZERR.
            01 FIZZERR-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBAUTH.
        COPY FBDEPT.
        COPY FBCJRN.
        COPY FBAUDIT.
        COPY FBERRL.

        01 FB-AUTHCTL-STATUS          PIC X(02).
            88 FB-AUTHCTL-OK                     VALUE "00".
        01 FB-DEPTCTL-STATUS          PIC X(02).
            88 FB-DEPTCTL-OK                     VALUE "00".
        01 FB-CTLJRNL-STATUS          PIC X(02).
            88 FB-CTLJRNL-OK                     VALUE "00".
        01 FB-AUDITLOG-STATUS         PIC X(02).
            88 FB-AUDITLOG-OK                    VALUE "00".

        01 FB-SWITCHES.
            05 FB-AUTH-EOF-SW         PIC X(01) VALUE "N".
                88 FB-AUTH-EOF                  VALUE "Y".
                88 FB-AUTH-NOT-EOF              VALUE "N".
            05 FB-DEPT-EOF-SW         PIC X(01) VALUE "N".
                88 FB-DEPT-EOF                  VALUE "Y".
                88 FB-DEPT-NOT-EOF              VALUE "N".

        01 FB-OPERATOR                PIC X(08) VALUE SPACES.
        01 FB-AUTH-IN-USE-SW          PIC X(01) VALUE "N".
            88 FB-AUTH-IN-USE                   VALUE "Y".
            88 FB-AUTH-NOT-IN-USE               VALUE "N".
        01 FB-OPER-MAINT-AUTH         PIC X(01) VALUE "N".

        01 FB-MAINT-SW                PIC X(01) VALUE "N".
            88 FB-MAINT-DONE                    VALUE "Y".
            88 FB-MAINT-NOT-DONE                VALUE "N".
        01 FB-FILE-SW                 PIC X(01).
            88 FB-FILE-AUTHCTL                  VALUE "A".
            88 FB-FILE-DEPTCTL                  VALUE "D".
        01 FB-FUNC-SW                 PIC X(01).
            88 FB-FUNC-ADD                      VALUE "A".
            88 FB-FUNC-CHANGE                   VALUE "C".
            88 FB-FUNC-DEACTIVATE               VALUE "D".
            88 FB-FUNC-LIST                     VALUE "L".
        01 FB-KEY-RAW                 PIC X(08).
        01 FB-NAME-RAW                PIC X(30).
        01 FB-REPLY-RAW               PIC X(05).

*> ----------------------------------------------------------------
*> BOTH CONTROL FILES ARE HELD WHOLE, AS RECORD IMAGES, AND
*> WRITTEN BACK WHOLE AFTER EACH CHANGE.  EACH IS RELOADED BEFORE
*> EVERY FUNCTION SO A CHANGE IS ALWAYS MADE TO THE FILE AS IT
*> STANDS.  A FILE TOO LONG FOR ITS TABLE MAY BE LISTED BUT NOT
*> CHANGED: WRITING BACK WHAT WAS LOADED WOULD DROP THE REST.
*> ----------------------------------------------------------------
        01 FB-AUTH-TABLE.
            05 FB-AUTH-ENTRY          PIC X(16) OCCURS 500 TIMES
                                      INDEXED BY FB-AUTH-IDX.
        01 FB-AUTH-COUNT              PIC 9(03) COMP VALUE ZERO.
        01 FB-AUTH-MAX                PIC 9(03) COMP VALUE 500.
        01 FB-DEPT-TABLE.
            05 FB-DEPT-ENTRY          PIC X(47) OCCURS 500 TIMES
                                      INDEXED BY FB-DEPT-IDX.
        01 FB-DEPT-COUNT              PIC 9(03) COMP VALUE ZERO.
        01 FB-DEPT-MAX                PIC 9(03) COMP VALUE 500.
        01 FB-AUTH-TRUNCATED-SW       PIC X(01) VALUE "N".
            88 FB-AUTH-TRUNCATED                VALUE "Y".
            88 FB-AUTH-NOT-TRUNCATED            VALUE "N".
        01 FB-DEPT-TRUNCATED-SW       PIC X(01) VALUE "N".
            88 FB-DEPT-TRUNCATED                VALUE "Y".
            88 FB-DEPT-NOT-TRUNCATED            VALUE "N".
        01 FB-DEPT-IN-USE-SW          PIC X(01) VALUE "N".
            88 FB-DEPT-IN-USE                   VALUE "Y".
            88 FB-DEPT-NOT-IN-USE               VALUE "N".
        01 FB-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
            88 FB-ENTRY-FOUND                   VALUE "Y".
            88 FB-ENTRY-NOT-FOUND               VALUE "N".

        01 FB-BEFORE-IMAGE            PIC X(47).
        01 FB-AFTER-IMAGE             PIC X(47).
        01 FB-ACTION-TEXT             PIC X(10).

*> ----------------------------------------------------------------
*> 8000-ASK-FLAG WORK AREA - ONE Y/N FIELD PROMPTED AND EDITED.
*> ----------------------------------------------------------------
        01 FB-PROMPT-TEXT             PIC X(20).
        01 FB-FLAG-CURRENT            PIC X(01).
        01 FB-FLAG-VALUE              PIC X(01).
        01 FB-EDIT-SW                 PIC X(01) VALUE "Y".
            88 FB-EDIT-PASSED                   VALUE "Y".
            88 FB-EDIT-FAILED                   VALUE "N".

        01 FB-ERROR-TEXT              PIC X(60).
        01 FB-FIZZERR-OPENED-SW       PIC X(01) VALUE "N".
            88 FB-FIZZERR-OPENED                VALUE "Y".
            88 FB-FIZZERR-NOT-OPENED            VALUE "N".

        01 FB-AUDIT-DATE              PIC X(08).
        01 FB-AUDIT-TIME              PIC X(06).
        01 FB-COUNT-DISPLAY           PIC ZZ9.

        01 MNT-AUTH-HEADING.
            05 FILLER                 PIC X(10) VALUE "OPERATOR".
            05 FILLER                 PIC X(08) VALUE "BATCH".
            05 FILLER                 PIC X(08) VALUE "INQUIRY".
            05 FILLER                 PIC X(08) VALUE "RULE".
            05 FILLER                 PIC X(05) VALUE "MAINT".

        01 MNT-AUTH-DETAIL.
            05 MNTA-OPERATOR          PIC X(08).
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 MNTA-BATCH             PIC X(01).
            05 FILLER                 PIC X(07) VALUE SPACES.
            05 MNTA-INQUIRY           PIC X(01).
            05 FILLER                 PIC X(07) VALUE SPACES.
            05 MNTA-RULE              PIC X(01).
            05 FILLER                 PIC X(07) VALUE SPACES.
            05 MNTA-MAINT             PIC X(01).

        01 MNT-DEPT-HEADING.
            05 FILLER                 PIC X(10) VALUE "REQUESTOR".
            05 FILLER                 PIC X(32) VALUE "DEPARTMENT".
            05 FILLER                 PIC X(08) VALUE "FORMAT".
            05 FILLER                 PIC X(06) VALUE "ACTIVE".

        01 MNT-DEPT-DETAIL.
            05 MNTD-REQUESTOR         PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MNTD-NAME              PIC X(30).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MNTD-FORMAT            PIC X(05).
            05 FILLER                 PIC X(05) VALUE SPACES.
            05 MNTD-ACTIVE            PIC X(01).

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        DISPLAY "USER" UPON ENVIRONMENT-NAME.
        ACCEPT FB-OPERATOR FROM ENVIRONMENT-VALUE.
        PERFORM 1700-CHECK-AUTHORIZATION THRU 1700-EXIT.
        IF FB-AUTH-IN-USE AND FB-OPER-MAINT-AUTH NOT = "Y"
            MOVE SPACES TO FB-ERROR-TEXT
            STRING "OPERATOR "   DELIMITED BY SIZE
                   FB-OPERATOR   DELIMITED BY SIZE
                   " NOT AUTHORIZED TO MAINTAIN CONTROL FILES"
                                 DELIMITED BY SIZE
                INTO FB-ERROR-TEXT
            END-STRING
            PERFORM 1730-REFUSE-THE-MAINTENANCE THRU 1730-EXIT
            MOVE 12 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 2000-MAINTAIN-CONTROL-FILE THRU 2000-EXIT
            UNTIL FB-MAINT-DONE.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1700-CHECK-AUTHORIZATION - THE SAME AUTHCTL LOOKUP FIZZ_BUZZ
*> MAKES; MAINTAINING THE CONTROL FILES TAKES MAINTENANCE
*> AUTHORITY.  AN ABSENT AUTHCTL MEANS THE CONTROL IS NOT IN USE.
*> ----------------------------------------------------------------
1700-CHECK-AUTHORIZATION.
    OPEN INPUT AUTHCTL.
    IF NOT FB-AUTHCTL-OK
        IF FB-AUTHCTL-STATUS = "05"
            CLOSE AUTHCTL
        END-IF
        GO TO 1700-EXIT
    END-IF.
    SET FB-AUTH-IN-USE TO TRUE.
    SET FB-AUTH-NOT-EOF TO TRUE.
    PERFORM 1710-READ-AUTH-RECORD THRU 1710-EXIT.
    PERFORM 1720-MATCH-AUTH-RECORD THRU 1720-EXIT
        UNTIL FB-AUTH-EOF.
    CLOSE AUTHCTL.
1700-EXIT.
    EXIT.

1710-READ-AUTH-RECORD.
    READ AUTHCTL
        AT END SET FB-AUTH-EOF TO TRUE
        NOT AT END MOVE AUTHCTL-LINE TO AUTH-CTL-RECORD
    END-READ.
1710-EXIT.
    EXIT.

1720-MATCH-AUTH-RECORD.
    IF ACTL-OPERATOR = FB-OPERATOR
        MOVE ACTL-MAINT-AUTH TO FB-OPER-MAINT-AUTH
        SET FB-AUTH-EOF TO TRUE
        GO TO 1720-EXIT
    END-IF.
    PERFORM 1710-READ-AUTH-RECORD THRU 1710-EXIT.
1720-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1730-REFUSE-THE-MAINTENANCE - SAY WHY ON THE TERMINAL, LOG
*> THE REASON TO FIZZERR, AND APPEND A DENIED RECORD TO AUDITLOG
*> SO THE MONTHLY RECONCILIATION SHOWS THE ATTEMPT.
*> ----------------------------------------------------------------
1730-REFUSE-THE-MAINTENANCE.
    DISPLAY FB-ERROR-TEXT.
    PERFORM 6000-WRITE-ERROR-RECORD THRU 6000-EXIT.
    ACCEPT FB-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-AUDIT-TIME FROM TIME.
    MOVE FB-AUDIT-DATE TO AUD-RUN-ID(1:8).
    MOVE FB-AUDIT-TIME TO AUD-RUN-ID(9:6).
    MOVE FB-OPERATOR TO AUD-OPERATOR.
    MOVE ZERO TO AUD-N.
    MOVE "DENIED" TO AUD-STATUS.
    MOVE ZERO TO AUD-TOTAL-PROCESSED.
    MOVE ZERO TO AUD-COMBO-COUNT.
    MOVE ZERO TO AUD-PLAIN-COUNT.
    OPEN EXTEND AUDITLOG.
    WRITE AUDITLOG-LINE FROM AUDIT-RECORD.
    CLOSE AUDITLOG.
1730-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-MAINTAIN-CONTROL-FILE - ASK WHICH FILE AND WHICH FUNCTION,
*> THEN HAND OFF.  A BLANK FILE REPLY ENDS THE TRANSACTION.
*> ----------------------------------------------------------------
2000-MAINTAIN-CONTROL-FILE.
    DISPLAY " ".
    DISPLAY "FILE - A = AUTHCTL, D = DEPTCTL (BLANK TO QUIT): "
        WITH NO ADVANCING.
    MOVE SPACES TO FB-REPLY-RAW.
    ACCEPT FB-REPLY-RAW.
    IF FB-REPLY-RAW = SPACES
        SET FB-MAINT-DONE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    PERFORM 8900-FOLD-REPLY THRU 8900-EXIT.
    MOVE FB-REPLY-RAW(1:1) TO FB-FILE-SW.
    IF FB-REPLY-RAW(2:4) NOT = SPACES
       OR NOT (FB-FILE-AUTHCTL OR FB-FILE-DEPTCTL)
        DISPLAY "NOT A VALID FILE - TRY AGAIN."
        GO TO 2000-EXIT
    END-IF.
    DISPLAY "FUNCTION - A = ADD, C = CHANGE, D = DEACTIVATE, "
            "L = LIST: " WITH NO ADVANCING.
    MOVE SPACES TO FB-REPLY-RAW.
    ACCEPT FB-REPLY-RAW.
    PERFORM 8900-FOLD-REPLY THRU 8900-EXIT.
    MOVE FB-REPLY-RAW(1:1) TO FB-FUNC-SW.
    IF FB-REPLY-RAW(2:4) NOT = SPACES
       OR NOT (FB-FUNC-ADD OR FB-FUNC-CHANGE
               OR FB-FUNC-DEACTIVATE OR FB-FUNC-LIST)
        DISPLAY "NOT A VALID FUNCTION - TRY AGAIN."
        GO TO 2000-EXIT
    END-IF.
    IF FB-FILE-AUTHCTL
        PERFORM 3000-MAINTAIN-AUTHCTL THRU 3000-EXIT
    ELSE
        PERFORM 4000-MAINTAIN-DEPTCTL THRU 4000-EXIT
    END-IF.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-MAINTAIN-AUTHCTL - ONE FUNCTION AGAINST AUTHCTL.  THE
*> MAINTAINING OPERATOR'S OWN ID IS REFUSED FOR ADD, CHANGE AND
*> DEACTIVATE ALIKE: NOBODY GRANTS OR KEEPS THEIR OWN AUTHORITY.
*> ----------------------------------------------------------------
3000-MAINTAIN-AUTHCTL.
    PERFORM 3100-LOAD-AUTHCTL THRU 3100-EXIT.
    IF FB-FUNC-LIST
        PERFORM 3900-LIST-AUTHCTL THRU 3900-EXIT
        GO TO 3000-EXIT
    END-IF.
    IF FB-AUTH-TRUNCATED
        DISPLAY "AUTHCTL IS TOO LONG TO MAINTAIN HERE - ONLY LIST IS "
                "AVAILABLE."
        GO TO 3000-EXIT
    END-IF.
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    MOVE SPACES TO FB-KEY-RAW.
    ACCEPT FB-KEY-RAW.
    IF FB-KEY-RAW = SPACES
        DISPLAY "NO OPERATOR ID - NOTHING DONE."
        GO TO 3000-EXIT
    END-IF.
    IF FB-KEY-RAW = FB-OPERATOR
        MOVE SPACES TO FB-ERROR-TEXT
        STRING "OPERATOR "   DELIMITED BY SIZE
               FB-OPERATOR   DELIMITED BY SIZE
               " MAY NOT MAINTAIN THEIR OWN AUTHCTL ENTRY"
                             DELIMITED BY SIZE
            INTO FB-ERROR-TEXT
        END-STRING
        PERFORM 1730-REFUSE-THE-MAINTENANCE THRU 1730-EXIT
        GO TO 3000-EXIT
    END-IF.
    PERFORM 3200-FIND-AUTH-ENTRY THRU 3200-EXIT.
    IF FB-FUNC-ADD
        IF FB-ENTRY-FOUND
            DISPLAY "OPERATOR " FB-KEY-RAW " IS ALREADY ON AUTHCTL "
                    "- USE CHANGE."
            GO TO 3000-EXIT
        END-IF
        PERFORM 3300-ADD-AUTH-ENTRY THRU 3300-EXIT
        GO TO 3000-EXIT
    END-IF.
    IF FB-ENTRY-NOT-FOUND
        DISPLAY "OPERATOR " FB-KEY-RAW " IS NOT ON AUTHCTL."
        GO TO 3000-EXIT
    END-IF.
    IF FB-FUNC-CHANGE
        PERFORM 3400-CHANGE-AUTH-ENTRY THRU 3400-EXIT
    ELSE
        PERFORM 3500-DEACTIVATE-AUTH-ENTRY THRU 3500-EXIT
    END-IF.
3000-EXIT.
    EXIT.

3100-LOAD-AUTHCTL.
    MOVE ZERO TO FB-AUTH-COUNT.
    SET FB-AUTH-NOT-EOF TO TRUE.
    SET FB-AUTH-NOT-TRUNCATED TO TRUE.
    OPEN INPUT AUTHCTL.
    IF NOT FB-AUTHCTL-OK
        IF FB-AUTHCTL-STATUS = "05"
            CLOSE AUTHCTL
        END-IF
        GO TO 3100-EXIT
    END-IF.
    PERFORM 3110-LOAD-AUTH-ENTRY THRU 3110-EXIT
        UNTIL FB-AUTH-EOF.
    CLOSE AUTHCTL.
3100-EXIT.
    EXIT.

3110-LOAD-AUTH-ENTRY.
    READ AUTHCTL
        AT END
            SET FB-AUTH-EOF TO TRUE
            GO TO 3110-EXIT
    END-READ.
    IF FB-AUTH-COUNT >= FB-AUTH-MAX
        DISPLAY "AUTHCTL EXCEEDS FB-AUTH-MAX - NOT MAINTAINABLE "
                "HERE"
        SET FB-AUTH-TRUNCATED TO TRUE
        SET FB-AUTH-EOF TO TRUE
        GO TO 3110-EXIT
    END-IF.
    ADD 1 TO FB-AUTH-COUNT.
    MOVE AUTHCTL-LINE TO FB-AUTH-ENTRY(FB-AUTH-COUNT).
3110-EXIT.
    EXIT.

3200-FIND-AUTH-ENTRY.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    SET FB-AUTH-IDX TO 1.
    PERFORM 3210-MATCH-AUTH-ENTRY THRU 3210-EXIT
        UNTIL FB-ENTRY-FOUND OR FB-AUTH-IDX > FB-AUTH-COUNT.
3200-EXIT.
    EXIT.

3210-MATCH-AUTH-ENTRY.
    IF FB-AUTH-ENTRY(FB-AUTH-IDX)(1:8) = FB-KEY-RAW
        SET FB-ENTRY-FOUND TO TRUE
    ELSE
        SET FB-AUTH-IDX UP BY 1
    END-IF.
3210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3300-ADD-AUTH-ENTRY - A NEW OPERATOR STARTS WITH NO AUTHORITY;
*> EACH ONE GRANTED MUST BE ANSWERED Y.
*> ----------------------------------------------------------------
3300-ADD-AUTH-ENTRY.
    IF FB-AUTH-COUNT >= FB-AUTH-MAX
        DISPLAY "AUTHCTL IS FULL - OPERATOR NOT ADDED."
        GO TO 3300-EXIT
    END-IF.
    MOVE SPACES TO FB-BEFORE-IMAGE.
    MOVE SPACES TO AUTH-CTL-RECORD.
    MOVE FB-KEY-RAW TO ACTL-OPERATOR.
    MOVE "N" TO ACTL-BATCH-AUTH ACTL-INQUIRY-AUTH
                ACTL-RULE-AUTH ACTL-MAINT-AUTH.
    PERFORM 3600-ASK-AUTH-FIELDS THRU 3600-EXIT.
    IF FB-EDIT-FAILED
        DISPLAY "OPERATOR NOT ADDED."
        GO TO 3300-EXIT
    END-IF.
    ADD 1 TO FB-AUTH-COUNT.
    SET FB-AUTH-IDX TO FB-AUTH-COUNT.
    MOVE "ADD" TO FB-ACTION-TEXT.
    PERFORM 3700-STORE-AUTH-ENTRY THRU 3700-EXIT.
    IF FB-AUTH-NOT-IN-USE
        DISPLAY "AUTHCTL IS NOW IN USE - ONLY OPERATORS LISTED ON "
                "IT MAY RUN."
        SET FB-AUTH-IN-USE TO TRUE
    END-IF.
3300-EXIT.
    EXIT.

3400-CHANGE-AUTH-ENTRY.
    MOVE FB-AUTH-ENTRY(FB-AUTH-IDX) TO FB-BEFORE-IMAGE.
    MOVE FB-AUTH-ENTRY(FB-AUTH-IDX) TO AUTH-CTL-RECORD.
    PERFORM 3600-ASK-AUTH-FIELDS THRU 3600-EXIT.
    IF FB-EDIT-FAILED
        DISPLAY "OPERATOR NOT CHANGED."
        GO TO 3400-EXIT
    END-IF.
    MOVE "CHANGE" TO FB-ACTION-TEXT.
    PERFORM 3700-STORE-AUTH-ENTRY THRU 3700-EXIT.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3500-DEACTIVATE-AUTH-ENTRY - AUTHCTL HAS NO ACTIVE FLAG: AN
*> OPERATOR IS DEACTIVATED BY WITHDRAWING EVERY AUTHORITY.  THE
*> ENTRY STAYS ON FILE, SO THE OPERATOR IS STILL "LISTED" AND IS
*> REFUSED EVERYTHING, AND A LATER CHANGE CAN RESTORE IT.
*> ----------------------------------------------------------------
3500-DEACTIVATE-AUTH-ENTRY.
    MOVE FB-AUTH-ENTRY(FB-AUTH-IDX) TO FB-BEFORE-IMAGE.
    MOVE FB-AUTH-ENTRY(FB-AUTH-IDX) TO AUTH-CTL-RECORD.
    MOVE "N" TO ACTL-BATCH-AUTH ACTL-INQUIRY-AUTH
                ACTL-RULE-AUTH ACTL-MAINT-AUTH.
    MOVE "DEACTIVATE" TO FB-ACTION-TEXT.
    PERFORM 3700-STORE-AUTH-ENTRY THRU 3700-EXIT.
3500-EXIT.
    EXIT.

3600-ASK-AUTH-FIELDS.
    MOVE "BATCH AUTHORITY"   TO FB-PROMPT-TEXT.
    MOVE ACTL-BATCH-AUTH     TO FB-FLAG-CURRENT.
    PERFORM 8000-ASK-FLAG THRU 8000-EXIT.
    IF FB-EDIT-FAILED
        GO TO 3600-EXIT
    END-IF.
    MOVE FB-FLAG-VALUE       TO ACTL-BATCH-AUTH.
    MOVE "INQUIRY AUTHORITY" TO FB-PROMPT-TEXT.
    MOVE ACTL-INQUIRY-AUTH   TO FB-FLAG-CURRENT.
    PERFORM 8000-ASK-FLAG THRU 8000-EXIT.
    IF FB-EDIT-FAILED
        GO TO 3600-EXIT
    END-IF.
    MOVE FB-FLAG-VALUE       TO ACTL-INQUIRY-AUTH.
    MOVE "RULE AUTHORITY"    TO FB-PROMPT-TEXT.
    MOVE ACTL-RULE-AUTH      TO FB-FLAG-CURRENT.
    PERFORM 8000-ASK-FLAG THRU 8000-EXIT.
    IF FB-EDIT-FAILED
        GO TO 3600-EXIT
    END-IF.
    MOVE FB-FLAG-VALUE       TO ACTL-RULE-AUTH.
    MOVE "MAINT AUTHORITY"   TO FB-PROMPT-TEXT.
    MOVE ACTL-MAINT-AUTH     TO FB-FLAG-CURRENT.
    PERFORM 8000-ASK-FLAG THRU 8000-EXIT.
    IF FB-EDIT-FAILED
        GO TO 3600-EXIT
    END-IF.
    MOVE FB-FLAG-VALUE       TO ACTL-MAINT-AUTH.
3600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3700-STORE-AUTH-ENTRY - PUT THE EDITED ENTRY IN ITS TABLE SLOT,
*> WRITE AUTHCTL BACK AND JOURNAL THE BEFORE AND AFTER IMAGES.  A
*> "CHANGE" THAT CHANGES NOTHING IS NOT WRITTEN OR JOURNALED.
*> ----------------------------------------------------------------
3700-STORE-AUTH-ENTRY.
    MOVE AUTH-CTL-RECORD TO FB-AFTER-IMAGE.
    IF FB-AFTER-IMAGE = FB-BEFORE-IMAGE
        DISPLAY "NO CHANGE TO OPERATOR " FB-KEY-RAW
                " - NOTHING WRITTEN."
        GO TO 3700-EXIT
    END-IF.
    MOVE AUTH-CTL-RECORD TO FB-AUTH-ENTRY(FB-AUTH-IDX).
    OPEN OUTPUT AUTHCTL.
    PERFORM 3710-WRITE-AUTH-ENTRY THRU 3710-EXIT
        VARYING FB-AUTH-IDX FROM 1 BY 1
        UNTIL FB-AUTH-IDX > FB-AUTH-COUNT.
    CLOSE AUTHCTL.
    MOVE "AUTHCTL" TO CJRN-FILE.
    PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
    DISPLAY "AUTHCTL " FB-ACTION-TEXT " DONE FOR OPERATOR "
            FB-KEY-RAW.
3700-EXIT.
    EXIT.

3710-WRITE-AUTH-ENTRY.
    WRITE AUTHCTL-LINE FROM FB-AUTH-ENTRY(FB-AUTH-IDX).
3710-EXIT.
    EXIT.

3900-LIST-AUTHCTL.
    IF FB-AUTH-COUNT = ZERO
        DISPLAY "AUTHCTL HAS NO ENTRIES - THE CONTROL IS NOT IN USE."
        GO TO 3900-EXIT
    END-IF.
    DISPLAY MNT-AUTH-HEADING.
    PERFORM 3910-LIST-AUTH-ENTRY THRU 3910-EXIT
        VARYING FB-AUTH-IDX FROM 1 BY 1
        UNTIL FB-AUTH-IDX > FB-AUTH-COUNT.
    MOVE FB-AUTH-COUNT TO FB-COUNT-DISPLAY.
    DISPLAY FB-COUNT-DISPLAY " OPERATOR(S) ON AUTHCTL.".
3900-EXIT.
    EXIT.

3910-LIST-AUTH-ENTRY.
    MOVE FB-AUTH-ENTRY(FB-AUTH-IDX) TO AUTH-CTL-RECORD.
    MOVE ACTL-OPERATOR     TO MNTA-OPERATOR.
    MOVE ACTL-BATCH-AUTH   TO MNTA-BATCH.
    MOVE ACTL-INQUIRY-AUTH TO MNTA-INQUIRY.
    MOVE ACTL-RULE-AUTH    TO MNTA-RULE.
    MOVE ACTL-MAINT-AUTH   TO MNTA-MAINT.
    DISPLAY MNT-AUTH-DETAIL.
3910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-MAINTAIN-DEPTCTL - ONE FUNCTION AGAINST DEPTCTL.
*> ----------------------------------------------------------------
4000-MAINTAIN-DEPTCTL.
    PERFORM 4100-LOAD-DEPTCTL THRU 4100-EXIT.
    IF FB-FUNC-LIST
        PERFORM 4900-LIST-DEPTCTL THRU 4900-EXIT
        GO TO 4000-EXIT
    END-IF.
    IF FB-DEPT-TRUNCATED
        DISPLAY "DEPTCTL IS TOO LONG TO MAINTAIN HERE - ONLY LIST IS "
                "AVAILABLE."
        GO TO 4000-EXIT
    END-IF.
    DISPLAY "REQUESTOR ID: " WITH NO ADVANCING.
    MOVE SPACES TO FB-KEY-RAW.
    ACCEPT FB-KEY-RAW.
    IF FB-KEY-RAW = SPACES
        DISPLAY "NO REQUESTOR ID - NOTHING DONE."
        GO TO 4000-EXIT
    END-IF.
    PERFORM 4200-FIND-DEPT-ENTRY THRU 4200-EXIT.
    IF FB-FUNC-ADD
        IF FB-ENTRY-FOUND
            DISPLAY "REQUESTOR " FB-KEY-RAW " IS ALREADY ON DEPTCTL "
                    "- USE CHANGE."
            GO TO 4000-EXIT
        END-IF
        PERFORM 4300-ADD-DEPT-ENTRY THRU 4300-EXIT
        GO TO 4000-EXIT
    END-IF.
    IF FB-ENTRY-NOT-FOUND
        DISPLAY "REQUESTOR " FB-KEY-RAW " IS NOT ON DEPTCTL."
        GO TO 4000-EXIT
    END-IF.
    IF FB-FUNC-CHANGE
        PERFORM 4400-CHANGE-DEPT-ENTRY THRU 4400-EXIT
    ELSE
        PERFORM 4500-DEACTIVATE-DEPT-ENTRY THRU 4500-EXIT
    END-IF.
4000-EXIT.
    EXIT.

4100-LOAD-DEPTCTL.
    MOVE ZERO TO FB-DEPT-COUNT.
    SET FB-DEPT-NOT-EOF TO TRUE.
    SET FB-DEPT-NOT-TRUNCATED TO TRUE.
    SET FB-DEPT-NOT-IN-USE TO TRUE.
    OPEN INPUT DEPTCTL.
    IF NOT FB-DEPTCTL-OK
        IF FB-DEPTCTL-STATUS = "05"
            CLOSE DEPTCTL
        END-IF
        GO TO 4100-EXIT
    END-IF.
    SET FB-DEPT-IN-USE TO TRUE.
    PERFORM 4110-LOAD-DEPT-ENTRY THRU 4110-EXIT
        UNTIL FB-DEPT-EOF.
    CLOSE DEPTCTL.
4100-EXIT.
    EXIT.

4110-LOAD-DEPT-ENTRY.
    READ DEPTCTL
        AT END
            SET FB-DEPT-EOF TO TRUE
            GO TO 4110-EXIT
    END-READ.
    IF FB-DEPT-COUNT >= FB-DEPT-MAX
        DISPLAY "DEPTCTL EXCEEDS FB-DEPT-MAX - NOT MAINTAINABLE "
                "HERE"
        SET FB-DEPT-TRUNCATED TO TRUE
        SET FB-DEPT-EOF TO TRUE
        GO TO 4110-EXIT
    END-IF.
    ADD 1 TO FB-DEPT-COUNT.
    MOVE DEPTCTL-LINE TO FB-DEPT-ENTRY(FB-DEPT-COUNT).
4110-EXIT.
    EXIT.

4200-FIND-DEPT-ENTRY.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    SET FB-DEPT-IDX TO 1.
    PERFORM 4210-MATCH-DEPT-ENTRY THRU 4210-EXIT
        UNTIL FB-ENTRY-FOUND OR FB-DEPT-IDX > FB-DEPT-COUNT.
4200-EXIT.
    EXIT.

4210-MATCH-DEPT-ENTRY.
    IF FB-DEPT-ENTRY(FB-DEPT-IDX)(1:8) = FB-KEY-RAW
        SET FB-ENTRY-FOUND TO TRUE
    ELSE
        SET FB-DEPT-IDX UP BY 1
    END-IF.
4210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4300-ADD-DEPT-ENTRY - A NEW DEPARTMENT NEEDS A NAME AND A
*> DELIVERY FORMAT; IT IS ACTIVE UNLESS ANSWERED OTHERWISE.  THE
*> FIRST ENTRY CREATES DEPTCTL, WHICH PUTS THE REQUESTOR CONTROL
*> IN USE, SO THE OPERATOR IS TOLD.
*> ----------------------------------------------------------------
4300-ADD-DEPT-ENTRY.
    IF FB-DEPT-COUNT >= FB-DEPT-MAX
        DISPLAY "DEPTCTL IS FULL - REQUESTOR NOT ADDED."
        GO TO 4300-EXIT
    END-IF.
    MOVE SPACES TO FB-BEFORE-IMAGE.
    MOVE SPACES TO DEPT-CTL-RECORD.
    MOVE FB-KEY-RAW TO DCTL-REQUESTOR.
    MOVE "Y" TO DCTL-ACTIVE.
    PERFORM 4600-ASK-DEPT-FIELDS THRU 4600-EXIT.
    IF FB-EDIT-FAILED
        DISPLAY "REQUESTOR NOT ADDED."
        GO TO 4300-EXIT
    END-IF.
    ADD 1 TO FB-DEPT-COUNT.
    SET FB-DEPT-IDX TO FB-DEPT-COUNT.
    MOVE "ADD" TO FB-ACTION-TEXT.
    PERFORM 4700-STORE-DEPT-ENTRY THRU 4700-EXIT.
    IF FB-DEPT-NOT-IN-USE
        DISPLAY "DEPTCTL IS NOW IN USE - ONLY REQUESTORS LISTED ON "
                "IT ARE ACCEPTED."
        SET FB-DEPT-IN-USE TO TRUE
    END-IF.
4300-EXIT.
    EXIT.

4400-CHANGE-DEPT-ENTRY.
    MOVE FB-DEPT-ENTRY(FB-DEPT-IDX) TO FB-BEFORE-IMAGE.
    MOVE FB-DEPT-ENTRY(FB-DEPT-IDX) TO DEPT-CTL-RECORD.
    PERFORM 4600-ASK-DEPT-FIELDS THRU 4600-EXIT.
    IF FB-EDIT-FAILED
        DISPLAY "REQUESTOR NOT CHANGED."
        GO TO 4400-EXIT
    END-IF.
    MOVE "CHANGE" TO FB-ACTION-TEXT.
    PERFORM 4700-STORE-DEPT-ENTRY THRU 4700-EXIT.
4400-EXIT.
    EXIT.

4500-DEACTIVATE-DEPT-ENTRY.
    MOVE FB-DEPT-ENTRY(FB-DEPT-IDX) TO FB-BEFORE-IMAGE.
    MOVE FB-DEPT-ENTRY(FB-DEPT-IDX) TO DEPT-CTL-RECORD.
    MOVE "N" TO DCTL-ACTIVE.
    MOVE "DEACTIVATE" TO FB-ACTION-TEXT.
    PERFORM 4700-STORE-DEPT-ENTRY THRU 4700-EXIT.
4500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4600-ASK-DEPT-FIELDS - NAME, FORMAT AND ACTIVE FLAG.  A BLANK
*> REPLY KEEPS THE FIELD AS IT IS, BUT THE RESULT IS EDITED EITHER
*> WAY, SO AN ENTRY HAND-EDITED WITH A BAD VALUE MUST BE PUT RIGHT
*> BEFORE ANY CHANGE TO IT IS ACCEPTED.
*> ----------------------------------------------------------------
4600-ASK-DEPT-FIELDS.
    SET FB-EDIT-PASSED TO TRUE.
    DISPLAY "DEPARTMENT NAME (BLANK = KEEP " DCTL-NAME "): "
        WITH NO ADVANCING.
    MOVE SPACES TO FB-NAME-RAW.
    ACCEPT FB-NAME-RAW.
    IF FB-NAME-RAW NOT = SPACES
        MOVE FB-NAME-RAW TO DCTL-NAME
    END-IF.
    IF DCTL-NAME = SPACES
        DISPLAY "DEPARTMENT NAME IS REQUIRED."
        SET FB-EDIT-FAILED TO TRUE
        GO TO 4600-EXIT
    END-IF.
    DISPLAY "DELIVERY FORMAT CSV OR FIXED (BLANK = KEEP "
            DCTL-FORMAT "): " WITH NO ADVANCING.
    MOVE SPACES TO FB-REPLY-RAW.
    ACCEPT FB-REPLY-RAW.
    PERFORM 8900-FOLD-REPLY THRU 8900-EXIT.
    IF FB-REPLY-RAW NOT = SPACES
        MOVE FB-REPLY-RAW TO DCTL-FORMAT
    END-IF.
    IF DCTL-FORMAT NOT = "CSV" AND DCTL-FORMAT NOT = "FIXED"
        DISPLAY "DELIVERY FORMAT MUST BE CSV OR FIXED."
        SET FB-EDIT-FAILED TO TRUE
        GO TO 4600-EXIT
    END-IF.
    MOVE "ACTIVE"            TO FB-PROMPT-TEXT.
    MOVE DCTL-ACTIVE         TO FB-FLAG-CURRENT.
    PERFORM 8000-ASK-FLAG THRU 8000-EXIT.
    IF FB-EDIT-FAILED
        GO TO 4600-EXIT
    END-IF.
    MOVE FB-FLAG-VALUE       TO DCTL-ACTIVE.
4600-EXIT.
    EXIT.

4700-STORE-DEPT-ENTRY.
    MOVE DEPT-CTL-RECORD TO FB-AFTER-IMAGE.
    IF FB-AFTER-IMAGE = FB-BEFORE-IMAGE
        DISPLAY "NO CHANGE TO REQUESTOR " FB-KEY-RAW
                " - NOTHING WRITTEN."
        GO TO 4700-EXIT
    END-IF.
    MOVE DEPT-CTL-RECORD TO FB-DEPT-ENTRY(FB-DEPT-IDX).
    OPEN OUTPUT DEPTCTL.
    PERFORM 4710-WRITE-DEPT-ENTRY THRU 4710-EXIT
        VARYING FB-DEPT-IDX FROM 1 BY 1
        UNTIL FB-DEPT-IDX > FB-DEPT-COUNT.
    CLOSE DEPTCTL.
    MOVE "DEPTCTL" TO CJRN-FILE.
    PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
    DISPLAY "DEPTCTL " FB-ACTION-TEXT " DONE FOR REQUESTOR "
            FB-KEY-RAW.
4700-EXIT.
    EXIT.

4710-WRITE-DEPT-ENTRY.
    WRITE DEPTCTL-LINE FROM FB-DEPT-ENTRY(FB-DEPT-IDX).
4710-EXIT.
    EXIT.

4900-LIST-DEPTCTL.
    IF FB-DEPT-COUNT = ZERO
        DISPLAY "DEPTCTL HAS NO ENTRIES - THE CONTROL IS NOT IN USE."
        GO TO 4900-EXIT
    END-IF.
    DISPLAY MNT-DEPT-HEADING.
    PERFORM 4910-LIST-DEPT-ENTRY THRU 4910-EXIT
        VARYING FB-DEPT-IDX FROM 1 BY 1
        UNTIL FB-DEPT-IDX > FB-DEPT-COUNT.
    MOVE FB-DEPT-COUNT TO FB-COUNT-DISPLAY.
    DISPLAY FB-COUNT-DISPLAY " REQUESTOR(S) ON DEPTCTL.".
4900-EXIT.
    EXIT.

4910-LIST-DEPT-ENTRY.
    MOVE FB-DEPT-ENTRY(FB-DEPT-IDX) TO DEPT-CTL-RECORD.
    MOVE DCTL-REQUESTOR TO MNTD-REQUESTOR.
    MOVE DCTL-NAME      TO MNTD-NAME.
    MOVE DCTL-FORMAT    TO MNTD-FORMAT.
    MOVE DCTL-ACTIVE    TO MNTD-ACTIVE.
    DISPLAY MNT-DEPT-DETAIL.
4910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 7000-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF THE
*> CHANGE JUST WRITTEN TO CTLJRNL UNDER ONE DATE/TIME STAMP.  THE
*> CALLER SETS CJRN-FILE; FB-ACTION-TEXT SAYS WHAT WAS DONE.
*> ----------------------------------------------------------------
7000-WRITE-JOURNAL.
    ACCEPT CJRN-DATE FROM DATE YYYYMMDD.
    ACCEPT CJRN-TIME FROM TIME.
    MOVE FB-OPERATOR    TO CJRN-OPERATOR.
    MOVE FB-ACTION-TEXT TO CJRN-ACTION.
    OPEN EXTEND CTLJRNL.
    SET CJRN-BEFORE-IMAGE TO TRUE.
    MOVE FB-BEFORE-IMAGE TO CJRN-IMAGE.
    WRITE CTLJRNL-LINE FROM CTL-JOURNAL-RECORD.
    SET CJRN-AFTER-IMAGE TO TRUE.
    MOVE FB-AFTER-IMAGE TO CJRN-IMAGE.
    WRITE CTLJRNL-LINE FROM CTL-JOURNAL-RECORD.
    CLOSE CTLJRNL.
7000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 8000-ASK-FLAG - PROMPT FOR ONE Y/N FIELD, SHOWING ITS CURRENT
*> VALUE, WHICH A BLANK REPLY KEEPS.  A FLAG LEFT BLANK OR BAD BY
*> A HAND EDIT HAS ALWAYS MEANT "NOT Y", SO IT IS SHOWN AND KEPT
*> AS N.
*> ----------------------------------------------------------------
8000-ASK-FLAG.
    SET FB-EDIT-PASSED TO TRUE.
    IF FB-FLAG-CURRENT NOT = "Y"
        MOVE "N" TO FB-FLAG-CURRENT
    END-IF.
    DISPLAY FB-PROMPT-TEXT " Y/N (BLANK = " FB-FLAG-CURRENT "): "
        WITH NO ADVANCING.
    MOVE SPACES TO FB-REPLY-RAW.
    ACCEPT FB-REPLY-RAW.
    PERFORM 8900-FOLD-REPLY THRU 8900-EXIT.
    IF FB-REPLY-RAW = SPACES
        MOVE FB-FLAG-CURRENT TO FB-FLAG-VALUE
        GO TO 8000-EXIT
    END-IF.
    IF FB-REPLY-RAW = "Y" OR FB-REPLY-RAW = "N"
        MOVE FB-REPLY-RAW(1:1) TO FB-FLAG-VALUE
        GO TO 8000-EXIT
    END-IF.
    DISPLAY FB-PROMPT-TEXT " MUST BE Y OR N.".
    SET FB-EDIT-FAILED TO TRUE.
8000-EXIT.
    EXIT.

8900-FOLD-REPLY.
    INSPECT FB-REPLY-RAW
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
8900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 6000-WRITE-ERROR-RECORD - LOG A REFUSAL TO FIZZERR, THE SAME AS
*> FIZZ_BUZZ: THE FIRST CALL THIS RUN TRUNCATES THE FILE, LATER
*> CALLS EXTEND IT.
*> ----------------------------------------------------------------
6000-WRITE-ERROR-RECORD.
    IF FB-FIZZERR-NOT-OPENED
        OPEN OUTPUT FIZZERR
        SET FB-FIZZERR-OPENED TO TRUE
    ELSE
        OPEN EXTEND FIZZERR
    END-IF.
    ACCEPT FBERR-DATE FROM DATE YYYYMMDD.
    MOVE FB-ERROR-TEXT TO FBERR-MESSAGE.
    WRITE FIZZERR-LINE FROM FIZZERR-RECORD.
    CLOSE FIZZERR.
6000-EXIT.
    EXIT.
