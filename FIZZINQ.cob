*>                    THAT DATE AND ALWAYS COMPUTES, BYPASSING THE
*>                    FIZZMST MASTER - STORED ANSWERS BELONG TO THE
*>                    RUN THAT WROTE THEM, NOT TO THE ASKED DATE.
*>   2026-10-15  RLM  RULECTL RULE TYPES (DIGIT-CONTAINS, VALUE
*>                    BAND, EXCLUSION) ARE EDITED AND LOADED THE
*>                    SAME AS FIZZ_BUZZ, SO AN INQUIRY ANSWERS THE
*>                    SAME AS THE BATCH RUN.
*>   2026-10-15  RLM  NEW BROWSE MODE: "B" AT THE NUMBER PROMPT
*>                    TAKES A STARTING NUMBER, AN OPTIONAL ENDING
*>                    NUMBER AND AN OPTIONAL CATEGORY TEXT OR CODE,
*>                    AND PAGES FORWARD AND BACK THROUGH FIZZMST A
*>                    SCREENFUL AT A TIME SHOWING EACH NUMBER, ITS
*>                    CATEGORY AND FZM-RUN-ID.  THE BROWSE CAN BE
*>                    PRINTED TO BRWRPT FOR THE REQUESTOR.  IT IS
*>                    COVERED BY THE INQUIRY AUTHORITY ALREADY
*>                    CHECKED ON AUTHCTL, AND EACH SESSION IS LOGGED
*>                    TO AUDITLOG WITH ITS RANGE AND FILTER.
*>                    FIZZMST IS NOW OPENED FOR DYNAMIC ACCESS.
*>   2026-10-15  RLM  THE BROWSE FILTER IS NOW LOGGED IN FULL (AUD-BRW-
*>                    FILTER WIDENED TO 27 INTO THE UNUSED END OF THE
*>                    AUDITLOG LINE); A LONGER CATEGORY TEXT IS REFUSED
*>                    AND THE OPERATOR TOLD TO FILTER BY CODE.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
                            FILE STATUS IS FB-RULECTL-STATUS.
            SELECT OPTIONAL FIZZMST  ASSIGN TO "FIZZMST"
                            ORGANIZATION INDEXED
                            ACCESS MODE DYNAMIC
                            RECORD KEY FZM-CNT
                            FILE STATUS IS FB-FIZZMST-STATUS.
            SELECT OPTIONAL AUTHCTL  ASSIGN TO "AUTHCTL"
            SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUDITLOG-STATUS.
            SELECT BRWRPT   ASSIGN TO "BRWRPT"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                         DIVISION.
    FILE                     SECTION.
        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).

        FD  BRWRPT.
            01 BRWRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBRULES.
        COPY FBCATG.
        01 FB-RULE-DATES-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-DATES-VALID                VALUE "Y".
            88 FB-RULE-DATES-INVALID              VALUE "N".
        01 FB-RULE-TYPE-SW             PIC X(01) VALUE "Y".
            88 FB-RULE-TYPE-VALID                 VALUE "Y".
            88 FB-RULE-TYPE-INVALID               VALUE "N".
        01 FB-RULE-REJECT-TEXT         PIC X(60).

*> ----------------------------------------------------------------
*> BROWSE.  FIZZMST IS READ FORWARD ONLY; PAGING BACK RE-STARTS
*> THE FILE AT THE FIRST NUMBER OF THE EARLIER PAGE, KEPT IN
*> FB-BRW-PAGE-TABLE AS EACH PAGE IS FIRST SHOWN.
*> ----------------------------------------------------------------
        01 FB-BRW-START-RAW            PIC X(09) JUSTIFIED RIGHT.
        01 FB-BRW-END-RAW              PIC X(09) JUSTIFIED RIGHT.
        01 FB-BRW-CODE-RAW             PIC X(07) JUSTIFIED RIGHT.
        01 FB-BRW-START                PIC 9(09).
        01 FB-BRW-END                  PIC 9(09).
        01 FB-BRW-FILTER               PIC X(40).
        01 FB-BRW-FILTER-UPPER         PIC X(40).
        01 FB-BRW-FILTER-CODE          PIC 9(07).
        01 FB-BRW-CATEGORY-UPPER       PIC X(40).
        01 FB-BRW-FILTER-SW            PIC X(01) VALUE "N".
            88 FB-BRW-FILTER-NONE                 VALUE "N".
            88 FB-BRW-FILTER-CODE-SET             VALUE "C".
            88 FB-BRW-FILTER-TEXT-SET             VALUE "T".
        01 FB-BRW-RANGE-SW             PIC X(01) VALUE "Y".
            88 FB-BRW-RANGE-VALID                 VALUE "Y".
            88 FB-BRW-RANGE-CANCELLED             VALUE "N".
        01 FB-BRW-SESSION-SW           PIC X(01) VALUE "N".
            88 FB-BRW-SESSION-DONE                VALUE "Y".
            88 FB-BRW-SESSION-OPEN                VALUE "N".
        01 FB-BRW-READ-EOF-SW          PIC X(01) VALUE "N".
            88 FB-BRW-READ-EOF                    VALUE "Y".
            88 FB-BRW-READ-NOT-EOF                VALUE "N".
        01 FB-BRW-SELECT-SW            PIC X(01) VALUE "N".
            88 FB-BRW-SELECTED                    VALUE "Y".
            88 FB-BRW-NOT-SELECTED                VALUE "N".
        01 FB-BRW-MORE-SW              PIC X(01) VALUE "N".
            88 FB-BRW-MORE                        VALUE "Y".
            88 FB-BRW-NO-MORE                     VALUE "N".
        01 FB-BRW-PRINTED-SW           PIC X(01) VALUE "N".
            88 FB-BRW-PRINTED                     VALUE "Y".
            88 FB-BRW-NOT-PRINTED                 VALUE "N".
        01 FB-BRWRPT-OPENED-SW         PIC X(01) VALUE "N".
            88 FB-BRWRPT-OPENED                   VALUE "Y".
            88 FB-BRWRPT-NOT-OPENED               VALUE "N".
        01 FB-BRW-COMMAND              PIC X(01).
            88 FB-BRW-FORWARD                     VALUE "F" "f".
            88 FB-BRW-BACK                        VALUE "B" "b".
            88 FB-BRW-PRINT                       VALUE "P" "p".
            88 FB-BRW-QUIT                        VALUE "Q" "q".
        01 FB-BRW-PAGE-SIZE            PIC 9(02) COMP VALUE 15.
        01 FB-BRW-LINES-SHOWN          PIC 9(02) COMP VALUE ZERO.
        01 FB-BRW-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
        01 FB-BRW-PAGE-MAX             PIC 9(03) COMP VALUE 500.
        01 FB-BRW-PAGE-TABLE.
            05 FB-BRW-PAGE-KEY         PIC 9(09) OCCURS 500 TIMES.
        01 FB-BRW-LISTED-COUNT         PIC 9(09) COMP VALUE ZERO.
        01 FB-BRW-PAGE-DISPLAY         PIC ZZ9.

        01 BRW-HEADING-LINE.
            05 FILLER                  PIC X(11) VALUE "   NUMBER".
            05 FILLER                  PIC X(09) VALUE "   CODE".
            05 FILLER                  PIC X(42) VALUE "CATEGORY".
            05 FILLER                  PIC X(14) VALUE "RUN-ID".

        01 BRW-DETAIL-LINE.
            05 BRWD-NUMBER             PIC Z(8)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 BRWD-CODE               PIC Z(6)9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 BRWD-CATEGORY           PIC X(40).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 BRWD-RUN-ID             PIC X(14).

        01 BRW-REPORT-HEADER.
            05 FILLER                  PIC X(26)
              VALUE "FIZZMST BROWSE LISTING".
            05 FILLER                  PIC X(09) VALUE "OPERATOR ".
            05 BRWH-OPERATOR           PIC X(08).
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 BRWH-DATE               PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 BRWH-TIME               PIC X(06).

        01 BRW-REPORT-RANGE.
            05 FILLER                  PIC X(08) VALUE "NUMBERS ".
            05 BRWH-START              PIC Z(8)9.
            05 FILLER                  PIC X(04) VALUE " TO ".
            05 BRWH-END                PIC Z(8)9.
            05 FILLER                  PIC X(10) VALUE "  FILTER ".
            05 BRWH-FILTER             PIC X(40).

        01 BRW-REPORT-TOTAL.
            05 FILLER                  PIC X(15) VALUE "NUMBERS LISTED".
            05 BRWT-COUNT              PIC Z(8)9.

PROCEDURE                   DIVISION.
MAIN                    SECTION.
        SET FB-RULE-EOF TO TRUE
        GO TO 1020-EXIT
    END-IF.
    PERFORM 1022-EDIT-RULE-TYPE THRU 1022-EXIT.
    IF FB-RULE-TYPE-INVALID
        DISPLAY FB-RULE-REJECT-TEXT
        PERFORM 1010-READ-RULE-RECORD THRU 1010-EXIT
        GO TO 1020-EXIT
    END-IF.
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
*> 1025-CHECK-RULE-IN-FORCE - THE SAME IN-FORCE TEST THE BATCH
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

*> ----------------------------------------------------------------
*> 2000-INQUIRE-NUMBER - PROMPT THE OPERATOR FOR ONE NUMBER,
*> CLASSIFY IT, AND ASK WHETHER TO GO AGAIN.  A BLANK ENTRY ALSO
*> ENDS THE TRANSACTION, THE SAME AS ANSWERING "N".  "B" INSTEAD
*> OF A NUMBER STARTS A BROWSE OF THE FIZZMST MASTER (4000).
*> ----------------------------------------------------------------
2000-INQUIRE-NUMBER.
    DISPLAY "ENTER A NUMBER, B TO BROWSE (BLANK TO QUIT): "
        WITH NO ADVANCING.
    ACCEPT FB-N-RAW.
    IF FB-N-RAW = SPACES
        SET FB-ANSWER-DONE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    IF FB-N-RAW(1:8) = SPACES
       AND (FB-N-RAW(9:1) = "B" OR FB-N-RAW(9:1) = "b")
        PERFORM 4000-BROWSE-MASTER THRU 4000-EXIT
        GO TO 2000-EXIT
    END-IF.
    INSPECT FB-N-RAW REPLACING LEADING SPACE BY ZERO.
    IF FB-N-RAW NOT NUMERIC
        DISPLAY "NOT A VALID NUMBER - TRY AGAIN."
    END-READ.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-BROWSE-MASTER - ONE BROWSE SESSION: A STARTING NUMBER, AN
*> OPTIONAL ENDING NUMBER, AND AN OPTIONAL CATEGORY FILTER (THE
*> CATEGORY TEXT, IN ANY CASE, OR THE NUMERIC CATEGORY CODE), THEN
*> A SCREENFUL AT A TIME OF EACH NUMBER ON FIZZMST IN THAT RANGE
*> WITH ITS CATEGORY AND THE RUN THAT WROTE IT.  A BROWSE SHOWS
*> ONLY STORED ANSWERS - NOTHING IS COMPUTED, AND AN AS-OF DATE
*> DOES NOT APPLY.  IT IS PART OF FIZZINQ, SO THE INQUIRY
*> AUTHORITY CHECKED AT STARTUP COVERS IT.  EVERY SESSION THAT
*> GETS AS FAR AS A VALID RANGE IS LOGGED TO AUDITLOG (4800).
*> ----------------------------------------------------------------
4000-BROWSE-MASTER.
    IF FB-MASTER-NOT-OPEN
        DISPLAY "FIZZMST MASTER NOT AVAILABLE - NOTHING TO BROWSE"
        GO TO 4000-EXIT
    END-IF.
    PERFORM 4100-ASK-BROWSE-RANGE THRU 4100-EXIT.
    IF FB-BRW-RANGE-CANCELLED
        GO TO 4000-EXIT
    END-IF.
    SET FB-BRW-SESSION-OPEN TO TRUE.
    SET FB-BRW-NOT-PRINTED TO TRUE.
    MOVE 1 TO FB-BRW-PAGE-NO.
    MOVE FB-BRW-START TO FB-BRW-PAGE-KEY(1).
    PERFORM 4300-SHOW-PAGE THRU 4300-EXIT.
    PERFORM 4400-TAKE-COMMAND THRU 4400-EXIT
        UNTIL FB-BRW-SESSION-DONE.
    PERFORM 4800-LOG-BROWSE THRU 4800-EXIT.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4100-ASK-BROWSE-RANGE - EDIT THE RANGE AND FILTER THE SAME WAY
*> A SINGLE NUMBER IS EDITED.  A BLANK ENDING NUMBER BROWSES TO
*> THE END OF THE FILE.  A FILTER OF DIGITS ONLY IS A CATEGORY
*> CODE; ANYTHING ELSE IS CATEGORY TEXT, WHICH MAY BE NO LONGER
*> THAN AUD-BRW-FILTER SO THE SESSION IS LOGGED WITH ITS WHOLE
*> FILTER - A LONGER CATEGORY IS BROWSED BY ITS CODE.
*> ----------------------------------------------------------------
4100-ASK-BROWSE-RANGE.
    SET FB-BRW-RANGE-CANCELLED TO TRUE.
    DISPLAY "BROWSE FROM NUMBER (BLANK TO CANCEL): "
        WITH NO ADVANCING.
    ACCEPT FB-BRW-START-RAW.
    IF FB-BRW-START-RAW = SPACES
        GO TO 4100-EXIT
    END-IF.
    INSPECT FB-BRW-START-RAW REPLACING LEADING SPACE BY ZERO.
    IF FB-BRW-START-RAW NOT NUMERIC
        DISPLAY "NOT A VALID NUMBER - BROWSE CANCELLED."
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-BRW-START-RAW TO FB-BRW-START.
    DISPLAY "BROWSE TO NUMBER (BLANK = END OF FILE): "
        WITH NO ADVANCING.
    ACCEPT FB-BRW-END-RAW.
    IF FB-BRW-END-RAW = SPACES
        MOVE ALL "9" TO FB-BRW-END-RAW
    END-IF.
    INSPECT FB-BRW-END-RAW REPLACING LEADING SPACE BY ZERO.
    IF FB-BRW-END-RAW NOT NUMERIC
        DISPLAY "NOT A VALID NUMBER - BROWSE CANCELLED."
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-BRW-END-RAW TO FB-BRW-END.
    IF FB-BRW-END < FB-BRW-START
        DISPLAY "ENDING NUMBER IS BELOW THE STARTING NUMBER - "
                "BROWSE CANCELLED."
        GO TO 4100-EXIT
    END-IF.
    DISPLAY "CATEGORY TEXT OR CODE (BLANK = ALL): "
        WITH NO ADVANCING.
    ACCEPT FB-BRW-FILTER.
    SET FB-BRW-RANGE-VALID TO TRUE.
    SET FB-BRW-FILTER-NONE TO TRUE.
    IF FB-BRW-FILTER = SPACES
        GO TO 4100-EXIT
    END-IF.
    IF FB-BRW-FILTER(8:33) = SPACES
        MOVE SPACES TO FB-BRW-CODE-RAW
        UNSTRING FB-BRW-FILTER DELIMITED BY ALL " "
            INTO FB-BRW-CODE-RAW
        END-UNSTRING
        INSPECT FB-BRW-CODE-RAW REPLACING LEADING SPACE BY ZERO
        IF FB-BRW-CODE-RAW NUMERIC
            MOVE FB-BRW-CODE-RAW TO FB-BRW-FILTER-CODE
            SET FB-BRW-FILTER-CODE-SET TO TRUE
            GO TO 4100-EXIT
        END-IF
    END-IF.
    IF FB-BRW-FILTER(28:13) NOT = SPACES
        DISPLAY "CATEGORY TEXT LONGER THAN 27 CHARACTERS - FILTER BY "
                "THE NUMERIC CODE.  BROWSE CANCELLED."
        SET FB-BRW-RANGE-CANCELLED TO TRUE
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-BRW-FILTER TO FB-BRW-FILTER-UPPER.
    INSPECT FB-BRW-FILTER-UPPER
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    SET FB-BRW-FILTER-TEXT-SET TO TRUE.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4300-SHOW-PAGE - SHOW PAGE FB-BRW-PAGE-NO FROM ITS FIRST NUMBER,
*> THEN LOOK ONE SELECTED NUMBER AHEAD: IF THERE IS ONE, IT IS THE
*> FIRST NUMBER OF THE NEXT PAGE.
*> ----------------------------------------------------------------
4300-SHOW-PAGE.
    MOVE FB-BRW-PAGE-NO TO FB-BRW-PAGE-DISPLAY.
    DISPLAY " ".
    DISPLAY "FIZZMST BROWSE - PAGE " FB-BRW-PAGE-DISPLAY.
    DISPLAY BRW-HEADING-LINE.
    MOVE FB-BRW-PAGE-KEY(FB-BRW-PAGE-NO) TO FZM-CNT.
    PERFORM 4500-START-BROWSE THRU 4500-EXIT.
    MOVE ZERO TO FB-BRW-LINES-SHOWN.
    SET FB-BRW-NO-MORE TO TRUE.
    PERFORM 4310-SHOW-ONE-LINE THRU 4310-EXIT
        UNTIL FB-BRW-READ-EOF
           OR FB-BRW-LINES-SHOWN >= FB-BRW-PAGE-SIZE.
    IF FB-BRW-LINES-SHOWN = ZERO
        DISPLAY "NO NUMBERS ON FIZZMST IN THIS RANGE MATCH THE FILTER"
        GO TO 4300-EXIT
    END-IF.
    IF FB-BRW-READ-EOF
        GO TO 4300-EXIT
    END-IF.
    PERFORM 4520-READ-NEXT-SELECTED THRU 4520-EXIT.
    IF FB-BRW-NOT-SELECTED
        GO TO 4300-EXIT
    END-IF.
    IF FB-BRW-PAGE-NO >= FB-BRW-PAGE-MAX
        DISPLAY "BROWSE PAGE LIMIT REACHED - NARROW THE RANGE OR "
                "PRINT IT"
        GO TO 4300-EXIT
    END-IF.
    SET FB-BRW-MORE TO TRUE.
    MOVE FZM-CNT TO FB-BRW-PAGE-KEY(FB-BRW-PAGE-NO + 1).
4300-EXIT.
    EXIT.

4310-SHOW-ONE-LINE.
    PERFORM 4520-READ-NEXT-SELECTED THRU 4520-EXIT.
    IF FB-BRW-NOT-SELECTED
        GO TO 4310-EXIT
    END-IF.
    PERFORM 4550-BUILD-DETAIL-LINE THRU 4550-EXIT.
    DISPLAY BRW-DETAIL-LINE.
    ADD 1 TO FB-BRW-LINES-SHOWN.
4310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4400-TAKE-COMMAND - F PAGES FORWARD, B BACK, P PRINTS THE WHOLE
*> BROWSE TO BRWRPT, Q ENDS THE SESSION.  A BLANK REPLY GOES
*> FORWARD WHILE THERE IS MORE TO SEE, AND QUITS AT THE END.
*> ----------------------------------------------------------------
4400-TAKE-COMMAND.
    IF FB-BRW-MORE
        DISPLAY "F = FORWARD, B = BACK, P = PRINT, Q = QUIT "
                "(BLANK = F): " WITH NO ADVANCING
    ELSE
        DISPLAY "END OF BROWSE.  B = BACK, P = PRINT, Q = QUIT "
                "(BLANK = Q): " WITH NO ADVANCING
    END-IF.
    ACCEPT FB-BRW-COMMAND.
    IF FB-BRW-COMMAND = SPACE
        IF FB-BRW-MORE
            MOVE "F" TO FB-BRW-COMMAND
        ELSE
            MOVE "Q" TO FB-BRW-COMMAND
        END-IF
    END-IF.
    IF FB-BRW-QUIT
        SET FB-BRW-SESSION-DONE TO TRUE
        GO TO 4400-EXIT
    END-IF.
    IF FB-BRW-PRINT
        PERFORM 4600-PRINT-BROWSE THRU 4600-EXIT
        GO TO 4400-EXIT
    END-IF.
    IF FB-BRW-FORWARD
        IF FB-BRW-NO-MORE
            DISPLAY "ALREADY AT THE END OF THE BROWSE."
            GO TO 4400-EXIT
        END-IF
        ADD 1 TO FB-BRW-PAGE-NO
        PERFORM 4300-SHOW-PAGE THRU 4300-EXIT
        GO TO 4400-EXIT
    END-IF.
    IF FB-BRW-BACK
        IF FB-BRW-PAGE-NO = 1
            DISPLAY "ALREADY AT THE START OF THE BROWSE."
            GO TO 4400-EXIT
        END-IF
        SUBTRACT 1 FROM FB-BRW-PAGE-NO
        PERFORM 4300-SHOW-PAGE THRU 4300-EXIT
        GO TO 4400-EXIT
    END-IF.
    DISPLAY "NOT A VALID REPLY - TRY AGAIN.".
4400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4500-START-BROWSE - POSITION FIZZMST AT THE FIRST NUMBER NOT
*> BELOW FZM-CNT.
*> ----------------------------------------------------------------
4500-START-BROWSE.
    SET FB-BRW-READ-NOT-EOF TO TRUE.
    START FIZZMST KEY IS NOT LESS THAN FZM-CNT
        INVALID KEY SET FB-BRW-READ-EOF TO TRUE
    END-START.
4500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4520-READ-NEXT-SELECTED - READ FORWARD TO THE NEXT NUMBER THAT
*> PASSES THE FILTER.  PASSING THE ENDING NUMBER IS THE END OF THE
*> BROWSE, THE SAME AS THE END OF THE FILE.
*> ----------------------------------------------------------------
4520-READ-NEXT-SELECTED.
    SET FB-BRW-NOT-SELECTED TO TRUE.
    PERFORM 4530-READ-NEXT-MASTER THRU 4530-EXIT
        UNTIL FB-BRW-READ-EOF OR FB-BRW-SELECTED.
4520-EXIT.
    EXIT.

4530-READ-NEXT-MASTER.
    READ FIZZMST NEXT RECORD
        AT END
            SET FB-BRW-READ-EOF TO TRUE
            GO TO 4530-EXIT
    END-READ.
    IF FZM-CNT > FB-BRW-END
        SET FB-BRW-READ-EOF TO TRUE
        GO TO 4530-EXIT
    END-IF.
    PERFORM 4540-APPLY-FILTER THRU 4540-EXIT.
4530-EXIT.
    EXIT.

4540-APPLY-FILTER.
    IF FB-BRW-FILTER-NONE
        SET FB-BRW-SELECTED TO TRUE
        GO TO 4540-EXIT
    END-IF.
    IF FB-BRW-FILTER-CODE-SET
        IF FZM-CATEGORY-CODE = FB-BRW-FILTER-CODE
            SET FB-BRW-SELECTED TO TRUE
        END-IF
        GO TO 4540-EXIT
    END-IF.
    MOVE FZM-CATEGORY-TEXT TO FB-BRW-CATEGORY-UPPER.
    INSPECT FB-BRW-CATEGORY-UPPER
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF FB-BRW-CATEGORY-UPPER = FB-BRW-FILTER-UPPER
        SET FB-BRW-SELECTED TO TRUE
    END-IF.
4540-EXIT.
    EXIT.

4550-BUILD-DETAIL-LINE.
    MOVE FZM-CNT           TO BRWD-NUMBER.
    MOVE FZM-CATEGORY-CODE TO BRWD-CODE.
    MOVE FZM-CATEGORY-TEXT TO BRWD-CATEGORY.
    MOVE FZM-RUN-ID        TO BRWD-RUN-ID.
4550-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4600-PRINT-BROWSE - LIST THE WHOLE BROWSE - EVERY SELECTED
*> NUMBER IN THE RANGE, NOT JUST THE PAGE ON THE SCREEN - TO
*> BRWRPT FOR THE REQUESTOR, UNDER A HEADING THAT SAYS WHO ASKED
*> FOR WHAT.  THE FIRST LISTING THIS SESSION STARTS A FRESH
*> BRWRPT, LATER ONES ARE ADDED TO IT.  THE SCREEN PAGE IS
*> UNAFFECTED: EVERY PAGE RE-STARTS THE FILE AT ITS OWN KEY.
*> ----------------------------------------------------------------
4600-PRINT-BROWSE.
    IF FB-BRWRPT-NOT-OPENED
        OPEN OUTPUT BRWRPT
        SET FB-BRWRPT-OPENED TO TRUE
    ELSE
        OPEN EXTEND BRWRPT
    END-IF.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT BRWH-OPERATOR FROM ENVIRONMENT-VALUE.
    ACCEPT BRWH-DATE FROM DATE YYYYMMDD.
    ACCEPT BRWH-TIME FROM TIME.
    MOVE FB-BRW-START TO BRWH-START.
    MOVE FB-BRW-END TO BRWH-END.
    IF FB-BRW-FILTER-NONE
        MOVE "(ALL CATEGORIES)" TO BRWH-FILTER
    ELSE
        MOVE FB-BRW-FILTER TO BRWH-FILTER
    END-IF.
    WRITE BRWRPT-LINE FROM BRW-REPORT-HEADER.
    WRITE BRWRPT-LINE FROM BRW-REPORT-RANGE.
    MOVE SPACES TO BRWRPT-LINE.
    WRITE BRWRPT-LINE.
    WRITE BRWRPT-LINE FROM BRW-HEADING-LINE.
    MOVE ZERO TO FB-BRW-LISTED-COUNT.
    MOVE FB-BRW-START TO FZM-CNT.
    PERFORM 4500-START-BROWSE THRU 4500-EXIT.
    PERFORM 4610-PRINT-ONE-LINE THRU 4610-EXIT
        UNTIL FB-BRW-READ-EOF.
    MOVE SPACES TO BRWRPT-LINE.
    WRITE BRWRPT-LINE.
    MOVE FB-BRW-LISTED-COUNT TO BRWT-COUNT.
    WRITE BRWRPT-LINE FROM BRW-REPORT-TOTAL.
    MOVE SPACES TO BRWRPT-LINE.
    WRITE BRWRPT-LINE.
    CLOSE BRWRPT.
    SET FB-BRW-PRINTED TO TRUE.
    DISPLAY "BROWSE PRINTED TO BRWRPT -" BRWT-COUNT " NUMBERS".
4600-EXIT.
    EXIT.

4610-PRINT-ONE-LINE.
    PERFORM 4520-READ-NEXT-SELECTED THRU 4520-EXIT.
    IF FB-BRW-NOT-SELECTED
        GO TO 4610-EXIT
    END-IF.
    PERFORM 4550-BUILD-DETAIL-LINE THRU 4550-EXIT.
    WRITE BRWRPT-LINE FROM BRW-DETAIL-LINE.
    ADD 1 TO FB-BRW-LISTED-COUNT.
4610-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4800-LOG-BROWSE - ONE AUDITLOG RECORD PER BROWSE SESSION WITH
*> ITS RANGE AND FILTER (SEE FBAUDIT), STATUS "BROWSE", OR
*> "BRWPRINT" WHEN THE BROWSE WAS ALSO PRINTED, SO THE MONTHLY
*> RECONCILIATION CAN SHOW WHO LOOKED AT WHAT AND WHAT LEFT THE
*> TERMINAL ON PAPER.
*> ----------------------------------------------------------------
4800-LOG-BROWSE.
    DISPLAY "USER" UPON ENVIRONMENT-NAME.
    ACCEPT AUD-OPERATOR FROM ENVIRONMENT-VALUE.
    ACCEPT FB-AUDIT-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-AUDIT-TIME FROM TIME.
    MOVE FB-AUDIT-DATE TO AUD-RUN-ID(1:8).
    MOVE FB-AUDIT-TIME TO AUD-RUN-ID(9:6).
    MOVE FB-BRW-START TO AUD-N.
    IF FB-BRW-PRINTED
        MOVE "BRWPRINT" TO AUD-STATUS
    ELSE
        MOVE "BROWSE" TO AUD-STATUS
    END-IF.
    MOVE FB-BRW-END TO AUD-BRW-END.
    MOVE FB-BRW-FILTER TO AUD-BRW-FILTER.
    OPEN EXTEND AUDITLOG.
    WRITE AUDITLOG-LINE FROM AUDIT-BROWSE-RECORD.
    CLOSE AUDITLOG.
4800-EXIT.
    EXIT.
