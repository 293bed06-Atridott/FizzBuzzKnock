IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZACK.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - EXTRACT ACKNOWLEDGMENT RECONCILIATION.
*>                    FIZZDST LOGS EVERY TRANOUT.<REQUESTOR> EXTRACT
*>                    IT CUTS ON XMITLOG (DEPARTMENT, RUN DATE, FILE
*>                    NAME, RECORD COUNT, HASH TOTAL); EACH
*>                    DEPARTMENT SENDS BACK AN ACKNOWLEDGMENT
*>                    ECHOING THE COUNT AND HASH IT RECEIVED, AND
*>                    THE ACKNOWLEDGMENTS ARE GATHERED ON XMITACK.
*>                    FIZZACK MATCHES THE TWO AND PRINTS ACKRPT:
*>                    EXTRACTS NEVER ACKNOWLEDGED WITHIN THE ACKCTL
*>                    GRACE PERIOD, EXTRACTS ACKNOWLEDGED LATE,
*>                    ACKNOWLEDGMENTS WHOSE COUNT OR HASH DOES NOT
*>                    MATCH WHAT WAS SENT, AND ACKNOWLEDGMENTS FOR
*>                    NO LOGGED EXTRACT - SO "WE NEVER GOT TUESDAY'S
*>                    FILE" IS ANSWERED FROM THE SYSTEM.  RETURN
*>                    CODE 4 WHEN ANY EXCEPTION IS LISTED.
*>   2026-10-15  RLM  AN ACKNOWLEDGMENT WHOSE RECEIVED DATE OR RUN DATE
*>                    IS BLANK, NON-NUMERIC OR NOT A REAL DATE IS NOW
*>                    HELD AS A STRAY INSTEAD OF BEING COUNTED
*>                    ACKNOWLEDGED ON TIME.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL ACKCTL   ASSIGN TO "ACKCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-ACKCTL-STATUS.
            SELECT OPTIONAL XMITLOG  ASSIGN TO "XMITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-XMITLOG-STATUS.
            SELECT OPTIONAL XMITACK  ASSIGN TO "XMITACK"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-XMITACK-STATUS.
            SELECT ACKRPT   ASSIGN TO "ACKRPT"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  ACKCTL.
            COPY FBACKC.

        FD  XMITLOG.
            01 XMITLOG-LINE PIC X(58).

        FD  XMITACK.
            01 XMITACK-LINE PIC X(50).

        FD  ACKRPT.
            01 ACKRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBXMIT.
        COPY FBXACK.

        01 FB-ACKCTL-STATUS            PIC X(02).
            88 FB-ACKCTL-OK                       VALUE "00".
        01 FB-XMITLOG-STATUS           PIC X(02).
            88 FB-XMITLOG-OK                      VALUE "00".
        01 FB-XMITACK-STATUS           PIC X(02).
            88 FB-XMITACK-OK                      VALUE "00".

        01 FB-SWITCHES.
            05 FB-XMIT-EOF-SW          PIC X(01) VALUE "N".
                88 FB-XMIT-EOF                   VALUE "Y".
                88 FB-XMIT-NOT-EOF               VALUE "N".
            05 FB-ACK-EOF-SW           PIC X(01) VALUE "N".
                88 FB-ACK-EOF                    VALUE "Y".
                88 FB-ACK-NOT-EOF                VALUE "N".

        01 FB-SENT-TABLE.
            05 FB-SENT-ENTRY           OCCURS 2000 TIMES
                                       INDEXED BY FB-SENT-IDX.
                10 FB-SENT-REQUESTOR   PIC X(08).
                10 FB-SENT-RUN-DATE    PIC X(08).
                10 FB-SENT-DSN         PIC X(16).
                10 FB-SENT-COUNT       PIC 9(09).
                10 FB-SENT-HASH        PIC 9(13).
                10 FB-SENT-ACK-SW      PIC X(01).
                    88 FB-SENT-ACKED             VALUE "Y".
                    88 FB-SENT-NOT-ACKED         VALUE "N".
                10 FB-SENT-ACK-COUNT   PIC 9(09).
                10 FB-SENT-ACK-HASH    PIC 9(13).
                10 FB-SENT-ACK-DATE    PIC X(08).
        01 FB-SENT-USED                PIC 9(04) COMP VALUE ZERO.
        01 FB-SENT-MAX                 PIC 9(04) COMP VALUE 2000.
        01 FB-SENT-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-SENT-FOUND                      VALUE "Y".
            88 FB-SENT-NOT-FOUND                  VALUE "N".

        01 FB-STRAY-TABLE.
            05 FB-STRAY-ENTRY          OCCURS 200 TIMES
                                       INDEXED BY FB-STRAY-IDX.
                10 FB-STRAY-RECORD     PIC X(50).
        01 FB-STRAY-USED               PIC 9(03) COMP VALUE ZERO.
        01 FB-STRAY-MAX                PIC 9(03) COMP VALUE 200.

        01 FB-GRACE-DAYS               PIC 9(03) VALUE 1.
        01 FB-LOOKBACK-DAYS            PIC 9(03) VALUE ZERO.
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-TODAY-INT                PIC 9(08) COMP VALUE ZERO.
        01 FB-CUTOFF-INT               PIC 9(08) COMP VALUE ZERO.
        01 FB-DATE-NUM                 PIC 9(08) VALUE ZERO.
        01 FB-DATE-PARTS REDEFINES FB-DATE-NUM.
            05 FB-DATE-YEAR            PIC 9(04).
            05 FB-DATE-MONTH           PIC 9(02).
            05 FB-DATE-DAY             PIC 9(02).
        01 FB-ROUND-TRIP               PIC 9(08) VALUE ZERO.
        01 FB-DATE-INT                 PIC 9(08) COMP VALUE ZERO.
        01 FB-DAYS                     PIC S9(06) COMP VALUE ZERO.
        01 FB-LATE-SW                  PIC X(01) VALUE "N".
            88 FB-IS-LATE                         VALUE "Y".
            88 FB-IS-NOT-LATE                     VALUE "N".
        01 FB-MISMATCH-SW              PIC X(01) VALUE "N".
            88 FB-IS-MISMATCH                     VALUE "Y".
            88 FB-IS-NOT-MISMATCH                 VALUE "N".

        01 FB-ACK-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
        01 FB-DUPLICATE-COUNT          PIC 9(09) COMP VALUE ZERO.
        01 FB-ON-TIME-COUNT            PIC 9(09) COMP VALUE ZERO.
        01 FB-LATE-COUNT               PIC 9(09) COMP VALUE ZERO.
        01 FB-MISMATCH-COUNT           PIC 9(09) COMP VALUE ZERO.
        01 FB-UNACKED-COUNT            PIC 9(09) COMP VALUE ZERO.
        01 FB-AWAITING-COUNT           PIC 9(09) COMP VALUE ZERO.
        01 FB-STRAY-COUNT              PIC 9(09) COMP VALUE ZERO.
        01 FB-EXCEPTION-COUNT          PIC 9(09) COMP VALUE ZERO.

        01 ACK-HEADING-1.
            05 FILLER                  PIC X(38)
                     VALUE "EXTRACT ACKNOWLEDGMENT RECONCILIATION".
            05 FILLER                  PIC X(07) VALUE SPACES.
            05 ACKH-DATE               PIC X(08).
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(05) VALUE "PAGE ".
            05 ACKH-PAGE               PIC ZZ9.

        01 ACK-SECTION-LINE.
            05 ACKS-TEXT               PIC X(80).

        01 ACK-EXTRACT-HEADING.
            05 FILLER                  PIC X(10) VALUE "REQUESTOR".
            05 FILLER                  PIC X(10) VALUE "RUN DATE".
            05 FILLER                  PIC X(18) VALUE "FILE".
            05 FILLER                  PIC X(06) VALUE "  DAYS".
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 FILLER                  PIC X(30) VALUE "EXCEPTION".

        01 ACK-EXTRACT-LINE.
            05 ACKE-REQUESTOR          PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKE-RUN-DATE           PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKE-DSN                PIC X(16).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKE-DAYS               PIC ZZZZZ9-.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKE-RESULT             PIC X(30).

        01 ACK-AMOUNT-LINE.
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 ACKA-LABEL              PIC X(13).
            05 FILLER                  PIC X(07) VALUE "COUNT ".
            05 ACKA-COUNT              PIC Z(8)9.
            05 FILLER                  PIC X(08) VALUE "   HASH ".
            05 ACKA-HASH               PIC Z(12)9.

        01 ACK-STRAY-HEADING.
            05 FILLER                  PIC X(10) VALUE "REQUESTOR".
            05 FILLER                  PIC X(10) VALUE "RUN DATE".
            05 FILLER                  PIC X(11) VALUE "    COUNT".
            05 FILLER                  PIC X(15) VALUE "          HASH".
            05 FILLER                  PIC X(10) VALUE "  RECEIVED".

        01 ACK-STRAY-LINE.
            05 ACKU-REQUESTOR          PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKU-RUN-DATE           PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKU-COUNT              PIC X(09).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKU-HASH               PIC X(13).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ACKU-RECEIVED           PIC X(08).

        01 ACK-NONE-LINE.
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(05) VALUE "NONE.".

        01 ACK-TOTAL-LINE.
            05 ACKT-LABEL              PIC X(36).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 ACKT-COUNT              PIC Z(8)9.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
        MOVE FB-RUN-DATE TO FB-DATE-NUM.
        COMPUTE FB-TODAY-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
        PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
        PERFORM 1100-LOAD-XMIT-LOG THRU 1100-EXIT.
        PERFORM 1200-MATCH-ACKNOWLEDGMENTS THRU 1200-EXIT.
        OPEN OUTPUT ACKRPT.
        PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
        PERFORM 2000-REPORT-EXTRACTS THRU 2000-EXIT.
        PERFORM 3000-REPORT-STRAY-ACKS THRU 3000-EXIT.
        PERFORM 5300-WRITE-TOTALS THRU 5300-EXIT.
        CLOSE ACKRPT.
        IF FB-EXCEPTION-COUNT > ZERO
            DISPLAY "FIZZACK - ACKNOWLEDGMENT EXCEPTIONS - SEE ACKRPT"
            MOVE 4 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LOAD-CONTROL - GRACE PERIOD AND LOOKBACK FROM ACKCTL.
*> WITHOUT A USABLE CONTROL RECORD AN EXTRACT HAS ONE DAY TO BE
*> ACKNOWLEDGED AND THE WHOLE LOG IS RECONCILED.
*> ----------------------------------------------------------------
1000-LOAD-CONTROL.
    OPEN INPUT ACKCTL.
    IF NOT FB-ACKCTL-OK
        IF FB-ACKCTL-STATUS = "05"
            CLOSE ACKCTL
        END-IF
        GO TO 1000-EXIT
    END-IF.
    READ ACKCTL
        AT END
            CONTINUE
        NOT AT END
            IF ACKC-GRACE-DAYS NUMERIC
               AND ACKC-LOOKBACK-DAYS NUMERIC
                MOVE ACKC-GRACE-DAYS    TO FB-GRACE-DAYS
                MOVE ACKC-LOOKBACK-DAYS TO FB-LOOKBACK-DAYS
            ELSE
                DISPLAY "FIZZACK - ACKCTL NOT NUMERIC - DEFAULTS USED"
            END-IF
    END-READ.
    CLOSE ACKCTL.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-LOAD-XMIT-LOG - EVERY LOGGED EXTRACT INSIDE THE LOOKBACK.
*> A DEPARTMENT'S EXTRACT IS REWRITTEN UNDER THE SAME NAME WHEN
*> FIZZDST IS RERUN ON THE SAME DATE, SO A LATER LOG LINE FOR THE
*> SAME DEPARTMENT AND RUN DATE REPLACES THE EARLIER ONE - IT IS
*> WHAT THE DEPARTMENT ACTUALLY RECEIVED.
*> ----------------------------------------------------------------
1100-LOAD-XMIT-LOG.
    IF FB-LOOKBACK-DAYS > ZERO
        COMPUTE FB-CUTOFF-INT = FB-TODAY-INT - FB-LOOKBACK-DAYS
    END-IF.
    OPEN INPUT XMITLOG.
    IF NOT FB-XMITLOG-OK
        IF FB-XMITLOG-STATUS = "05"
            CLOSE XMITLOG
        END-IF
        GO TO 1100-EXIT
    END-IF.
    PERFORM 1110-READ-XMIT-RECORD THRU 1110-EXIT.
    PERFORM 1120-ADD-SENT-ENTRY THRU 1120-EXIT
        UNTIL FB-XMIT-EOF.
    CLOSE XMITLOG.
1100-EXIT.
    EXIT.

1110-READ-XMIT-RECORD.
    READ XMITLOG
        AT END SET FB-XMIT-EOF TO TRUE
        NOT AT END MOVE XMITLOG-LINE TO TRANSMISSION-LOG-RECORD
    END-READ.
1110-EXIT.
    EXIT.

1120-ADD-SENT-ENTRY.
    IF XMIT-RUN-DATE NOT NUMERIC
       OR XMIT-RECORD-COUNT NOT NUMERIC
       OR XMIT-HASH-TOTAL NOT NUMERIC
        PERFORM 1110-READ-XMIT-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    MOVE XMIT-RUN-DATE TO FB-DATE-NUM.
    COMPUTE FB-DATE-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
    IF FB-DATE-INT < FB-CUTOFF-INT
        PERFORM 1110-READ-XMIT-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    MOVE XMIT-REQUESTOR TO ACK-REQUESTOR.
    MOVE XMIT-RUN-DATE  TO ACK-RUN-DATE.
    PERFORM 1900-FIND-SENT-ENTRY THRU 1900-EXIT.
    IF FB-SENT-NOT-FOUND
        IF FB-SENT-USED >= FB-SENT-MAX
            DISPLAY "FIZZACK - XMITLOG EXCEEDS FB-SENT-MAX - SET AN "
                    "ACKCTL LOOKBACK"
            ADD 1 TO FB-EXCEPTION-COUNT
            SET FB-XMIT-EOF TO TRUE
            GO TO 1120-EXIT
        END-IF
        ADD 1 TO FB-SENT-USED
        SET FB-SENT-IDX TO FB-SENT-USED
    END-IF.
    MOVE XMIT-REQUESTOR    TO FB-SENT-REQUESTOR(FB-SENT-IDX).
    MOVE XMIT-RUN-DATE     TO FB-SENT-RUN-DATE(FB-SENT-IDX).
    MOVE XMIT-DSN          TO FB-SENT-DSN(FB-SENT-IDX).
    MOVE XMIT-RECORD-COUNT TO FB-SENT-COUNT(FB-SENT-IDX).
    MOVE XMIT-HASH-TOTAL   TO FB-SENT-HASH(FB-SENT-IDX).
    SET FB-SENT-NOT-ACKED(FB-SENT-IDX) TO TRUE.
    PERFORM 1110-READ-XMIT-RECORD THRU 1110-EXIT.
1120-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-MATCH-ACKNOWLEDGMENTS - EACH ACKNOWLEDGMENT IS MATCHED TO
*> ITS EXTRACT BY DEPARTMENT AND RUN DATE.  THE FIRST ONE RECEIVED
*> IS THE ONE RECONCILED; REPEATS ARE COUNTED ONLY.  ONE THAT
*> MATCHES NO LOGGED EXTRACT (OR IS UNREADABLE, OR CARRIES A RUN
*> OR RECEIVED DATE THAT IS NOT A REAL DATE) IS HELD FOR THE
*> STRAY ACKNOWLEDGMENT SECTION - A BAD RECEIVED DATE WOULD
*> OTHERWISE PASS AS ACKNOWLEDGED ON TIME.  ACKNOWLEDGMENTS OF EXTRACTS
*> OLDER THAN THE LOOKBACK ARE PASSED OVER.
*> ----------------------------------------------------------------
1200-MATCH-ACKNOWLEDGMENTS.
    OPEN INPUT XMITACK.
    IF NOT FB-XMITACK-OK
        IF FB-XMITACK-STATUS = "05"
            CLOSE XMITACK
        END-IF
        GO TO 1200-EXIT
    END-IF.
    PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT.
    PERFORM 1220-MATCH-ONE-ACK THRU 1220-EXIT
        UNTIL FB-ACK-EOF.
    CLOSE XMITACK.
1200-EXIT.
    EXIT.

1210-READ-ACK-RECORD.
    READ XMITACK
        AT END SET FB-ACK-EOF TO TRUE
        NOT AT END MOVE XMITACK-LINE TO ACKNOWLEDGMENT-RECORD
    END-READ.
1210-EXIT.
    EXIT.

1220-MATCH-ONE-ACK.
    ADD 1 TO FB-ACK-READ-COUNT.
    IF ACK-RUN-DATE NOT NUMERIC
       OR ACK-RECORD-COUNT NOT NUMERIC
       OR ACK-HASH-TOTAL NOT NUMERIC
       OR ACK-RECEIVED-DATE NOT NUMERIC
        PERFORM 1230-HOLD-STRAY-ACK THRU 1230-EXIT
        PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT
        GO TO 1220-EXIT
    END-IF.
    MOVE ACK-RECEIVED-DATE TO FB-DATE-NUM.
    PERFORM 1240-VALIDATE-DATE THRU 1240-EXIT.
    IF FB-DATE-INT = ZERO
        PERFORM 1230-HOLD-STRAY-ACK THRU 1230-EXIT
        PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT
        GO TO 1220-EXIT
    END-IF.
    MOVE ACK-RUN-DATE TO FB-DATE-NUM.
    PERFORM 1240-VALIDATE-DATE THRU 1240-EXIT.
    IF FB-DATE-INT = ZERO
        PERFORM 1230-HOLD-STRAY-ACK THRU 1230-EXIT
        PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT
        GO TO 1220-EXIT
    END-IF.
    IF FB-DATE-INT < FB-CUTOFF-INT
        PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT
        GO TO 1220-EXIT
    END-IF.
    PERFORM 1900-FIND-SENT-ENTRY THRU 1900-EXIT.
    EVALUATE TRUE
        WHEN FB-SENT-NOT-FOUND
            PERFORM 1230-HOLD-STRAY-ACK THRU 1230-EXIT
        WHEN FB-SENT-ACKED(FB-SENT-IDX)
            ADD 1 TO FB-DUPLICATE-COUNT
        WHEN OTHER
            SET FB-SENT-ACKED(FB-SENT-IDX) TO TRUE
            MOVE ACK-RECORD-COUNT  TO FB-SENT-ACK-COUNT(FB-SENT-IDX)
            MOVE ACK-HASH-TOTAL    TO FB-SENT-ACK-HASH(FB-SENT-IDX)
            MOVE ACK-RECEIVED-DATE TO FB-SENT-ACK-DATE(FB-SENT-IDX)
    END-EVALUATE.
    PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT.
1220-EXIT.
    EXIT.

1230-HOLD-STRAY-ACK.
    ADD 1 TO FB-STRAY-COUNT.
    ADD 1 TO FB-EXCEPTION-COUNT.
    IF FB-STRAY-USED < FB-STRAY-MAX
        ADD 1 TO FB-STRAY-USED
        SET FB-STRAY-IDX TO FB-STRAY-USED
        MOVE XMITACK-LINE TO FB-STRAY-RECORD(FB-STRAY-IDX)
    END-IF.
1230-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1240-VALIDATE-DATE - FB-DATE-INT IS THE INTEGER DATE OF THE
*> NUMERIC FB-DATE-NUM, OR ZERO WHEN IT IS NOT A REAL YYYYMMDD
*> DATE, CHECKED THE WAY FIZZBDC CHECKS CALCTL DATES: THE INTEGER
*> IS TURNED BACK INTO A DATE SO 20260230 AND THE LIKE ARE CAUGHT.
*> ----------------------------------------------------------------
1240-VALIDATE-DATE.
    MOVE ZERO TO FB-DATE-INT.
    IF FB-DATE-YEAR < 1601
       OR FB-DATE-MONTH < 1 OR FB-DATE-MONTH > 12
       OR FB-DATE-DAY < 1 OR FB-DATE-DAY > 31
        GO TO 1240-EXIT
    END-IF.
    COMPUTE FB-DATE-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
    IF FB-DATE-INT = ZERO
        GO TO 1240-EXIT
    END-IF.
    COMPUTE FB-ROUND-TRIP = FUNCTION DATE-OF-INTEGER(FB-DATE-INT).
    IF FB-ROUND-TRIP NOT = FB-DATE-NUM
        MOVE ZERO TO FB-DATE-INT
    END-IF.
1240-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1900-FIND-SENT-ENTRY - LOCATE THE LOGGED EXTRACT FOR
*> ACK-REQUESTOR AND ACK-RUN-DATE.
*> ----------------------------------------------------------------
1900-FIND-SENT-ENTRY.
    SET FB-SENT-NOT-FOUND TO TRUE.
    IF FB-SENT-USED = ZERO
        GO TO 1900-EXIT
    END-IF.
    SET FB-SENT-IDX TO 1.
    PERFORM 1910-MATCH-SENT-ENTRY THRU 1910-EXIT
        UNTIL FB-SENT-FOUND OR FB-SENT-IDX > FB-SENT-USED.
1900-EXIT.
    EXIT.

1910-MATCH-SENT-ENTRY.
    IF FB-SENT-REQUESTOR(FB-SENT-IDX) = ACK-REQUESTOR
       AND FB-SENT-RUN-DATE(FB-SENT-IDX) = ACK-RUN-DATE
        SET FB-SENT-FOUND TO TRUE
    ELSE
        SET FB-SENT-IDX UP BY 1
    END-IF.
1910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-REPORT-EXTRACTS - ONE LINE PER EXTRACT IN EXCEPTION, WITH
*> THE DAYS FROM THE RUN DATE TO THE ACKNOWLEDGMENT (OR TO TODAY
*> WHEN NONE HAS COME BACK).  A MISMATCH SHOWS WHAT WAS SENT AND
*> WHAT THE DEPARTMENT SAYS IT RECEIVED.  AN UNACKNOWLEDGED
*> EXTRACT STILL INSIDE THE GRACE PERIOD IS ONLY COUNTED.
*> ----------------------------------------------------------------
2000-REPORT-EXTRACTS.
    MOVE "EXTRACTS IN EXCEPTION" TO ACKS-TEXT.
    WRITE ACKRPT-LINE FROM ACK-SECTION-LINE.
    WRITE ACKRPT-LINE FROM ACK-EXTRACT-HEADING.
    PERFORM 2100-CHECK-ONE-EXTRACT THRU 2100-EXIT
        VARYING FB-SENT-IDX FROM 1 BY 1
        UNTIL FB-SENT-IDX > FB-SENT-USED.
    IF FB-LATE-COUNT + FB-MISMATCH-COUNT + FB-UNACKED-COUNT = ZERO
        WRITE ACKRPT-LINE FROM ACK-NONE-LINE
    END-IF.
    MOVE SPACES TO ACKRPT-LINE.
    WRITE ACKRPT-LINE.
2000-EXIT.
    EXIT.

2100-CHECK-ONE-EXTRACT.
    MOVE FB-SENT-RUN-DATE(FB-SENT-IDX) TO FB-DATE-NUM.
    COMPUTE FB-DATE-INT = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM).
    IF FB-SENT-NOT-ACKED(FB-SENT-IDX)
        COMPUTE FB-DAYS = FB-TODAY-INT - FB-DATE-INT
        IF FB-DAYS > FB-GRACE-DAYS
            ADD 1 TO FB-UNACKED-COUNT
            ADD 1 TO FB-EXCEPTION-COUNT
            MOVE "NEVER ACKNOWLEDGED" TO ACKE-RESULT
            PERFORM 2200-WRITE-EXTRACT-LINE THRU 2200-EXIT
        ELSE
            ADD 1 TO FB-AWAITING-COUNT
        END-IF
        GO TO 2100-EXIT
    END-IF.
    SET FB-IS-NOT-LATE TO TRUE.
    SET FB-IS-NOT-MISMATCH TO TRUE.
    MOVE ZERO TO FB-DAYS.
    IF FB-SENT-ACK-DATE(FB-SENT-IDX) NUMERIC
        MOVE FB-SENT-ACK-DATE(FB-SENT-IDX) TO FB-DATE-NUM
        COMPUTE FB-DAYS = FUNCTION INTEGER-OF-DATE(FB-DATE-NUM)
                        - FB-DATE-INT
    END-IF.
    IF FB-DAYS > FB-GRACE-DAYS
        SET FB-IS-LATE TO TRUE
        ADD 1 TO FB-LATE-COUNT
    END-IF.
    IF FB-SENT-ACK-COUNT(FB-SENT-IDX) NOT = FB-SENT-COUNT(FB-SENT-IDX)
       OR FB-SENT-ACK-HASH(FB-SENT-IDX) NOT = FB-SENT-HASH(FB-SENT-IDX)
        SET FB-IS-MISMATCH TO TRUE
        ADD 1 TO FB-MISMATCH-COUNT
    END-IF.
    EVALUATE TRUE
        WHEN FB-IS-MISMATCH AND FB-IS-LATE
            MOVE "COUNT/HASH MISMATCH - LATE" TO ACKE-RESULT
        WHEN FB-IS-MISMATCH
            MOVE "COUNT/HASH MISMATCH"        TO ACKE-RESULT
        WHEN FB-IS-LATE
            MOVE "ACKNOWLEDGED LATE"          TO ACKE-RESULT
        WHEN OTHER
            ADD 1 TO FB-ON-TIME-COUNT
            GO TO 2100-EXIT
    END-EVALUATE.
    ADD 1 TO FB-EXCEPTION-COUNT.
    PERFORM 2200-WRITE-EXTRACT-LINE THRU 2200-EXIT.
    IF FB-IS-MISMATCH
        MOVE "SENT"                         TO ACKA-LABEL
        MOVE FB-SENT-COUNT(FB-SENT-IDX)     TO ACKA-COUNT
        MOVE FB-SENT-HASH(FB-SENT-IDX)      TO ACKA-HASH
        WRITE ACKRPT-LINE FROM ACK-AMOUNT-LINE
        MOVE "ACKNOWLEDGED"                 TO ACKA-LABEL
        MOVE FB-SENT-ACK-COUNT(FB-SENT-IDX) TO ACKA-COUNT
        MOVE FB-SENT-ACK-HASH(FB-SENT-IDX)  TO ACKA-HASH
        WRITE ACKRPT-LINE FROM ACK-AMOUNT-LINE
    END-IF.
2100-EXIT.
    EXIT.

2200-WRITE-EXTRACT-LINE.
    MOVE FB-SENT-REQUESTOR(FB-SENT-IDX) TO ACKE-REQUESTOR.
    MOVE FB-SENT-RUN-DATE(FB-SENT-IDX)  TO ACKE-RUN-DATE.
    MOVE FB-SENT-DSN(FB-SENT-IDX)       TO ACKE-DSN.
    MOVE FB-DAYS                        TO ACKE-DAYS.
    WRITE ACKRPT-LINE FROM ACK-EXTRACT-LINE.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-REPORT-STRAY-ACKS - ACKNOWLEDGMENTS THAT MATCH NO LOGGED
*> EXTRACT, AS RECEIVED.
*> ----------------------------------------------------------------
3000-REPORT-STRAY-ACKS.
    MOVE "ACKNOWLEDGMENTS MATCHING NO LOGGED EXTRACT" TO ACKS-TEXT.
    WRITE ACKRPT-LINE FROM ACK-SECTION-LINE.
    WRITE ACKRPT-LINE FROM ACK-STRAY-HEADING.
    PERFORM 3100-WRITE-STRAY-LINE THRU 3100-EXIT
        VARYING FB-STRAY-IDX FROM 1 BY 1
        UNTIL FB-STRAY-IDX > FB-STRAY-USED.
    IF FB-STRAY-USED = ZERO
        WRITE ACKRPT-LINE FROM ACK-NONE-LINE
    END-IF.
    IF FB-STRAY-COUNT > FB-STRAY-USED
        MOVE "  (FURTHER STRAY ACKNOWLEDGMENTS NOT LISTED)" TO ACKS-TEXT
        WRITE ACKRPT-LINE FROM ACK-SECTION-LINE
    END-IF.
    MOVE SPACES TO ACKRPT-LINE.
    WRITE ACKRPT-LINE.
3000-EXIT.
    EXIT.

3100-WRITE-STRAY-LINE.
    MOVE FB-STRAY-RECORD(FB-STRAY-IDX) TO ACKNOWLEDGMENT-RECORD.
    MOVE ACK-REQUESTOR     TO ACKU-REQUESTOR.
    MOVE ACK-RUN-DATE      TO ACKU-RUN-DATE.
    MOVE ACK-RECORD-COUNT  TO ACKU-COUNT.
    MOVE ACK-HASH-TOTAL    TO ACKU-HASH.
    MOVE ACK-RECEIVED-DATE TO ACKU-RECEIVED.
    WRITE ACKRPT-LINE FROM ACK-STRAY-LINE.
3100-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-RUN-DATE TO ACKH-DATE.
    MOVE FB-PAGE-NO TO ACKH-PAGE.
    WRITE ACKRPT-LINE FROM ACK-HEADING-1.
    MOVE SPACES TO ACKRPT-LINE.
    WRITE ACKRPT-LINE.
5100-EXIT.
    EXIT.

5300-WRITE-TOTALS.
    MOVE "EXTRACTS LOGGED"                  TO ACKT-LABEL.
    MOVE FB-SENT-USED                       TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "ACKNOWLEDGMENTS READ"             TO ACKT-LABEL.
    MOVE FB-ACK-READ-COUNT                  TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "ACKNOWLEDGED ON TIME AND IN BALANCE" TO ACKT-LABEL.
    MOVE FB-ON-TIME-COUNT                   TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "ACKNOWLEDGED LATE"                TO ACKT-LABEL.
    MOVE FB-LATE-COUNT                      TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "COUNT/HASH MISMATCH"              TO ACKT-LABEL.
    MOVE FB-MISMATCH-COUNT                  TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "NEVER ACKNOWLEDGED"               TO ACKT-LABEL.
    MOVE FB-UNACKED-COUNT                   TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "AWAITING ACKNOWLEDGMENT (IN GRACE)" TO ACKT-LABEL.
    MOVE FB-AWAITING-COUNT                  TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "REPEAT ACKNOWLEDGMENTS IGNORED"   TO ACKT-LABEL.
    MOVE FB-DUPLICATE-COUNT                 TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
    MOVE "ACKNOWLEDGMENTS FOR NO EXTRACT"   TO ACKT-LABEL.
    MOVE FB-STRAY-COUNT                     TO ACKT-COUNT.
    WRITE ACKRPT-LINE FROM ACK-TOTAL-LINE.
5300-EXIT.
    EXIT.
