*>                    ARE COUNTED AND REPORTED WITH RETURN CODE 4 -
*>                    THEY WERE WRITTEN BEFORE THE DEPTCTL CONTROL
*>                    WAS IN USE AND BELONG TO NO EXTRACT.
*>   2026-10-15  RLM  EVERY EXTRACT CUT IS NOW APPENDED TO THE
*>                    XMITLOG TRANSMISSION LOG (DEPARTMENT, RUN
*>                    DATE, FILE NAME, RECORD COUNT, HASH TOTAL) FOR
*>                    THE FIZZACK ACKNOWLEDGMENT RECONCILIATION.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
                            FILE STATUS IS FB-TRANOUT-STATUS.
            SELECT DEPTOUT  ASSIGN TO "DEPTOUT"
                            ORGANIZATION LINE SEQUENTIAL.
            SELECT OPTIONAL XMITLOG  ASSIGN TO "XMITLOG"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  DEPTOUT.
            01 DEPTOUT-LINE PIC X(80).

        FD  XMITLOG.
            01 XMITLOG-LINE PIC X(58).

    WORKING-STORAGE         SECTION.
        COPY FBDEPTT.
        COPY FBXMIT.

        01 FB-DEPTCTL-STATUS          PIC X(02).
            88 FB-DEPTCTL-OK                     VALUE "00".
        UNTIL FB-TRAN-EOF.
    PERFORM 3300-WRITE-EXTRACT-TRAILER THRU 3300-EXIT.
    CLOSE DEPTOUT TRANOUT.
    PERFORM 3400-LOG-TRANSMISSION THRU 3400-EXIT.
    MOVE FB-OUT-RECORD-COUNT TO FB-COUNT-DISPLAY.
    DISPLAY "FIZZDST - " FB-DEPT-ID(FB-DEPT-IDX) " -"
            FB-COUNT-DISPLAY " RECORD(S)".
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3400-LOG-TRANSMISSION - APPEND THE EXTRACT TO THE XMITLOG
*> TRANSMISSION LOG WITH THE COUNT AND HASH JUST WRITTEN ON ITS
*> TRAILER, SO FIZZACK CAN MATCH THE DEPARTMENT'S ACKNOWLEDGMENT
*> TO WHAT WAS ACTUALLY SENT.
*> ----------------------------------------------------------------
3400-LOG-TRANSMISSION.
    OPEN EXTEND XMITLOG.
    MOVE FB-DEPT-ID(FB-DEPT-IDX) TO XMIT-REQUESTOR.
    MOVE FB-RUN-DATE             TO XMIT-RUN-DATE.
    MOVE FB-EXTRACT-DSN          TO XMIT-DSN.
    MOVE FB-OUT-RECORD-COUNT     TO XMIT-RECORD-COUNT.
    MOVE FB-OUT-HASH-TOTAL       TO XMIT-HASH-TOTAL.
    WRITE XMITLOG-LINE FROM TRANSMISSION-LOG-RECORD.
    CLOSE XMITLOG.
3400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-COUNT-UNMATCHED - ONE FINAL PASS OVER TRANOUT COUNTING THE
*> RECORDS NO ACTIVE DEPARTMENT CLAIMED, SO RESULTS WRITTEN BEFORE
