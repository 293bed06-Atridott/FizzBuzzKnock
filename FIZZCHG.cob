IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZCHG.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - MONTHLY DEPARTMENT CHARGEBACK.  FINANCE
*>                    HAD BEEN CHARGING FOR THE TRANSACTION SERVICE
*>                    BY GUESSING FROM THE FIZZDST CONSOLE COUNTS.
*>                    FOR A REQUESTED MONTH (ACCEPT YYYYMM) FIZZCHG
*>                    COUNTS EACH DEPARTMENT'S TRANIN TRANSACTIONS
*>                    CLASSIFIED, ITS REJECTS SENT TO SUSPF AND ITS
*>                    CORRECTIONS CLEARED THROUGH CORRIN, ALL FROM
*>                    THE TRNVOL VOLUME LEDGER FIZZTRN APPENDS AT
*>                    THE END OF EACH RUN, PRICES THEM FROM THE
*>                    RATECTL RATE CARD (RATE PER ITEM, REJECT
*>                    HANDLING FEE, MONTHLY MINIMUM), AND PRINTS AN
*>                    INVOICE PAGE PER DEPARTMENT ON CHGRPT WITH A
*>                    SUMMARY PAGE THAT TIES THE LEDGER BACK TO THE
*>                    TRANSACTION-RUN TOTALS ON AUDITLOG.  A FIXED
*>                    LAYOUT BILLING FEED (GLFEED) GOES TO THE
*>                    GENERAL LEDGER.  EVERY ACTIVE DEPTCTL
*>                    DEPARTMENT IS BILLED AT LEAST ITS MINIMUM; A
*>                    DEPARTMENT MARKED INACTIVE OR NO LONGER ON
*>                    DEPTCTL IS STILL BILLED FOR ANY ACTIVITY IT
*>                    HAD IN THE MONTH.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL TRNVOL   ASSIGN TO "TRNVOL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-TRNVOL-STATUS.
            SELECT OPTIONAL DEPTCTL  ASSIGN TO "DEPTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-DEPTCTL-STATUS.
            SELECT OPTIONAL RATECTL  ASSIGN TO "RATECTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-RATECTL-STATUS.
            SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUDITLOG-STATUS.
            SELECT OPTIONAL ARCHAUD  ASSIGN TO "ARCHAUD"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-ARCHAUD-STATUS.
            SELECT CHGRPT   ASSIGN TO "CHGRPT"
                            ORGANIZATION LINE SEQUENTIAL.
            SELECT GLFEED   ASSIGN TO "GLFEED"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  TRNVOL.
            01 TRNVOL-LINE PIC X(53).

        FD  DEPTCTL.
            COPY FBDEPT.

        FD  RATECTL.
            COPY FBRATE.

        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).

        FD  ARCHAUD.
            01 ARCHAUD-LINE PIC X(80).

        FD  CHGRPT.
            01 CHGRPT-LINE PIC X(80).

        FD  GLFEED.
            01 GLFEED-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBTVOL.
        COPY FBAUDIT.
        COPY FBGLFD.

        01 FB-TRNVOL-STATUS            PIC X(02).
            88 FB-TRNVOL-OK                       VALUE "00".
        01 FB-DEPTCTL-STATUS           PIC X(02).
            88 FB-DEPTCTL-OK                      VALUE "00".
        01 FB-RATECTL-STATUS           PIC X(02).
            88 FB-RATECTL-OK                      VALUE "00".
        01 FB-AUDITLOG-STATUS          PIC X(02).
            88 FB-AUDITLOG-OK                     VALUE "00".
        01 FB-ARCHAUD-STATUS           PIC X(02).
            88 FB-ARCHAUD-OK                      VALUE "00".

        01 FB-SWITCHES.
            05 FB-VOL-EOF-SW           PIC X(01) VALUE "N".
                88 FB-VOL-EOF                    VALUE "Y".
                88 FB-VOL-NOT-EOF                VALUE "N".
            05 FB-DEPT-EOF-SW          PIC X(01) VALUE "N".
                88 FB-DEPT-EOF                   VALUE "Y".
                88 FB-DEPT-NOT-EOF               VALUE "N".
            05 FB-RATE-EOF-SW          PIC X(01) VALUE "N".
                88 FB-RATE-EOF                   VALUE "Y".
                88 FB-RATE-NOT-EOF               VALUE "N".
            05 FB-AUDIT-EOF-SW         PIC X(01) VALUE "N".
                88 FB-AUDIT-EOF                  VALUE "Y".
                88 FB-AUDIT-NOT-EOF              VALUE "N".

        01 FB-MONTH-RAW                PIC X(06).
        01 FB-BILL-MONTH               PIC X(06).
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-ARCHIVE-DSN              PIC X(15).
        01 FB-ARCHIVE-SW               PIC X(01) VALUE "N".
            88 FB-USING-ARCHIVE                   VALUE "Y".
            88 FB-USING-LIVE-LOG                  VALUE "N".

        01 FB-BILL-TABLE.
            05 FB-BILL-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY FB-BILL-IDX.
                10 FB-BILL-REQUESTOR   PIC X(08).
                10 FB-BILL-NAME        PIC X(30).
                10 FB-BILL-DEPT-SW     PIC X(01).
                    88 FB-BILL-ACTIVE            VALUE "A".
                    88 FB-BILL-INACTIVE          VALUE "I".
                    88 FB-BILL-NOT-LISTED        VALUE "N".
                10 FB-BILL-CLASSIFIED  PIC 9(09) COMP.
                10 FB-BILL-CORRECTED   PIC 9(09) COMP.
                10 FB-BILL-REJECTED    PIC 9(09) COMP.
                10 FB-BILL-PRICED-SW   PIC X(01).
                    88 FB-BILL-PRICED            VALUE "Y".
                    88 FB-BILL-NOT-PRICED        VALUE "N".
                10 FB-BILL-ITEM-RATE   PIC 9(03)V9(04).
                10 FB-BILL-REJECT-FEE  PIC 9(03)V9(02).
                10 FB-BILL-MINIMUM     PIC 9(05)V9(02).
                10 FB-BILL-ITEM-AMT    PIC 9(09)V9(02).
                10 FB-BILL-CORR-AMT    PIC 9(09)V9(02).
                10 FB-BILL-REJECT-AMT  PIC 9(09)V9(02).
                10 FB-BILL-MIN-ADJ     PIC 9(09)V9(02).
                10 FB-BILL-DUE         PIC 9(09)V9(02).
        01 FB-BILL-USED                PIC 9(03) COMP VALUE ZERO.
        01 FB-BILL-MAX                 PIC 9(03) COMP VALUE 100.
        01 FB-BILL-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-BILL-FOUND                      VALUE "Y".
            88 FB-BILL-NOT-FOUND                  VALUE "N".
        01 FB-SEEK-REQUESTOR           PIC X(08).

        01 FB-RATE-TABLE.
            05 FB-RATE-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY FB-RATE-IDX.
                10 FB-RATE-REQUESTOR   PIC X(08).
                10 FB-RATE-ITEM-RATE   PIC 9(03)V9(04).
                10 FB-RATE-REJECT-FEE  PIC 9(03)V9(02).
                10 FB-RATE-MINIMUM     PIC 9(05)V9(02).
        01 FB-RATE-USED                PIC 9(03) COMP VALUE ZERO.
        01 FB-RATE-MAX                 PIC 9(03) COMP VALUE 100.
        01 FB-RATE-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-RATE-FOUND                      VALUE "Y".
            88 FB-RATE-NOT-FOUND                  VALUE "N".
        01 FB-DEFAULT-RATE-SW          PIC X(01) VALUE "N".
            88 FB-DEFAULT-RATE-FOUND              VALUE "Y".
            88 FB-DEFAULT-RATE-NOT-FOUND          VALUE "N".
        01 FB-DEFAULT-ITEM-RATE        PIC 9(03)V9(04) VALUE ZERO.
        01 FB-DEFAULT-REJECT-FEE       PIC 9(03)V9(02) VALUE ZERO.
        01 FB-DEFAULT-MINIMUM          PIC 9(05)V9(02) VALUE ZERO.

        01 FB-TRUN-TABLE.
            05 FB-TRUN-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY FB-TRUN-IDX.
                10 FB-TRUN-RUN-ID      PIC X(14).
                10 FB-TRUN-LEDGER      PIC 9(09) COMP.
                10 FB-TRUN-AUDIT       PIC 9(09) COMP.
                10 FB-TRUN-AUDIT-SW    PIC X(01).
                    88 FB-TRUN-AUDITED           VALUE "Y".
                    88 FB-TRUN-NOT-AUDITED       VALUE "N".
        01 FB-TRUN-USED                PIC 9(03) COMP VALUE ZERO.
        01 FB-TRUN-MAX                 PIC 9(03) COMP VALUE 500.
        01 FB-TRUN-FOUND-SW            PIC X(01) VALUE "N".
            88 FB-TRUN-FOUND                      VALUE "Y".
            88 FB-TRUN-NOT-FOUND                  VALUE "N".

        01 FB-USAGE-AMT                PIC 9(09)V9(02) VALUE ZERO.
        01 FB-TOTAL-CLASSIFIED         PIC 9(09) COMP VALUE ZERO.
        01 FB-TOTAL-CORRECTED          PIC 9(09) COMP VALUE ZERO.
        01 FB-TOTAL-REJECTED           PIC 9(09) COMP VALUE ZERO.
        01 FB-TOTAL-DUE                PIC 9(11)V9(02) VALUE ZERO.
        01 FB-INVOICE-COUNT            PIC 9(05) COMP VALUE ZERO.
        01 FB-UNPRICED-COUNT           PIC 9(05) COMP VALUE ZERO.
        01 FB-LEDGER-TOTAL             PIC 9(11) COMP VALUE ZERO.
        01 FB-AUDIT-TOTAL              PIC 9(11) COMP VALUE ZERO.
        01 FB-TIE-BREAKS               PIC 9(05) COMP VALUE ZERO.
        01 FB-TABLE-FULL-SW            PIC X(01) VALUE "N".
            88 FB-TABLE-FULL                      VALUE "Y".
            88 FB-TABLE-NOT-FULL                  VALUE "N".

        01 CHG-HEADING-1.
            05 CHGH-TITLE              PIC X(31).
            05 FILLER                  PIC X(07) VALUE "PERIOD ".
            05 CHGH-MONTH              PIC X(06).
            05 FILLER                  PIC X(09) VALUE SPACES.
            05 CHGH-DATE               PIC X(08).
            05 FILLER                  PIC X(07) VALUE "  PAGE ".
            05 CHGH-PAGE               PIC ZZ9.

        01 CHG-DEPT-LINE.
            05 FILLER                  PIC X(11)
                                       VALUE "DEPARTMENT ".
            05 CHGD-REQUESTOR          PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CHGD-NAME               PIC X(30).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CHGD-STATUS             PIC X(14).

        01 CHG-CHARGE-HEADING.
            05 FILLER                  PIC X(28) VALUE "CHARGE".
            05 FILLER                  PIC X(09) VALUE " QUANTITY".
            05 FILLER                  PIC X(11) VALUE "       RATE".
            05 FILLER                  PIC X(15)
                                       VALUE "         AMOUNT".

        01 CHG-CHARGE-LINE.
            05 CHGC-LABEL              PIC X(28).
            05 CHGC-QUANTITY           PIC Z(8)9.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 CHGC-RATE               PIC ZZ9.9999.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 CHGC-AMOUNT             PIC Z(8)9.99.

        01 CHG-AMOUNT-LINE.
            05 CHGA-LABEL              PIC X(51).
            05 CHGA-AMOUNT             PIC Z(8)9.99.

        01 CHG-NOTE-LINE.
            05 CHGN-TEXT               PIC X(80).

        01 CHG-SUMMARY-HEADING.
            05 FILLER                  PIC X(11) VALUE "DEPARTMENT".
            05 FILLER                  PIC X(08) VALUE "STATUS".
            05 FILLER                  PIC X(09) VALUE "    ITEMS".
            05 FILLER                  PIC X(10) VALUE "  CORRECTS".
            05 FILLER                  PIC X(10) VALUE "   REJECTS".
            05 FILLER                  PIC X(16)
                                       VALUE "      AMOUNT DUE".

        01 CHG-SUMMARY-LINE.
            05 CHGS-REQUESTOR          PIC X(08).
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 CHGS-STATUS             PIC X(08).
            05 CHGS-CLASSIFIED         PIC Z(8)9.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGS-CORRECTED          PIC Z(8)9.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGS-REJECTED           PIC Z(8)9.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGS-DUE                PIC Z(11)9.99.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGS-FLAG               PIC X(10).

        01 CHG-TIE-HEADING.
            05 FILLER                  PIC X(16) VALUE "RUN-ID".
            05 FILLER                  PIC X(09) VALUE "   TRNVOL".
            05 FILLER                  PIC X(13) VALUE "     AUDITLOG".
            05 FILLER                  PIC X(11) VALUE "    TIE-OUT".

        01 CHG-TIE-LINE.
            05 CHGT-RUN-ID             PIC X(14).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 CHGT-LEDGER             PIC Z(8)9.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 CHGT-AUDIT              PIC Z(8)9.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 CHGT-RESULT             PIC X(30).

        01 CHG-NONE-LINE.
            05 FILLER                  PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(05) VALUE "NONE.".

        01 CHG-TOTAL-LINE.
            05 CHGTT-LABEL             PIC X(32).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGTT-COUNT             PIC Z(12)9.

        01 CHG-TOTAL-AMOUNT-LINE.
            05 CHGTA-LABEL             PIC X(32).
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 CHGTA-AMOUNT            PIC Z(10)9.99.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-MONTH-RAW.
        IF FB-MONTH-RAW NOT NUMERIC
            DISPLAY "FIZZCHG - BILLING MONTH MUST BE YYYYMM"
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        MOVE FB-MONTH-RAW TO FB-BILL-MONTH.
        PERFORM 1000-LOAD-DEPT-MASTER THRU 1000-EXIT.
        PERFORM 1100-LOAD-RATE-CARD THRU 1100-EXIT.
        PERFORM 1200-TALLY-VOLUME-LEDGER THRU 1200-EXIT.
        PERFORM 1400-SELECT-AUDIT-SOURCE THRU 1400-EXIT.
        PERFORM 1500-TIE-AUDIT-TOTALS THRU 1500-EXIT.
        IF FB-TABLE-FULL
            DISPLAY "FIZZCHG - DEPARTMENT OR RUN TABLE FULL - "
                    "BILLING IS INCOMPLETE"
        END-IF.
        PERFORM 2000-PRICE-DEPARTMENT THRU 2000-EXIT
            VARYING FB-BILL-IDX FROM 1 BY 1
            UNTIL FB-BILL-IDX > FB-BILL-USED.
        OPEN OUTPUT CHGRPT.
        OPEN OUTPUT GLFEED.
        PERFORM 4000-WRITE-FEED-HEADER THRU 4000-EXIT.
        PERFORM 3000-PRINT-INVOICE THRU 3000-EXIT
            VARYING FB-BILL-IDX FROM 1 BY 1
            UNTIL FB-BILL-IDX > FB-BILL-USED.
        PERFORM 4200-WRITE-FEED-TRAILER THRU 4200-EXIT.
        PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
        CLOSE CHGRPT GLFEED.
        IF FB-TIE-BREAKS > ZERO OR FB-UNPRICED-COUNT > ZERO
           OR FB-TABLE-FULL
            DISPLAY "FIZZCHG - CHARGEBACK EXCEPTIONS - SEE CHGRPT"
            MOVE 4 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LOAD-DEPT-MASTER - EVERY DEPTCTL DEPARTMENT STARTS A
*> BILLING ENTRY, IN MASTER ORDER, MARKED ACTIVE OR INACTIVE.
*> DEPARTMENTS FOUND ONLY IN THE MONTH'S ACTIVITY ARE ADDED LATER
*> AS NOT LISTED.
*> ----------------------------------------------------------------
1000-LOAD-DEPT-MASTER.
    OPEN INPUT DEPTCTL.
    IF NOT FB-DEPTCTL-OK
        IF FB-DEPTCTL-STATUS = "05"
            CLOSE DEPTCTL
        END-IF
        GO TO 1000-EXIT
    END-IF.
    PERFORM 1010-READ-DEPT-RECORD THRU 1010-EXIT.
    PERFORM 1020-ADD-DEPT-ENTRY THRU 1020-EXIT
        UNTIL FB-DEPT-EOF.
    CLOSE DEPTCTL.
1000-EXIT.
    EXIT.

1010-READ-DEPT-RECORD.
    READ DEPTCTL
        AT END SET FB-DEPT-EOF TO TRUE
    END-READ.
1010-EXIT.
    EXIT.

1020-ADD-DEPT-ENTRY.
    MOVE DCTL-REQUESTOR TO FB-SEEK-REQUESTOR.
    PERFORM 1900-FIND-BILL-ENTRY THRU 1900-EXIT.
    IF FB-BILL-FOUND
        MOVE DCTL-NAME TO FB-BILL-NAME(FB-BILL-IDX)
        IF DCTL-IS-ACTIVE
            SET FB-BILL-ACTIVE(FB-BILL-IDX) TO TRUE
        ELSE
            SET FB-BILL-INACTIVE(FB-BILL-IDX) TO TRUE
        END-IF
    END-IF.
    PERFORM 1010-READ-DEPT-RECORD THRU 1010-EXIT.
1020-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-LOAD-RATE-CARD - RATECTL INTO THE RATE TABLE.  THE
*> "DEFAULT" LINE IS HELD APART AND PRICES ANY DEPARTMENT WITHOUT
*> A CARD OF ITS OWN.  A LINE WITH A NON-NUMERIC AMOUNT IS
*> REJECTED TO THE CONSOLE AND ITS DEPARTMENT FALLS BACK TO THE
*> DEFAULT, OR GOES UNPRICED.
*> ----------------------------------------------------------------
1100-LOAD-RATE-CARD.
    OPEN INPUT RATECTL.
    IF NOT FB-RATECTL-OK
        IF FB-RATECTL-STATUS = "05"
            CLOSE RATECTL
        END-IF
        DISPLAY "FIZZCHG - RATECTL ABSENT - NO DEPARTMENT CAN BE "
                "PRICED"
        GO TO 1100-EXIT
    END-IF.
    PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
    PERFORM 1120-ADD-RATE-ENTRY THRU 1120-EXIT
        UNTIL FB-RATE-EOF.
    CLOSE RATECTL.
1100-EXIT.
    EXIT.

1110-READ-RATE-RECORD.
    READ RATECTL
        AT END SET FB-RATE-EOF TO TRUE
    END-READ.
1110-EXIT.
    EXIT.

1120-ADD-RATE-ENTRY.
    IF RATE-ITEM-RATE NOT NUMERIC
       OR RATE-REJECT-FEE NOT NUMERIC
       OR RATE-MONTHLY-MIN NOT NUMERIC
        DISPLAY "FIZZCHG - RATECTL RECORD REJECTED - AMOUNT NOT "
                "NUMERIC - " RATE-REQUESTOR
        PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    IF RATE-IS-DEFAULT
        SET FB-DEFAULT-RATE-FOUND TO TRUE
        MOVE RATE-ITEM-RATE   TO FB-DEFAULT-ITEM-RATE
        MOVE RATE-REJECT-FEE  TO FB-DEFAULT-REJECT-FEE
        MOVE RATE-MONTHLY-MIN TO FB-DEFAULT-MINIMUM
        PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    IF FB-RATE-USED >= FB-RATE-MAX
        DISPLAY "FIZZCHG - RATECTL EXCEEDS THE RATE TABLE - "
                RATE-REQUESTOR " IGNORED"
        PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    ADD 1 TO FB-RATE-USED.
    SET FB-RATE-IDX TO FB-RATE-USED.
    MOVE RATE-REQUESTOR   TO FB-RATE-REQUESTOR(FB-RATE-IDX).
    MOVE RATE-ITEM-RATE   TO FB-RATE-ITEM-RATE(FB-RATE-IDX).
    MOVE RATE-REJECT-FEE  TO FB-RATE-REJECT-FEE(FB-RATE-IDX).
    MOVE RATE-MONTHLY-MIN TO FB-RATE-MINIMUM(FB-RATE-IDX).
    PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
1120-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1200-TALLY-VOLUME-LEDGER - TRNVOL LINES FOR RUNS IN THE BILLING
*> MONTH (THE RUN-ID BEGINS WITH THE RUN DATE): TRANSACTIONS,
*> CORRECTIONS AND REJECTS GO TO THE DEPARTMENT, AND ITEMS
*> CLASSIFIED (TRANSACTIONS PLUS CORRECTIONS) GO TO THE RUN FOR
*> THE AUDITLOG TIE-OUT.
*> ----------------------------------------------------------------
1200-TALLY-VOLUME-LEDGER.
    OPEN INPUT TRNVOL.
    IF NOT FB-TRNVOL-OK
        IF FB-TRNVOL-STATUS = "05"
            CLOSE TRNVOL
        END-IF
        GO TO 1200-EXIT
    END-IF.
    PERFORM 1210-READ-VOLUME-RECORD THRU 1210-EXIT.
    PERFORM 1220-TALLY-VOLUME-RECORD THRU 1220-EXIT
        UNTIL FB-VOL-EOF.
    CLOSE TRNVOL.
1200-EXIT.
    EXIT.

1210-READ-VOLUME-RECORD.
    READ TRNVOL
        AT END SET FB-VOL-EOF TO TRUE
        NOT AT END MOVE TRNVOL-LINE TO TRAN-VOLUME-RECORD
    END-READ.
1210-EXIT.
    EXIT.

1220-TALLY-VOLUME-RECORD.
    IF TVOL-RUN-ID(1:6) NOT = FB-BILL-MONTH
       OR TVOL-CLASSIFIED NOT NUMERIC
       OR TVOL-CORRECTED NOT NUMERIC
       OR TVOL-REJECTED NOT NUMERIC
        PERFORM 1210-READ-VOLUME-RECORD THRU 1210-EXIT
        GO TO 1220-EXIT
    END-IF.
    MOVE TVOL-REQUESTOR TO FB-SEEK-REQUESTOR.
    PERFORM 1900-FIND-BILL-ENTRY THRU 1900-EXIT.
    IF FB-BILL-FOUND
        ADD TVOL-CLASSIFIED TO FB-BILL-CLASSIFIED(FB-BILL-IDX)
        ADD TVOL-CORRECTED  TO FB-BILL-CORRECTED(FB-BILL-IDX)
        ADD TVOL-REJECTED   TO FB-BILL-REJECTED(FB-BILL-IDX)
    END-IF.
    PERFORM 1950-FIND-RUN-ENTRY THRU 1950-EXIT.
    IF FB-TRUN-FOUND
        ADD TVOL-CLASSIFIED TO FB-TRUN-LEDGER(FB-TRUN-IDX)
        ADD TVOL-CORRECTED  TO FB-TRUN-LEDGER(FB-TRUN-IDX)
    END-IF.
    PERFORM 1210-READ-VOLUME-RECORD THRU 1210-EXIT.
1220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-SELECT-AUDIT-SOURCE - IF FIZZARC HAS ALREADY CUT THE
*> BILLING MONTH TO AUDITLOG.YYYYMM, TIE OUT AGAINST THAT ARCHIVE,
*> THE SAME WAY FIZZAUD RECONCILES AN ARCHIVED MONTH.
*> ----------------------------------------------------------------
1400-SELECT-AUDIT-SOURCE.
    MOVE SPACES TO FB-ARCHIVE-DSN.
    STRING "AUDITLOG."      DELIMITED BY SIZE
           FB-BILL-MONTH    DELIMITED BY SIZE
        INTO FB-ARCHIVE-DSN
    END-STRING.
    DISPLAY "DD_ARCHAUD" UPON ENVIRONMENT-NAME.
    DISPLAY FB-ARCHIVE-DSN UPON ENVIRONMENT-VALUE.
    OPEN INPUT ARCHAUD.
    IF NOT FB-ARCHAUD-OK
        IF FB-ARCHAUD-STATUS = "05"
            CLOSE ARCHAUD
        END-IF
        GO TO 1400-EXIT
    END-IF.
    READ ARCHAUD
        AT END
            CONTINUE
        NOT AT END
            SET FB-USING-ARCHIVE TO TRUE
    END-READ.
    CLOSE ARCHAUD.
    IF FB-USING-ARCHIVE
        DISPLAY "DD_AUDITLOG" UPON ENVIRONMENT-NAME
        DISPLAY FB-ARCHIVE-DSN UPON ENVIRONMENT-VALUE
        DISPLAY "FIZZCHG - MONTH " FB-BILL-MONTH " TIED OUT TO "
                "ARCHIVE " FB-ARCHIVE-DSN
    END-IF.
1400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1500-TIE-AUDIT-TOTALS - THE COMPLETE RECORD OF EACH RUN ON THE
*> LEDGER CARRIES THE RUN'S AUD-TOTAL-PROCESSED; CARRY IT ONTO THE
*> RUN ENTRY FOR THE SUMMARY TIE-OUT.  CF CARRY-FORWARD RECORDS
*> ARE PASSED OVER.
*> ----------------------------------------------------------------
1500-TIE-AUDIT-TOTALS.
    OPEN INPUT AUDITLOG.
    IF NOT FB-AUDITLOG-OK
        IF FB-AUDITLOG-STATUS = "05"
            CLOSE AUDITLOG
        END-IF
        GO TO 1500-EXIT
    END-IF.
    PERFORM 1510-READ-AUDIT-RECORD THRU 1510-EXIT.
    PERFORM 1520-TIE-AUDIT-RECORD THRU 1520-EXIT
        UNTIL FB-AUDIT-EOF.
    CLOSE AUDITLOG.
1500-EXIT.
    EXIT.

1510-READ-AUDIT-RECORD.
    READ AUDITLOG
        AT END SET FB-AUDIT-EOF TO TRUE
        NOT AT END MOVE AUDITLOG-LINE TO AUDIT-RECORD
    END-READ.
1510-EXIT.
    EXIT.

1520-TIE-AUDIT-RECORD.
    IF AUD-RUN-ID(1:3) = "CF "
       OR AUD-STATUS NOT = "COMPLETE"
       OR AUD-TOTAL-PROCESSED NOT NUMERIC
        PERFORM 1510-READ-AUDIT-RECORD THRU 1510-EXIT
        GO TO 1520-EXIT
    END-IF.
    PERFORM 1960-MATCH-RUN-ID THRU 1960-EXIT.
    IF FB-TRUN-FOUND
        SET FB-TRUN-AUDITED(FB-TRUN-IDX) TO TRUE
        MOVE AUD-TOTAL-PROCESSED TO FB-TRUN-AUDIT(FB-TRUN-IDX)
    END-IF.
    PERFORM 1510-READ-AUDIT-RECORD THRU 1510-EXIT.
1520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1900-FIND-BILL-ENTRY - LOCATE FB-SEEK-REQUESTOR'S BILLING ENTRY,
*> ADDING IT (NOT LISTED ON DEPTCTL UNTIL 1020 SAYS OTHERWISE) WHEN
*> IT IS NEW.  A FULL TABLE LEAVES FB-BILL-NOT-FOUND SET.
*> ----------------------------------------------------------------
1900-FIND-BILL-ENTRY.
    SET FB-BILL-NOT-FOUND TO TRUE.
    IF FB-BILL-USED > ZERO
        SET FB-BILL-IDX TO 1
        PERFORM 1910-MATCH-BILL-ENTRY THRU 1910-EXIT
            UNTIL FB-BILL-FOUND OR FB-BILL-IDX > FB-BILL-USED
    END-IF.
    IF FB-BILL-FOUND
        GO TO 1900-EXIT
    END-IF.
    IF FB-BILL-USED >= FB-BILL-MAX
        SET FB-TABLE-FULL TO TRUE
        GO TO 1900-EXIT
    END-IF.
    ADD 1 TO FB-BILL-USED.
    SET FB-BILL-IDX TO FB-BILL-USED.
    MOVE FB-SEEK-REQUESTOR TO FB-BILL-REQUESTOR(FB-BILL-IDX).
    MOVE SPACES TO FB-BILL-NAME(FB-BILL-IDX).
    SET FB-BILL-NOT-LISTED(FB-BILL-IDX) TO TRUE.
    MOVE ZERO TO FB-BILL-CLASSIFIED(FB-BILL-IDX)
                 FB-BILL-CORRECTED(FB-BILL-IDX)
                 FB-BILL-REJECTED(FB-BILL-IDX).
    SET FB-BILL-FOUND TO TRUE.
1900-EXIT.
    EXIT.

1910-MATCH-BILL-ENTRY.
    IF FB-BILL-REQUESTOR(FB-BILL-IDX) = FB-SEEK-REQUESTOR
        SET FB-BILL-FOUND TO TRUE
    ELSE
        SET FB-BILL-IDX UP BY 1
    END-IF.
1910-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1950-FIND-RUN-ENTRY - LOCATE (OR ADD) THE LEDGER RUN'S TIE-OUT
*> ENTRY.  1960 ONLY MATCHES, FOR THE AUDITLOG PASS.
*> ----------------------------------------------------------------
1950-FIND-RUN-ENTRY.
    MOVE TVOL-RUN-ID TO AUD-RUN-ID.
    PERFORM 1960-MATCH-RUN-ID THRU 1960-EXIT.
    IF FB-TRUN-FOUND
        GO TO 1950-EXIT
    END-IF.
    IF FB-TRUN-USED >= FB-TRUN-MAX
        SET FB-TABLE-FULL TO TRUE
        GO TO 1950-EXIT
    END-IF.
    ADD 1 TO FB-TRUN-USED.
    SET FB-TRUN-IDX TO FB-TRUN-USED.
    MOVE TVOL-RUN-ID TO FB-TRUN-RUN-ID(FB-TRUN-IDX).
    MOVE ZERO TO FB-TRUN-LEDGER(FB-TRUN-IDX)
                 FB-TRUN-AUDIT(FB-TRUN-IDX).
    SET FB-TRUN-NOT-AUDITED(FB-TRUN-IDX) TO TRUE.
    SET FB-TRUN-FOUND TO TRUE.
1950-EXIT.
    EXIT.

1960-MATCH-RUN-ID.
    SET FB-TRUN-NOT-FOUND TO TRUE.
    IF FB-TRUN-USED = ZERO
        GO TO 1960-EXIT
    END-IF.
    SET FB-TRUN-IDX TO 1.
    PERFORM 1970-MATCH-RUN-ENTRY THRU 1970-EXIT
        UNTIL FB-TRUN-FOUND OR FB-TRUN-IDX > FB-TRUN-USED.
1960-EXIT.
    EXIT.

1970-MATCH-RUN-ENTRY.
    IF FB-TRUN-RUN-ID(FB-TRUN-IDX) = AUD-RUN-ID
        SET FB-TRUN-FOUND TO TRUE
    ELSE
        SET FB-TRUN-IDX UP BY 1
    END-IF.
1970-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-PRICE-DEPARTMENT - FIND THE DEPARTMENT'S RATE CARD (ITS
*> OWN, ELSE THE DEFAULT) AND PRICE THE MONTH: TRANSACTIONS AND
*> CORRECTIONS AT THE ITEM RATE, REJECTS AT THE REJECT FEE, EACH
*> LINE ROUNDED TO THE CENT.  USAGE BELOW THE MONTHLY MINIMUM IS
*> MADE UP BY A MINIMUM ADJUSTMENT.  A DEPARTMENT WITH NO CARD IS
*> INVOICED WITH ITS COUNTS BUT NO AMOUNTS AND FLAGGED.
*> ----------------------------------------------------------------
2000-PRICE-DEPARTMENT.
    SET FB-BILL-NOT-PRICED(FB-BILL-IDX) TO TRUE.
    MOVE ZERO TO FB-BILL-ITEM-RATE(FB-BILL-IDX)
                 FB-BILL-REJECT-FEE(FB-BILL-IDX)
                 FB-BILL-MINIMUM(FB-BILL-IDX)
                 FB-BILL-ITEM-AMT(FB-BILL-IDX)
                 FB-BILL-CORR-AMT(FB-BILL-IDX)
                 FB-BILL-REJECT-AMT(FB-BILL-IDX)
                 FB-BILL-MIN-ADJ(FB-BILL-IDX)
                 FB-BILL-DUE(FB-BILL-IDX).
    PERFORM 2100-FIND-RATE-CARD THRU 2100-EXIT.
    IF FB-BILL-NOT-PRICED(FB-BILL-IDX)
        GO TO 2000-EXIT
    END-IF.
    COMPUTE FB-BILL-ITEM-AMT(FB-BILL-IDX) ROUNDED
        = FB-BILL-CLASSIFIED(FB-BILL-IDX)
        * FB-BILL-ITEM-RATE(FB-BILL-IDX).
    COMPUTE FB-BILL-CORR-AMT(FB-BILL-IDX) ROUNDED
        = FB-BILL-CORRECTED(FB-BILL-IDX)
        * FB-BILL-ITEM-RATE(FB-BILL-IDX).
    COMPUTE FB-BILL-REJECT-AMT(FB-BILL-IDX) ROUNDED
        = FB-BILL-REJECTED(FB-BILL-IDX)
        * FB-BILL-REJECT-FEE(FB-BILL-IDX).
    COMPUTE FB-USAGE-AMT = FB-BILL-ITEM-AMT(FB-BILL-IDX)
                         + FB-BILL-CORR-AMT(FB-BILL-IDX)
                         + FB-BILL-REJECT-AMT(FB-BILL-IDX).
    IF FB-USAGE-AMT < FB-BILL-MINIMUM(FB-BILL-IDX)
        COMPUTE FB-BILL-MIN-ADJ(FB-BILL-IDX)
            = FB-BILL-MINIMUM(FB-BILL-IDX) - FB-USAGE-AMT
    END-IF.
    COMPUTE FB-BILL-DUE(FB-BILL-IDX)
        = FB-USAGE-AMT + FB-BILL-MIN-ADJ(FB-BILL-IDX).
2000-EXIT.
    EXIT.

2100-FIND-RATE-CARD.
    SET FB-RATE-NOT-FOUND TO TRUE.
    IF FB-RATE-USED > ZERO
        SET FB-RATE-IDX TO 1
        PERFORM 2110-MATCH-RATE-ENTRY THRU 2110-EXIT
            UNTIL FB-RATE-FOUND OR FB-RATE-IDX > FB-RATE-USED
    END-IF.
    IF FB-RATE-FOUND
        SET FB-BILL-PRICED(FB-BILL-IDX) TO TRUE
        MOVE FB-RATE-ITEM-RATE(FB-RATE-IDX)
            TO FB-BILL-ITEM-RATE(FB-BILL-IDX)
        MOVE FB-RATE-REJECT-FEE(FB-RATE-IDX)
            TO FB-BILL-REJECT-FEE(FB-BILL-IDX)
        MOVE FB-RATE-MINIMUM(FB-RATE-IDX)
            TO FB-BILL-MINIMUM(FB-BILL-IDX)
        GO TO 2100-EXIT
    END-IF.
    IF FB-DEFAULT-RATE-FOUND
        SET FB-BILL-PRICED(FB-BILL-IDX) TO TRUE
        MOVE FB-DEFAULT-ITEM-RATE  TO FB-BILL-ITEM-RATE(FB-BILL-IDX)
        MOVE FB-DEFAULT-REJECT-FEE TO FB-BILL-REJECT-FEE(FB-BILL-IDX)
        MOVE FB-DEFAULT-MINIMUM    TO FB-BILL-MINIMUM(FB-BILL-IDX)
    END-IF.
2100-EXIT.
    EXIT.

2110-MATCH-RATE-ENTRY.
    IF FB-RATE-REQUESTOR(FB-RATE-IDX) = FB-BILL-REQUESTOR(FB-BILL-IDX)
        SET FB-RATE-FOUND TO TRUE
    ELSE
        SET FB-RATE-IDX UP BY 1
    END-IF.
2110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-PRINT-INVOICE - ONE INVOICE PAGE, AND ONE GLFEED DETAIL,
*> PER DEPARTMENT BILLED.  AN ACTIVE DEPARTMENT IS ALWAYS BILLED
*> (ITS MINIMUM, IF NOTHING ELSE); AN INACTIVE OR UNLISTED ONE ONLY
*> WHEN IT HAD ACTIVITY IN THE MONTH.
*> ----------------------------------------------------------------
3000-PRINT-INVOICE.
    IF NOT FB-BILL-ACTIVE(FB-BILL-IDX)
       AND FB-BILL-CLASSIFIED(FB-BILL-IDX) = ZERO
       AND FB-BILL-CORRECTED(FB-BILL-IDX) = ZERO
       AND FB-BILL-REJECTED(FB-BILL-IDX) = ZERO
        GO TO 3000-EXIT
    END-IF.
    ADD 1 TO FB-INVOICE-COUNT.
    ADD FB-BILL-CLASSIFIED(FB-BILL-IDX) TO FB-TOTAL-CLASSIFIED.
    ADD FB-BILL-CORRECTED(FB-BILL-IDX)  TO FB-TOTAL-CORRECTED.
    ADD FB-BILL-REJECTED(FB-BILL-IDX)   TO FB-TOTAL-REJECTED.
    ADD FB-BILL-DUE(FB-BILL-IDX)        TO FB-TOTAL-DUE.
    MOVE "DEPARTMENT CHARGEBACK INVOICE" TO CHGH-TITLE.
    PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
    MOVE FB-BILL-REQUESTOR(FB-BILL-IDX) TO CHGD-REQUESTOR.
    MOVE FB-BILL-NAME(FB-BILL-IDX)      TO CHGD-NAME.
    PERFORM 3100-SET-DEPT-STATUS THRU 3100-EXIT.
    WRITE CHGRPT-LINE FROM CHG-DEPT-LINE.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
    WRITE CHGRPT-LINE FROM CHG-CHARGE-HEADING.
    MOVE "TRANSACTIONS CLASSIFIED"          TO CHGC-LABEL.
    MOVE FB-BILL-CLASSIFIED(FB-BILL-IDX)    TO CHGC-QUANTITY.
    MOVE FB-BILL-ITEM-RATE(FB-BILL-IDX)     TO CHGC-RATE.
    MOVE FB-BILL-ITEM-AMT(FB-BILL-IDX)      TO CHGC-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-CHARGE-LINE.
    MOVE "CORRECTIONS CLEARED"              TO CHGC-LABEL.
    MOVE FB-BILL-CORRECTED(FB-BILL-IDX)     TO CHGC-QUANTITY.
    MOVE FB-BILL-ITEM-RATE(FB-BILL-IDX)     TO CHGC-RATE.
    MOVE FB-BILL-CORR-AMT(FB-BILL-IDX)      TO CHGC-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-CHARGE-LINE.
    MOVE "REJECTS SENT TO SUSPENSE"         TO CHGC-LABEL.
    MOVE FB-BILL-REJECTED(FB-BILL-IDX)      TO CHGC-QUANTITY.
    MOVE FB-BILL-REJECT-FEE(FB-BILL-IDX)    TO CHGC-RATE.
    MOVE FB-BILL-REJECT-AMT(FB-BILL-IDX)    TO CHGC-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-CHARGE-LINE.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
    MOVE "MONTHLY MINIMUM"                  TO CHGA-LABEL.
    MOVE FB-BILL-MINIMUM(FB-BILL-IDX)       TO CHGA-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-AMOUNT-LINE.
    MOVE "MINIMUM CHARGE ADJUSTMENT"        TO CHGA-LABEL.
    MOVE FB-BILL-MIN-ADJ(FB-BILL-IDX)       TO CHGA-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-AMOUNT-LINE.
    MOVE "AMOUNT DUE"                       TO CHGA-LABEL.
    MOVE FB-BILL-DUE(FB-BILL-IDX)           TO CHGA-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-AMOUNT-LINE.
    IF FB-BILL-NOT-PRICED(FB-BILL-IDX)
        ADD 1 TO FB-UNPRICED-COUNT
        MOVE SPACES TO CHGRPT-LINE
        WRITE CHGRPT-LINE
        MOVE "*** NO RATECTL CARD AND NO DEFAULT CARD - NOT PRICED ***"
            TO CHGN-TEXT
        WRITE CHGRPT-LINE FROM CHG-NOTE-LINE
    END-IF.
    PERFORM 4100-WRITE-FEED-DETAIL THRU 4100-EXIT.
3000-EXIT.
    EXIT.

3100-SET-DEPT-STATUS.
    EVALUATE TRUE
        WHEN FB-BILL-ACTIVE(FB-BILL-IDX)
            MOVE "ACTIVE"         TO CHGD-STATUS
        WHEN FB-BILL-INACTIVE(FB-BILL-IDX)
            MOVE "INACTIVE"       TO CHGD-STATUS
        WHEN OTHER
            MOVE "NOT ON DEPTCTL" TO CHGD-STATUS
    END-EVALUATE.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-WRITE-FEED-HEADER THRU 4200 - THE GLFEED BILLING FEED:
*> HEADER, ONE DETAIL PER INVOICE, AND A TRAILER WITH THE DETAIL
*> COUNT AND THE TOTAL AMOUNT DUE (SEE FBGLFD).
*> ----------------------------------------------------------------
4000-WRITE-FEED-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    MOVE FB-BILL-MONTH TO GLH-PERIOD.
    MOVE FB-RUN-DATE   TO GLH-RUN-DATE.
    WRITE GLFEED-LINE FROM GL-FEED-HEADER.
4000-EXIT.
    EXIT.

4100-WRITE-FEED-DETAIL.
    MOVE FB-BILL-MONTH                    TO GLD-PERIOD.
    MOVE FB-BILL-REQUESTOR(FB-BILL-IDX)   TO GLD-REQUESTOR.
    COMPUTE GLD-ITEM-AMOUNT = FB-BILL-ITEM-AMT(FB-BILL-IDX)
                            + FB-BILL-CORR-AMT(FB-BILL-IDX).
    MOVE FB-BILL-REJECT-AMT(FB-BILL-IDX)  TO GLD-REJECT-AMOUNT.
    MOVE FB-BILL-MIN-ADJ(FB-BILL-IDX)     TO GLD-MINIMUM-ADJ.
    MOVE FB-BILL-DUE(FB-BILL-IDX)         TO GLD-AMOUNT-DUE.
    WRITE GLFEED-LINE FROM GL-FEED-DETAIL.
4100-EXIT.
    EXIT.

4200-WRITE-FEED-TRAILER.
    MOVE FB-INVOICE-COUNT TO GLT-RECORD-COUNT.
    MOVE FB-TOTAL-DUE     TO GLT-AMOUNT-TOTAL.
    WRITE GLFEED-LINE FROM GL-FEED-TRAILER.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-PRINT-SUMMARY - ONE LINE PER DEPARTMENT INVOICED AND THE
*> BILLING TOTALS, THEN THE TIE-OUT: EACH TRANSACTION RUN IN THE
*> MONTH, THE ITEMS ITS TRNVOL LINES CLASSIFIED AGAINST THE
*> AUD-TOTAL-PROCESSED ON ITS AUDITLOG COMPLETE RECORD.
*> ----------------------------------------------------------------
5000-PRINT-SUMMARY.
    MOVE "DEPARTMENT CHARGEBACK SUMMARY" TO CHGH-TITLE.
    PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
    WRITE CHGRPT-LINE FROM CHG-SUMMARY-HEADING.
    PERFORM 5200-WRITE-SUMMARY-LINE THRU 5200-EXIT
        VARYING FB-BILL-IDX FROM 1 BY 1
        UNTIL FB-BILL-IDX > FB-BILL-USED.
    IF FB-INVOICE-COUNT = ZERO
        WRITE CHGRPT-LINE FROM CHG-NONE-LINE
    END-IF.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
    MOVE "DEPARTMENTS INVOICED"            TO CHGTT-LABEL.
    MOVE FB-INVOICE-COUNT                  TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "TRANSACTIONS CLASSIFIED"         TO CHGTT-LABEL.
    MOVE FB-TOTAL-CLASSIFIED               TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "CORRECTIONS CLEARED"             TO CHGTT-LABEL.
    MOVE FB-TOTAL-CORRECTED                TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "REJECTS SENT TO SUSPENSE"        TO CHGTT-LABEL.
    MOVE FB-TOTAL-REJECTED                 TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "DEPARTMENTS NOT PRICED"          TO CHGTT-LABEL.
    MOVE FB-UNPRICED-COUNT                 TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "TOTAL AMOUNT BILLED"             TO CHGTA-LABEL.
    MOVE FB-TOTAL-DUE                      TO CHGTA-AMOUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-AMOUNT-LINE.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
    MOVE "TIE-OUT TO AUDITLOG TRANSACTION-RUN TOTALS" TO CHGN-TEXT.
    WRITE CHGRPT-LINE FROM CHG-NOTE-LINE.
    WRITE CHGRPT-LINE FROM CHG-TIE-HEADING.
    PERFORM 5300-WRITE-TIE-LINE THRU 5300-EXIT
        VARYING FB-TRUN-IDX FROM 1 BY 1
        UNTIL FB-TRUN-IDX > FB-TRUN-USED.
    IF FB-TRUN-USED = ZERO
        WRITE CHGRPT-LINE FROM CHG-NONE-LINE
    END-IF.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
    MOVE "ITEMS CLASSIFIED PER TRNVOL"     TO CHGTT-LABEL.
    MOVE FB-LEDGER-TOTAL                   TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "PROCESSED PER AUDITLOG"          TO CHGTT-LABEL.
    MOVE FB-AUDIT-TOTAL                    TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
    MOVE "RUNS THAT DO NOT TIE"            TO CHGTT-LABEL.
    MOVE FB-TIE-BREAKS                     TO CHGTT-COUNT.
    WRITE CHGRPT-LINE FROM CHG-TOTAL-LINE.
5000-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ADD 1 TO FB-PAGE-NO.
    IF FB-PAGE-NO > 1
        MOVE SPACES TO CHGRPT-LINE
        WRITE CHGRPT-LINE
    END-IF.
    MOVE FB-BILL-MONTH TO CHGH-MONTH.
    MOVE FB-RUN-DATE TO CHGH-DATE.
    MOVE FB-PAGE-NO TO CHGH-PAGE.
    WRITE CHGRPT-LINE FROM CHG-HEADING-1.
    MOVE SPACES TO CHGRPT-LINE.
    WRITE CHGRPT-LINE.
5100-EXIT.
    EXIT.

5200-WRITE-SUMMARY-LINE.
    IF NOT FB-BILL-ACTIVE(FB-BILL-IDX)
       AND FB-BILL-CLASSIFIED(FB-BILL-IDX) = ZERO
       AND FB-BILL-CORRECTED(FB-BILL-IDX) = ZERO
       AND FB-BILL-REJECTED(FB-BILL-IDX) = ZERO
        GO TO 5200-EXIT
    END-IF.
    MOVE FB-BILL-REQUESTOR(FB-BILL-IDX)  TO CHGS-REQUESTOR.
    PERFORM 3100-SET-DEPT-STATUS THRU 3100-EXIT.
    IF FB-BILL-NOT-LISTED(FB-BILL-IDX)
        MOVE "UNLISTED"                  TO CHGS-STATUS
    ELSE
        MOVE CHGD-STATUS                 TO CHGS-STATUS
    END-IF.
    MOVE FB-BILL-CLASSIFIED(FB-BILL-IDX) TO CHGS-CLASSIFIED.
    MOVE FB-BILL-CORRECTED(FB-BILL-IDX)  TO CHGS-CORRECTED.
    MOVE FB-BILL-REJECTED(FB-BILL-IDX)   TO CHGS-REJECTED.
    MOVE FB-BILL-DUE(FB-BILL-IDX)        TO CHGS-DUE.
    IF FB-BILL-NOT-PRICED(FB-BILL-IDX)
        MOVE "NOT PRICED" TO CHGS-FLAG
    ELSE
        MOVE SPACES       TO CHGS-FLAG
    END-IF.
    WRITE CHGRPT-LINE FROM CHG-SUMMARY-LINE.
5200-EXIT.
    EXIT.

5300-WRITE-TIE-LINE.
    ADD FB-TRUN-LEDGER(FB-TRUN-IDX) TO FB-LEDGER-TOTAL.
    ADD FB-TRUN-AUDIT(FB-TRUN-IDX)  TO FB-AUDIT-TOTAL.
    MOVE FB-TRUN-RUN-ID(FB-TRUN-IDX) TO CHGT-RUN-ID.
    MOVE FB-TRUN-LEDGER(FB-TRUN-IDX) TO CHGT-LEDGER.
    MOVE FB-TRUN-AUDIT(FB-TRUN-IDX)  TO CHGT-AUDIT.
    EVALUATE TRUE
        WHEN FB-TRUN-NOT-AUDITED(FB-TRUN-IDX)
            ADD 1 TO FB-TIE-BREAKS
            MOVE "*** NO COMPLETE RECORD ***" TO CHGT-RESULT
        WHEN FB-TRUN-LEDGER(FB-TRUN-IDX)
               NOT = FB-TRUN-AUDIT(FB-TRUN-IDX)
            ADD 1 TO FB-TIE-BREAKS
            MOVE "*** DOES NOT TIE ***" TO CHGT-RESULT
        WHEN OTHER
            MOVE "TIES" TO CHGT-RESULT
    END-EVALUATE.
    WRITE CHGRPT-LINE FROM CHG-TIE-LINE.
5300-EXIT.
    EXIT.
