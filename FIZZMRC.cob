IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZMRC.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - FIZZMST INTEGRITY RECONCILIATION.
*>                    FIZZLOD AND FIZZSWP BOTH WRITE THE MASTER AND
*>                    FIZZINQ ANSWERS FROM IT, BUT NOTHING CHECKED
*>                    THAT IT STILL AGREED WITH THE RUNS THAT BUILT
*>                    IT - A HALF-FINISHED LOAD OR AN INTERRUPTED
*>                    SWEEP ONLY CAME TO LIGHT WHEN A DEPARTMENT
*>                    QUERIED AN ANSWER.  FIZZMRC READS FIZZMST END
*>                    TO END AND REPORTS ON MRCRPT: RECORD COUNT AND
*>                    HASH TOTAL OF FZM-CNT BY FZM-RUN-ID; EVERY
*>                    RUN-ID WITH NO COMPLETE RECORD ON AUDITLOG OR
*>                    ON THE AUDITLOG.YYYYMM ARCHIVES ITS CF RECORDS
*>                    NAME; EVERY NUMBER A LOADED RUN'S COVLEDG
*>                    RANGES COVER THAT IS MISSING FROM THE MASTER;
*>                    AND EVERY NUMBER WHOSE MASTER CATEGORY CODE
*>                    DISAGREES WITH THE CURRENT GENCATF FIZZOUT
*>                    GENERATION.  ANY FINDING ENDS WITH RETURN CODE
*>                    8 SO A JOBSTRM STEP CAN STOP PUBLICATION.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL FIZZMST  ASSIGN TO "FIZZMST"
                            ORGANIZATION INDEXED
                            ACCESS MODE DYNAMIC
                            RECORD KEY FZM-CNT
                            FILE STATUS IS FB-FIZZMST-STATUS.
            SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-AUDITLOG-STATUS.
            SELECT OPTIONAL ARCHAUD  ASSIGN TO "ARCHAUD"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-ARCHAUD-STATUS.
            SELECT OPTIONAL COVLEDG  ASSIGN TO "COVLEDG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-COVLEDG-STATUS.
            SELECT OPTIONAL FMTCTL   ASSIGN TO "FMTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-FMTCTL-STATUS.
            SELECT OPTIONAL GENCATF  ASSIGN TO "GENCATF"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENCATF-STATUS.
            SELECT OPTIONAL FIZZOUT  ASSIGN TO "FIZZOUT"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-FIZZOUT-STATUS.
            SELECT MRCRPT   ASSIGN TO "MRCRPT"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  FIZZMST.
            COPY FBMSTR.

        FD  AUDITLOG.
            01 AUDITLOG-LINE PIC X(80).

        FD  ARCHAUD.
            01 ARCHAUD-LINE PIC X(80).

        FD  COVLEDG.
            COPY FBCOVL.

        FD  FMTCTL.
            01 FMTCTL-LINE PIC X(10).

        FD  GENCATF.
            01 GENCATF-LINE PIC X(80).

        FD  FIZZOUT.
            01 FIZZOUT-LINE PIC X(80).

        FD  MRCRPT.
            01 MRCRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBAUDIT.
        COPY FBCARF.
        COPY FBGENC.
        COPY FBOUTR.

        01 FB-FIZZMST-STATUS          PIC X(02).
            88 FB-FIZZMST-OK                     VALUE "00".
        01 FB-AUDITLOG-STATUS         PIC X(02).
            88 FB-AUDITLOG-OK                    VALUE "00".
        01 FB-ARCHAUD-STATUS          PIC X(02).
            88 FB-ARCHAUD-OK                     VALUE "00".
        01 FB-COVLEDG-STATUS          PIC X(02).
            88 FB-COVLEDG-OK                     VALUE "00".
        01 FB-FMTCTL-STATUS           PIC X(02).
            88 FB-FMTCTL-OK                      VALUE "00".
        01 FB-GENCATF-STATUS          PIC X(02).
            88 FB-GENCATF-OK                     VALUE "00".
        01 FB-FIZZOUT-STATUS          PIC X(02).
            88 FB-FIZZOUT-OK                     VALUE "00".

        01 FB-SWITCHES.
            05 FB-AUDIT-EOF-SW        PIC X(01) VALUE "N".
                88 FB-AUDIT-EOF                 VALUE "Y".
                88 FB-AUDIT-NOT-EOF             VALUE "N".
            05 FB-MASTER-EOF-SW       PIC X(01) VALUE "N".
                88 FB-MASTER-EOF                VALUE "Y".
                88 FB-MASTER-NOT-EOF            VALUE "N".
            05 FB-LEDGER-EOF-SW       PIC X(01) VALUE "N".
                88 FB-LEDGER-EOF                VALUE "Y".
                88 FB-LEDGER-NOT-EOF            VALUE "N".
            05 FB-GENCAT-EOF-SW       PIC X(01) VALUE "N".
                88 FB-GENCAT-EOF                VALUE "Y".
                88 FB-GENCAT-NOT-EOF            VALUE "N".
            05 FB-FIZZOUT-EOF-SW      PIC X(01) VALUE "N".
                88 FB-FIZZOUT-EOF               VALUE "Y".
                88 FB-FIZZOUT-NOT-EOF           VALUE "N".

        01 FB-OUTPUT-MODE-SW          PIC X(01) VALUE "F".
            88 FB-OUTPUT-MODE-CSV                VALUE "C".
            88 FB-OUTPUT-MODE-FIXED              VALUE "F".
        01 FB-CURRENT-DSN             PIC X(23) VALUE SPACES.
        01 FB-ARCHIVE-DSN             PIC X(15).

        01 FB-DONE-TABLE.
            05 FB-DONE-RUN-ID         OCCURS 5000 TIMES
                                      INDEXED BY FB-DONE-IDX
                                      PIC X(14).
        01 FB-DONE-COUNT              PIC 9(04) COMP VALUE ZERO.
        01 FB-DONE-MAX                PIC 9(04) COMP VALUE 5000.
        01 FB-DONE-FULL-SW            PIC X(01) VALUE "N".
            88 FB-DONE-FULL                      VALUE "Y".
            88 FB-DONE-NOT-FULL                  VALUE "N".
        01 FB-DONE-FOUND-SW           PIC X(01) VALUE "N".
            88 FB-DONE-FOUND                     VALUE "Y".
            88 FB-DONE-NOT-FOUND                 VALUE "N".

        01 FB-PERIOD-TABLE.
            05 FB-PERIOD-ENTRY        OCCURS 240 TIMES
                                      INDEXED BY FB-PERIOD-IDX.
                10 FB-PERIOD-MONTH    PIC X(06).
                10 FB-PERIOD-MISSING-SW PIC X(01).
                    88 FB-PERIOD-MISSING         VALUE "Y".
        01 FB-PERIOD-COUNT            PIC 9(03) COMP VALUE ZERO.
        01 FB-PERIOD-MAX              PIC 9(03) COMP VALUE 240.

        01 FB-MRUN-TABLE.
            05 FB-MRUN-ENTRY          OCCURS 500 TIMES
                                      INDEXED BY FB-MRUN-IDX.
                10 FB-MRUN-RUN-ID     PIC X(14).
                10 FB-MRUN-RECORDS    PIC 9(09) COMP.
                10 FB-MRUN-HASH       PIC 9(13) COMP.
                10 FB-MRUN-DONE-SW    PIC X(01).
                    88 FB-MRUN-DONE              VALUE "Y".
        01 FB-MRUN-COUNT              PIC 9(03) COMP VALUE ZERO.
        01 FB-MRUN-MAX                PIC 9(03) COMP VALUE 500.
        01 FB-MRUN-LAST               PIC 9(03) COMP VALUE ZERO.
        01 FB-MRUN-FULL-SW            PIC X(01) VALUE "N".
            88 FB-MRUN-FULL                      VALUE "Y".
            88 FB-MRUN-NOT-FULL                  VALUE "N".
        01 FB-MRUN-FOUND-SW           PIC X(01) VALUE "N".
            88 FB-MRUN-FOUND                     VALUE "Y".
            88 FB-MRUN-NOT-FOUND                 VALUE "N".
        01 FB-SEEK-RUN-ID             PIC X(14).

        01 FB-PROBE-CNT               PIC 9(09) VALUE ZERO.
        01 FB-GAP-START               PIC 9(09) VALUE ZERO.
        01 FB-GAP-END                 PIC 9(09) VALUE ZERO.
        01 FB-GAP-OPEN-SW             PIC X(01) VALUE "N".
            88 FB-GAP-OPEN                       VALUE "Y".
            88 FB-GAP-CLOSED                     VALUE "N".

        01 FB-GEN-RUN-ID              PIC X(14) VALUE SPACES.
        01 FB-HDR-TAG                 PIC X(03).
        01 FB-HDR-RUN-ID              PIC X(14).
        01 FB-CSV-CNT                 PIC X(09).
        01 FB-CSV-CODE                PIC X(07).
        01 FB-CSV-TEXT                PIC X(40).

        01 FB-MASTER-RECORDS          PIC 9(09) COMP VALUE ZERO.
        01 FB-MASTER-HASH             PIC 9(13) COMP VALUE ZERO.
        01 FB-NOT-DONE-RUNS           PIC 9(09) COMP VALUE ZERO.
        01 FB-MISSING-NUMBERS         PIC 9(09) COMP VALUE ZERO.
        01 FB-MISSING-RANGES          PIC 9(09) COMP VALUE ZERO.
        01 FB-GEN-CHECKED             PIC 9(09) COMP VALUE ZERO.
        01 FB-CODE-MISMATCHES         PIC 9(09) COMP VALUE ZERO.
        01 FB-NOT-ON-MASTER           PIC 9(09) COMP VALUE ZERO.
        01 FB-ARCHIVES-MISSING        PIC 9(03) COMP VALUE ZERO.
        01 FB-FINDING-COUNT           PIC 9(09) COMP VALUE ZERO.
        01 FB-SECTION-FINDINGS        PIC 9(09) COMP VALUE ZERO.
        01 FB-COUNT-DISPLAY           PIC Z(8)9.

        01 FB-RUN-DATE                PIC X(08).
        01 FB-PAGE-NO                 PIC 9(03) COMP VALUE ZERO.

        01 MRC-HEADING-1.
            05 FILLER                 PIC X(32)
                          VALUE "FIZZMST INTEGRITY RECONCILIATION".
            05 FILLER                 PIC X(13) VALUE SPACES.
            05 MRCH-DATE              PIC X(08).
            05 FILLER                 PIC X(10) VALUE SPACES.
            05 FILLER                 PIC X(05) VALUE "PAGE ".
            05 MRCH-PAGE              PIC ZZ9.

        01 MRC-RUN-HEADING.
            05 FILLER                 PIC X(16) VALUE "FZM-RUN-ID".
            05 FILLER                 PIC X(09) VALUE "  RECORDS".
            05 FILLER                 PIC X(15)
                                      VALUE "     HASH TOTAL".
            05 FILLER                 PIC X(20)
                                      VALUE "  AUDITLOG".

        01 MRC-RUN-DETAIL.
            05 MRCU-RUN-ID            PIC X(14).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MRCU-RECORDS           PIC Z(8)9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MRCU-HASH              PIC Z(12)9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MRCU-AUDIT             PIC X(30).

        01 MRC-ARCHIVE-LINE.
            05 FILLER                 PIC X(17)
                                      VALUE "ARCHIVE MISSING  ".
            05 MRCA-DSN               PIC X(15).
            05 FILLER                 PIC X(31)
                        VALUE "  NAMED BY A CF RECORD ON THE ".
            05 FILLER                 PIC X(08) VALUE "LIVE LOG".

        01 MRC-SECTION-LINE.
            05 MRCS-TEXT              PIC X(80).

        01 MRC-MISSING-LINE.
            05 FILLER                 PIC X(08) VALUE "MISSING ".
            05 MRCM-START             PIC 9(09).
            05 FILLER                 PIC X(01) VALUE "-".
            05 MRCM-END               PIC 9(09).
            05 FILLER                 PIC X(15)
                                      VALUE "  COVERED BY   ".
            05 MRCM-RUN-ID            PIC X(14).

        01 MRC-MISMATCH-LINE.
            05 MRCX-CNT               PIC 9(09).
            05 FILLER                 PIC X(10) VALUE "  FIZZOUT ".
            05 MRCX-OUT-CODE          PIC 9(07).
            05 FILLER                 PIC X(10) VALUE "  FIZZMST ".
            05 MRCX-MST-CODE          PIC X(07).
            05 FILLER                 PIC X(06) VALUE "  RUN ".
            05 MRCX-RUN-ID            PIC X(14).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 MRCX-NOTE              PIC X(16).

        01 MRC-NONE-LINE.
            05 FILLER                 PIC X(10) VALUE SPACES.
            05 FILLER                 PIC X(05) VALUE "NONE.".

        01 MRC-TOTAL-LINE.
            05 MRCT-LABEL             PIC X(32).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 MRCT-COUNT             PIC Z(12)9.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        PERFORM 1000-COLLECT-COMPLETE-RUNS THRU 1000-EXIT.
        OPEN INPUT FIZZMST.
        IF NOT FB-FIZZMST-OK
            DISPLAY "FIZZMRC - FIZZMST NOT AVAILABLE - STATUS "
                    FB-FIZZMST-STATUS
            IF FB-FIZZMST-STATUS = "05"
                CLOSE FIZZMST
            END-IF
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        OPEN OUTPUT MRCRPT.
        PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
        PERFORM 2000-SUMMARIZE-MASTER THRU 2000-EXIT.
        PERFORM 2500-WRITE-RUN-SUMMARY THRU 2500-EXIT.
        PERFORM 3000-CHECK-COVERAGE THRU 3000-EXIT.
        PERFORM 4000-CHECK-CURRENT-GENERATION THRU 4000-EXIT.
        CLOSE FIZZMST.
        PERFORM 5300-WRITE-REPORT-TOTALS THRU 5300-EXIT.
        CLOSE MRCRPT.
        IF FB-FINDING-COUNT > ZERO
            MOVE FB-FINDING-COUNT TO FB-COUNT-DISPLAY
            DISPLAY "FIZZMRC - " FB-COUNT-DISPLAY
                    " INTEGRITY FINDING(S) - SEE MRCRPT"
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE FB-MASTER-RECORDS TO FB-COUNT-DISPLAY
            DISPLAY "FIZZMRC - FIZZMST RECONCILED -" FB-COUNT-DISPLAY
                    " RECORDS"
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-COLLECT-COMPLETE-RUNS - EVERY RUN-ID WITH A COMPLETE RECORD,
*> FROM THE LIVE AUDITLOG AND FROM EVERY AUDITLOG.YYYYMM ARCHIVE.
*> THE ARCHIVES ARE FOUND THROUGH THE CF CARRY-FORWARD RECORDS
*> FIZZARC LEAVES ON THE LIVE LOG, ONE PER ARCHIVED PERIOD; A CF
*> PERIOD WHOSE ARCHIVE CANNOT BE OPENED IS ITSELF A FINDING, SINCE
*> EVERY RUN OF THAT MONTH WILL THEN LOOK INCOMPLETE.
*> ----------------------------------------------------------------
1000-COLLECT-COMPLETE-RUNS.
    OPEN INPUT AUDITLOG.
    IF NOT FB-AUDITLOG-OK
        IF FB-AUDITLOG-STATUS = "05"
            CLOSE AUDITLOG
        END-IF
        GO TO 1000-EXIT
    END-IF.
    SET FB-AUDIT-NOT-EOF TO TRUE.
    PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT.
    PERFORM 1100-NOTE-AUDIT-RECORD THRU 1100-EXIT
        UNTIL FB-AUDIT-EOF.
    CLOSE AUDITLOG.
    PERFORM 1400-READ-ARCHIVE-PERIOD THRU 1400-EXIT
        VARYING FB-PERIOD-IDX FROM 1 BY 1
        UNTIL FB-PERIOD-IDX > FB-PERIOD-COUNT.
    IF FB-DONE-FULL
        DISPLAY "FIZZMRC - COMPLETE RUN TABLE FULL - LATER RUNS "
                "WILL BE REPORTED AS INCOMPLETE"
    END-IF.
1000-EXIT.
    EXIT.

1010-READ-AUDIT-RECORD.
    READ AUDITLOG
        AT END SET FB-AUDIT-EOF TO TRUE
        NOT AT END MOVE AUDITLOG-LINE TO AUDIT-RECORD
    END-READ.
1010-EXIT.
    EXIT.

1100-NOTE-AUDIT-RECORD.
    IF AUD-RUN-ID(1:3) = "CF "
        MOVE AUDITLOG-LINE TO CARRY-FORWARD-RECORD
        PERFORM 1300-ADD-ARCHIVE-PERIOD THRU 1300-EXIT
        PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT
        GO TO 1100-EXIT
    END-IF.
    IF AUD-STATUS = "COMPLETE"
        PERFORM 1200-ADD-COMPLETE-RUN THRU 1200-EXIT
    END-IF.
    PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT.
1100-EXIT.
    EXIT.

1200-ADD-COMPLETE-RUN.
    IF FB-DONE-COUNT >= FB-DONE-MAX
        SET FB-DONE-FULL TO TRUE
        GO TO 1200-EXIT
    END-IF.
    ADD 1 TO FB-DONE-COUNT.
    SET FB-DONE-IDX TO FB-DONE-COUNT.
    MOVE AUD-RUN-ID TO FB-DONE-RUN-ID(FB-DONE-IDX).
1200-EXIT.
    EXIT.

1300-ADD-ARCHIVE-PERIOD.
    IF FB-PERIOD-COUNT >= FB-PERIOD-MAX
        DISPLAY "FIZZMRC - ARCHIVE PERIOD TABLE FULL - PERIOD "
                CARF-PERIOD " NOT READ"
        GO TO 1300-EXIT
    END-IF.
    ADD 1 TO FB-PERIOD-COUNT.
    SET FB-PERIOD-IDX TO FB-PERIOD-COUNT.
    MOVE CARF-PERIOD TO FB-PERIOD-MONTH(FB-PERIOD-IDX).
    MOVE "N" TO FB-PERIOD-MISSING-SW(FB-PERIOD-IDX).
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-READ-ARCHIVE-PERIOD - POINT THE ARCHAUD DD AT ONE PERIOD'S
*> AUDITLOG.YYYYMM, THE SAME WAY FIZZAUD DOES, AND COLLECT ITS
*> COMPLETE RECORDS.
*> ----------------------------------------------------------------
1400-READ-ARCHIVE-PERIOD.
    MOVE SPACES TO FB-ARCHIVE-DSN.
    STRING "AUDITLOG."                    DELIMITED BY SIZE
           FB-PERIOD-MONTH(FB-PERIOD-IDX) DELIMITED BY SIZE
        INTO FB-ARCHIVE-DSN
    END-STRING.
    DISPLAY "DD_ARCHAUD" UPON ENVIRONMENT-NAME.
    DISPLAY FB-ARCHIVE-DSN UPON ENVIRONMENT-VALUE.
    OPEN INPUT ARCHAUD.
    IF NOT FB-ARCHAUD-OK
        IF FB-ARCHAUD-STATUS = "05"
            CLOSE ARCHAUD
        END-IF
        SET FB-PERIOD-MISSING(FB-PERIOD-IDX) TO TRUE
        ADD 1 TO FB-ARCHIVES-MISSING
        ADD 1 TO FB-FINDING-COUNT
        GO TO 1400-EXIT
    END-IF.
    SET FB-AUDIT-NOT-EOF TO TRUE.
    PERFORM 1410-READ-ARCHIVE-RECORD THRU 1410-EXIT.
    PERFORM 1420-NOTE-ARCHIVE-RECORD THRU 1420-EXIT
        UNTIL FB-AUDIT-EOF.
    CLOSE ARCHAUD.
1400-EXIT.
    EXIT.

1410-READ-ARCHIVE-RECORD.
    READ ARCHAUD
        AT END SET FB-AUDIT-EOF TO TRUE
        NOT AT END MOVE ARCHAUD-LINE TO AUDIT-RECORD
    END-READ.
1410-EXIT.
    EXIT.

1420-NOTE-ARCHIVE-RECORD.
    IF AUD-STATUS = "COMPLETE"
        PERFORM 1200-ADD-COMPLETE-RUN THRU 1200-EXIT
    END-IF.
    PERFORM 1410-READ-ARCHIVE-RECORD THRU 1410-EXIT.
1420-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-SELECT-OUTPUT-MODE - THE SAME FMTCTL LOOKUP FIZZ_BUZZ DOES,
*> SO THE GENERATION CHECK PARSES FIZZOUT IN WHICHEVER FORMAT IT
*> WAS WRITTEN.
*> ----------------------------------------------------------------
1600-SELECT-OUTPUT-MODE.
    OPEN INPUT FMTCTL.
    IF FB-FMTCTL-OK
        READ FMTCTL
            AT END CONTINUE
            NOT AT END
                IF FMTCTL-LINE(1:3) = "CSV"
                    SET FB-OUTPUT-MODE-CSV TO TRUE
                END-IF
        END-READ
        CLOSE FMTCTL
    END-IF.
1600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1800-SELECT-CURRENT-GENERATION - THE LAST GENCATF RECORD NAMES
*> THE GENERATION THE LATEST RUN WROTE; POINT THE FIZZOUT DD AT IT.
*> WITH NO CATALOG (GENERATIONS NOT IN USE), THE PLAIN FIZZOUT NAME
*> STANDS.
*> ----------------------------------------------------------------
1800-SELECT-CURRENT-GENERATION.
    OPEN INPUT GENCATF.
    IF NOT FB-GENCATF-OK
        IF FB-GENCATF-STATUS = "05"
            CLOSE GENCATF
        END-IF
        GO TO 1800-EXIT
    END-IF.
    PERFORM 1810-READ-GENCAT-RECORD THRU 1810-EXIT.
    PERFORM 1820-NOTE-GENERATION THRU 1820-EXIT
        UNTIL FB-GENCAT-EOF.
    CLOSE GENCATF.
    IF FB-CURRENT-DSN NOT = SPACES
        DISPLAY "DD_FIZZOUT" UPON ENVIRONMENT-NAME
        DISPLAY FB-CURRENT-DSN UPON ENVIRONMENT-VALUE
    END-IF.
1800-EXIT.
    EXIT.

1810-READ-GENCAT-RECORD.
    READ GENCATF
        AT END SET FB-GENCAT-EOF TO TRUE
        NOT AT END MOVE GENCATF-LINE TO GENCAT-RECORD
    END-READ.
1810-EXIT.
    EXIT.

1820-NOTE-GENERATION.
    MOVE GCAT-FIZZOUT-DSN TO FB-CURRENT-DSN.
    PERFORM 1810-READ-GENCAT-RECORD THRU 1810-EXIT.
1820-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-SUMMARIZE-MASTER - READ FIZZMST END TO END IN KEY ORDER,
*> TALLYING RECORD COUNT AND HASH TOTAL OF FZM-CNT BY FZM-RUN-ID.
*> CONSECUTIVE NUMBERS USUALLY SHARE A RUN, SO THE LAST RUN ENTRY
*> FOUND IS TRIED BEFORE THE TABLE IS SEARCHED.
*> ----------------------------------------------------------------
2000-SUMMARIZE-MASTER.
    SET FB-MASTER-NOT-EOF TO TRUE.
    PERFORM 2010-READ-MASTER-RECORD THRU 2010-EXIT.
    PERFORM 2100-TALLY-MASTER-RECORD THRU 2100-EXIT
        UNTIL FB-MASTER-EOF.
    IF FB-MRUN-FULL
        DISPLAY "FIZZMRC - RUN TABLE FULL - RUN SUMMARY IS "
                "INCOMPLETE"
    END-IF.
2000-EXIT.
    EXIT.

2010-READ-MASTER-RECORD.
    READ FIZZMST NEXT
        AT END SET FB-MASTER-EOF TO TRUE
    END-READ.
2010-EXIT.
    EXIT.

2100-TALLY-MASTER-RECORD.
    ADD 1 TO FB-MASTER-RECORDS.
    ADD FZM-CNT TO FB-MASTER-HASH.
    IF FB-MRUN-LAST > ZERO
        SET FB-MRUN-IDX TO FB-MRUN-LAST
        IF FB-MRUN-RUN-ID(FB-MRUN-IDX) = FZM-RUN-ID
            PERFORM 2150-ADD-TO-RUN-ENTRY THRU 2150-EXIT
            PERFORM 2010-READ-MASTER-RECORD THRU 2010-EXIT
            GO TO 2100-EXIT
        END-IF
    END-IF.
    MOVE FZM-RUN-ID TO FB-SEEK-RUN-ID.
    PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT.
    IF FB-MRUN-NOT-FOUND
        IF FB-MRUN-COUNT >= FB-MRUN-MAX
            SET FB-MRUN-FULL TO TRUE
            PERFORM 2010-READ-MASTER-RECORD THRU 2010-EXIT
            GO TO 2100-EXIT
        END-IF
        ADD 1 TO FB-MRUN-COUNT
        SET FB-MRUN-IDX TO FB-MRUN-COUNT
        MOVE FZM-RUN-ID TO FB-MRUN-RUN-ID(FB-MRUN-IDX)
        MOVE ZERO TO FB-MRUN-RECORDS(FB-MRUN-IDX)
        MOVE ZERO TO FB-MRUN-HASH(FB-MRUN-IDX)
        MOVE "N" TO FB-MRUN-DONE-SW(FB-MRUN-IDX)
    END-IF.
    SET FB-MRUN-LAST TO FB-MRUN-IDX.
    PERFORM 2150-ADD-TO-RUN-ENTRY THRU 2150-EXIT.
    PERFORM 2010-READ-MASTER-RECORD THRU 2010-EXIT.
2100-EXIT.
    EXIT.

2150-ADD-TO-RUN-ENTRY.
    ADD 1 TO FB-MRUN-RECORDS(FB-MRUN-IDX).
    ADD FZM-CNT TO FB-MRUN-HASH(FB-MRUN-IDX).
2150-EXIT.
    EXIT.

2200-FIND-RUN-ENTRY.
    SET FB-MRUN-NOT-FOUND TO TRUE.
    IF FB-MRUN-COUNT = ZERO
        GO TO 2200-EXIT
    END-IF.
    SET FB-MRUN-IDX TO 1.
    PERFORM 2210-MATCH-RUN-ENTRY THRU 2210-EXIT
        UNTIL FB-MRUN-FOUND OR FB-MRUN-IDX > FB-MRUN-COUNT.
2200-EXIT.
    EXIT.

2210-MATCH-RUN-ENTRY.
    IF FB-MRUN-RUN-ID(FB-MRUN-IDX) = FB-SEEK-RUN-ID
        SET FB-MRUN-FOUND TO TRUE
    ELSE
        SET FB-MRUN-IDX UP BY 1
    END-IF.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-WRITE-RUN-SUMMARY - ONE LINE PER RUN-ID ON THE MASTER WITH
*> ITS COUNT AND HASH.  A RUN-ID WITH NO COMPLETE RECORD ANYWHERE
*> ON THE AUDIT TRAIL IS A FINDING: THE LOAD OR SWEEP THAT STAMPED
*> THOSE RECORDS NEVER FINISHED.
*> ----------------------------------------------------------------
2500-WRITE-RUN-SUMMARY.
    WRITE MRCRPT-LINE FROM MRC-RUN-HEADING.
    PERFORM 2510-WRITE-RUN-LINE THRU 2510-EXIT
        VARYING FB-MRUN-IDX FROM 1 BY 1
        UNTIL FB-MRUN-IDX > FB-MRUN-COUNT.
    IF FB-MRUN-COUNT = ZERO
        WRITE MRCRPT-LINE FROM MRC-NONE-LINE
    END-IF.
    PERFORM 2550-WRITE-MISSING-ARCHIVE THRU 2550-EXIT
        VARYING FB-PERIOD-IDX FROM 1 BY 1
        UNTIL FB-PERIOD-IDX > FB-PERIOD-COUNT.
2500-EXIT.
    EXIT.

2510-WRITE-RUN-LINE.
    MOVE FB-MRUN-RUN-ID(FB-MRUN-IDX) TO FB-SEEK-RUN-ID.
    PERFORM 2520-FIND-COMPLETE-RUN THRU 2520-EXIT.
    MOVE FB-MRUN-RUN-ID(FB-MRUN-IDX)  TO MRCU-RUN-ID.
    MOVE FB-MRUN-RECORDS(FB-MRUN-IDX) TO MRCU-RECORDS.
    MOVE FB-MRUN-HASH(FB-MRUN-IDX)    TO MRCU-HASH.
    IF FB-DONE-FOUND
        SET FB-MRUN-DONE(FB-MRUN-IDX) TO TRUE
        MOVE "COMPLETE" TO MRCU-AUDIT
    ELSE
        ADD 1 TO FB-NOT-DONE-RUNS
        ADD 1 TO FB-FINDING-COUNT
        MOVE "*** NO COMPLETE RECORD ***" TO MRCU-AUDIT
    END-IF.
    WRITE MRCRPT-LINE FROM MRC-RUN-DETAIL.
2510-EXIT.
    EXIT.

2520-FIND-COMPLETE-RUN.
    SET FB-DONE-NOT-FOUND TO TRUE.
    IF FB-DONE-COUNT = ZERO
        GO TO 2520-EXIT
    END-IF.
    SET FB-DONE-IDX TO 1.
    PERFORM 2530-MATCH-COMPLETE-RUN THRU 2530-EXIT
        UNTIL FB-DONE-FOUND OR FB-DONE-IDX > FB-DONE-COUNT.
2520-EXIT.
    EXIT.

2530-MATCH-COMPLETE-RUN.
    IF FB-DONE-RUN-ID(FB-DONE-IDX) = FB-SEEK-RUN-ID
        SET FB-DONE-FOUND TO TRUE
    ELSE
        SET FB-DONE-IDX UP BY 1
    END-IF.
2530-EXIT.
    EXIT.

2550-WRITE-MISSING-ARCHIVE.
    IF FB-PERIOD-MISSING(FB-PERIOD-IDX)
        MOVE SPACES TO MRCA-DSN
        STRING "AUDITLOG."                    DELIMITED BY SIZE
               FB-PERIOD-MONTH(FB-PERIOD-IDX) DELIMITED BY SIZE
            INTO MRCA-DSN
        END-STRING
        WRITE MRCRPT-LINE FROM MRC-ARCHIVE-LINE
    END-IF.
2550-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-CHECK-COVERAGE - FOR EVERY COVLEDG RANGE OF A RUN THAT IS
*> STILL LOADED ON THE MASTER (AT LEAST ONE RECORD CARRIES ITS
*> RUN-ID), PROBE EACH NUMBER IN THE RANGE BY KEY.  NUMBERS MISSING
*> FROM THE MASTER ARE REPORTED AS CONTIGUOUS SUB-RANGES WITH THE
*> RUN-ID WHOSE LEDGER RANGE COVERS THEM.  A RUN WHOSE EVERY RECORD
*> WAS SINCE REPLACED BY A LATER LOAD OR SWEEP IS NOT LOADED AND
*> ITS LEDGER RANGES ARE NOT PROBED.
*> ----------------------------------------------------------------
3000-CHECK-COVERAGE.
    MOVE SPACES TO MRC-SECTION-LINE.
    WRITE MRCRPT-LINE FROM MRC-SECTION-LINE.
    MOVE "NUMBERS COVERED BY COVLEDG BUT MISSING FROM FIZZMST"
        TO MRCS-TEXT.
    WRITE MRCRPT-LINE FROM MRC-SECTION-LINE.
    MOVE ZERO TO FB-SECTION-FINDINGS.
    OPEN INPUT COVLEDG.
    IF NOT FB-COVLEDG-OK
        IF FB-COVLEDG-STATUS = "05"
            CLOSE COVLEDG
        END-IF
        WRITE MRCRPT-LINE FROM MRC-NONE-LINE
        GO TO 3000-EXIT
    END-IF.
    SET FB-LEDGER-NOT-EOF TO TRUE.
    PERFORM 3010-READ-LEDGER-RECORD THRU 3010-EXIT.
    PERFORM 3100-CHECK-LEDGER-RANGE THRU 3100-EXIT
        UNTIL FB-LEDGER-EOF.
    CLOSE COVLEDG.
    IF FB-SECTION-FINDINGS = ZERO
        WRITE MRCRPT-LINE FROM MRC-NONE-LINE
    END-IF.
3000-EXIT.
    EXIT.

3010-READ-LEDGER-RECORD.
    READ COVLEDG
        AT END SET FB-LEDGER-EOF TO TRUE
    END-READ.
3010-EXIT.
    EXIT.

3100-CHECK-LEDGER-RANGE.
    IF CVL-START NOT NUMERIC OR CVL-END NOT NUMERIC
        PERFORM 3010-READ-LEDGER-RECORD THRU 3010-EXIT
        GO TO 3100-EXIT
    END-IF.
    IF CVL-START > CVL-END
        PERFORM 3010-READ-LEDGER-RECORD THRU 3010-EXIT
        GO TO 3100-EXIT
    END-IF.
    MOVE CVL-RUN-ID TO FB-SEEK-RUN-ID.
    PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT.
    IF FB-MRUN-NOT-FOUND
        PERFORM 3010-READ-LEDGER-RECORD THRU 3010-EXIT
        GO TO 3100-EXIT
    END-IF.
    SET FB-GAP-CLOSED TO TRUE.
    PERFORM 3200-PROBE-ONE-NUMBER THRU 3200-EXIT
        VARYING FB-PROBE-CNT FROM CVL-START BY 1
        UNTIL FB-PROBE-CNT > CVL-END.
    IF FB-GAP-OPEN
        PERFORM 3300-WRITE-MISSING-RANGE THRU 3300-EXIT
    END-IF.
    PERFORM 3010-READ-LEDGER-RECORD THRU 3010-EXIT.
3100-EXIT.
    EXIT.

3200-PROBE-ONE-NUMBER.
    MOVE FB-PROBE-CNT TO FZM-CNT.
    READ FIZZMST
        INVALID KEY
            ADD 1 TO FB-MISSING-NUMBERS
            IF FB-GAP-CLOSED
                SET FB-GAP-OPEN TO TRUE
                MOVE FB-PROBE-CNT TO FB-GAP-START
            END-IF
            MOVE FB-PROBE-CNT TO FB-GAP-END
        NOT INVALID KEY
            IF FB-GAP-OPEN
                PERFORM 3300-WRITE-MISSING-RANGE THRU 3300-EXIT
            END-IF
    END-READ.
3200-EXIT.
    EXIT.

3300-WRITE-MISSING-RANGE.
    ADD 1 TO FB-MISSING-RANGES.
    ADD 1 TO FB-SECTION-FINDINGS.
    ADD 1 TO FB-FINDING-COUNT.
    MOVE FB-GAP-START TO MRCM-START.
    MOVE FB-GAP-END   TO MRCM-END.
    MOVE CVL-RUN-ID   TO MRCM-RUN-ID.
    WRITE MRCRPT-LINE FROM MRC-MISSING-LINE.
    SET FB-GAP-CLOSED TO TRUE.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-CHECK-CURRENT-GENERATION - READ THE CURRENT GENCATF FIZZOUT
*> GENERATION (FIXED OR CSV, PER FMTCTL) AND LOOK EACH DETAIL
*> RECORD UP ON THE MASTER BY KEY.  A DIFFERENT CATEGORY CODE, OR
*> NO MASTER RECORD AT ALL, IS A FINDING; THE MASTER'S RUN-ID IS
*> PRINTED SO A SWEEP THAT RECLASSIFIED THE NUMBER SINCE THE RUN
*> CAN BE TOLD FROM A LOAD THAT NEVER HAPPENED.
*> ----------------------------------------------------------------
4000-CHECK-CURRENT-GENERATION.
    PERFORM 1600-SELECT-OUTPUT-MODE THRU 1600-EXIT.
    PERFORM 1800-SELECT-CURRENT-GENERATION THRU 1800-EXIT.
    MOVE SPACES TO MRC-SECTION-LINE.
    WRITE MRCRPT-LINE FROM MRC-SECTION-LINE.
    STRING "CATEGORY CODE MISMATCHES AGAINST FIZZOUT GENERATION "
                            DELIMITED BY SIZE
           FB-CURRENT-DSN   DELIMITED BY SPACE
        INTO MRCS-TEXT
    END-STRING.
    WRITE MRCRPT-LINE FROM MRC-SECTION-LINE.
    MOVE ZERO TO FB-SECTION-FINDINGS.
    OPEN INPUT FIZZOUT.
    IF NOT FB-FIZZOUT-OK
        IF FB-FIZZOUT-STATUS = "05"
            CLOSE FIZZOUT
        END-IF
        DISPLAY "FIZZMRC - FIZZOUT NOT AVAILABLE - GENERATION "
                "CHECK SKIPPED"
        WRITE MRCRPT-LINE FROM MRC-NONE-LINE
        GO TO 4000-EXIT
    END-IF.
    SET FB-FIZZOUT-NOT-EOF TO TRUE.
    PERFORM 4010-READ-FIZZOUT-LINE THRU 4010-EXIT.
    PERFORM 4100-CHECK-ONE-RESULT THRU 4100-EXIT
        UNTIL FB-FIZZOUT-EOF.
    CLOSE FIZZOUT.
    IF FB-SECTION-FINDINGS = ZERO
        WRITE MRCRPT-LINE FROM MRC-NONE-LINE
    END-IF.
4000-EXIT.
    EXIT.

4010-READ-FIZZOUT-LINE.
    READ FIZZOUT
        AT END SET FB-FIZZOUT-EOF TO TRUE
    END-READ.
4010-EXIT.
    EXIT.

4100-CHECK-ONE-RESULT.
    IF FIZZOUT-LINE(1:3) = "HDR"
        IF FB-OUTPUT-MODE-CSV
            UNSTRING FIZZOUT-LINE DELIMITED BY ","
                INTO FB-HDR-TAG FB-HDR-RUN-ID
            END-UNSTRING
            MOVE FB-HDR-RUN-ID TO FB-GEN-RUN-ID
        ELSE
            MOVE FIZZOUT-LINE(5:14) TO FB-GEN-RUN-ID
        END-IF
        PERFORM 4010-READ-FIZZOUT-LINE THRU 4010-EXIT
        GO TO 4100-EXIT
    END-IF.
    IF FB-OUTPUT-MODE-CSV
        PERFORM 4110-PARSE-CSV-LINE THRU 4110-EXIT
    ELSE
        MOVE FIZZOUT-LINE TO FIZZREC
    END-IF.
    IF FZREC-CNT NOT NUMERIC
        PERFORM 4010-READ-FIZZOUT-LINE THRU 4010-EXIT
        GO TO 4100-EXIT
    END-IF.
    ADD 1 TO FB-GEN-CHECKED.
    MOVE FZREC-CNT TO FZM-CNT.
    READ FIZZMST
        INVALID KEY
            ADD 1 TO FB-NOT-ON-MASTER
            MOVE SPACES           TO MRCX-MST-CODE
            MOVE FB-GEN-RUN-ID    TO MRCX-RUN-ID
            MOVE "NOT ON FIZZMST" TO MRCX-NOTE
            PERFORM 4200-WRITE-MISMATCH THRU 4200-EXIT
        NOT INVALID KEY
            IF FZM-CATEGORY-CODE NOT = FZREC-CATEGORY-CODE
                ADD 1 TO FB-CODE-MISMATCHES
                MOVE FZM-CATEGORY-CODE TO MRCX-MST-CODE
                MOVE FZM-RUN-ID        TO MRCX-RUN-ID
                MOVE SPACES            TO MRCX-NOTE
                PERFORM 4200-WRITE-MISMATCH THRU 4200-EXIT
            END-IF
    END-READ.
    PERFORM 4010-READ-FIZZOUT-LINE THRU 4010-EXIT.
4100-EXIT.
    EXIT.

4110-PARSE-CSV-LINE.
    MOVE SPACES TO FB-CSV-CNT FB-CSV-CODE FB-CSV-TEXT.
    UNSTRING FIZZOUT-LINE DELIMITED BY ","
        INTO FB-CSV-CNT FB-CSV-CODE FB-CSV-TEXT
    END-UNSTRING.
    MOVE SPACES TO FIZZREC.
    MOVE FB-CSV-CNT  TO FZREC-CNT.
    MOVE FB-CSV-CODE TO FZREC-CATEGORY-CODE.
    MOVE FB-CSV-TEXT TO FZREC-CATEGORY-TEXT.
4110-EXIT.
    EXIT.

4200-WRITE-MISMATCH.
    ADD 1 TO FB-SECTION-FINDINGS.
    ADD 1 TO FB-FINDING-COUNT.
    MOVE FZREC-CNT           TO MRCX-CNT.
    MOVE FZREC-CATEGORY-CODE TO MRCX-OUT-CODE.
    WRITE MRCRPT-LINE FROM MRC-MISMATCH-LINE.
4200-EXIT.
    EXIT.

5100-WRITE-REPORT-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-RUN-DATE TO MRCH-DATE.
    MOVE FB-PAGE-NO TO MRCH-PAGE.
    WRITE MRCRPT-LINE FROM MRC-HEADING-1.
    MOVE SPACES TO MRCRPT-LINE.
    WRITE MRCRPT-LINE.
5100-EXIT.
    EXIT.

5300-WRITE-REPORT-TOTALS.
    MOVE SPACES TO MRCRPT-LINE.
    WRITE MRCRPT-LINE.
    MOVE "MASTER RECORDS READ"              TO MRCT-LABEL.
    MOVE FB-MASTER-RECORDS                  TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "MASTER HASH TOTAL OF FZM-CNT"     TO MRCT-LABEL.
    MOVE FB-MASTER-HASH                     TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "RUN-IDS ON THE MASTER"            TO MRCT-LABEL.
    MOVE FB-MRUN-COUNT                      TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "RUN-IDS WITH NO COMPLETE RECORD"  TO MRCT-LABEL.
    MOVE FB-NOT-DONE-RUNS                   TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "AUDITLOG ARCHIVES MISSING"        TO MRCT-LABEL.
    MOVE FB-ARCHIVES-MISSING                TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "COVERED NUMBERS MISSING"          TO MRCT-LABEL.
    MOVE FB-MISSING-NUMBERS                 TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "GENERATION RECORDS CHECKED"       TO MRCT-LABEL.
    MOVE FB-GEN-CHECKED                     TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "CATEGORY CODE MISMATCHES"         TO MRCT-LABEL.
    MOVE FB-CODE-MISMATCHES                 TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    MOVE "GENERATION NUMBERS NOT ON MASTER" TO MRCT-LABEL.
    MOVE FB-NOT-ON-MASTER                   TO MRCT-COUNT.
    WRITE MRCRPT-LINE FROM MRC-TOTAL-LINE.
    IF FB-MRUN-FULL OR FB-DONE-FULL
        MOVE "RUN TABLES FULL - REPORT IS INCOMPLETE" TO MRCS-TEXT
        WRITE MRCRPT-LINE FROM MRC-SECTION-LINE
        ADD 1 TO FB-FINDING-COUNT
    END-IF.
5300-EXIT.
    EXIT.
