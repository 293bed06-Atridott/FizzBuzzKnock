*>                    CONTROL RECORDS ON THE LIVE LOG ARE PASSED
*>                    OVER - THEY ARE CHAIN-OF-CUSTODY MARKERS, NOT
*>                    RUN RECORDS.
*>   2026-10-15  RLM  NEW CONTROL FILE CHANGES SECTION: EVERY
*>                    AUTHCTL AND DEPTCTL CHANGE MADE THROUGH
*>                    FIZZMNT IN THE MONTH IS LISTED FROM THE
*>                    CTLJRNL JOURNAL - DATE, TIME, OPERATOR, FILE,
*>                    ACTION AND THE BEFORE AND AFTER IMAGES - WITH
*>                    AUTHCTL AND DEPTCTL CHANGE TOTALS.
*>   2026-10-15  RLM  FIZZINQ BROWSE SESSIONS (BROWSE/BRWPRINT) ARE NO
*>                    LONGER COUNTED AS RUNS; EACH OPERATOR'S SESSIONS
*>                    NOW HAVE THEIR OWN BROWSED COLUMN, WITH A BROWSE
*>                    SESSIONS TOTAL.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            SELECT OPTIONAL ARCHAUD  ASSIGN TO "ARCHAUD"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-ARCHAUD-STATUS.
            SELECT OPTIONAL CTLJRNL  ASSIGN TO "CTLJRNL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-CTLJRNL-STATUS.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  ARCHAUD.
            01 ARCHAUD-LINE PIC X(80).

        FD  CTLJRNL.
            01 CTLJRNL-LINE PIC X(98).

    WORKING-STORAGE         SECTION.
        COPY FBAUDIT.
        COPY FBCJRN.

        01 FB-AUDITLOG-STATUS          PIC X(02).
            88 FB-AUDITLOG-OK                     VALUE "00".
        01 FB-ARCHAUD-STATUS           PIC X(02).
            88 FB-ARCHAUD-OK                      VALUE "00".
        01 FB-CTLJRNL-STATUS           PIC X(02).
            88 FB-CTLJRNL-OK                      VALUE "00".

        01 FB-ARCHIVE-DSN              PIC X(15).
        01 FB-ARCHIVE-SW               PIC X(01) VALUE "N".
        01 FB-AUDIT-EOF-SW             PIC X(01) VALUE "N".
            88 FB-AUDIT-EOF                       VALUE "Y".
            88 FB-AUDIT-NOT-EOF                   VALUE "N".
        01 FB-JRNL-EOF-SW              PIC X(01) VALUE "N".
            88 FB-JRNL-EOF                        VALUE "Y".
            88 FB-JRNL-NOT-EOF                    VALUE "N".

        01 FB-MONTH-RAW                PIC X(06).
        01 FB-REPORT-MONTH             PIC X(06).
                10 FB-OPER-COMPLETED   PIC 9(05) COMP.
                10 FB-OPER-REJECTED    PIC 9(05) COMP.
                10 FB-OPER-DENIED      PIC 9(05) COMP.
                10 FB-OPER-BROWSED     PIC 9(05) COMP.
                10 FB-OPER-PROCESSED   PIC 9(11) COMP.
        01 FB-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
        01 FB-OPER-MAX                 PIC 9(03) COMP VALUE 100.

        01 FB-EXCEPTION-COUNT          PIC 9(03) COMP VALUE ZERO.
        01 FB-DENIED-COUNT             PIC 9(05) COMP VALUE ZERO.
        01 FB-BROWSE-COUNT             PIC 9(05) COMP VALUE ZERO.
        01 FB-AUTHCTL-CHANGES          PIC 9(05) COMP VALUE ZERO.
        01 FB-DEPTCTL-CHANGES          PIC 9(05) COMP VALUE ZERO.
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.

        01 ARPT-HEADING-1.
            05 FILLER                  PIC X(10) VALUE " COMPLETE".
            05 FILLER                  PIC X(10) VALUE " REJECTED".
            05 FILLER                  PIC X(10) VALUE "   DENIED".
            05 FILLER                  PIC X(10) VALUE "  BROWSED".
            05 FILLER                  PIC X(16) VALUE "       PROCESSED".

        01 ARPT-OPER-DETAIL.
            05 ARPTD-REJECTED          PIC Z(8)9.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 ARPTD-DENIED            PIC Z(8)9.
            05 FILLER                  PIC X(01) VALUE SPACES.
            05 ARPTD-BROWSED           PIC Z(8)9.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 ARPTD-PROCESSED         PIC Z(12)9.

            05 FILLER                  PIC X(25)
              VALUE "NO EXCEPTIONS THIS MONTH.".

        01 ARPT-JRNL-HEADING.
            05 FILLER                  PIC X(43)
              VALUE "CONTROL FILE CHANGES - AUTHCTL AND DEPTCTL".

        01 ARPT-JRNL-CHANGE.
            05 ARPTJ-DATE              PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ARPTJ-TIME              PIC X(06).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ARPTJ-OPERATOR          PIC X(08).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ARPTJ-FILE              PIC X(07).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ARPTJ-ACTION            PIC X(10).

        01 ARPT-JRNL-IMAGE.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 ARPTJ-IMAGE-TYPE        PIC X(06).
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 ARPTJ-IMAGE             PIC X(47).

        01 ARPT-JRNL-NONE.
            05 FILLER                  PIC X(35)
              VALUE "NO CONTROL FILE CHANGES THIS MONTH.".

        01 ARPT-TOTAL-LINE.
            05 ARPTT-LABEL             PIC X(24).
            05 FILLER                  PIC X(01) VALUE SPACES.
*> 1000-TABULATE-AUDIT-LOG - READ EVERY AUDITLOG RECORD FOR THE
*> REQUESTED MONTH (AUD-RUN-ID BEGINS WITH THE RUN DATE, SO ITS
*> FIRST SIX CHARACTERS ARE THE MONTH) AND BUILD THE PER-RUN AND
*> PER-OPERATOR TABLES THE REPORT IS PRINTED FROM.  A FIZZINQ
*> BROWSE SESSION (BROWSE OR BRWPRINT) IS NOT A RUN: IT IS
*> COUNTED AGAINST ITS OPERATOR ONLY, SO THE REPORT SHOWS WHO
*> BROWSED WITHOUT THE SESSIONS SWELLING THE RUN COUNT.
*> ----------------------------------------------------------------
1000-TABULATE-AUDIT-LOG.
    OPEN INPUT AUDITLOG.
        PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT
        GO TO 1100-EXIT
    END-IF.
    IF AUD-STATUS = "BROWSE" OR AUD-STATUS = "BRWPRINT"
        PERFORM 1300-FIND-OPER-ENTRY THRU 1300-EXIT
        IF FB-OPER-NOT-FOUND
            PERFORM 1310-ADD-OPER-ENTRY THRU 1310-EXIT
        END-IF
        ADD 1 TO FB-OPER-BROWSED(FB-OPER-IDX)
        ADD 1 TO FB-BROWSE-COUNT
        PERFORM 1010-READ-AUDIT-RECORD THRU 1010-EXIT
        GO TO 1100-EXIT
    END-IF.
    PERFORM 1200-FIND-RUN-ENTRY THRU 1200-EXIT.
    IF FB-RUN-NOT-FOUND
        PERFORM 1210-ADD-RUN-ENTRY THRU 1210-EXIT
    MOVE ZERO TO FB-OPER-COMPLETED(FB-OPER-IDX).
    MOVE ZERO TO FB-OPER-REJECTED(FB-OPER-IDX).
    MOVE ZERO TO FB-OPER-DENIED(FB-OPER-IDX).
    MOVE ZERO TO FB-OPER-BROWSED(FB-OPER-IDX).
    MOVE ZERO TO FB-OPER-PROCESSED(FB-OPER-IDX).
1310-EXIT.
    EXIT.
    END-IF.
    MOVE SPACES TO AUDRPT-LINE.
    WRITE AUDRPT-LINE.
    PERFORM 5400-PRINT-CONTROL-CHANGES THRU 5400-EXIT.
    MOVE SPACES TO AUDRPT-LINE.
    WRITE AUDRPT-LINE.
    MOVE "RUNS THIS MONTH"       TO ARPTT-LABEL.
    MOVE FB-RUN-COUNT            TO ARPTT-COUNT.
    WRITE AUDRPT-LINE FROM ARPT-TOTAL-LINE.
    MOVE "DENIED ATTEMPTS"       TO ARPTT-LABEL.
    MOVE FB-DENIED-COUNT         TO ARPTT-COUNT.
    WRITE AUDRPT-LINE FROM ARPT-TOTAL-LINE.
    MOVE "BROWSE SESSIONS"       TO ARPTT-LABEL.
    MOVE FB-BROWSE-COUNT         TO ARPTT-COUNT.
    WRITE AUDRPT-LINE FROM ARPT-TOTAL-LINE.
    MOVE "AUTHCTL CHANGES"       TO ARPTT-LABEL.
    MOVE FB-AUTHCTL-CHANGES      TO ARPTT-COUNT.
    WRITE AUDRPT-LINE FROM ARPT-TOTAL-LINE.
    MOVE "DEPTCTL CHANGES"       TO ARPTT-LABEL.
    MOVE FB-DEPTCTL-CHANGES      TO ARPTT-COUNT.
    WRITE AUDRPT-LINE FROM ARPT-TOTAL-LINE.
    CLOSE AUDRPT.
5000-EXIT.
    EXIT.
    MOVE FB-OPER-COMPLETED(FB-OPER-IDX) TO ARPTD-COMPLETED.
    MOVE FB-OPER-REJECTED(FB-OPER-IDX)  TO ARPTD-REJECTED.
    MOVE FB-OPER-DENIED(FB-OPER-IDX)    TO ARPTD-DENIED.
    MOVE FB-OPER-BROWSED(FB-OPER-IDX)   TO ARPTD-BROWSED.
    MOVE FB-OPER-PROCESSED(FB-OPER-IDX) TO ARPTD-PROCESSED.
    WRITE AUDRPT-LINE FROM ARPT-OPER-DETAIL.
5200-EXIT.
    END-IF.
5300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5400-PRINT-CONTROL-CHANGES - EVERY AUTHCTL AND DEPTCTL CHANGE
*> MADE THROUGH FIZZMNT IN THE MONTH, FROM ITS CTLJRNL BEFORE AND
*> AFTER IMAGES: WHO CHANGED WHAT, WHEN, AND FROM WHAT TO WHAT.
*> EACH CHANGE IS ONE BEFORE/AFTER PAIR AND IS COUNTED ON ITS
*> BEFORE IMAGE.
*> ----------------------------------------------------------------
5400-PRINT-CONTROL-CHANGES.
    WRITE AUDRPT-LINE FROM ARPT-JRNL-HEADING.
    OPEN INPUT CTLJRNL.
    IF NOT FB-CTLJRNL-OK
        IF FB-CTLJRNL-STATUS = "05"
            CLOSE CTLJRNL
        END-IF
        WRITE AUDRPT-LINE FROM ARPT-JRNL-NONE
        GO TO 5400-EXIT
    END-IF.
    PERFORM 5410-READ-JOURNAL-RECORD THRU 5410-EXIT.
    PERFORM 5420-PRINT-JOURNAL-RECORD THRU 5420-EXIT
        UNTIL FB-JRNL-EOF.
    CLOSE CTLJRNL.
    IF FB-AUTHCTL-CHANGES = ZERO AND FB-DEPTCTL-CHANGES = ZERO
        WRITE AUDRPT-LINE FROM ARPT-JRNL-NONE
    END-IF.
5400-EXIT.
    EXIT.

5410-READ-JOURNAL-RECORD.
    READ CTLJRNL
        AT END SET FB-JRNL-EOF TO TRUE
        NOT AT END MOVE CTLJRNL-LINE TO CTL-JOURNAL-RECORD
    END-READ.
5410-EXIT.
    EXIT.

5420-PRINT-JOURNAL-RECORD.
    IF CJRN-DATE(1:6) NOT = FB-REPORT-MONTH
        PERFORM 5410-READ-JOURNAL-RECORD THRU 5410-EXIT
        GO TO 5420-EXIT
    END-IF.
    IF CJRN-BEFORE-IMAGE
        IF CJRN-AUTHCTL
            ADD 1 TO FB-AUTHCTL-CHANGES
        ELSE
            ADD 1 TO FB-DEPTCTL-CHANGES
        END-IF
        MOVE CJRN-DATE     TO ARPTJ-DATE
        MOVE CJRN-TIME     TO ARPTJ-TIME
        MOVE CJRN-OPERATOR TO ARPTJ-OPERATOR
        MOVE CJRN-FILE     TO ARPTJ-FILE
        MOVE CJRN-ACTION   TO ARPTJ-ACTION
        WRITE AUDRPT-LINE FROM ARPT-JRNL-CHANGE
    END-IF.
    MOVE CJRN-IMAGE-TYPE TO ARPTJ-IMAGE-TYPE.
    MOVE CJRN-IMAGE      TO ARPTJ-IMAGE.
    WRITE AUDRPT-LINE FROM ARPT-JRNL-IMAGE.
    PERFORM 5410-READ-JOURNAL-RECORD THRU 5410-EXIT.
5420-EXIT.
    EXIT.
