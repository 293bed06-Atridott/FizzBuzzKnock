IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZRTV.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - RETRIEVE AN ARCHIVED GENERATION.  TAKES
*>                    A RUN-ID ON SYSIN, FINDS IT ON THE GENAIDX
*>                    ARCHIVE INDEX, AND RESTORES THAT RUN'S FIZZOUT
*>                    AND FIZZRPT FROM GENARCH AS FIZZOUT.R<RUN-ID>
*>                    AND FIZZRPT.R<RUN-ID> - RESTORE NAMES, SO A
*>                    RETRIEVED RUN IS NEVER MISTAKEN FOR A LIVE
*>                    GENERATION.  THE RESTORED FIZZOUT IS THEN
*>                    VERIFIED THE WAY FIZZVFY VERIFIES ONE, AND
*>                    AGAINST THE COUNT AND HASH INDEXED WHEN IT WAS
*>                    ARCHIVED.  ANY FINDING ENDS WITH RETURN CODE 8.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL GENAIDX  ASSIGN TO "GENAIDX"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENAIDX-STATUS.
            SELECT OPTIONAL GENARCH  ASSIGN TO "GENARCH"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENARCH-STATUS.
            SELECT RSTOUT   ASSIGN TO "RSTOUT"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-RSTOUT-STATUS.
            SELECT RSTRPT   ASSIGN TO "RSTRPT"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-RSTRPT-STATUS.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  GENAIDX.
            01 GENAIDX-LINE PIC X(76).

        FD  GENARCH.
            01 GENARCH-LINE PIC X(112).

        FD  RSTOUT.
            01 RSTOUT-LINE PIC X(80).

        FD  RSTRPT.
            01 RSTRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBOUTHT.
        COPY FBGARC.
        COPY FBGAIX.

        01 FB-GENAIDX-STATUS          PIC X(02).
            88 FB-GENAIDX-OK                     VALUE "00".
        01 FB-GENARCH-STATUS          PIC X(02).
            88 FB-GENARCH-OK                     VALUE "00".
        01 FB-RSTOUT-STATUS           PIC X(02).
            88 FB-RSTOUT-OK                      VALUE "00".
        01 FB-RSTRPT-STATUS           PIC X(02).
            88 FB-RSTRPT-OK                      VALUE "00".

        01 FB-RTV-RUN-ID              PIC X(14) VALUE SPACES.
        01 FB-RSTOUT-DSN              PIC X(23).
        01 FB-RSTRPT-DSN              PIC X(23).

        01 FB-INDEX-FOUND-SW          PIC X(01) VALUE "N".
            88 FB-INDEX-FOUND                    VALUE "Y".
            88 FB-INDEX-NOT-FOUND                VALUE "N".
        01 FB-INDEX-ENTRY             PIC X(76).

        01 FB-GENAIDX-EOF-SW          PIC X(01) VALUE "N".
            88 FB-GENAIDX-EOF                    VALUE "Y".
            88 FB-GENAIDX-NOT-EOF                VALUE "N".
        01 FB-GENARCH-EOF-SW          PIC X(01) VALUE "N".
            88 FB-GENARCH-EOF                    VALUE "Y".
            88 FB-GENARCH-NOT-EOF                VALUE "N".
        01 FB-RSTOUT-EOF-SW           PIC X(01) VALUE "N".
            88 FB-RSTOUT-EOF                     VALUE "Y".
            88 FB-RSTOUT-NOT-EOF                 VALUE "N".

        01 FB-OUT-LINES               PIC 9(09) COMP VALUE ZERO.
        01 FB-RPT-LINES               PIC 9(09) COMP VALUE ZERO.

        01 FB-OUTPUT-MODE-SW          PIC X(01) VALUE "F".
            88 FB-OUTPUT-MODE-CSV                VALUE "C".
            88 FB-OUTPUT-MODE-FIXED              VALUE "F".

        01 FB-HEADER-FOUND-SW         PIC X(01) VALUE "N".
            88 FB-HEADER-FOUND                   VALUE "Y".
            88 FB-HEADER-NOT-FOUND               VALUE "N".
        01 FB-TRAILER-FOUND-SW        PIC X(01) VALUE "N".
            88 FB-TRAILER-FOUND                  VALUE "Y".
            88 FB-TRAILER-NOT-FOUND              VALUE "N".
        01 FB-AFTER-TRAILER-SW        PIC X(01) VALUE "N".
            88 FB-AFTER-TRAILER                  VALUE "Y".
            88 FB-NOT-AFTER-TRAILER              VALUE "N".

        01 FB-VFY-RUN-ID              PIC X(14) VALUE SPACES.
        01 FB-VFY-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
        01 FB-VFY-HASH-TOTAL          PIC 9(13) COMP VALUE ZERO.
        01 FB-TRL-RECORD-COUNT        PIC 9(09) VALUE ZERO.
        01 FB-TRL-HASH-TOTAL          PIC 9(13) VALUE ZERO.

        01 FB-CSV-FIELD-1             PIC X(14).
        01 FB-CSV-FIELD-2             PIC X(14).
        01 FB-CSV-FIELD-3             PIC X(13).
        01 FB-SCAN-CNT-X              PIC X(09).
        01 FB-SCAN-CNT                PIC 9(09).

        01 FB-FINDING-COUNT           PIC 9(03) COMP VALUE ZERO.
        01 FB-COUNT-DISPLAY           PIC Z(8)9.
        01 FB-HASH-DISPLAY            PIC Z(12)9.

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-RTV-RUN-ID.
        IF FB-RTV-RUN-ID NOT NUMERIC
            DISPLAY "FIZZRTV - RUN-ID ON SYSIN MUST BE 14 DIGITS - "
                    FB-RTV-RUN-ID
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1000-FIND-INDEX-ENTRY THRU 1000-EXIT.
        IF FB-INDEX-NOT-FOUND
            DISPLAY "FIZZRTV - RUN " FB-RTV-RUN-ID
                    " IS NOT ON THE ARCHIVE INDEX"
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 2000-RESTORE-GENERATION THRU 2000-EXIT.
        IF FB-FINDING-COUNT > 0
            MOVE 8 TO RETURN-CODE
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 3000-VERIFY-RESTORED-FILE THRU 3000-EXIT.
        PERFORM 5000-REPORT-FINDINGS THRU 5000-EXIT.
        IF FB-FINDING-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-FIND-INDEX-ENTRY - THE LAST GENAIDX ENTRY FOR THE RUN-ID
*> NAMES THE ARCHIVE COPY TO RESTORE.  THERE IS NORMALLY ONE; THE
*> LAST IS TAKEN IN CASE A RUN WAS EVER ARCHIVED TWICE.
*> ----------------------------------------------------------------
1000-FIND-INDEX-ENTRY.
    OPEN INPUT GENAIDX.
    IF NOT FB-GENAIDX-OK
        IF FB-GENAIDX-STATUS = "05"
            CLOSE GENAIDX
        END-IF
        GO TO 1000-EXIT
    END-IF.
    PERFORM 1010-READ-INDEX-ENTRY THRU 1010-EXIT
        UNTIL FB-GENAIDX-EOF.
    CLOSE GENAIDX.
    IF FB-INDEX-FOUND
        MOVE FB-INDEX-ENTRY TO GEN-ARCHIVE-INDEX-RECORD
    END-IF.
1000-EXIT.
    EXIT.

1010-READ-INDEX-ENTRY.
    READ GENAIDX
        AT END
            SET FB-GENAIDX-EOF TO TRUE
        NOT AT END
            IF GENAIDX-LINE(1:14) = FB-RTV-RUN-ID
                SET FB-INDEX-FOUND TO TRUE
                MOVE GENAIDX-LINE TO FB-INDEX-ENTRY
            END-IF
    END-READ.
1010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2000-RESTORE-GENERATION - COPY THE ARCHIVED LINES FOR THE RUN
*> AND ARCHIVE STAMP OUT OF GENARCH: FIZZOUT LINES TO RSTOUT,
*> FIZZRPT LINES TO RSTRPT, UNDER THE RESTORE NAMES.  THE LINE
*> COUNTS MUST COME BACK AS INDEXED.
*> ----------------------------------------------------------------
2000-RESTORE-GENERATION.
    STRING "FIZZOUT.R" FB-RTV-RUN-ID DELIMITED BY SIZE
        INTO FB-RSTOUT-DSN
    END-STRING.
    STRING "FIZZRPT.R" FB-RTV-RUN-ID DELIMITED BY SIZE
        INTO FB-RSTRPT-DSN
    END-STRING.
    OPEN INPUT GENARCH.
    IF NOT FB-GENARCH-OK
        ADD 1 TO FB-FINDING-COUNT
        DISPLAY "FIZZRTV - GENARCH NOT AVAILABLE - STATUS "
                FB-GENARCH-STATUS
        GO TO 2000-EXIT
    END-IF.
    DISPLAY "DD_RSTOUT" UPON ENVIRONMENT-NAME.
    DISPLAY FB-RSTOUT-DSN UPON ENVIRONMENT-VALUE.
    OPEN OUTPUT RSTOUT.
    DISPLAY "DD_RSTRPT" UPON ENVIRONMENT-NAME.
    DISPLAY FB-RSTRPT-DSN UPON ENVIRONMENT-VALUE.
    OPEN OUTPUT RSTRPT.
    PERFORM 2010-RESTORE-ONE-LINE THRU 2010-EXIT
        UNTIL FB-GENARCH-EOF.
    CLOSE GENARCH RSTOUT RSTRPT.
    DISPLAY "FIZZRTV - RUN " FB-RTV-RUN-ID " ARCHIVED "
            GAIX-ARCH-DATE " RESTORED TO " FB-RSTOUT-DSN
            " AND " FB-RSTRPT-DSN.
    IF FB-OUT-LINES NOT = GAIX-OUT-LINES
        ADD 1 TO FB-FINDING-COUNT
        MOVE GAIX-OUT-LINES TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - FIZZOUT LINES INDEXED  " FB-COUNT-DISPLAY
        MOVE FB-OUT-LINES TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - FIZZOUT LINES RESTORED " FB-COUNT-DISPLAY
    END-IF.
    IF FB-RPT-LINES NOT = GAIX-RPT-LINES
        ADD 1 TO FB-FINDING-COUNT
        MOVE GAIX-RPT-LINES TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - FIZZRPT LINES INDEXED  " FB-COUNT-DISPLAY
        MOVE FB-RPT-LINES TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - FIZZRPT LINES RESTORED " FB-COUNT-DISPLAY
    END-IF.
2000-EXIT.
    EXIT.

2010-RESTORE-ONE-LINE.
    READ GENARCH
        AT END
            SET FB-GENARCH-EOF TO TRUE
            GO TO 2010-EXIT
    END-READ.
    MOVE GENARCH-LINE TO GEN-ARCHIVE-RECORD.
    IF GARC-RUN-ID NOT = GAIX-RUN-ID
       OR GARC-ARCH-DATE NOT = GAIX-ARCH-DATE
       OR GARC-ARCH-TIME NOT = GAIX-ARCH-TIME
        GO TO 2010-EXIT
    END-IF.
    IF GARC-FIZZRPT-LINE
        WRITE RSTRPT-LINE FROM GARC-DATA
        ADD 1 TO FB-RPT-LINES
    ELSE
        WRITE RSTOUT-LINE FROM GARC-DATA
        ADD 1 TO FB-OUT-LINES
    END-IF.
2010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-VERIFY-RESTORED-FILE - READ THE RESTORED FIZZOUT BACK AND
*> RE-COUNT IT EXACTLY AS FIZZVFY DOES, IN THE FORMAT THE INDEX
*> SAYS THE RUN WAS WRITTEN IN.
*> ----------------------------------------------------------------
3000-VERIFY-RESTORED-FILE.
    MOVE GAIX-FORMAT TO FB-OUTPUT-MODE-SW.
    OPEN INPUT RSTOUT.
    IF NOT FB-RSTOUT-OK
        ADD 1 TO FB-FINDING-COUNT
        DISPLAY "FIZZRTV - " FB-RSTOUT-DSN " NOT AVAILABLE - STATUS "
                FB-RSTOUT-STATUS
        GO TO 3000-EXIT
    END-IF.
    PERFORM 3010-READ-RSTOUT-LINE THRU 3010-EXIT.
    PERFORM 3100-EXAMINE-RECORD THRU 3100-EXIT
        UNTIL FB-RSTOUT-EOF.
    CLOSE RSTOUT.
3000-EXIT.
    EXIT.

3010-READ-RSTOUT-LINE.
    READ RSTOUT
        AT END SET FB-RSTOUT-EOF TO TRUE
    END-READ.
3010-EXIT.
    EXIT.

3100-EXAMINE-RECORD.
    IF RSTOUT-LINE(1:3) = "HDR"
        PERFORM 3200-TAKE-HEADER THRU 3200-EXIT
        PERFORM 3010-READ-RSTOUT-LINE THRU 3010-EXIT
        GO TO 3100-EXIT
    END-IF.
    IF RSTOUT-LINE(1:3) = "TRL"
        PERFORM 3300-TAKE-TRAILER THRU 3300-EXIT
        PERFORM 3010-READ-RSTOUT-LINE THRU 3010-EXIT
        GO TO 3100-EXIT
    END-IF.
    IF FB-OUTPUT-MODE-CSV
        MOVE SPACES TO FB-SCAN-CNT-X
        UNSTRING RSTOUT-LINE DELIMITED BY ","
            INTO FB-SCAN-CNT-X
        END-UNSTRING
    ELSE
        MOVE RSTOUT-LINE(1:9) TO FB-SCAN-CNT-X
    END-IF.
    IF FB-SCAN-CNT-X NUMERIC
        IF FB-TRAILER-FOUND
            SET FB-AFTER-TRAILER TO TRUE
        END-IF
        MOVE FB-SCAN-CNT-X TO FB-SCAN-CNT
        ADD 1 TO FB-VFY-RECORD-COUNT
        ADD FB-SCAN-CNT TO FB-VFY-HASH-TOTAL
    END-IF.
    PERFORM 3010-READ-RSTOUT-LINE THRU 3010-EXIT.
3100-EXIT.
    EXIT.

3200-TAKE-HEADER.
    SET FB-HEADER-FOUND TO TRUE.
    IF FB-OUTPUT-MODE-CSV
        UNSTRING RSTOUT-LINE DELIMITED BY ","
            INTO FB-CSV-FIELD-1 FB-CSV-FIELD-2
        END-UNSTRING
        MOVE FB-CSV-FIELD-2 TO FB-VFY-RUN-ID
    ELSE
        MOVE RSTOUT-LINE TO FIZZOUT-HEADER
        MOVE FZHDR-RUN-ID TO FB-VFY-RUN-ID
    END-IF.
3200-EXIT.
    EXIT.

3300-TAKE-TRAILER.
    SET FB-TRAILER-FOUND TO TRUE.
    IF FB-OUTPUT-MODE-CSV
        UNSTRING RSTOUT-LINE DELIMITED BY ","
            INTO FB-CSV-FIELD-1 FB-CSV-FIELD-2 FB-CSV-FIELD-3
        END-UNSTRING
        IF FB-CSV-FIELD-2(1:9) NUMERIC
            MOVE FB-CSV-FIELD-2(1:9) TO FB-TRL-RECORD-COUNT
        END-IF
        IF FB-CSV-FIELD-3 NUMERIC
            MOVE FB-CSV-FIELD-3 TO FB-TRL-HASH-TOTAL
        END-IF
    ELSE
        MOVE RSTOUT-LINE TO FIZZOUT-TRAILER
        IF FZTRL-RECORD-COUNT NUMERIC
            MOVE FZTRL-RECORD-COUNT TO FB-TRL-RECORD-COUNT
        END-IF
        IF FZTRL-HASH-TOTAL NUMERIC
            MOVE FZTRL-HASH-TOTAL TO FB-TRL-HASH-TOTAL
        END-IF
    END-IF.
3300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5000-REPORT-FINDINGS - THE FIZZVFY FINDINGS, PLUS A CHECK THAT
*> THE TRAILER STILL CARRIES THE COUNT AND HASH THE ARCHIVE INDEX
*> RECORDED WHEN THE RUN WAS ARCHIVED.
*> ----------------------------------------------------------------
5000-REPORT-FINDINGS.
    IF FB-HEADER-NOT-FOUND
        ADD 1 TO FB-FINDING-COUNT
        DISPLAY "FIZZRTV - NO HEADER RECORD ON RESTORED FIZZOUT"
    END-IF.
    IF FB-TRAILER-NOT-FOUND
        ADD 1 TO FB-FINDING-COUNT
        DISPLAY "FIZZRTV - NO TRAILER RECORD - FILE IS INCOMPLETE"
        GO TO 5000-EXIT
    END-IF.
    IF FB-AFTER-TRAILER
        ADD 1 TO FB-FINDING-COUNT
        DISPLAY "FIZZRTV - DETAIL RECORDS FOUND AFTER THE TRAILER"
    END-IF.
    IF FB-VFY-RECORD-COUNT NOT = FB-TRL-RECORD-COUNT
        ADD 1 TO FB-FINDING-COUNT
        MOVE FB-TRL-RECORD-COUNT TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - TRAILER RECORD COUNT " FB-COUNT-DISPLAY
        MOVE FB-VFY-RECORD-COUNT TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - COUNTED ON FILE      " FB-COUNT-DISPLAY
    END-IF.
    IF FB-VFY-HASH-TOTAL NOT = FB-TRL-HASH-TOTAL
        ADD 1 TO FB-FINDING-COUNT
        MOVE FB-TRL-HASH-TOTAL TO FB-HASH-DISPLAY
        DISPLAY "FIZZRTV - TRAILER HASH TOTAL " FB-HASH-DISPLAY
        MOVE FB-VFY-HASH-TOTAL TO FB-HASH-DISPLAY
        DISPLAY "FIZZRTV - RECOMPUTED HASH    " FB-HASH-DISPLAY
    END-IF.
    IF FB-TRL-RECORD-COUNT NOT = GAIX-RECORD-COUNT
       OR FB-TRL-HASH-TOTAL NOT = GAIX-HASH-TOTAL
        ADD 1 TO FB-FINDING-COUNT
        MOVE GAIX-RECORD-COUNT TO FB-COUNT-DISPLAY
        MOVE GAIX-HASH-TOTAL TO FB-HASH-DISPLAY
        DISPLAY "FIZZRTV - ARCHIVE INDEX COUNT " FB-COUNT-DISPLAY
                " HASH " FB-HASH-DISPLAY
                " - TRAILER DOES NOT AGREE"
    END-IF.
    IF FB-FINDING-COUNT = ZERO
        MOVE FB-VFY-RECORD-COUNT TO FB-COUNT-DISPLAY
        DISPLAY "FIZZRTV - RUN " FB-VFY-RUN-ID " VERIFIED -"
                FB-COUNT-DISPLAY " RECORDS"
    END-IF.
5000-EXIT.
    EXIT.
