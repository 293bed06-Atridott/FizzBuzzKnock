*>                    SAME AS AN EXPLICIT ZERO - A UTILITY THAT
*>                    DELETES FILES MUST NEVER FALL BACK TO A
*>                    DEFAULT THE OPERATOR DID NOT ASK FOR.
*>   2026-10-15  RLM  EXPIRED GENERATIONS ARE NOW ARCHIVED BEFORE
*>                    THEY ARE SCRATCHED: BOTH FILES ARE COPIED TO
*>                    THE GENARCH CONSOLIDATED ARCHIVE, THE COPY IS
*>                    READ BACK AND PROVED AGAINST THE FIZZOUT
*>                    TRAILER THE WAY FIZZVFY PROVES A FILE, AND
*>                    ONLY THEN IS THE RUN INDEXED ON GENAIDX
*>                    (RUN-ID, ARCHIVE DATE, RECORD COUNT, TRAILER
*>                    HASH) AND SCRATCHED.  A GENERATION THAT CANNOT
*>                    BE ARCHIVED STAYS ON DISK AND ON THE CATALOG,
*>                    AND THE PURGE ENDS WITH RETURN CODE 8.
*>                    FIZZRTV RESTORES AN ARCHIVED RUN.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
            SELECT OPTIONAL GENFILE  ASSIGN TO "GENFILE"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENFILE-STATUS.
            SELECT OPTIONAL GENARCH  ASSIGN TO "GENARCH"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENARCH-STATUS.
            SELECT OPTIONAL GENAIDX  ASSIGN TO "GENAIDX"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENAIDX-STATUS.
            SELECT PRGRPT   ASSIGN TO "PRGRPT"
                            ORGANIZATION LINE SEQUENTIAL.

        FD  GENFILE.
            01 GENFILE-LINE PIC X(80).

        FD  GENARCH.
            01 GENARCH-LINE PIC X(112).

        FD  GENAIDX.
            01 GENAIDX-LINE PIC X(76).

        FD  PRGRPT.
            01 PRGRPT-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBGENC.
        COPY FBGARC.
        COPY FBGAIX.
        COPY FBOUTHT.

        01 FB-GENCTL-STATUS            PIC X(02).
            88 FB-GENCTL-OK                       VALUE "00".
            88 FB-GENCATF-OK                      VALUE "00".
        01 FB-GENFILE-STATUS           PIC X(02).
            88 FB-GENFILE-OK                      VALUE "00" "05".
            88 FB-GENFILE-PRESENT                 VALUE "00".
        01 FB-GENARCH-STATUS           PIC X(02).
            88 FB-GENARCH-OK                      VALUE "00".
        01 FB-GENAIDX-STATUS           PIC X(02).
            88 FB-GENAIDX-OK                      VALUE "00".

        01 FB-GENCAT-EOF-SW            PIC X(01) VALUE "N".
            88 FB-GENCAT-EOF                      VALUE "Y".
            88 FB-GENCAT-NOT-EOF                  VALUE "N".
        01 FB-COPY-EOF-SW              PIC X(01) VALUE "N".
            88 FB-COPY-EOF                        VALUE "Y".
            88 FB-COPY-NOT-EOF                    VALUE "N".
        01 FB-ARCH-EOF-SW              PIC X(01) VALUE "N".
            88 FB-ARCH-EOF                        VALUE "Y".
            88 FB-ARCH-NOT-EOF                    VALUE "N".

        01 FB-RETAIN-DEPTH             PIC 9(03) COMP VALUE 5.
        01 FB-RETAIN-RAW               PIC X(03) JUSTIFIED RIGHT.
        01 FB-SCRATCHED-COUNT          PIC 9(03) COMP VALUE ZERO.
        01 FB-ABSENT-COUNT             PIC 9(03) COMP VALUE ZERO.
        01 FB-RUN-DATE                 PIC X(08).
        01 FB-RUN-TIME                 PIC X(06).
        01 FB-PAGE-NO                  PIC 9(03) COMP VALUE ZERO.
        01 FB-ARCHIVED-COUNT           PIC 9(03) COMP VALUE ZERO.
        01 FB-KEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
        01 FB-REMOVED-COUNT            PIC 9(03) COMP VALUE ZERO.

        01 FB-ARCHIVE-SW               PIC X(01) VALUE "Y".
            88 FB-ARCHIVE-GOOD                    VALUE "Y".
            88 FB-ARCHIVE-FAILED                  VALUE "N".
        01 FB-INDEXED-SW               PIC X(01) VALUE "N".
            88 FB-ALREADY-INDEXED                 VALUE "Y".
            88 FB-NOT-INDEXED                     VALUE "N".
        01 FB-ARCH-NOTE                PIC X(60).
        01 FB-COPY-DSN                 PIC X(23).
        01 FB-COPY-TYPE                PIC X(01).
        01 FB-COPY-LINES               PIC 9(09) COMP VALUE ZERO.
        01 FB-OUT-LINES                PIC 9(09) COMP VALUE ZERO.
        01 FB-RPT-LINES                PIC 9(09) COMP VALUE ZERO.
        01 FB-RPT-PRESENT-SW           PIC X(01) VALUE "N".
            88 FB-RPT-PRESENT                     VALUE "Y".
            88 FB-RPT-ABSENT                      VALUE "N".

*> ----------------------------------------------------------------
*> THE FIZZVFY CHECKS, APPLIED TO THE ARCHIVED COPY AS IT IS READ
*> BACK FROM GENARCH.
*> ----------------------------------------------------------------
        01 FB-VFY-MODE-SW              PIC X(01) VALUE "F".
            88 FB-VFY-MODE-CSV                    VALUE "C".
            88 FB-VFY-MODE-FIXED                  VALUE "F".
        01 FB-HEADER-FOUND-SW          PIC X(01) VALUE "N".
            88 FB-HEADER-FOUND                    VALUE "Y".
            88 FB-HEADER-NOT-FOUND                VALUE "N".
        01 FB-TRAILER-FOUND-SW         PIC X(01) VALUE "N".
            88 FB-TRAILER-FOUND                   VALUE "Y".
            88 FB-TRAILER-NOT-FOUND               VALUE "N".
        01 FB-AFTER-TRAILER-SW         PIC X(01) VALUE "N".
            88 FB-AFTER-TRAILER                   VALUE "Y".
            88 FB-NOT-AFTER-TRAILER               VALUE "N".
        01 FB-VFY-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
        01 FB-VFY-HASH-TOTAL           PIC 9(13) COMP VALUE ZERO.
        01 FB-VFY-OUT-LINES            PIC 9(09) COMP VALUE ZERO.
        01 FB-VFY-RPT-LINES            PIC 9(09) COMP VALUE ZERO.
        01 FB-TRL-RECORD-COUNT         PIC 9(09) VALUE ZERO.
        01 FB-TRL-HASH-TOTAL           PIC 9(13) VALUE ZERO.
        01 FB-CSV-FIELD-1              PIC X(14).
        01 FB-CSV-FIELD-2              PIC X(14).
        01 FB-CSV-FIELD-3              PIC X(13).
        01 FB-SCAN-CNT-X               PIC X(09).
        01 FB-SCAN-CNT                 PIC 9(09).
        01 FB-COUNT-DISPLAY            PIC Z(8)9.
        01 FB-HASH-DISPLAY             PIC Z(12)9.

        01 FB-GEN-TABLE.
            05 FB-GEN-ENTRY            OCCURS 999 TIMES
                10 FB-GEN-RUN-ID       PIC X(14).
                10 FB-GEN-FIZZOUT-DSN  PIC X(23).
                10 FB-GEN-FIZZRPT-DSN  PIC X(23).
                10 FB-GEN-KEEP-SW      PIC X(01).
                    88 FB-GEN-KEPT               VALUE "Y".
                    88 FB-GEN-NOT-KEPT           VALUE "N".
        01 FB-GEN-COUNT                PIC 9(03) COMP VALUE ZERO.
        01 FB-GEN-MAX                  PIC 9(03) COMP VALUE 999.

            05 FILLER                  PIC X(02) VALUE SPACES.
            05 PRGD-ACTION             PIC X(16).

        01 PRG-ARCHIVE-LINE.
            05 FILLER                  PIC X(16) VALUE SPACES.
            05 PRGA-NOTE               PIC X(60).

        01 PRG-NONE-LINE.
            05 FILLER                  PIC X(33)
              VALUE "NO GENERATIONS BEYOND RETENTION.".
        END-IF.
        PERFORM 5300-WRITE-REPORT-TOTALS THRU 5300-EXIT.
        CLOSE PRGRPT.
        IF FB-KEPT-COUNT > ZERO
            MOVE FB-KEPT-COUNT TO FB-COUNT-DISPLAY
            DISPLAY "FIZZPRG -" FB-COUNT-DISPLAY " GENERATION(S) "
                    "NOT ARCHIVED - KEPT ON THE CATALOG - SEE PRGRPT"
            MOVE 8 TO RETURN-CODE
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

    MOVE GCAT-RUN-ID      TO FB-GEN-RUN-ID(FB-GEN-IDX).
    MOVE GCAT-FIZZOUT-DSN TO FB-GEN-FIZZOUT-DSN(FB-GEN-IDX).
    MOVE GCAT-FIZZRPT-DSN TO FB-GEN-FIZZRPT-DSN(FB-GEN-IDX).
    SET FB-GEN-NOT-KEPT(FB-GEN-IDX) TO TRUE.
    PERFORM 1110-READ-GENCAT-RECORD THRU 1110-EXIT.
1120-EXIT.
    EXIT.
*> GENERATION, REPORTING EACH.  A FILE ALREADY GONE (SCRATCHED BY
*> HAND, OR A RUN THAT ABENDED BEFORE WRITING IT) IS REPORTED AS
*> ABSENT, NOT AN ERROR - THE POINT IS THAT IT NO LONGER EXISTS.
*> NOTHING IS SCRATCHED UNTIL 2500 HAS ARCHIVED THE GENERATION AND
*> PROVED THE COPY; A GENERATION THAT CANNOT BE ARCHIVED IS KEPT,
*> FILES AND CATALOG ENTRY BOTH, FOR THE NEXT PURGE TO RETRY.
*> ----------------------------------------------------------------
2000-SCRATCH-GENERATION.
    MOVE FB-GEN-RUN-ID(FB-GEN-IDX) TO PRGD-RUN-ID.
    PERFORM 2500-ARCHIVE-GENERATION THRU 2500-EXIT.
    MOVE FB-ARCH-NOTE TO PRGA-NOTE.
    IF FB-ARCHIVE-FAILED
        SET FB-GEN-KEPT(FB-GEN-IDX) TO TRUE
        ADD 1 TO FB-KEPT-COUNT
        MOVE FB-GEN-FIZZOUT-DSN(FB-GEN-IDX) TO PRGD-DSN
        MOVE "KEPT" TO PRGD-ACTION
        WRITE PRGRPT-LINE FROM PRG-DETAIL-LINE
        MOVE FB-GEN-FIZZRPT-DSN(FB-GEN-IDX) TO PRGD-DSN
        WRITE PRGRPT-LINE FROM PRG-DETAIL-LINE
        WRITE PRGRPT-LINE FROM PRG-ARCHIVE-LINE
        GO TO 2000-EXIT
    END-IF.
    MOVE FB-GEN-FIZZOUT-DSN(FB-GEN-IDX) TO PRGD-DSN.
    PERFORM 2100-SCRATCH-ONE-FILE THRU 2100-EXIT.
    MOVE FB-GEN-RUN-ID(FB-GEN-IDX) TO PRGD-RUN-ID.
    MOVE FB-GEN-FIZZRPT-DSN(FB-GEN-IDX) TO PRGD-DSN.
    PERFORM 2100-SCRATCH-ONE-FILE THRU 2100-EXIT.
    WRITE PRGRPT-LINE FROM PRG-DETAIL-LINE.
    IF FB-ARCH-NOTE NOT = SPACES
        WRITE PRGRPT-LINE FROM PRG-ARCHIVE-LINE
    END-IF.
2000-EXIT.
    EXIT.

2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2500-ARCHIVE-GENERATION - COPY THE GENERATION'S FIZZOUT AND
*> FIZZRPT TO GENARCH UNDER THIS PURGE'S DATE AND TIME, READ THE
*> COPY BACK AND PROVE IT (2700), AND ONLY THEN INDEX IT ON
*> GENAIDX.  A GENERATION ALREADY INDEXED (A PURGE THAT ARCHIVED
*> IT BUT DID NOT FINISH) IS NOT COPIED AGAIN.  WITH BOTH FILES
*> ALREADY GONE THERE IS NOTHING TO KEEP; WITH THE FIZZRPT BUT NO
*> FIZZOUT THERE IS NO TRAILER TO PROVE A COPY AGAINST, SO THE
*> GENERATION IS KEPT FOR SOMEONE TO LOOK AT.
*> ----------------------------------------------------------------
2500-ARCHIVE-GENERATION.
    SET FB-ARCHIVE-GOOD TO TRUE.
    MOVE SPACES TO FB-ARCH-NOTE.
    PERFORM 2510-CHECK-ARCHIVE-INDEX THRU 2510-EXIT.
    IF FB-ALREADY-INDEXED
        STRING "ALREADY ARCHIVED "  DELIMITED BY SIZE
               GAIX-ARCH-DATE       DELIMITED BY SIZE
               " - NOT COPIED AGAIN" DELIMITED BY SIZE
            INTO FB-ARCH-NOTE
        END-STRING
        GO TO 2500-EXIT
    END-IF.
    MOVE FB-GEN-FIZZRPT-DSN(FB-GEN-IDX) TO FB-COPY-DSN.
    PERFORM 2530-PROBE-GEN-FILE THRU 2530-EXIT.
    IF FB-GENFILE-PRESENT
        SET FB-RPT-PRESENT TO TRUE
    ELSE
        SET FB-RPT-ABSENT TO TRUE
    END-IF.
    MOVE FB-GEN-FIZZOUT-DSN(FB-GEN-IDX) TO FB-COPY-DSN.
    PERFORM 2530-PROBE-GEN-FILE THRU 2530-EXIT.
    IF NOT FB-GENFILE-PRESENT
        IF FB-RPT-PRESENT
            SET FB-ARCHIVE-FAILED TO TRUE
            MOVE "FIZZOUT ABSENT - NO TRAILER TO PROVE A COPY AGAINST"
                TO FB-ARCH-NOTE
        END-IF
        GO TO 2500-EXIT
    END-IF.
    OPEN EXTEND GENARCH.
    MOVE "O" TO FB-COPY-TYPE.
    PERFORM 2600-COPY-GEN-FILE THRU 2600-EXIT.
    MOVE FB-COPY-LINES TO FB-OUT-LINES.
    MOVE ZERO TO FB-RPT-LINES.
    IF FB-RPT-PRESENT
        MOVE FB-GEN-FIZZRPT-DSN(FB-GEN-IDX) TO FB-COPY-DSN
        MOVE "R" TO FB-COPY-TYPE
        PERFORM 2600-COPY-GEN-FILE THRU 2600-EXIT
        MOVE FB-COPY-LINES TO FB-RPT-LINES
    END-IF.
    CLOSE GENARCH.
    PERFORM 2700-VERIFY-ARCHIVE-COPY THRU 2700-EXIT.
    IF FB-ARCHIVE-FAILED
        GO TO 2500-EXIT
    END-IF.
    PERFORM 2800-APPEND-ARCHIVE-INDEX THRU 2800-EXIT.
    ADD 1 TO FB-ARCHIVED-COUNT.
    MOVE FB-TRL-RECORD-COUNT TO FB-COUNT-DISPLAY.
    MOVE FB-TRL-HASH-TOTAL TO FB-HASH-DISPLAY.
    STRING "ARCHIVED AND VERIFIED" DELIMITED BY SIZE
           FB-COUNT-DISPLAY        DELIMITED BY SIZE
           " RECORDS, HASH"        DELIMITED BY SIZE
           FB-HASH-DISPLAY         DELIMITED BY SIZE
        INTO FB-ARCH-NOTE
    END-STRING.
2500-EXIT.
    EXIT.

2510-CHECK-ARCHIVE-INDEX.
    SET FB-NOT-INDEXED TO TRUE.
    OPEN INPUT GENAIDX.
    IF NOT FB-GENAIDX-OK
        IF FB-GENAIDX-STATUS = "05"
            CLOSE GENAIDX
        END-IF
        GO TO 2510-EXIT
    END-IF.
    SET FB-ARCH-NOT-EOF TO TRUE.
    PERFORM 2520-MATCH-INDEX-ENTRY THRU 2520-EXIT
        UNTIL FB-ARCH-EOF OR FB-ALREADY-INDEXED.
    CLOSE GENAIDX.
2510-EXIT.
    EXIT.

2520-MATCH-INDEX-ENTRY.
    READ GENAIDX
        AT END
            SET FB-ARCH-EOF TO TRUE
        NOT AT END
            MOVE GENAIDX-LINE TO GEN-ARCHIVE-INDEX-RECORD
            IF GAIX-RUN-ID = FB-GEN-RUN-ID(FB-GEN-IDX)
                SET FB-ALREADY-INDEXED TO TRUE
            END-IF
    END-READ.
2520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2530-PROBE-GEN-FILE - IS THE GENERATION FILE FB-COPY-DSN ON
*> DISK?  FB-GENFILE-PRESENT SAYS IT IS.
*> ----------------------------------------------------------------
2530-PROBE-GEN-FILE.
    DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
    DISPLAY FB-COPY-DSN UPON ENVIRONMENT-VALUE.
    OPEN INPUT GENFILE.
    IF FB-GENFILE-PRESENT
        CLOSE GENFILE
        MOVE "00" TO FB-GENFILE-STATUS
    ELSE
        IF FB-GENFILE-STATUS = "05"
            CLOSE GENFILE
            MOVE "05" TO FB-GENFILE-STATUS
        END-IF
    END-IF.
2530-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2600-COPY-GEN-FILE - APPEND EVERY LINE OF FB-COPY-DSN TO THE
*> OPEN GENARCH, TAGGED WITH THE RUN-ID, THIS PURGE'S STAMP AND
*> FB-COPY-TYPE, COUNTING THE LINES INTO FB-COPY-LINES.
*> ----------------------------------------------------------------
2600-COPY-GEN-FILE.
    MOVE ZERO TO FB-COPY-LINES.
    DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
    DISPLAY FB-COPY-DSN UPON ENVIRONMENT-VALUE.
    OPEN INPUT GENFILE.
    IF NOT FB-GENFILE-PRESENT
        IF FB-GENFILE-STATUS = "05"
            CLOSE GENFILE
        END-IF
        GO TO 2600-EXIT
    END-IF.
    MOVE FB-GEN-RUN-ID(FB-GEN-IDX) TO GARC-RUN-ID.
    MOVE FB-RUN-DATE               TO GARC-ARCH-DATE.
    MOVE FB-RUN-TIME               TO GARC-ARCH-TIME.
    MOVE FB-COPY-TYPE              TO GARC-FILE-TYPE.
    SET FB-COPY-NOT-EOF TO TRUE.
    PERFORM 2610-COPY-ONE-LINE THRU 2610-EXIT
        UNTIL FB-COPY-EOF.
    CLOSE GENFILE.
2600-EXIT.
    EXIT.

2610-COPY-ONE-LINE.
    READ GENFILE
        AT END
            SET FB-COPY-EOF TO TRUE
        NOT AT END
            MOVE GENFILE-LINE TO GARC-DATA
            WRITE GENARCH-LINE FROM GEN-ARCHIVE-RECORD
            ADD 1 TO FB-COPY-LINES
    END-READ.
2610-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2700-VERIFY-ARCHIVE-COPY - READ GENARCH BACK AND, FOR THE LINES
*> JUST WRITTEN, MAKE THE FIZZVFY CHECKS: HEADER AND TRAILER
*> PRESENT, NO DETAIL AFTER THE TRAILER, DETAIL COUNT AND HASH OF
*> THE CNT FIELD EQUAL TO THE TRAILER - PLUS AS MANY FIZZOUT AND
*> FIZZRPT LINES AS WERE COPIED.  THE FORMAT IS TAKEN FROM THE
*> HEADER ITSELF ("HDR," IS CSV), NOT FROM TODAY'S FMTCTL, SINCE
*> AN OLD GENERATION MAY HAVE BEEN WRITTEN THE OTHER WAY.
*> ----------------------------------------------------------------
2700-VERIFY-ARCHIVE-COPY.
    SET FB-VFY-MODE-FIXED TO TRUE.
    SET FB-HEADER-NOT-FOUND TO TRUE.
    SET FB-TRAILER-NOT-FOUND TO TRUE.
    SET FB-NOT-AFTER-TRAILER TO TRUE.
    MOVE ZERO TO FB-VFY-RECORD-COUNT.
    MOVE ZERO TO FB-VFY-HASH-TOTAL.
    MOVE ZERO TO FB-VFY-OUT-LINES.
    MOVE ZERO TO FB-VFY-RPT-LINES.
    MOVE ZERO TO FB-TRL-RECORD-COUNT.
    MOVE ZERO TO FB-TRL-HASH-TOTAL.
    OPEN INPUT GENARCH.
    IF NOT FB-GENARCH-OK
        SET FB-ARCHIVE-FAILED TO TRUE
        MOVE "GENARCH CANNOT BE READ BACK - COPY NOT PROVED"
            TO FB-ARCH-NOTE
        GO TO 2700-EXIT
    END-IF.
    SET FB-ARCH-NOT-EOF TO TRUE.
    PERFORM 2710-READ-BACK-ONE-LINE THRU 2710-EXIT
        UNTIL FB-ARCH-EOF.
    CLOSE GENARCH.
    EVALUATE TRUE
        WHEN FB-HEADER-NOT-FOUND
            MOVE "NO HEADER RECORD ON THE ARCHIVED FIZZOUT"
                TO FB-ARCH-NOTE
        WHEN FB-TRAILER-NOT-FOUND
            MOVE "NO TRAILER RECORD - FIZZOUT IS INCOMPLETE"
                TO FB-ARCH-NOTE
        WHEN FB-AFTER-TRAILER
            MOVE "DETAIL RECORDS FOUND AFTER THE TRAILER"
                TO FB-ARCH-NOTE
        WHEN FB-VFY-RECORD-COUNT NOT = FB-TRL-RECORD-COUNT
            MOVE "ARCHIVED RECORD COUNT DOES NOT MATCH THE TRAILER"
                TO FB-ARCH-NOTE
        WHEN FB-VFY-HASH-TOTAL NOT = FB-TRL-HASH-TOTAL
            MOVE "ARCHIVED HASH TOTAL DOES NOT MATCH THE TRAILER"
                TO FB-ARCH-NOTE
        WHEN FB-VFY-OUT-LINES NOT = FB-OUT-LINES
          OR FB-VFY-RPT-LINES NOT = FB-RPT-LINES
            MOVE "LINES READ BACK DO NOT MATCH THE LINES COPIED"
                TO FB-ARCH-NOTE
        WHEN OTHER
            GO TO 2700-EXIT
    END-EVALUATE.
    SET FB-ARCHIVE-FAILED TO TRUE.
2700-EXIT.
    EXIT.

2710-READ-BACK-ONE-LINE.
    READ GENARCH
        AT END
            SET FB-ARCH-EOF TO TRUE
            GO TO 2710-EXIT
    END-READ.
    MOVE GENARCH-LINE TO GEN-ARCHIVE-RECORD.
    IF GARC-RUN-ID NOT = FB-GEN-RUN-ID(FB-GEN-IDX)
       OR GARC-ARCH-DATE NOT = FB-RUN-DATE
       OR GARC-ARCH-TIME NOT = FB-RUN-TIME
        GO TO 2710-EXIT
    END-IF.
    IF GARC-FIZZRPT-LINE
        ADD 1 TO FB-VFY-RPT-LINES
        GO TO 2710-EXIT
    END-IF.
    ADD 1 TO FB-VFY-OUT-LINES.
    PERFORM 2720-EXAMINE-ARCHIVED-LINE THRU 2720-EXIT.
2710-EXIT.
    EXIT.

2720-EXAMINE-ARCHIVED-LINE.
    IF GARC-DATA(1:3) = "HDR"
        SET FB-HEADER-FOUND TO TRUE
        IF GARC-DATA(4:1) = ","
            SET FB-VFY-MODE-CSV TO TRUE
        END-IF
        GO TO 2720-EXIT
    END-IF.
    IF GARC-DATA(1:3) = "TRL"
        PERFORM 2730-TAKE-TRAILER THRU 2730-EXIT
        GO TO 2720-EXIT
    END-IF.
    IF FB-VFY-MODE-CSV
        MOVE SPACES TO FB-SCAN-CNT-X
        UNSTRING GARC-DATA DELIMITED BY ","
            INTO FB-SCAN-CNT-X
        END-UNSTRING
    ELSE
        MOVE GARC-DATA(1:9) TO FB-SCAN-CNT-X
    END-IF.
    IF FB-SCAN-CNT-X NUMERIC
        IF FB-TRAILER-FOUND
            SET FB-AFTER-TRAILER TO TRUE
        END-IF
        MOVE FB-SCAN-CNT-X TO FB-SCAN-CNT
        ADD 1 TO FB-VFY-RECORD-COUNT
        ADD FB-SCAN-CNT TO FB-VFY-HASH-TOTAL
    END-IF.
2720-EXIT.
    EXIT.

2730-TAKE-TRAILER.
    SET FB-TRAILER-FOUND TO TRUE.
    IF FB-VFY-MODE-CSV
        UNSTRING GARC-DATA DELIMITED BY ","
            INTO FB-CSV-FIELD-1 FB-CSV-FIELD-2 FB-CSV-FIELD-3
        END-UNSTRING
        IF FB-CSV-FIELD-2(1:9) NUMERIC
            MOVE FB-CSV-FIELD-2(1:9) TO FB-TRL-RECORD-COUNT
        END-IF
        IF FB-CSV-FIELD-3 NUMERIC
            MOVE FB-CSV-FIELD-3 TO FB-TRL-HASH-TOTAL
        END-IF
    ELSE
        MOVE GARC-DATA TO FIZZOUT-TRAILER
        IF FZTRL-RECORD-COUNT NUMERIC
            MOVE FZTRL-RECORD-COUNT TO FB-TRL-RECORD-COUNT
        END-IF
        IF FZTRL-HASH-TOTAL NUMERIC
            MOVE FZTRL-HASH-TOTAL TO FB-TRL-HASH-TOTAL
        END-IF
    END-IF.
2730-EXIT.
    EXIT.

2800-APPEND-ARCHIVE-INDEX.
    MOVE FB-GEN-RUN-ID(FB-GEN-IDX) TO GAIX-RUN-ID.
    MOVE FB-RUN-DATE               TO GAIX-ARCH-DATE.
    MOVE FB-RUN-TIME               TO GAIX-ARCH-TIME.
    MOVE FB-TRL-RECORD-COUNT       TO GAIX-RECORD-COUNT.
    MOVE FB-TRL-HASH-TOTAL         TO GAIX-HASH-TOTAL.
    MOVE FB-VFY-MODE-SW            TO GAIX-FORMAT.
    MOVE FB-OUT-LINES              TO GAIX-OUT-LINES.
    MOVE FB-RPT-LINES              TO GAIX-RPT-LINES.
    OPEN EXTEND GENAIDX.
    WRITE GENAIDX-LINE FROM GEN-ARCHIVE-INDEX-RECORD.
    CLOSE GENAIDX.
2800-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-REWRITE-CATALOG - WRITE GENCATF BACK WITH ONLY THE KEPT
*> GENERATIONS, OLDEST FIRST, SO THE LAST RECORD IS STILL THE
*> CURRENT GENERATION.  AN EXPIRED GENERATION THAT COULD NOT BE
*> ARCHIVED IS KEPT TOO, IN ITS PLACE AT THE OLD END.
*> ----------------------------------------------------------------
3000-REWRITE-CATALOG.
    COMPUTE FB-KEEP-FROM = FB-PURGE-COUNT + 1.
    OPEN OUTPUT GENCATF.
    PERFORM 3100-WRITE-KEPT-ENTRY THRU 3100-EXIT
        VARYING FB-GEN-IDX FROM 1 BY 1
        UNTIL FB-GEN-IDX > FB-GEN-COUNT.
    CLOSE GENCATF.
3000-EXIT.
    EXIT.

3100-WRITE-KEPT-ENTRY.
    IF FB-GEN-IDX < FB-KEEP-FROM AND FB-GEN-NOT-KEPT(FB-GEN-IDX)
        GO TO 3100-EXIT
    END-IF.
    MOVE FB-GEN-RUN-ID(FB-GEN-IDX)      TO GCAT-RUN-ID.
    MOVE FB-GEN-FIZZOUT-DSN(FB-GEN-IDX) TO GCAT-FIZZOUT-DSN.
    MOVE FB-GEN-FIZZRPT-DSN(FB-GEN-IDX) TO GCAT-FIZZRPT-DSN.

5100-WRITE-REPORT-HEADER.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-RUN-TIME FROM TIME.
    ADD 1 TO FB-PAGE-NO.
    MOVE FB-RETAIN-DEPTH TO PRGH-RETAIN.
    MOVE FB-RUN-DATE TO PRGH-DATE.
    MOVE "GENERATIONS CATALOGED"  TO PRGT-LABEL.
    MOVE FB-GEN-COUNT             TO PRGT-COUNT.
    WRITE PRGRPT-LINE FROM PRG-TOTAL-LINE.
    MOVE "GENERATIONS ARCHIVED"   TO PRGT-LABEL.
    MOVE FB-ARCHIVED-COUNT        TO PRGT-COUNT.
    WRITE PRGRPT-LINE FROM PRG-TOTAL-LINE.
    COMPUTE FB-REMOVED-COUNT = FB-PURGE-COUNT - FB-KEPT-COUNT.
    MOVE "GENERATIONS PURGED"     TO PRGT-LABEL.
    MOVE FB-REMOVED-COUNT         TO PRGT-COUNT.
    WRITE PRGRPT-LINE FROM PRG-TOTAL-LINE.
    MOVE "GENERATIONS KEPT"       TO PRGT-LABEL.
    MOVE FB-KEPT-COUNT            TO PRGT-COUNT.
    WRITE PRGRPT-LINE FROM PRG-TOTAL-LINE.
    MOVE "FILES SCRATCHED"        TO PRGT-LABEL.
    MOVE FB-SCRATCHED-COUNT       TO PRGT-COUNT.
