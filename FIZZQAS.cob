IDENTIFICATION              DIVISION.
PROGRAM-ID.                 FIZZQAS.

*> MODIFICATION HISTORY
*>   2026-10-15  RLM  NEW - QA SAMPLE RE-VERIFICATION OF FIZZOUT.
*>                    FIZZVFY PROVES THE COUNT AND HASH; THIS PROVES
*>                    THE CATEGORIES.  DRAWS A REPEATABLE RANDOM
*>                    SAMPLE OF DETAIL RECORDS FROM THE CURRENT
*>                    GENCATF GENERATION (SIZE OR PERCENTAGE AND
*>                    SEED FROM QACTL) AND RECOMPUTES EACH SAMPLED
*>                    NUMBER'S CATEGORY CODE AND TEXT AGAINST THE
*>                    RULECTL RULES IN FORCE ON THE RUN DATE IN THE
*>                    FIZZOUT HEADER.  THE RECOMPUTATION IS CODED
*>                    HERE, NOT CALLED FROM FIZZCLS, SO A FAULT IN
*>                    THE CLASSIFIER CANNOT HIDE ITSELF.  WRITES THE
*>                    QAWKS SAMPLE WORKSHEET FOR THE AUDITORS, THE
*>                    QAMISM MISMATCH REPORT, AND A QASLOG LINE WITH
*>                    THE SEED SO THE SAME SAMPLE CAN BE RE-DRAWN.
*>                    RETURN CODE 8 ON ANY MISMATCH OR WHEN FIZZOUT
*>                    OR QACTL IS UNUSABLE.

ENVIRONMENT                 DIVISION.
    INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
            SELECT FIZZOUT  ASSIGN TO "FIZZOUT"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-FIZZOUT-STATUS.
            SELECT OPTIONAL FMTCTL   ASSIGN TO "FMTCTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-FMTCTL-STATUS.
            SELECT OPTIONAL GENCATF  ASSIGN TO "GENCATF"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-GENCATF-STATUS.
            SELECT OPTIONAL QACTL    ASSIGN TO "QACTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-QACTL-STATUS.
            SELECT OPTIONAL RULECTL  ASSIGN TO "RULECTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS FB-RULECTL-STATUS.
            SELECT OPTIONAL QASLOG   ASSIGN TO "QASLOG"
                            ORGANIZATION LINE SEQUENTIAL.
            SELECT QAWKS    ASSIGN TO "QAWKS"
                            ORGANIZATION LINE SEQUENTIAL.
            SELECT QAMISM   ASSIGN TO "QAMISM"
                            ORGANIZATION LINE SEQUENTIAL.

DATA                        DIVISION.
    FILE                    SECTION.
        FD  FIZZOUT.
            01 FIZZOUT-LINE PIC X(80).

        FD  FMTCTL.
            01 FMTCTL-LINE PIC X(10).

        FD  GENCATF.
            01 GENCATF-LINE PIC X(80).

        FD  QACTL.
            01 QACTL-LINE PIC X(23).

        FD  RULECTL.
            COPY FBRULEC.

        FD  QASLOG.
            01 QASLOG-LINE PIC X(88).

        FD  QAWKS.
            01 QAWKS-LINE PIC X(80).

        FD  QAMISM.
            01 QAMISM-LINE PIC X(80).

    WORKING-STORAGE         SECTION.
        COPY FBOUTR.
        COPY FBOUTHT.
        COPY FBGENC.
        COPY FBQACT.
        COPY FBQASL.
        COPY FBRULES.

        01 FB-FIZZOUT-STATUS          PIC X(02).
            88 FB-FIZZOUT-OK                     VALUE "00".
        01 FB-FMTCTL-STATUS           PIC X(02).
            88 FB-FMTCTL-OK                      VALUE "00".
        01 FB-GENCATF-STATUS          PIC X(02).
            88 FB-GENCATF-OK                     VALUE "00".
        01 FB-QACTL-STATUS            PIC X(02).
            88 FB-QACTL-OK                       VALUE "00".
        01 FB-RULECTL-STATUS          PIC X(02).
            88 FB-RULECTL-OK                     VALUE "00".

        01 FB-GENCAT-EOF-SW           PIC X(01) VALUE "N".
            88 FB-GENCAT-EOF                     VALUE "Y".
            88 FB-GENCAT-NOT-EOF                 VALUE "N".
        01 FB-CURRENT-DSN             PIC X(23) VALUE SPACES.

        01 FB-OUTPUT-MODE-SW          PIC X(01) VALUE "F".
            88 FB-OUTPUT-MODE-CSV                VALUE "C".
            88 FB-OUTPUT-MODE-FIXED              VALUE "F".

        01 FB-FIZZOUT-EOF-SW          PIC X(01) VALUE "N".
            88 FB-FIZZOUT-EOF                    VALUE "Y".
            88 FB-FIZZOUT-NOT-EOF                VALUE "N".
        01 FB-RULE-EOF-SW             PIC X(01) VALUE "N".
            88 FB-RULE-EOF                       VALUE "Y".
            88 FB-RULE-NOT-EOF                   VALUE "N".
        01 FB-HEADER-FOUND-SW         PIC X(01) VALUE "N".
            88 FB-HEADER-FOUND                   VALUE "Y".
            88 FB-HEADER-NOT-FOUND               VALUE "N".
        01 FB-DETAIL-SW               PIC X(01) VALUE "N".
            88 FB-LINE-IS-DETAIL                 VALUE "Y".
            88 FB-LINE-NOT-DETAIL                VALUE "N".
        01 FB-RULE-KEEP-SW            PIC X(01) VALUE "Y".
            88 FB-RULE-KEEP                      VALUE "Y".
            88 FB-RULE-SKIP                      VALUE "N".
        01 FB-RULE-APPLIES-SW         PIC X(01) VALUE "N".
            88 FB-RULE-APPLIES                   VALUE "Y".
            88 FB-RULE-NOT-APPLIES               VALUE "N".
        01 FB-MATCH-SW                PIC X(01) VALUE "Y".
            88 FB-SAMPLE-AGREES                  VALUE "Y".
            88 FB-SAMPLE-MISMATCH                VALUE "N".

        01 FB-RUN-DATE                PIC X(08).
        01 FB-QA-RUN-ID               PIC X(14) VALUE SPACES.
        01 FB-QA-RUN-DATE             PIC X(08) VALUE SPACES.
        01 FB-RULES-DEFAULTED-SW      PIC X(01) VALUE "N".
            88 FB-RULES-DEFAULTED                VALUE "Y".
            88 FB-RULES-FROM-FILE                VALUE "N".

        01 FB-SCAN-CNT-X              PIC X(09).
        01 FB-CSV-CODE-X              PIC X(07).
        01 FB-CSV-TEXT                PIC X(40).
        01 FB-CSV-FIELD-1             PIC X(14).
        01 FB-CSV-FIELD-2             PIC X(14).
        01 FB-CSV-FIELD-3             PIC X(14).

        01 FB-QA-NUMBER               PIC 9(09).
        01 FB-QA-FILE-CODE-X          PIC X(07).
        01 FB-QA-FILE-TEXT            PIC X(40).
        01 FB-QA-CODE                 PIC 9(07).
        01 FB-QA-TEXT                 PIC X(40).
        01 FB-QA-TEXT-PRIOR           PIC X(40).
        01 FB-QA-BIT                  PIC 9(07) COMP.
        01 FB-QA-QUOTIENT             PIC 9(09) COMP.
        01 FB-QA-REMAINDER            PIC 9(09) COMP.
        01 FB-QA-DIGIT-EDIT           PIC Z(8)9.
        01 FB-QA-DIGIT                PIC 9(01).
        01 FB-QA-DIGIT-X REDEFINES FB-QA-DIGIT PIC X(01).
        01 FB-QA-DIGIT-TALLY          PIC 9(02) COMP.

        01 FB-POPULATION              PIC 9(09) COMP VALUE ZERO.
        01 FB-SAMPLE-SIZE             PIC 9(09) COMP VALUE ZERO.
        01 FB-RECORD-SEQ              PIC 9(09) COMP VALUE ZERO.
        01 FB-POP-LEFT                PIC 9(09) COMP VALUE ZERO.
        01 FB-NEED-LEFT               PIC 9(09) COMP VALUE ZERO.
        01 FB-SAMPLED                 PIC 9(09) COMP VALUE ZERO.
        01 FB-MISMATCHES              PIC 9(09) COMP VALUE ZERO.
        01 FB-SEED                    PIC 9(10) VALUE ZERO.
        01 FB-RANDOM                  PIC 9(10) COMP VALUE ZERO.
        01 FB-RANDOM-PRODUCT          PIC 9(15) COMP VALUE ZERO.
        01 FB-RANDOM-QUOTIENT         PIC 9(15) COMP VALUE ZERO.
        01 FB-UNIFORM                 PIC V9(09) VALUE ZERO.
        01 FB-RANDOM-MODULUS          PIC 9(10) COMP VALUE 2147483647.
        01 FB-RANDOM-MULTIPLIER       PIC 9(05) COMP VALUE 16807.
        01 FB-RUN-ID-NUM              PIC 9(10).

        01 FB-PAGE-NO                 PIC 9(03) COMP VALUE ZERO.

        01 QAS-HEADING-1.
            05 QASH-TITLE             PIC X(38).
            05 FILLER                 PIC X(07) VALUE SPACES.
            05 QASH-DATE              PIC X(08).
            05 FILLER                 PIC X(10) VALUE SPACES.
            05 FILLER                 PIC X(05) VALUE "PAGE ".
            05 QASH-PAGE              PIC ZZ9.

        01 QAS-LABEL-LINE.
            05 QASB-LABEL             PIC X(26).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 QASB-VALUE             PIC X(40).

        01 QAS-COUNT-LINE.
            05 QASC-LABEL             PIC X(26).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 QASC-COUNT             PIC Z(9)9.

        01 QAS-WORK-HEADING.
            05 FILLER                 PIC X(11) VALUE "   RECORD".
            05 FILLER                 PIC X(11) VALUE "   NUMBER".
            05 FILLER                 PIC X(09) VALUE "FILE CODE".
            05 FILLER                 PIC X(09) VALUE " RECOMP".
            05 FILLER                 PIC X(10) VALUE "RESULT".
            05 FILLER                PIC X(16) VALUE "CATEGORY ON FILE".

        01 QAS-WORK-LINE.
            05 QASW-SEQ               PIC Z(8)9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASW-NUMBER            PIC Z(8)9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASW-FILE-CODE         PIC X(07).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASW-RECOMP-CODE       PIC 9(07).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASW-RESULT            PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASW-FILE-TEXT         PIC X(30).

        01 QAS-MISMATCH-LINE-1.
            05 FILLER                 PIC X(07) VALUE "NUMBER ".
            05 QASM-NUMBER            PIC Z(8)9.
            05 FILLER                 PIC X(10) VALUE "  RECORD ".
            05 QASM-SEQ               PIC Z(8)9.

        01 QAS-MISMATCH-LINE-2.
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 QASM-WHICH             PIC X(12).
            05 QASM-CODE              PIC X(07).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 QASM-TEXT              PIC X(40).

        01 QAS-NONE-LINE.
            05 QASN-TEXT              PIC X(60).

PROCEDURE                   DIVISION.
    MAIN                    SECTION.
        ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
        PERFORM 1000-LOAD-QA-CONTROL THRU 1000-EXIT.
        IF RETURN-CODE NOT = ZERO
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1600-SELECT-OUTPUT-MODE THRU 1600-EXIT.
        PERFORM 1800-SELECT-CURRENT-GENERATION THRU 1800-EXIT.
        PERFORM 2000-COUNT-POPULATION THRU 2000-EXIT.
        IF RETURN-CODE NOT = ZERO
            GO TO 9900-END-OF-JOB
        END-IF.
        PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
        IF FB-RULE-COUNT = ZERO
            PERFORM 1150-ADD-DEFAULT-RULES THRU 1150-EXIT
        END-IF.
        PERFORM 1300-SIZE-THE-SAMPLE THRU 1300-EXIT.
        PERFORM 1400-SET-THE-SEED THRU 1400-EXIT.
        OPEN OUTPUT QAWKS QAMISM.
        PERFORM 5100-WRITE-WORKSHEET-HEADER THRU 5100-EXIT.
        PERFORM 5150-WRITE-MISMATCH-HEADER THRU 5150-EXIT.
        PERFORM 3000-DRAW-SAMPLE THRU 3000-EXIT.
        PERFORM 5300-WRITE-TOTALS THRU 5300-EXIT.
        CLOSE QAWKS QAMISM.
        PERFORM 5500-LOG-THE-SAMPLE THRU 5500-EXIT.
        IF FB-MISMATCHES > ZERO
            DISPLAY "FIZZQAS - RUN " FB-QA-RUN-ID " - SAMPLED "
                    "CATEGORIES DO NOT RECOMPUTE - SEE QAMISM"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "FIZZQAS - RUN " FB-QA-RUN-ID " - SAMPLE "
                    "RE-VERIFIED"
        END-IF.
9900-END-OF-JOB.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LOAD-QA-CONTROL - SAMPLE SIZE OR PERCENTAGE AND SEED (SEE
*> FBQACT).  NON-NUMERIC FIELDS READ AS ZERO; A PERCENTAGE OVER
*> 100 IS REFUSED RATHER THAN GUESSED AT.
*> ----------------------------------------------------------------
1000-LOAD-QA-CONTROL.
    MOVE ZERO TO QAC-SAMPLE-SIZE QAC-SAMPLE-PCT QAC-SEED.
    OPEN INPUT QACTL.
    IF FB-QACTL-OK
        READ QACTL
            AT END CONTINUE
            NOT AT END MOVE QACTL-LINE TO QA-CONTROL-RECORD
        END-READ
        CLOSE QACTL
    ELSE
        IF FB-QACTL-STATUS = "05"
            CLOSE QACTL
        END-IF
    END-IF.
    IF QAC-SAMPLE-SIZE NOT NUMERIC
        MOVE ZERO TO QAC-SAMPLE-SIZE
    END-IF.
    IF QAC-SAMPLE-PCT NOT NUMERIC
        MOVE ZERO TO QAC-SAMPLE-PCT
    END-IF.
    IF QAC-SEED NOT NUMERIC
        MOVE ZERO TO QAC-SEED
    END-IF.
    IF QAC-SAMPLE-PCT > 100
        DISPLAY "FIZZQAS - QACTL SAMPLE PERCENTAGE OVER 100"
        MOVE 8 TO RETURN-CODE
    END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1100-LOAD-RULE-TABLE - THE RULECTL RULES IN FORCE ON THE RUN
*> DATE THE FIZZOUT HEADER CARRIES, WITH THE SAME EDITS FIZZ_BUZZ
*> APPLIES WHEN IT LOADS THEM (A REJECTED, PENDING OR EXPIRED
*> RECORD IS NOT IN THE TABLE).  NOTHING IS LOGGED - THE RUN ITSELF
*> ALREADY WROTE RULELOG.
*> ----------------------------------------------------------------
1100-LOAD-RULE-TABLE.
    OPEN INPUT RULECTL.
    IF NOT FB-RULECTL-OK
        IF FB-RULECTL-STATUS = "05"
            CLOSE RULECTL
        END-IF
        GO TO 1100-EXIT
    END-IF.
    PERFORM 1110-READ-RULE-RECORD THRU 1110-EXIT.
    PERFORM 1120-ADD-RULE-ENTRY THRU 1120-EXIT
        UNTIL FB-RULE-EOF.
    CLOSE RULECTL.
1100-EXIT.
    EXIT.

1110-READ-RULE-RECORD.
    READ RULECTL
        AT END SET FB-RULE-EOF TO TRUE
    END-READ.
1110-EXIT.
    EXIT.

1120-ADD-RULE-ENTRY.
    IF FB-RULE-COUNT >= FB-RULE-MAX
        SET FB-RULE-EOF TO TRUE
        GO TO 1120-EXIT
    END-IF.
    PERFORM 1130-EDIT-RULE-RECORD THRU 1130-EXIT.
    IF FB-RULE-SKIP
        PERFORM 1110-READ-RULE-RECORD THRU 1110-EXIT
        GO TO 1120-EXIT
    END-IF.
    ADD 1 TO FB-RULE-COUNT.
    SET FB-RULE-IDX TO FB-RULE-COUNT.
    MOVE RCTL-DIVISOR TO FB-RULE-DIVISOR(FB-RULE-IDX).
    MOVE RCTL-LABEL   TO FB-RULE-LABEL(FB-RULE-IDX).
    MOVE ZERO TO FB-RULE-OPERAND-1(FB-RULE-IDX)
                 FB-RULE-OPERAND-2(FB-RULE-IDX).
    IF RCTL-TYPE-DIVISOR
        MOVE "D" TO FB-RULE-TYPE(FB-RULE-IDX)
    ELSE
        MOVE RCTL-RULE-TYPE TO FB-RULE-TYPE(FB-RULE-IDX)
        MOVE RCTL-OPERAND-1 TO FB-RULE-OPERAND-1(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-DIGIT OR RCTL-TYPE-BAND
        MOVE ZERO TO FB-RULE-DIVISOR(FB-RULE-IDX)
    END-IF.
    IF RCTL-TYPE-BAND
        MOVE RCTL-OPERAND-2 TO FB-RULE-OPERAND-2(FB-RULE-IDX)
    END-IF.
    PERFORM 1110-READ-RULE-RECORD THRU 1110-EXIT.
1120-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1130-EDIT-RULE-RECORD - WOULD FIZZ_BUZZ HAVE LOADED THIS RULE ON
*> THE RUN DATE?  TYPE AND OPERAND EDITS FIRST, THEN THE EFFECTIVE
*> AND EXPIRY DATES (BLANK OR ZERO IS OPEN; THE EXPIRY DAY IS
*> STILL IN FORCE).
*> ----------------------------------------------------------------
1130-EDIT-RULE-RECORD.
    SET FB-RULE-SKIP TO TRUE.
    IF RCTL-TYPE-DIVISOR OR RCTL-TYPE-EXCLUDE
        IF RCTL-DIVISOR NOT NUMERIC OR RCTL-DIVISOR = ZERO
            GO TO 1130-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-EXCLUDE
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 = ZERO
            GO TO 1130-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-DIGIT
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-1 > 9
            GO TO 1130-EXIT
        END-IF
    END-IF.
    IF RCTL-TYPE-BAND
        IF RCTL-OPERAND-1 NOT NUMERIC OR RCTL-OPERAND-2 NOT NUMERIC
            GO TO 1130-EXIT
        END-IF
        IF RCTL-OPERAND-1 > RCTL-OPERAND-2
            GO TO 1130-EXIT
        END-IF
    END-IF.
    IF NOT RCTL-TYPE-DIVISOR AND NOT RCTL-TYPE-DIGIT
       AND NOT RCTL-TYPE-BAND AND NOT RCTL-TYPE-EXCLUDE
        GO TO 1130-EXIT
    END-IF.
    IF RCTL-EFF-DATE NOT = SPACES AND RCTL-EFF-DATE NOT = "00000000"
        IF RCTL-EFF-DATE NOT NUMERIC
           OR RCTL-EFF-DATE > FB-QA-RUN-DATE
            GO TO 1130-EXIT
        END-IF
    END-IF.
    IF RCTL-EXP-DATE NOT = SPACES AND RCTL-EXP-DATE NOT = "00000000"
        IF RCTL-EXP-DATE NOT NUMERIC
           OR RCTL-EXP-DATE < FB-QA-RUN-DATE
            GO TO 1130-EXIT
        END-IF
    END-IF.
    SET FB-RULE-KEEP TO TRUE.
1130-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1150-ADD-DEFAULT-RULES - NO RULE IN FORCE MEANS THE RUN FELL
*> BACK TO THE ORIGINAL 3/FIZZ, 5/BUZZ PAIR; SO DOES THE CHECK.
*> ----------------------------------------------------------------
1150-ADD-DEFAULT-RULES.
    SET FB-RULES-DEFAULTED TO TRUE.
    MOVE 2       TO FB-RULE-COUNT.
    MOVE 3       TO FB-RULE-DIVISOR(1).
    MOVE "Fizz"  TO FB-RULE-LABEL(1).
    MOVE "D"     TO FB-RULE-TYPE(1).
    MOVE ZERO    TO FB-RULE-OPERAND-1(1) FB-RULE-OPERAND-2(1).
    MOVE 5       TO FB-RULE-DIVISOR(2).
    MOVE "Buzz"  TO FB-RULE-LABEL(2).
    MOVE "D"     TO FB-RULE-TYPE(2).
    MOVE ZERO    TO FB-RULE-OPERAND-1(2) FB-RULE-OPERAND-2(2).
1150-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1300-SIZE-THE-SAMPLE - A RECORD COUNT WINS OVER A PERCENTAGE;
*> A PERCENTAGE IS ROUNDED UP SO A SMALL FILE STILL GETS ONE
*> RECORD.  NEVER MORE THAN THE FILE HOLDS.
*> ----------------------------------------------------------------
1300-SIZE-THE-SAMPLE.
    IF QAC-SAMPLE-SIZE > ZERO
        MOVE QAC-SAMPLE-SIZE TO FB-SAMPLE-SIZE
    ELSE
        IF QAC-SAMPLE-PCT > ZERO
            COMPUTE FB-SAMPLE-SIZE
                = (FB-POPULATION * QAC-SAMPLE-PCT + 99) / 100
        ELSE
            MOVE 100 TO FB-SAMPLE-SIZE
        END-IF
    END-IF.
    IF FB-SAMPLE-SIZE > FB-POPULATION
        MOVE FB-POPULATION TO FB-SAMPLE-SIZE
    END-IF.
1300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1400-SET-THE-SEED - THE QACTL SEED, OR ONE TAKEN FROM THE RUN-ID
*> (MONTH, DAY AND TIME DIGITS).  THE GENERATOR NEEDS A SEED FROM
*> 1 TO 2147483646.
*> ----------------------------------------------------------------
1400-SET-THE-SEED.
    IF QAC-SEED > ZERO
        MOVE QAC-SEED TO FB-SEED
    ELSE
        IF FB-QA-RUN-ID(5:10) NUMERIC
            MOVE FB-QA-RUN-ID(5:10) TO FB-RUN-ID-NUM
        ELSE
            MOVE 1 TO FB-RUN-ID-NUM
        END-IF
        MOVE FB-RUN-ID-NUM TO FB-SEED
    END-IF.
    DIVIDE FB-SEED BY FB-RANDOM-MODULUS GIVING FB-RANDOM-QUOTIENT
        REMAINDER FB-RANDOM.
    IF FB-RANDOM = ZERO
        MOVE 1 TO FB-RANDOM
    END-IF.
    MOVE FB-RANDOM TO FB-SEED.
1400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 1600-SELECT-OUTPUT-MODE - THE SAME FMTCTL LOOKUP FIZZ_BUZZ AND
*> FIZZVFY DO, SO FIZZOUT IS PARSED IN THE FORMAT IT WAS WRITTEN.
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
*> 1800-SELECT-CURRENT-GENERATION - AS FIZZVFY: THE LAST GENCATF
*> RECORD NAMES THE CURRENT FIZZOUT; WITHOUT A CATALOG THE PLAIN
*> FIZZOUT NAME STANDS.
*> ----------------------------------------------------------------
1800-SELECT-CURRENT-GENERATION.
    OPEN INPUT GENCATF.
    IF NOT FB-GENCATF-OK
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
*> 2000-COUNT-POPULATION - FIRST PASS: THE HEADER'S RUN-ID AND RUN
*> DATE, AND HOW MANY DETAIL RECORDS THERE ARE TO DRAW FROM.
*> WITHOUT A HEADER THE RUN DATE, AND SO THE RULES, ARE UNKNOWN.
*> ----------------------------------------------------------------
2000-COUNT-POPULATION.
    OPEN INPUT FIZZOUT.
    IF NOT FB-FIZZOUT-OK
        DISPLAY "FIZZQAS - FIZZOUT NOT AVAILABLE - STATUS "
                FB-FIZZOUT-STATUS
        MOVE 8 TO RETURN-CODE
        GO TO 2000-EXIT
    END-IF.
    PERFORM 2010-READ-FIZZOUT-LINE THRU 2010-EXIT.
    PERFORM 2020-COUNT-ONE-LINE THRU 2020-EXIT
        UNTIL FB-FIZZOUT-EOF.
    CLOSE FIZZOUT.
    IF FB-HEADER-NOT-FOUND
        DISPLAY "FIZZQAS - NO HEADER RECORD ON FIZZOUT - RUN DATE "
                "UNKNOWN"
        MOVE 8 TO RETURN-CODE
    END-IF.
2000-EXIT.
    EXIT.

2010-READ-FIZZOUT-LINE.
    READ FIZZOUT
        AT END SET FB-FIZZOUT-EOF TO TRUE
    END-READ.
2010-EXIT.
    EXIT.

2020-COUNT-ONE-LINE.
    IF FIZZOUT-LINE(1:3) = "HDR"
        PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
    ELSE
        PERFORM 2200-TEST-DETAIL-LINE THRU 2200-EXIT
        IF FB-LINE-IS-DETAIL
            ADD 1 TO FB-POPULATION
        END-IF
    END-IF.
    PERFORM 2010-READ-FIZZOUT-LINE THRU 2010-EXIT.
2020-EXIT.
    EXIT.

2100-TAKE-HEADER.
    SET FB-HEADER-FOUND TO TRUE.
    IF FB-OUTPUT-MODE-CSV
        UNSTRING FIZZOUT-LINE DELIMITED BY ","
            INTO FB-CSV-FIELD-1 FB-CSV-FIELD-2 FB-CSV-FIELD-3
        END-UNSTRING
        MOVE FB-CSV-FIELD-2 TO FB-QA-RUN-ID
        MOVE FB-CSV-FIELD-3 TO FB-QA-RUN-DATE
    ELSE
        MOVE FIZZOUT-LINE TO FIZZOUT-HEADER
        MOVE FZHDR-RUN-ID   TO FB-QA-RUN-ID
        MOVE FZHDR-RUN-DATE TO FB-QA-RUN-DATE
    END-IF.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 2200-TEST-DETAIL-LINE - A DETAIL RECORD IS ONE WHOSE CNT FIELD
*> IS NUMERIC AND THAT IS NOT THE TRAILER (THE CSV COLUMN-HEADER
*> LINE IS NOT), THE SAME TEST FIZZVFY COUNTS BY.  THE FIELDS ARE
*> LEFT IN FB-QA-NUMBER, -FILE-CODE-X AND -FILE-TEXT.
*> ----------------------------------------------------------------
2200-TEST-DETAIL-LINE.
    SET FB-LINE-NOT-DETAIL TO TRUE.
    IF FIZZOUT-LINE(1:3) = "TRL"
        GO TO 2200-EXIT
    END-IF.
    IF FB-OUTPUT-MODE-CSV
        MOVE SPACES TO FB-SCAN-CNT-X FB-CSV-CODE-X FB-CSV-TEXT
        UNSTRING FIZZOUT-LINE DELIMITED BY ","
            INTO FB-SCAN-CNT-X FB-CSV-CODE-X FB-CSV-TEXT
        END-UNSTRING
        MOVE FB-CSV-CODE-X TO FB-QA-FILE-CODE-X
        MOVE FB-CSV-TEXT   TO FB-QA-FILE-TEXT
    ELSE
        MOVE FIZZOUT-LINE TO FIZZREC
        MOVE FIZZOUT-LINE(1:9) TO FB-SCAN-CNT-X
        MOVE FIZZOUT-LINE(10:7) TO FB-QA-FILE-CODE-X
        MOVE FZREC-CATEGORY-TEXT TO FB-QA-FILE-TEXT
    END-IF.
    IF FB-SCAN-CNT-X NUMERIC
        MOVE FB-SCAN-CNT-X TO FB-QA-NUMBER
        SET FB-LINE-IS-DETAIL TO TRUE
    END-IF.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3000-DRAW-SAMPLE - SECOND PASS.  SELECTION SAMPLING: EACH DETAIL
*> RECORD IN TURN IS TAKEN WHEN (RECORDS LEFT) X U < (RECORDS
*> STILL NEEDED), U BEING THE NEXT DRAW FROM THE MULTIPLICATIVE
*> GENERATOR SEED = SEED X 16807 MOD 2147483647.  EVERY RECORD HAS
*> THE SAME CHANCE, EXACTLY THE SAMPLE SIZE IS TAKEN, IN FILE
*> ORDER, AND THE SAME SEED ON THE SAME FILE DRAWS THE SAME
*> RECORDS ON ANY MACHINE.
*> ----------------------------------------------------------------
3000-DRAW-SAMPLE.
    IF FB-SAMPLE-SIZE = ZERO
        GO TO 3000-EXIT
    END-IF.
    MOVE FB-POPULATION  TO FB-POP-LEFT.
    MOVE FB-SAMPLE-SIZE TO FB-NEED-LEFT.
    MOVE FB-SEED        TO FB-RANDOM.
    SET FB-FIZZOUT-NOT-EOF TO TRUE.
    OPEN INPUT FIZZOUT.
    PERFORM 2010-READ-FIZZOUT-LINE THRU 2010-EXIT.
    PERFORM 3010-CONSIDER-ONE-LINE THRU 3010-EXIT
        UNTIL FB-FIZZOUT-EOF OR FB-NEED-LEFT = ZERO.
    CLOSE FIZZOUT.
3000-EXIT.
    EXIT.

3010-CONSIDER-ONE-LINE.
    PERFORM 2200-TEST-DETAIL-LINE THRU 2200-EXIT.
    IF FB-LINE-NOT-DETAIL
        PERFORM 2010-READ-FIZZOUT-LINE THRU 2010-EXIT
        GO TO 3010-EXIT
    END-IF.
    ADD 1 TO FB-RECORD-SEQ.
    COMPUTE FB-RANDOM-PRODUCT = FB-RANDOM * FB-RANDOM-MULTIPLIER.
    DIVIDE FB-RANDOM-PRODUCT BY FB-RANDOM-MODULUS
        GIVING FB-RANDOM-QUOTIENT REMAINDER FB-RANDOM.
    COMPUTE FB-UNIFORM = FB-RANDOM / FB-RANDOM-MODULUS.
    IF FB-POP-LEFT * FB-UNIFORM < FB-NEED-LEFT
        PERFORM 3100-REVERIFY-RECORD THRU 3100-EXIT
        SUBTRACT 1 FROM FB-NEED-LEFT
    END-IF.
    SUBTRACT 1 FROM FB-POP-LEFT.
    PERFORM 2010-READ-FIZZOUT-LINE THRU 2010-EXIT.
3010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 3100-REVERIFY-RECORD - RECOMPUTE THE SAMPLED NUMBER'S CATEGORY
*> AND COMPARE CODE AND TEXT WITH WHAT FIZZOUT CARRIES.
*> ----------------------------------------------------------------
3100-REVERIFY-RECORD.
    ADD 1 TO FB-SAMPLED.
    PERFORM 4000-RECOMPUTE-CATEGORY THRU 4000-EXIT.
    SET FB-SAMPLE-AGREES TO TRUE.
    IF FB-QA-FILE-CODE-X NOT NUMERIC
        SET FB-SAMPLE-MISMATCH TO TRUE
    ELSE
        IF FB-QA-FILE-CODE-X NOT = FB-QA-CODE
            SET FB-SAMPLE-MISMATCH TO TRUE
        END-IF
    END-IF.
    IF FB-QA-FILE-TEXT NOT = FB-QA-TEXT
        SET FB-SAMPLE-MISMATCH TO TRUE
    END-IF.
    MOVE FB-RECORD-SEQ     TO QASW-SEQ.
    MOVE FB-QA-NUMBER      TO QASW-NUMBER.
    MOVE FB-QA-FILE-CODE-X TO QASW-FILE-CODE.
    MOVE FB-QA-CODE        TO QASW-RECOMP-CODE.
    MOVE FB-QA-FILE-TEXT   TO QASW-FILE-TEXT.
    IF FB-SAMPLE-AGREES
        MOVE "AGREES"   TO QASW-RESULT
    ELSE
        MOVE "MISMATCH" TO QASW-RESULT
        PERFORM 3200-REPORT-MISMATCH THRU 3200-EXIT
    END-IF.
    WRITE QAWKS-LINE FROM QAS-WORK-LINE.
3100-EXIT.
    EXIT.

3200-REPORT-MISMATCH.
    ADD 1 TO FB-MISMATCHES.
    MOVE FB-QA-NUMBER      TO QASM-NUMBER.
    MOVE FB-RECORD-SEQ     TO QASM-SEQ.
    WRITE QAMISM-LINE FROM QAS-MISMATCH-LINE-1.
    MOVE "ON FIZZOUT"      TO QASM-WHICH.
    MOVE FB-QA-FILE-CODE-X TO QASM-CODE.
    MOVE FB-QA-FILE-TEXT   TO QASM-TEXT.
    WRITE QAMISM-LINE FROM QAS-MISMATCH-LINE-2.
    MOVE "RECOMPUTED"      TO QASM-WHICH.
    MOVE FB-QA-CODE        TO QASM-CODE.
    MOVE FB-QA-TEXT        TO QASM-TEXT.
    WRITE QAMISM-LINE FROM QAS-MISMATCH-LINE-2.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 4000-RECOMPUTE-CATEGORY - THE CATEGORY THE RULES GIVE
*> FB-QA-NUMBER: EACH RULE THAT APPLIES ADDS ITS BIT (RULE 1 = 1,
*> RULE 2 = 2, RULE 3 = 4 ...) TO THE CODE AND ITS LABEL TO THE
*> TEXT, ONE SPACE BETWEEN LABELS; NO RULE GIVES "NUMBER" AND CODE
*> ZERO.  SEE FBCATG.
*> ----------------------------------------------------------------
4000-RECOMPUTE-CATEGORY.
    MOVE ZERO   TO FB-QA-CODE.
    MOVE SPACES TO FB-QA-TEXT.
    MOVE 1      TO FB-QA-BIT.
    PERFORM 4100-APPLY-ONE-RULE THRU 4100-EXIT
        VARYING FB-RULE-IDX FROM 1 BY 1
        UNTIL FB-RULE-IDX > FB-RULE-COUNT.
    IF FB-QA-TEXT = SPACES
        MOVE "NUMBER" TO FB-QA-TEXT
    END-IF.
4000-EXIT.
    EXIT.

4100-APPLY-ONE-RULE.
    PERFORM 4200-TEST-ONE-RULE THRU 4200-EXIT.
    IF FB-RULE-APPLIES
        ADD FB-QA-BIT TO FB-QA-CODE
        IF FB-QA-TEXT = SPACES
            MOVE FB-RULE-LABEL(FB-RULE-IDX) TO FB-QA-TEXT
        ELSE
            MOVE FB-QA-TEXT TO FB-QA-TEXT-PRIOR
            MOVE SPACES TO FB-QA-TEXT
            STRING FB-QA-TEXT-PRIOR            DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   FB-RULE-LABEL(FB-RULE-IDX)  DELIMITED BY SPACE
                INTO FB-QA-TEXT
            END-STRING
        END-IF
    END-IF.
    COMPUTE FB-QA-BIT = FB-QA-BIT * 2.
4100-EXIT.
    EXIT.

4200-TEST-ONE-RULE.
    SET FB-RULE-NOT-APPLIES TO TRUE.
    IF FB-RULE-IS-DIGIT(FB-RULE-IDX)
        MOVE FB-QA-NUMBER TO FB-QA-DIGIT-EDIT
        MOVE FB-RULE-OPERAND-1(FB-RULE-IDX) TO FB-QA-DIGIT
        MOVE ZERO TO FB-QA-DIGIT-TALLY
        INSPECT FB-QA-DIGIT-EDIT TALLYING FB-QA-DIGIT-TALLY
            FOR ALL FB-QA-DIGIT-X
        IF FB-QA-DIGIT-TALLY > ZERO
            SET FB-RULE-APPLIES TO TRUE
        END-IF
        GO TO 4200-EXIT
    END-IF.
    IF FB-RULE-IS-BAND(FB-RULE-IDX)
        IF FB-QA-NUMBER >= FB-RULE-OPERAND-1(FB-RULE-IDX)
           AND FB-QA-NUMBER <= FB-RULE-OPERAND-2(FB-RULE-IDX)
            SET FB-RULE-APPLIES TO TRUE
        END-IF
        GO TO 4200-EXIT
    END-IF.
    DIVIDE FB-QA-NUMBER BY FB-RULE-DIVISOR(FB-RULE-IDX)
        GIVING FB-QA-QUOTIENT REMAINDER FB-QA-REMAINDER.
    IF FB-QA-REMAINDER NOT = ZERO
        GO TO 4200-EXIT
    END-IF.
    IF FB-RULE-IS-EXCLUDE(FB-RULE-IDX)
        DIVIDE FB-QA-NUMBER BY FB-RULE-OPERAND-1(FB-RULE-IDX)
            GIVING FB-QA-QUOTIENT REMAINDER FB-QA-REMAINDER
        IF FB-QA-REMAINDER = ZERO
            GO TO 4200-EXIT
        END-IF
    END-IF.
    SET FB-RULE-APPLIES TO TRUE.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5100-WRITE-WORKSHEET-HEADER - THE WORKSHEET OPENS WITH
*> EVERYTHING AN AUDITOR NEEDS TO RE-DRAW THE SAMPLE.
*> ----------------------------------------------------------------
5100-WRITE-WORKSHEET-HEADER.
    ADD 1 TO FB-PAGE-NO.
    MOVE "QA SAMPLE WORKSHEET" TO QASH-TITLE.
    MOVE FB-RUN-DATE TO QASH-DATE.
    MOVE FB-PAGE-NO TO QASH-PAGE.
    WRITE QAWKS-LINE FROM QAS-HEADING-1.
    MOVE SPACES TO QAWKS-LINE.
    WRITE QAWKS-LINE.
    MOVE "RUN-ID"                TO QASB-LABEL.
    MOVE FB-QA-RUN-ID            TO QASB-VALUE.
    WRITE QAWKS-LINE FROM QAS-LABEL-LINE.
    MOVE "RUN DATE (RULES AS OF)" TO QASB-LABEL.
    MOVE FB-QA-RUN-DATE          TO QASB-VALUE.
    WRITE QAWKS-LINE FROM QAS-LABEL-LINE.
    MOVE "FIZZOUT GENERATION"    TO QASB-LABEL.
    IF FB-CURRENT-DSN = SPACES
        MOVE "FIZZOUT"           TO QASB-VALUE
    ELSE
        MOVE FB-CURRENT-DSN      TO QASB-VALUE
    END-IF.
    WRITE QAWKS-LINE FROM QAS-LABEL-LINE.
    MOVE "RULES"                 TO QASB-LABEL.
    IF FB-RULES-DEFAULTED
        MOVE "DEFAULT 3/FIZZ 5/BUZZ - NONE IN FORCE" TO QASB-VALUE
    ELSE
        MOVE "RULECTL AS OF THE RUN DATE" TO QASB-VALUE
    END-IF.
    WRITE QAWKS-LINE FROM QAS-LABEL-LINE.
    MOVE "DETAIL RECORDS ON FILE" TO QASC-LABEL.
    MOVE FB-POPULATION           TO QASC-COUNT.
    WRITE QAWKS-LINE FROM QAS-COUNT-LINE.
    MOVE "SAMPLE SIZE"           TO QASC-LABEL.
    MOVE FB-SAMPLE-SIZE          TO QASC-COUNT.
    WRITE QAWKS-LINE FROM QAS-COUNT-LINE.
    MOVE "SEED"                  TO QASC-LABEL.
    MOVE FB-SEED                 TO QASC-COUNT.
    WRITE QAWKS-LINE FROM QAS-COUNT-LINE.
    MOVE SPACES TO QAWKS-LINE.
    WRITE QAWKS-LINE.
    WRITE QAWKS-LINE FROM QAS-WORK-HEADING.
5100-EXIT.
    EXIT.

5150-WRITE-MISMATCH-HEADER.
    MOVE "QA SAMPLE MISMATCHES" TO QASH-TITLE.
    MOVE 1 TO QASH-PAGE.
    WRITE QAMISM-LINE FROM QAS-HEADING-1.
    MOVE SPACES TO QAMISM-LINE.
    WRITE QAMISM-LINE.
    MOVE "RUN-ID"                TO QASB-LABEL.
    MOVE FB-QA-RUN-ID            TO QASB-VALUE.
    WRITE QAMISM-LINE FROM QAS-LABEL-LINE.
    MOVE SPACES TO QAMISM-LINE.
    WRITE QAMISM-LINE.
5150-EXIT.
    EXIT.

5300-WRITE-TOTALS.
    MOVE SPACES TO QAWKS-LINE.
    WRITE QAWKS-LINE.
    MOVE "RECORDS SAMPLED"       TO QASC-LABEL.
    MOVE FB-SAMPLED              TO QASC-COUNT.
    WRITE QAWKS-LINE FROM QAS-COUNT-LINE.
    MOVE "MISMATCHES"            TO QASC-LABEL.
    MOVE FB-MISMATCHES           TO QASC-COUNT.
    WRITE QAWKS-LINE FROM QAS-COUNT-LINE.
    IF FB-MISMATCHES = ZERO
        MOVE "NO MISMATCHES - EVERY SAMPLED CATEGORY RECOMPUTES"
            TO QASN-TEXT
        WRITE QAMISM-LINE FROM QAS-NONE-LINE
    ELSE
        MOVE SPACES TO QAMISM-LINE
        WRITE QAMISM-LINE
        MOVE "MISMATCHES"        TO QASC-LABEL
        MOVE FB-MISMATCHES       TO QASC-COUNT
        WRITE QAMISM-LINE FROM QAS-COUNT-LINE
    END-IF.
5300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> 5500-LOG-THE-SAMPLE - APPEND THE SAMPLE'S SEED, SIZE AND RESULT
*> TO QASLOG.
*> ----------------------------------------------------------------
5500-LOG-THE-SAMPLE.
    MOVE FB-QA-RUN-ID    TO QASL-RUN-ID.
    MOVE FB-RUN-DATE     TO QASL-SAMPLE-DATE.
    MOVE FB-SEED         TO QASL-SEED.
    MOVE FB-POPULATION   TO QASL-POPULATION.
    MOVE FB-SAMPLE-SIZE  TO QASL-SAMPLE-SIZE.
    MOVE FB-MISMATCHES   TO QASL-MISMATCHES.
    IF FB-CURRENT-DSN = SPACES
        MOVE "FIZZOUT"   TO QASL-FIZZOUT-DSN
    ELSE
        MOVE FB-CURRENT-DSN TO QASL-FIZZOUT-DSN
    END-IF.
    OPEN EXTEND QASLOG.
    WRITE QASLOG-LINE FROM QA-SAMPLE-LOG-RECORD.
    CLOSE QASLOG.
5500-EXIT.
    EXIT.
