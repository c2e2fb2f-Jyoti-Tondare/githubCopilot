      *>=================================================================*
      *> PROGRAM-ID : CalcStandingGenerate                                *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> GENERATION STEP FOR THE CALCSTI STANDING INSTRUCTIONS.  READS   *
      *> THE PROCESSING DATE FROM THE CALCRUN RUN CARD AND WRITES EVERY  *
      *> ACTIVE INSTRUCTION DUE ON OR BEFORE IT TO CALCSIB AS A COMPLETE *
      *> CALCIN-FORMAT BATCH - "H" HEADER WITH ORIGIN "STANDING", ONE    *
      *> DETAIL PER INSTRUCTION ("R" RATE-CODE DETAIL OR PLAIN OPERAND   *
      *> DETAIL, AS KEYED) STAMPED WITH A TRANSACTION ID FROM THE SAME   *
      *> CONTROLLED CALCSEQ SEQUENCE CalcIntakeAdapter USES, AND A "T"   *
      *> TRAILER WITH COUNT AND HASH TOTAL - WHICH CalcBatchAssemble     *
      *> TAKES INTO CALCIN, SO IT RIDES THROUGH CalcEditValidator LIKE   *
      *> ANY OTHER TRANSMISSION.  EACH INSTRUCTION GENERATED HAS ITS     *
      *> NEXT-DUE DATE MOVED ON PAST THE PROCESSING DATE AND IS ENDED    *
      *> ONCE THAT PASSES ITS END DATE.  AN INSTRUCTION THAT MISSED      *
      *> OCCURRENCES (THE STEP DID NOT RUN ON A DAY IT FELL DUE) IS      *
      *> GENERATED ONCE, NOT ONCE PER MISSED DAY, AND THE STEP ENDS WITH *
      *> RETURN-CODE 4 SO DATA CONTROL DECIDES WHETHER THE MISSED ONES   *
      *> ARE KEYED BY HAND.  RERUN FOR THE SAME PROCESSING DATE, THE     *
      *> STEP REBUILDS THE SAME DETAILS UNDER THE SAME TRANSACTION IDS,  *
      *> SO A RESTART CANNOT POST AN INSTRUCTION TWICE - THE EDIT STEP'S *
      *> DUPLICATE CHECK TURNS AWAY ANY THAT ALREADY POSTED.  ENDS 16    *
      *> WITH NO RUN CARD.                                               *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  THE SEQUENCE IS NOW RE-READ UNDER THE SYSTEM-BUSY  *
      *>                LOCK AT END OF RUN AND NEVER WRITTEN BACK BELOW    *
      *>                THE NUMBER ON FILE, SO A NUMBER THE DESK TOOK      *
      *>                DURING THE STEP IS NOT REISSUED.                   *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcStandingGenerate.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-STANDING-MASTER ASSIGN TO "CALCSTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALC-STI-ID
               FILE STATUS IS CALC-STANDING-STATUS.
           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RUN-CONTROL-STATUS.
           SELECT CALC-GENERATED-FILE ASSIGN TO "CALCSIB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-SEQUENCE-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-STANDING-MASTER.
       COPY CALCSTI.

       FD  CALC-RUN-CONTROL-FILE.
       COPY CALCRUN.

       FD  CALC-GENERATED-FILE.
       COPY CALCREC.

       FD  CALC-SEQUENCE-FILE.
       01 CALC-SEQUENCE-RECORD.
           05 CALC-SEQ-NEXT-NUMBER     PIC 9(08).

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-ABORT-SW                PIC X(01) VALUE "N".
           88 CALC-ABORT-YES           VALUE "Y".
       01 CALC-STANDING-STATUS         PIC X(02) VALUE "00".
           88 CALC-STANDING-FILE-NOT-FOUND VALUE "35".
       01 CALC-STANDING-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-STANDING-OPEN       VALUE "Y".
       01 CALC-RUN-CONTROL-STATUS      PIC X(02) VALUE "00".
           88 CALC-RUN-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-SEQUENCE-STATUS         PIC X(02) VALUE "00".
           88 CALC-SEQUENCE-FILE-NOT-FOUND VALUE "35".
       01 CALC-PROC-DATE               PIC 9(08) VALUE 0.
       01 CALC-NEXT-SEQ-NUMBER         PIC 9(08) VALUE 1.
       01 CALC-FILE-SEQ-NUMBER         PIC 9(08) VALUE 0.
       01 CALC-LCK-FUNCTION            PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER              PIC X(20)
                                       VALUE "CalcStandingGenerate".
       01 CALC-LCK-RESULT              PIC 9 VALUE 0.
           88 CALC-LCK-OK              VALUE 0.
           88 CALC-LCK-BUSY            VALUE 1.
           88 CALC-LCK-WAS-STALE       VALUE 2.
       01 CALC-READ-COUNT              PIC 9(07) COMP VALUE 0.
       01 CALC-GENERATED-COUNT         PIC 9(07) COMP VALUE 0.
       01 CALC-REBUILT-COUNT           PIC 9(07) COMP VALUE 0.
       01 CALC-ENDED-COUNT             PIC 9(07) COMP VALUE 0.
       01 CALC-MISSED-COUNT            PIC 9(07) COMP VALUE 0.
       01 CALC-DETAIL-COUNT            PIC 9(07) VALUE 0.
       01 CALC-GEN-HASH                PIC S9(13)V99 VALUE 0.
       01 CALC-OCCURRENCES             PIC 9(05) COMP VALUE 0.
       01 CALC-MISSED-WK               PIC 9(05) VALUE 0.
       01 CALC-GEN-BATCH-ID.
           05 FILLER                   PIC X(02) VALUE "SI".
           05 CALC-GEN-ID-DATE         PIC 9(06) VALUE 0.
       01 CALC-TRAN-ID-WK.
           05 FILLER                   PIC X(02) VALUE "SI".
           05 CALC-TRAN-ID-SEQ         PIC 9(08) VALUE 0.

      *> CALENDAR WORK AREAS FOR MOVING NEXT-DUE DATES ON, THE SAME
      *> ARITHMETIC CalcStandingMaintenance USES TO SET THEM.
       01 CALC-CAL-DATE.
           05 CALC-CAL-YEAR            PIC 9(04).
           05 CALC-CAL-MONTH           PIC 9(02).
           05 CALC-CAL-DAY             PIC 9(02).
       01 CALC-CAL-DATE-NUM REDEFINES CALC-CAL-DATE PIC 9(08).
       01 CALC-CAL-MONTH-DAYS          PIC 9(02) VALUE 0.
       01 CALC-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-SW                 PIC X(01) VALUE "N".
           88 CALC-LEAP-YEAR           VALUE "Y".

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE                                              *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF NOT CALC-ABORT-YES THEN
               PERFORM 2000-CHECK-ONE-INSTRUCTION UNTIL CALC-EOF-YES
               PERFORM 9000-FINALIZE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - THE RUN CARD'S PROCESSING DATE DECIDES WHAT   *
      *> IS DUE; WITHOUT IT NOTHING CAN BE GENERATED AND THE STEP IS     *
      *> REFUSED.  A MISSING STANDING-INSTRUCTION MASTER ONLY MEANS NONE *
      *> HAS BEEN KEYED YET - AN EMPTY, BALANCED BATCH IS STILL WRITTEN  *
      *> SO CalcBatchAssemble ALWAYS FINDS ONE TO TAKE INTO CALCIN.      *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF NOT CALC-RUN-CONTROL-NOT-FOUND THEN
               READ CALC-RUN-CONTROL-FILE
                   NOT AT END
                       MOVE CALC-RUN-PROC-DATE TO CALC-PROC-DATE
               END-READ
               CLOSE CALC-RUN-CONTROL-FILE
           END-IF
           IF CALC-PROC-DATE = 0 OR CALC-PROC-DATE IS NOT NUMERIC THEN
               DISPLAY "CalcStandingGenerate: no CALCRUN processing "
                   "date - step refused."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1200-READ-SEQUENCE
           OPEN I-O CALC-STANDING-MASTER
           IF CALC-STANDING-FILE-NOT-FOUND THEN
               DISPLAY "CalcStandingGenerate: no CALCSTI standing "
                   "instructions on file."
               MOVE "Y" TO CALC-EOF-SW
           ELSE
               MOVE "Y" TO CALC-STANDING-OPEN-SW
               PERFORM 1100-READ-INSTRUCTION
           END-IF
           OPEN OUTPUT CALC-GENERATED-FILE
           MOVE CALC-PROC-DATE(3:6) TO CALC-GEN-ID-DATE
           MOVE SPACES TO CALC-BATCH-HEADER-RECORD
           MOVE "H" TO CALC-HDR-RECORD-TYPE
           MOVE CALC-GEN-BATCH-ID TO CALC-HDR-BATCH-ID
           MOVE CALC-PROC-DATE TO CALC-HDR-CREATE-DATE
           MOVE "STANDING" TO CALC-HDR-ORIGIN-SYSTEM
           WRITE CALC-BATCH-HEADER-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-INSTRUCTION.
           READ CALC-STANDING-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   ADD 1 TO CALC-READ-COUNT
           END-READ.

      *>-----------------------------------------------------------------*
      *> 1200-READ-SEQUENCE - THE CONTROLLED TRANSACTION-ID SEQUENCE     *
      *> SHARED WITH CalcIntakeAdapter AND THE DESK.  THE FILE HOLDS THE *
      *> NEXT UNUSED NUMBER AND IS WRITTEN BACK AT END OF RUN BY 9100.   *
      *>-----------------------------------------------------------------*
       1200-READ-SEQUENCE.
           MOVE 1 TO CALC-NEXT-SEQ-NUMBER
           OPEN INPUT CALC-SEQUENCE-FILE
           IF NOT CALC-SEQUENCE-FILE-NOT-FOUND THEN
               READ CALC-SEQUENCE-FILE
                   NOT AT END
                       MOVE CALC-SEQ-NEXT-NUMBER
                           TO CALC-NEXT-SEQ-NUMBER
               END-READ
               CLOSE CALC-SEQUENCE-FILE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-CHECK-ONE-INSTRUCTION - AN INSTRUCTION ALREADY GENERATED   *
      *> FOR THIS PROCESSING DATE IS A RERUN AND IS REBUILT AS IT WAS.   *
      *> OTHERWISE ONLY AN ACTIVE ONE WHOSE NEXT-DUE DATE HAS COME IS    *
      *> GENERATED; SUSPENDED AND ENDED ONES ARE PASSED OVER.            *
      *>-----------------------------------------------------------------*
       2000-CHECK-ONE-INSTRUCTION.
           EVALUATE TRUE
               WHEN CALC-STI-LAST-GEN-DATE = CALC-PROC-DATE
                       AND CALC-STI-LAST-TRAN-ID NOT = SPACES
                   MOVE CALC-STI-LAST-TRAN-ID TO CALC-IN-TRAN-ID
                   PERFORM 8000-WRITE-GENERATED-DETAIL
                   ADD 1 TO CALC-REBUILT-COUNT
               WHEN CALC-STI-ACTIVE
                       AND CALC-STI-NEXT-DUE <= CALC-PROC-DATE
                   PERFORM 2100-GENERATE-INSTRUCTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-INSTRUCTION.

      *>-----------------------------------------------------------------*
      *> 2100-GENERATE-INSTRUCTION - ONE PAST ITS END DATE IS ENDED      *
      *> WITHOUT BEING GENERATED.  OTHERWISE THE NEXT-DUE DATE IS MOVED  *
      *> ON, ONE OCCURRENCE AT A TIME, PAST THE PROCESSING DATE; MORE    *
      *> THAN ONE STEP MEANS OCCURRENCES WERE MISSED.  THE DETAIL IS     *
      *> STAMPED WITH THE NEXT TRANSACTION ID, WHICH IS KEPT ON THE      *
      *> INSTRUCTION FOR A RERUN.                                        *
      *>-----------------------------------------------------------------*
       2100-GENERATE-INSTRUCTION.
           IF CALC-STI-END-DATE NOT = 0
                   AND CALC-STI-NEXT-DUE > CALC-STI-END-DATE THEN
               MOVE "E" TO CALC-STI-STATUS
               PERFORM 2900-REWRITE-INSTRUCTION
               ADD 1 TO CALC-ENDED-COUNT
           ELSE
               MOVE 0 TO CALC-OCCURRENCES
               MOVE CALC-STI-NEXT-DUE TO CALC-CAL-DATE-NUM
               PERFORM 2200-ADVANCE-ONE-OCCURRENCE
                   UNTIL CALC-CAL-DATE-NUM > CALC-PROC-DATE
               IF CALC-OCCURRENCES > 1 THEN
                   COMPUTE CALC-MISSED-WK = CALC-OCCURRENCES - 1
                   DISPLAY "CalcStandingGenerate: " CALC-STI-ID
                       " was due from " CALC-STI-NEXT-DUE " - "
                       CALC-MISSED-WK " missed occurrence(s) not "
                       "generated."
                   ADD 1 TO CALC-MISSED-COUNT
               END-IF
               MOVE CALC-CAL-DATE-NUM TO CALC-STI-NEXT-DUE
               MOVE CALC-NEXT-SEQ-NUMBER TO CALC-TRAN-ID-SEQ
               ADD 1 TO CALC-NEXT-SEQ-NUMBER
               MOVE CALC-TRAN-ID-WK TO CALC-IN-TRAN-ID
               PERFORM 8000-WRITE-GENERATED-DETAIL
               ADD 1 TO CALC-GENERATED-COUNT
               MOVE CALC-PROC-DATE TO CALC-STI-LAST-GEN-DATE
               MOVE CALC-TRAN-ID-WK TO CALC-STI-LAST-TRAN-ID
               ADD 1 TO CALC-STI-GEN-COUNT
               IF CALC-STI-END-DATE NOT = 0
                       AND CALC-STI-NEXT-DUE > CALC-STI-END-DATE THEN
                   MOVE "E" TO CALC-STI-STATUS
                   ADD 1 TO CALC-ENDED-COUNT
               END-IF
               PERFORM 2900-REWRITE-INSTRUCTION
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2200-ADVANCE-ONE-OCCURRENCE - MOVES CALC-CAL-DATE ON BY ONE     *
      *> OCCURRENCE OF THE INSTRUCTION'S FREQUENCY: A DAY, SEVEN DAYS,   *
      *> OR TO THE LAST DAY OF THE FOLLOWING MONTH.                      *
      *>-----------------------------------------------------------------*
       2200-ADVANCE-ONE-OCCURRENCE.
           ADD 1 TO CALC-OCCURRENCES
           EVALUATE TRUE
               WHEN CALC-STI-DAILY
                   PERFORM 2250-ADD-ONE-DAY
               WHEN CALC-STI-WEEKLY
                   PERFORM 2250-ADD-ONE-DAY 7 TIMES
               WHEN OTHER
                   MOVE 1 TO CALC-CAL-DAY
                   ADD 1 TO CALC-CAL-MONTH
                   IF CALC-CAL-MONTH > 12 THEN
                       MOVE 1 TO CALC-CAL-MONTH
                       ADD 1 TO CALC-CAL-YEAR
                   END-IF
                   PERFORM 2300-SET-MONTH-DAYS
                   MOVE CALC-CAL-MONTH-DAYS TO CALC-CAL-DAY
           END-EVALUATE.

       2250-ADD-ONE-DAY.
           PERFORM 2300-SET-MONTH-DAYS
           ADD 1 TO CALC-CAL-DAY
           IF CALC-CAL-DAY > CALC-CAL-MONTH-DAYS THEN
               MOVE 1 TO CALC-CAL-DAY
               ADD 1 TO CALC-CAL-MONTH
               IF CALC-CAL-MONTH > 12 THEN
                   MOVE 1 TO CALC-CAL-MONTH
                   ADD 1 TO CALC-CAL-YEAR
               END-IF
           END-IF.

       2300-SET-MONTH-DAYS.
           EVALUATE CALC-CAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CALC-CAL-MONTH-DAYS
               WHEN 2
                   PERFORM 2350-CHECK-LEAP-YEAR
                   IF CALC-LEAP-YEAR THEN
                       MOVE 29 TO CALC-CAL-MONTH-DAYS
                   ELSE
                       MOVE 28 TO CALC-CAL-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CALC-CAL-MONTH-DAYS
           END-EVALUATE.

       2350-CHECK-LEAP-YEAR.
           MOVE "N" TO CALC-LEAP-SW
           DIVIDE CALC-CAL-YEAR BY 4
               GIVING CALC-LEAP-QUOTIENT REMAINDER CALC-LEAP-REMAINDER
           IF CALC-LEAP-REMAINDER = 0 THEN
               MOVE "Y" TO CALC-LEAP-SW
               DIVIDE CALC-CAL-YEAR BY 100
                   GIVING CALC-LEAP-QUOTIENT
                   REMAINDER CALC-LEAP-REMAINDER
               IF CALC-LEAP-REMAINDER = 0 THEN
                   DIVIDE CALC-CAL-YEAR BY 400
                       GIVING CALC-LEAP-QUOTIENT
                       REMAINDER CALC-LEAP-REMAINDER
                   IF CALC-LEAP-REMAINDER NOT = 0 THEN
                       MOVE "N" TO CALC-LEAP-SW
                   END-IF
               END-IF
           END-IF.

       2900-REWRITE-INSTRUCTION.
           REWRITE CALC-STANDING-RECORD
               INVALID KEY
                   DISPLAY "CalcStandingGenerate: " CALC-STI-ID
                       " could not be updated."
           END-REWRITE.

      *>-----------------------------------------------------------------*
      *> 8000-WRITE-GENERATED-DETAIL - THE CALLER HAS PUT THE            *
      *> TRANSACTION ID IN CALC-IN-TRAN-ID.  A RATE-CODE INSTRUCTION     *
      *> GOES OUT AS AN "R" DETAIL AND ONLY ITS NUM2 ROLLS INTO THE HASH *
      *> TOTAL, THE SAME RULE THE EDIT STEP BALANCES BY; BOTH DETAIL     *
      *> LAYOUTS CARRY THE TRANSACTION ID IN THE SAME PLACE.             *
      *>-----------------------------------------------------------------*
       8000-WRITE-GENERATED-DETAIL.
           IF CALC-STI-KIND-RATE THEN
               MOVE "R" TO CALC-RDT-RECORD-TYPE
               MOVE CALC-STI-OPCODE TO CALC-RDT-OPCODE
               MOVE CALC-STI-RATE-CODE TO CALC-RDT-RATE-CODE
               MOVE CALC-STI-NUM2 TO CALC-RDT-NUM2
               WRITE CALC-RATE-DETAIL-RECORD
               ADD CALC-STI-NUM2 TO CALC-GEN-HASH
           ELSE
               MOVE CALC-STI-OPCODE TO CALC-IN-OPCODE
               MOVE CALC-STI-NUM1 TO CALC-IN-NUM1
               MOVE CALC-STI-NUM2 TO CALC-IN-NUM2
               WRITE CALC-INPUT-RECORD
               ADD CALC-STI-NUM1 CALC-STI-NUM2 TO CALC-GEN-HASH
           END-IF
           ADD 1 TO CALC-DETAIL-COUNT.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - CLOSE CALCSIB WITH ITS TRAILER, WRITE THE       *
      *> SEQUENCE BACK, AND REPORT.  MISSED OCCURRENCES END THE STEP     *
      *> WITH RETURN-CODE 4.                                             *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           MOVE SPACES TO CALC-BATCH-TRAILER-RECORD
           MOVE "T" TO CALC-TRL-RECORD-TYPE
           MOVE CALC-DETAIL-COUNT TO CALC-TRL-REC-COUNT
           MOVE CALC-GEN-HASH TO CALC-TRL-HASH-TOTAL
           WRITE CALC-BATCH-TRAILER-RECORD
           CLOSE CALC-GENERATED-FILE
           IF CALC-STANDING-OPEN THEN
               CLOSE CALC-STANDING-MASTER
           END-IF
           PERFORM 9100-WRITE-BACK-SEQUENCE
           DISPLAY "CalcStandingGenerate: " CALC-READ-COUNT
               " instruction(s) read for " CALC-PROC-DATE ", "
               CALC-GENERATED-COUNT " generated, " CALC-REBUILT-COUNT
               " rebuilt on rerun, " CALC-ENDED-COUNT " ended."
           IF CALC-MISSED-COUNT > 0 THEN
               DISPLAY "CalcStandingGenerate: " CALC-MISSED-COUNT
                   " instruction(s) had missed occurrences."
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 9100-WRITE-BACK-SEQUENCE - THE DESK TAKES NUMBERS FROM CALCSEQ  *
      *> WHILE THIS STEP RUNS, SO UNDER THE SYSTEM-BUSY LOCK THE FILE IS *
      *> READ AGAIN AND THE LARGER OF ITS NUMBER AND OURS IS WRITTEN     *
      *> BACK - A NUMBER THE DESK HAS ISSUED IS NEVER HANDED OUT AGAIN.  *
      *> IF THE LOCK IS HELD ELSEWHERE THE SEQUENCE IS STILL WRITTEN     *
      *> BACK THE SAME WAY, AND THE STEP ENDS 4 SO DATA CONTROL CHECKS   *
      *> THE NEXT DESK IDS.                                              *
      *>-----------------------------------------------------------------*
       9100-WRITE-BACK-SEQUENCE.
           MOVE "T" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT
           IF CALC-LCK-BUSY THEN
               DISPLAY "CalcStandingGenerate: system-busy lock is held "
                   "- CALCSEQ written back without it."
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 0 TO CALC-FILE-SEQ-NUMBER
           OPEN INPUT CALC-SEQUENCE-FILE
           IF NOT CALC-SEQUENCE-FILE-NOT-FOUND THEN
               READ CALC-SEQUENCE-FILE
                   NOT AT END
                       MOVE CALC-SEQ-NEXT-NUMBER
                           TO CALC-FILE-SEQ-NUMBER
               END-READ
               CLOSE CALC-SEQUENCE-FILE
           END-IF
           IF CALC-FILE-SEQ-NUMBER > CALC-NEXT-SEQ-NUMBER THEN
               MOVE CALC-FILE-SEQ-NUMBER TO CALC-NEXT-SEQ-NUMBER
           END-IF
           OPEN OUTPUT CALC-SEQUENCE-FILE
           MOVE CALC-NEXT-SEQ-NUMBER TO CALC-SEQ-NEXT-NUMBER
           WRITE CALC-SEQUENCE-RECORD
           CLOSE CALC-SEQUENCE-FILE
           IF NOT CALC-LCK-BUSY THEN
               MOVE "R" TO CALC-LCK-FUNCTION
               CALL "CalcLockManager" USING CALC-LCK-FUNCTION
                   CALC-LCK-CALLER CALC-LCK-RESULT
           END-IF.
