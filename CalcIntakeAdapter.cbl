      *> NO TRANSACTION IDS.  READS CALCDLM (ONE ROW PER CALCULATION:    *
      *> OPERATION NAME, FIRST AMOUNT, SECOND AMOUNT; AN OPTIONAL        *
      *> LEADING COLUMN-HEADER ROW IS SKIPPED), MAPS THE OPERATION       *
      *> NAMES TO OPCODES 1-9 USING THE SAME NAMES THE SUMMARY REPORT    *
      *> PRINTS, ASSIGNS EACH ROW A TRANSACTION ID FROM THE CONTROLLED   *
      *> CALCSEQ SEQUENCE, AND WRITES A COMPLETE CALCIN-FORMAT BATCH TO  *
      *> CALCADP - "H" HEADER CARRYING THE PLATFORM'S ORIGIN-SYSTEM      *
      *>                CALCDRJ LIKE THE OTHER CONVERSION FAILURES        *
      *>                INSTEAD OF CONVERTING "CLEANLY" WITH DATA         *
      *>                SILENTLY DROPPED OR TRUNCATED BY THE UNSTRING.    *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  THE OPERATION NAME "TIERED RATE" NOW MAPS TO       *
      *>                OPCODE 9, THE TIERED SCHEDULE: THE FIRST AMOUNT    *
      *>                COLUMN CARRIES THE SCHEDULE CODE AND THE SECOND    *
      *>                THE AMOUNT IT IS APPLIED TO.                       *
      *> 10/15/2026 RH  THE SEQUENCE IS NOW RE-READ UNDER THE SYSTEM-BUSY  *
      *>                LOCK AT END OF RUN AND NEVER WRITTEN BACK BELOW    *
      *>                THE NUMBER ON FILE, SO A NUMBER THE DESK TOOK      *
      *>                DURING THE STEP IS NOT REISSUED.                   *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcIntakeAdapter.
       01 CALC-DELIMITED-LINE          PIC X(100).

       FD  CALC-ADAPTED-FILE.
       COPY CALCREC REPLACING
           ==CALC-INPUT-RECORD== BY ==CALC-ADAPTED-RECORD==
           ==CALC-RATE-DETAIL-RECORD== BY ==CALC-ADAPTED-RATE-RECORD==
           ==CALC-SET-STEP-RECORD== BY ==CALC-ADAPTED-SET-RECORD==
           ==CALC-BATCH-HEADER-RECORD==
               BY ==CALC-ADAPTED-HEADER-RECORD==
           ==CALC-BATCH-TRAILER-RECORD==
               BY ==CALC-ADAPTED-TRAILER-RECORD==.

       FD  CALC-DLM-REJECTS-FILE.
       01 CALC-DLM-REJECT-LINE         PIC X(130).
           88 CALC-FIRST-ROW           VALUE "Y".
       01 CALC-ADAPT-HASH              PIC S9(13)V99 VALUE 0.
       01 CALC-NEXT-SEQ-NUMBER         PIC 9(08) VALUE 1.
       01 CALC-FILE-SEQ-NUMBER         PIC 9(08) VALUE 0.
       01 CALC-LCK-FUNCTION            PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER              PIC X(20)
                                       VALUE "CalcIntakeAdapter".
       01 CALC-LCK-RESULT              PIC 9 VALUE 0.
           88 CALC-LCK-OK              VALUE 0.
           88 CALC-LCK-BUSY            VALUE 1.
           88 CALC-LCK-WAS-STALE       VALUE 2.
       01 CALC-RUN-DATE                PIC 9(08) VALUE 0.
       01 CALC-ADAPT-BATCH-ID.
           05 FILLER                   PIC X(02) VALUE "NP".
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ADAPT-ONE-ROW UNTIL CALC-EOF-YES
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - PICK UP THE NEXT TRANSACTION NUMBER FROM THE  *
      *>-----------------------------------------------------------------*
      *> 1200-READ-SEQUENCE - THE CONTROLLED TRANSACTION-ID SEQUENCE.    *
      *> THE FILE HOLDS THE NEXT UNUSED NUMBER; IT IS WRITTEN BACK AT    *
      *> END OF RUN BY 9100 SO IDS NEVER REPEAT ACROSS TRANSMISSIONS.    *
      *>-----------------------------------------------------------------*
       1200-READ-SEQUENCE.
           MOVE 1 TO CALC-NEXT-SEQ-NUMBER
                   MOVE 7 TO CALC-DLM-OPCODE
               WHEN "ROUNDED DIVIDE"
                   MOVE 8 TO CALC-DLM-OPCODE
               WHEN "TIERED RATE"
                   MOVE 9 TO CALC-DLM-OPCODE
               WHEN OTHER
                   MOVE "UNKNOWN OPERATION NAME"
                       TO CALC-DLM-ERROR-TEXT
               CLOSE CALC-DELIMITED-FILE
               CLOSE CALC-ADAPTED-FILE
               CLOSE CALC-DLM-REJECTS-FILE
               PERFORM 9100-WRITE-BACK-SEQUENCE
               DISPLAY "CalcIntakeAdapter: " CALC-READ-COUNT
                   " row(s) read, " CALC-ADAPTED-COUNT
                   " adapted, " CALC-REJECT-COUNT " rejected."
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
               DISPLAY "CalcIntakeAdapter: system-busy lock is held - "
                   "CALCSEQ written back without it."
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
