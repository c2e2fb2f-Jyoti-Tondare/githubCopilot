      *>                REWRITE CAN TAKE THE LOCK WHILE THE OPERATOR      *
      *>                SITS AT AN OPERAND PROMPT, AND THAT ROW MUST      *
      *>                NOT LAND MID-COPY EITHER.                         *
      *> 10/15/2026 RH  THE MENU NOW REQUIRES A SIGN-ON THROUGH           *
      *>                CalcSignOn; A REFUSED SIGN-ON ENDS WITH RETURN    *
      *>                CODE 12.  EVERY CALCAUD ROW CARRIES THE OPERATOR  *
      *>                ID ("PARM" FOR AN UNATTENDED PARM RUN).  LONG     *
      *>                SOURCE LINES RE-WRAPPED TO END BY COLUMN 72.      *
      *> 10/15/2026 RH  AFTER A GOOD CALCULATION A RATE-DESK OR           *
      *>                SUPERVISOR OPERATOR IS OFFERED TO POST THE        *
      *>                RESULT.  A POSTED RESULT IS GIVEN A TRANSACTION   *
      *>                ID ("DP" PLUS THE NEXT CALCSEQ NUMBER) AND ITS    *
      *>                OPERANDS ARE QUEUED ON CALCDSK, WHICH             *
      *>                CalcDeskCutoff CLOSES INTO A BALANCED BATCH FOR   *
      *>                THE NIGHTLY RUN, SO DESK ADJUSTMENTS NO LONGER    *
      *>                HAVE TO BE RE-KEYED INTO THE ORIGIN SYSTEM.       *
      *> 10/15/2026 RH  ADDED CHOICE 9, TIERED SCHEDULE: THE OPERATOR     *
      *>                KEYS A CALCTRS SCHEDULE CODE AND AN AMOUNT AND    *
      *>                CalcOperations APPLIES THE SCHEDULE IN EFFECT     *
      *>                TODAY BRACKET BY BRACKET.  A CODE WITH NO         *
      *>                SCHEDULE IN EFFECT IS REPORTED AS AN ERROR.       *
      *>                RENUMBERED THE MENU (1-9 CALCULATIONS, 10-12      *
      *>                MEMORY, 13 EXIT).                                 *
      *> 10/15/2026 RH  A DESK POSTING NOW TAKES THE SYSTEM-BUSY LOCK     *
      *>                WHILE IT DRAWS ITS TRANSACTION NUMBER AND QUEUES  *
      *>                THE ROW, AND HANDS IT BACK STRAIGHT AFTER,        *
      *>                INSTEAD OF ONLY WAITING FOR THE LOCK TO BE FREE.  *
      *> 10/15/2026 RH  A DESK POSTING THAT CALCDSK CANNOT TAKE IS NOW    *
      *>                REPORTED AS AN ERROR (RETURN CODE 12) TELLING THE *
      *>                OPERATOR TO KEY IT AGAIN, INSTEAD OF BEING        *
      *>                CONFIRMED AS QUEUED.                              *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuDrivenCalculator.
           SELECT CALC-EXCEPTIONS-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-EXCEPTIONS-STATUS.
           SELECT CALC-DESK-QUEUE-FILE ASSIGN TO "CALCDSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DESK-QUEUE-STATUS.
           SELECT CALC-SEQUENCE-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-EXCEPTIONS-FILE.
       COPY CALCEXC.

       FD  CALC-DESK-QUEUE-FILE.
       COPY CALCDSK.

       FD  CALC-SEQUENCE-FILE.
       01 CALC-SEQUENCE-RECORD.
           05 CALC-SEQ-NEXT-NUMBER     PIC 9(08).

       WORKING-STORAGE SECTION.
       01 NUM1          PIC S9(7)V99 VALUE 0.
       01 NUM2          PIC S9(7)V99 VALUE 0.
           88 CALC-OPS-OK          VALUE 0.
           88 CALC-OPS-SIZE-ERROR  VALUE 1.
           88 CALC-OPS-ZERO-DIVIDE VALUE 2.
           88 CALC-OPS-NO-SCHEDULE VALUE 3.
       01 CALC-OPS-AS-OF-DATE PIC 9(08) VALUE 0.
       01 CALC-PARM-MODE-SW PIC X(01) VALUE "N".
           88 CALC-PARM-MODE-YES VALUE "Y".
       01 CALC-PARM-OP-TEXT   PIC X(02).
       01 CALC-PARM-DEC-PART      PIC 9(02).
       01 CALC-PARM-RESULT        PIC S9(7)V99.
       01 CALC-LCK-FUNCTION       PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER         PIC X(20)
               VALUE "MenuDrivenCalculator".
       01 CALC-LCK-RESULT         PIC 9 VALUE 0.
           88 CALC-LCK-OK         VALUE 0.
           88 CALC-LCK-BUSY       VALUE 1.
           88 CALC-LCK-WAS-STALE  VALUE 2.
       01 CALC-LOCK-WAIT-REPLY    PIC X(01) VALUE SPACE.
       01 CALC-SGN-CALLER         PIC X(20)
               VALUE "MenuDrivenCalculator".
       01 CALC-SGN-OPERATOR       PIC X(08) VALUE SPACES.
       01 CALC-SGN-ROLE           PIC X(01) VALUE SPACE.
           88 CALC-SGN-CLERK      VALUE "C".
           88 CALC-SGN-SUPERVISOR VALUE "S".
           88 CALC-SGN-RATE-DESK  VALUE "R".
       01 CALC-SGN-RESULT         PIC 9 VALUE 0.
           88 CALC-SGN-OK         VALUE 0.
           88 CALC-SGN-REFUSED    VALUE 1.
       01 CALC-DESK-QUEUE-STATUS  PIC X(02) VALUE "00".
           88 CALC-DESK-QUEUE-OK  VALUE "00".
           88 CALC-DESK-QUEUE-NOT-FOUND VALUE "35".
       01 CALC-DESK-QUEUED-SW     PIC X(01) VALUE "N".
           88 CALC-DESK-QUEUED    VALUE "Y".
       01 CALC-SEQUENCE-STATUS    PIC X(02) VALUE "00".
           88 CALC-SEQUENCE-FILE-NOT-FOUND VALUE "35".
       01 CALC-NEXT-SEQ-NUMBER    PIC 9(08) VALUE 1.
       01 CALC-DESK-TRAN-ID-WK.
           05 FILLER              PIC X(02) VALUE "DP".
           05 CALC-DESK-TRAN-SEQ  PIC 9(08) VALUE 0.
       01 CALC-POST-REPLY         PIC X(01) VALUE SPACE.
           88 CALC-POST-YES       VALUE "Y" "y".

       LINKAGE SECTION.
       01 CALC-PARM-RECORD.
      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - DRIVES THE MENU LOOP.  CONTROL RETURNS    *
      *> HERE AFTER EVERY CALCULATION SO ONE RUN CAN HANDLE A WHOLE      *
      *> STRING OF CALCULATIONS; CHOICE 13 IS THE ONLY WAY OUT.  WHEN THE*
      *> CALLER SUPPLIED A PARM (JCL EXEC PARM='OP NUM1 NUM2'), RUN THAT *
      *> ONE CALCULATION INSTEAD AND EXIT WITHOUT SHOWING THE MENU AT    *
      *> ALL.  THE MENU IS ONLY SHOWN TO AN OPERATOR SIGNED ON THROUGH   *
      *> CalcSignOn; A PARM RUN HAS NOBODY AT A TERMINAL TO SIGN ON, SO  *
      *> ITS AUDIT ROW IS STAMPED "PARM" AND THE JOB'S OWN SUBMISSION    *
      *> CONTROLS ANSWER FOR IT.                                         *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 0500-OPEN-AUDIT-LOG
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "PARM" TO CALC-SGN-OPERATOR
                   PERFORM 0050-RUN-PARM-CALCULATION
                       THRU 0050-RUN-PARM-CALCULATION-EXIT
               END-IF
               CLOSE CALC-AUDIT-LOG
               CLOSE CALC-EXCEPTIONS-FILE
               STOP RUN
           END-IF
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           IF CALC-SGN-REFUSED THEN
               DISPLAY "No operator signed on - the calculator is "
                   "not available."
               MOVE 12 TO RETURN-CODE
               CLOSE CALC-AUDIT-LOG
               CLOSE CALC-EXCEPTIONS-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL CHOICE = 13
               PERFORM 1000-DISPLAY-MENU
               MOVE 0 TO CHOICE
               PERFORM UNTIL CHOICE >= 1 AND CHOICE <= 13
                   DISPLAY "Enter your choice (1-13): "
                       WITH NO ADVANCING
                   ACCEPT CHOICE
                   IF CHOICE < 1 OR CHOICE > 13 THEN
                       DISPLAY "Invalid choice. Please enter a number "
                           "between 1 and 13."
                   END-IF
               END-PERFORM
               IF CHOICE >= 1 AND CHOICE <= 9 THEN
                   PERFORM 0700-CHECK-SYSTEM-LOCK
               END-IF
               EVALUATE TRUE
                   WHEN CHOICE <= 9 AND CALC-LCK-BUSY
                       DISPLAY "Batch file maintenance is running - "
                           "try again in a few minutes."
                   WHEN CHOICE = 1
                       PERFORM 2000-ADDITION THRU 2000-ADDITION-EXIT
                   WHEN CHOICE = 2
                       PERFORM 3000-SUBTRACTION
                           THRU 3000-SUBTRACTION-EXIT
                   WHEN CHOICE = 3
                       PERFORM 4000-MULTIPLICATION
                           THRU 4000-MULTIPLICATION-EXIT
                   WHEN CHOICE = 4
                       PERFORM 5000-DIVISION-RTN THRU 5000-DIVISION-EXIT
                   WHEN CHOICE >= 5 AND CHOICE <= 9
                       PERFORM 5500-SHARED-OPERATION
                           THRU 5500-SHARED-OPERATION-EXIT
                   WHEN CHOICE = 10
                       PERFORM 6000-MEMORY-PLUS
                   WHEN CHOICE = 11
                       PERFORM 6100-MEMORY-RECALL
                   WHEN CHOICE = 12
                       PERFORM 6200-MEMORY-CLEAR
                   WHEN CHOICE = 13
                       DISPLAY "Exiting the calculator. Goodbye."
               END-EVALUATE
           END-PERFORM
           ACCEPT CALC-LOCK-WAIT-REPLY
           PERFORM 0700-CHECK-SYSTEM-LOCK.

      *>-----------------------------------------------------------------*
      *> 0780-TAKE-SYSTEM-LOCK - TAKES THE SYSTEM-BUSY LOCK FOR THE      *
      *> DESK'S OWN SHORT WRITES (THE SEQUENCE AND THE POSTING QUEUE),   *
      *> WAITING ON THE OPERATOR WHILE ANOTHER HOLDER HAS IT, THE SAME   *
      *> WAY 0750 DOES.  A STALE LOCK IS TAKEN OVER BY THE MANAGER.      *
      *> 0795 HANDS IT BACK AS SOON AS THE WRITES ARE DONE.              *
      *>-----------------------------------------------------------------*
       0780-TAKE-SYSTEM-LOCK.
           MOVE "T" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT
           PERFORM 0790-RETRY-LOCK-TAKE UNTIL NOT CALC-LCK-BUSY.

       0790-RETRY-LOCK-TAKE.
           DISPLAY "Batch file maintenance is running - press ENTER "
               "to retry the posting."
           ACCEPT CALC-LOCK-WAIT-REPLY
           MOVE "T" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT.

       0795-RELEASE-SYSTEM-LOCK.
           MOVE "R" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT.

      *>-----------------------------------------------------------------*
      *> 0700-CHECK-SYSTEM-LOCK - ASKS CalcLockManager WHETHER A BATCH   *
      *> REWRITE OF THE AUDIT OR EXCEPTIONS FILE IS RUNNING.  THE CHECK  *
           MOVE SPACES TO CALC-PARM-OP-TEXT
           MOVE SPACES TO CALC-PARM-NUM1-TEXT
           MOVE SPACES TO CALC-PARM-NUM2-TEXT
           UNSTRING CALC-PARM-TEXT(1:CALC-PARM-LENGTH)
               DELIMITED BY ALL SPACE
               INTO CALC-PARM-OP-TEXT CALC-PARM-NUM1-TEXT
                    CALC-PARM-NUM2-TEXT
           END-UNSTRING
           MOVE CALC-PARM-OP-TEXT(1:1) TO CHOICE
           MOVE CALC-PARM-NUM1-TEXT TO CALC-PARM-WORK-TEXT
               WHEN 2
                   PERFORM 3000-SUBTRACTION THRU 3000-SUBTRACTION-EXIT
               WHEN 3
                   PERFORM 4000-MULTIPLICATION
                       THRU 4000-MULTIPLICATION-EXIT
               WHEN 4
                   PERFORM 5000-DIVISION-RTN THRU 5000-DIVISION-EXIT
               WHEN 5 THRU 9
                   PERFORM 5500-SHARED-OPERATION
                       THRU 5500-SHARED-OPERATION-EXIT
               WHEN OTHER
                   MOVE "Invalid operation code in PARM."
                       TO CALC-ERROR-TEXT
                   MOVE 08 TO CALC-ERROR-CODE
                   PERFORM 9500-HANDLE-ERROR
                   PERFORM 9000-WRITE-AUDIT-RECORD
           ELSE
               MOVE ZEROS TO CALC-PARM-INT-PADDED
               MOVE CALC-PARM-INT-TEXT(1:CALC-PARM-INT-LEN)
                   TO CALC-PARM-INT-PADDED(8 - CALC-PARM-INT-LEN :
                                           CALC-PARM-INT-LEN)
               MOVE CALC-PARM-INT-PADDED TO CALC-PARM-INT-PART
               MOVE CALC-PARM-DEC-TEXT(1:2) TO CALC-PARM-DEC-PART
               COMPUTE CALC-PARM-RESULT =
           DISPLAY "3. Multiplication"
           DISPLAY "4. Division"
           DISPLAY "5. Percent-of  (first number percent of the second)"
           DISPLAY "6. Percent change  (from the first number to the "
               "second)"
           DISPLAY "7. Average of two numbers"
           DISPLAY "8. Divide, rounded to the nearest cent"
           DISPLAY "9. Tiered schedule  (schedule code applied to an "
               "amount)"
           DISPLAY "10. M+  (add last result to memory)"
           DISPLAY "11. MR  (recall memory as the next first number)"
           DISPLAY "12. MC  (clear memory)"
           DISPLAY "13. Exit".

      *>-----------------------------------------------------------------*
      *> 2000-ADDITION                                                    *
                   PERFORM 9700-HANDLE-OVERFLOW
               NOT ON SIZE ERROR
                   MOVE RESULT TO CALC-RESULT-DISPLAY
                   DISPLAY "The result of addition is: "
                       CALC-RESULT-DISPLAY
           END-COMPUTE.
       2000-ADDITION-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD
           PERFORM 8000-OFFER-POSTING THRU 8000-OFFER-POSTING-EXIT
           EXIT.

      *>-----------------------------------------------------------------*
           END-COMPUTE.
       3000-SUBTRACTION-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD
           PERFORM 8000-OFFER-POSTING THRU 8000-OFFER-POSTING-EXIT
           EXIT.

      *>-----------------------------------------------------------------*
           END-COMPUTE.
       4000-MULTIPLICATION-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD
           PERFORM 8000-OFFER-POSTING THRU 8000-OFFER-POSTING-EXIT
           EXIT.

      *>-----------------------------------------------------------------*
               GO TO 5000-DIVISION-EXIT
           END-IF
           IF NUM2 = 0 THEN
               MOVE "Division by zero is not allowed."
                   TO CALC-ERROR-TEXT
               MOVE 12 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
               MOVE "Z" TO CALC-EXC-REASON-WK
               PERFORM 9600-WRITE-EXCEPTION-RECORD
           ELSE
               DIVIDE NUM1 BY NUM2 GIVING RESULT
                   REMAINDER CALC-REMAINDER
                   ON SIZE ERROR
                       PERFORM 9700-HANDLE-OVERFLOW
                   NOT ON SIZE ERROR
           END-IF.
       5000-DIVISION-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD
           PERFORM 8000-OFFER-POSTING THRU 8000-OFFER-POSTING-EXIT
           EXIT.

      *>-----------------------------------------------------------------*
      *> 5500-SHARED-OPERATION - CHOICES 5-9 ARE COMPUTED BY THE         *
      *> CalcOperations MODULE, THE SAME ONE THE BATCH DRIVER CALLS.     *
      *> ITS STATUS BYTE IS MAPPED ONTO THE SAME ERROR HANDLING THE      *
      *> IN-LINE OPERATIONS USE.  A TIERED SCHEDULE (CHOICE 9) IS        *
      *> APPLIED AS IT STANDS TODAY.                                     *
      *>-----------------------------------------------------------------*
       5500-SHARED-OPERATION.
           MOVE "N" TO CALC-ERROR-SW
               GO TO 5500-SHARED-OPERATION-EXIT
           END-IF
           MOVE CHOICE TO CALC-OPS-OP
           ACCEPT CALC-OPS-AS-OF-DATE FROM DATE YYYYMMDD
           CALL "CalcOperations" USING CALC-OPS-OP NUM1 NUM2
               RESULT CALC-REMAINDER CALC-OPS-STATUS CALC-OPS-AS-OF-DATE
           EVALUATE TRUE
               WHEN CALC-OPS-OK
                   MOVE RESULT TO CALC-RESULT-DISPLAY
                       WHEN 8
                           DISPLAY "The rounded quotient is: "
                               CALC-RESULT-DISPLAY
                       WHEN 9
                           DISPLAY "The tiered total is: "
                               CALC-RESULT-DISPLAY
                   END-EVALUATE
               WHEN CALC-OPS-SIZE-ERROR
                   PERFORM 9700-HANDLE-OVERFLOW
                   PERFORM 9500-HANDLE-ERROR
                   MOVE "Z" TO CALC-EXC-REASON-WK
                   PERFORM 9600-WRITE-EXCEPTION-RECORD
               WHEN CALC-OPS-NO-SCHEDULE
                   MOVE "No tiered schedule in effect for that code."
                       TO CALC-ERROR-TEXT
                   MOVE 08 TO CALC-ERROR-CODE
                   PERFORM 9500-HANDLE-ERROR
               WHEN OTHER
                   MOVE "Invalid operation code." TO CALC-ERROR-TEXT
                   MOVE 08 TO CALC-ERROR-CODE
           END-EVALUATE.
       5500-SHARED-OPERATION-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD
           PERFORM 8000-OFFER-POSTING THRU 8000-OFFER-POSTING-EXIT
           EXIT.

      *>-----------------------------------------------------------------*
      *>-----------------------------------------------------------------*
       6000-MEMORY-PLUS.
           IF CALC-ERROR-YES THEN
               DISPLAY "Cannot add to memory - the last calculation "
                   "failed."
           ELSE
               ADD RESULT TO CALC-ACCUMULATOR-TOTAL
               MOVE CALC-ACCUMULATOR-TOTAL TO CALC-RESULT-DISPLAY
               IF CALC-PARM-MODE-YES THEN
                   CONTINUE
               ELSE
                   IF CHOICE = 9 THEN
                       DISPLAY "Enter the schedule code: "
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY "Enter the first number: "
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT NUM1
                   IF NUM1 IS NOT NUMERIC THEN
                       MOVE "Invalid input for the first number."
                           TO CALC-ERROR-TEXT
                       MOVE 08 TO CALC-ERROR-CODE
                       PERFORM 9500-HANDLE-ERROR
           IF CALC-PARM-MODE-YES THEN
               CONTINUE
           ELSE
               IF CHOICE = 9 THEN
                   DISPLAY "Enter the amount: " WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter the second number: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT NUM2
               IF NUM2 IS NOT NUMERIC THEN
                   MOVE "Invalid input for the second number."
                       TO CALC-ERROR-TEXT
                   MOVE 08 TO CALC-ERROR-CODE
                   PERFORM 9500-HANDLE-ERROR
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 8000-OFFER-POSTING - AFTER A GOOD CALCULATION A RATE-DESK OR    *
      *> SUPERVISOR OPERATOR MAY POST THE RESULT INSTEAD OF HAVING IT    *
      *> RE-KEYED INTO THE ORIGIN SYSTEM.  THE OPERANDS ARE QUEUED ON    *
      *> CALCDSK UNDER A CONTROLLED TRANSACTION ID AND CalcDeskCutoff    *
      *> CLOSES THE QUEUE INTO A BALANCED BATCH, SO THE BATCH RECOMPUTES *
      *> AND POSTS IT THROUGH THE EDIT STEP LIKE ANY OTHER TRANSMISSION. *
      *> A CLERK IS NOT OFFERED THE CHOICE, AND A PARM RUN HAS NOBODY TO *
      *> ANSWER IT.  THE NUMBER IS TAKEN AND THE ROW QUEUED UNDER THE    *
      *> SYSTEM-BUSY LOCK, WHICH THE CUTOFF HOLDS WHILE IT EMPTIES THE   *
      *> QUEUE AND THE ID GENERATORS HOLD WHILE THEY WRITE CALCSEQ BACK, *
      *> SO NO ROW LANDS MID-CUTOFF AND NO DESK NUMBER IS REISSUED.  A   *
      *> ROW THAT COULD NOT BE QUEUED IS REPORTED AS AN ERROR - ITS      *
      *> NUMBER IS SPENT, SO THE OPERATOR KEYS THE CALCULATION AGAIN     *
      *> AND POSTS IT UNDER A NEW ONE.                                   *
      *>-----------------------------------------------------------------*
       8000-OFFER-POSTING.
           IF CALC-ERROR-YES OR CALC-PARM-MODE-YES
                   OR CALC-SGN-CLERK THEN
               GO TO 8000-OFFER-POSTING-EXIT
           END-IF
           MOVE SPACE TO CALC-POST-REPLY
           DISPLAY "Post this result to the nightly batch (Y/N)? "
               WITH NO ADVANCING
           ACCEPT CALC-POST-REPLY
           IF NOT CALC-POST-YES THEN
               GO TO 8000-OFFER-POSTING-EXIT
           END-IF
           PERFORM 0780-TAKE-SYSTEM-LOCK
           PERFORM 8100-ASSIGN-TRANSACTION-ID
           PERFORM 8200-QUEUE-DESK-POSTING
           PERFORM 0795-RELEASE-SYSTEM-LOCK
           IF NOT CALC-DESK-QUEUED THEN
               DISPLAY "CALCDSK could not be written (status "
                   CALC-DESK-QUEUE-STATUS ") - transaction "
                   CALC-DESK-TRAN-ID-WK " was not queued."
               MOVE "Not posted - key the calculation again to post it."
                   TO CALC-ERROR-TEXT
               MOVE 12 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
               GO TO 8000-OFFER-POSTING-EXIT
           END-IF
           DISPLAY "Queued for posting as transaction "
               CALC-DESK-TRAN-ID-WK ".".
       8000-OFFER-POSTING-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 8100-ASSIGN-TRANSACTION-ID - TAKES THE NEXT NUMBER FROM THE     *
      *> CALCSEQ SEQUENCE SHARED WITH CalcIntakeAdapter AND              *
      *> CalcStandingGenerate AND WRITES THE SEQUENCE BACK AT ONCE,      *
      *> SINCE A DESK SESSION CAN RUN ALL DAY.  THE CALLER HOLDS THE     *
      *> SYSTEM-BUSY LOCK, SO TWO DESKS NEVER READ THE SAME NUMBER, AND  *
      *> THE GENERATORS RE-READ THE FILE UNDER THE SAME LOCK AND NEVER   *
      *> WRITE IT BACK BELOW WHAT IS THERE, SO A DESK NUMBER IS NOT      *
      *> HANDED OUT TWICE.                                               *
      *>-----------------------------------------------------------------*
       8100-ASSIGN-TRANSACTION-ID.
           MOVE 1 TO CALC-NEXT-SEQ-NUMBER
           OPEN INPUT CALC-SEQUENCE-FILE
           IF NOT CALC-SEQUENCE-FILE-NOT-FOUND THEN
               READ CALC-SEQUENCE-FILE
                   NOT AT END
                       MOVE CALC-SEQ-NEXT-NUMBER
                           TO CALC-NEXT-SEQ-NUMBER
               END-READ
               CLOSE CALC-SEQUENCE-FILE
           END-IF
           MOVE CALC-NEXT-SEQ-NUMBER TO CALC-DESK-TRAN-SEQ
           ADD 1 TO CALC-NEXT-SEQ-NUMBER
           OPEN OUTPUT CALC-SEQUENCE-FILE
           MOVE CALC-NEXT-SEQ-NUMBER TO CALC-SEQ-NEXT-NUMBER
           WRITE CALC-SEQUENCE-RECORD
           CLOSE CALC-SEQUENCE-FILE.

      *>-----------------------------------------------------------------*
      *> 8200-QUEUE-DESK-POSTING - APPENDS THE POSTING TO CALCDSK,       *
      *> CREATING THE QUEUE THE FIRST TIME.  THE QUEUE IS OPENED AND     *
      *> CLOSED AROUND EACH ROW SO THE CUTOFF CAN EMPTY IT WHILE A DESK  *
      *> SESSION IS STILL SIGNED ON.  THE ROW COUNTS AS QUEUED ONLY ONCE *
      *> THE WRITE HAS GONE THROUGH.                                     *
      *>-----------------------------------------------------------------*
       8200-QUEUE-DESK-POSTING.
           MOVE "N" TO CALC-DESK-QUEUED-SW
           OPEN EXTEND CALC-DESK-QUEUE-FILE
           IF CALC-DESK-QUEUE-NOT-FOUND THEN
               OPEN OUTPUT CALC-DESK-QUEUE-FILE
               CLOSE CALC-DESK-QUEUE-FILE
               OPEN EXTEND CALC-DESK-QUEUE-FILE
           END-IF
           IF CALC-DESK-QUEUE-OK THEN
               PERFORM 8250-WRITE-DESK-ROW
           END-IF.

       8250-WRITE-DESK-ROW.
           MOVE CALC-DESK-TRAN-ID-WK TO CALC-DSK-TRAN-ID
           MOVE CHOICE TO CALC-DSK-OPCODE
           MOVE NUM1 TO CALC-DSK-NUM1
           MOVE NUM2 TO CALC-DSK-NUM2
           MOVE RESULT TO CALC-DSK-RESULT
           MOVE CALC-SGN-OPERATOR TO CALC-DSK-OPERATOR
           ACCEPT CALC-DSK-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-DSK-TIME FROM TIME
           MOVE 0 TO CALC-DSK-CUTOFF-DATE
           WRITE CALC-DESK-POSTING-RECORD
           IF CALC-DESK-QUEUE-OK THEN
               MOVE "Y" TO CALC-DESK-QUEUED-SW
           END-IF
           CLOSE CALC-DESK-QUEUE-FILE.

      *>-----------------------------------------------------------------*
      *> 9500-HANDLE-ERROR - SHARED BY ALL THE OPERATIONS.  LOGS THE     *
      *> PROBLEM TO THE CONSOLE AND RAISES RETURN-CODE TO THE WORST      *
           MOVE CALC-EXC-REASON-WK TO CALC-EXC-REASON
           MOVE "O" TO CALC-EXC-DISPOSITION
           MOVE 0 TO CALC-EXC-RUN-ID
           MOVE SPACES TO CALC-EXC-DISP-BY
           MOVE 0 TO CALC-EXC-DISP-DATE
           WRITE CALC-EXCEPTION-RECORD.

      *>-----------------------------------------------------------------*
       9700-HANDLE-OVERFLOW.
           MOVE 0 TO RESULT
           MOVE 0 TO CALC-REMAINDER
           MOVE "Arithmetic overflow - result will not fit S9(7)V99."
               TO CALC-ERROR-TEXT
           MOVE 10 TO CALC-ERROR-CODE
           PERFORM 9500-HANDLE-ERROR
           MOVE CALC-ERROR-SW TO CALC-AUD-ERROR-FLAG
           MOVE SPACES TO CALC-AUD-TRAN-ID
           MOVE 0 TO CALC-AUD-RUN-ID
           MOVE CALC-SGN-OPERATOR TO CALC-AUD-OPERATOR
           WRITE CALC-AUDIT-RECORD.
