      *>   8  ROUNDED DIVIDE  RESULT = NUM1 / NUM2 ROUNDED TO THE CENT,   *
      *>                      NO REMAINDER (FAILS ZERO-DIVIDE WHEN        *
      *>                      NUM2 = 0)                                   *
      *>   9  TIERED SCHEDULE RESULT = THE CALCTRS SCHEDULE WHOSE CODE IS *
      *>                      NUM1 APPLIED TO THE AMOUNT IN NUM2, EACH    *
      *>                      BRACKET'S RATE CHARGED ON ITS OWN SLICE     *
      *>                      AND THE SLICES ADDED UP (THE APPROVED       *
      *>                      VERSION IN EFFECT ON THE AS-OF DATE IS      *
      *>                      USED)                                       *
      *> ALL RESULTS ARE ROUNDED TO THE NEAREST CENT.  THE STATUS BYTE    *
      *> TELLS THE CALLER WHAT HAPPENED: 0 GOOD, 1 SIZE ERROR (RESULT     *
      *> WILL NOT FIT S9(7)V99), 2 ZERO DIVIDE, 3 NO TIERED SCHEDULE IN   *
      *> EFFECT FOR THE CODE (OR THE ONE IN EFFECT STOPS SHORT OF THE     *
      *> AMOUNT), 9 OPCODE NOT HANDLED HERE.  ON ANY NONZERO STATUS THE   *
      *> RESULT AND REMAINDER COME BACK AS ZERO - THE CALLER DECIDES HOW  *
      *> TO LOG AND REPORT IT.                                            *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 08/21/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  ADDED OPCODE 9, TIERED SCHEDULE.  THE SCHEDULE     *
      *>                CODE IN NUM1 IS LOOKED UP ON THE NEW CALCTRS FILE  *
      *>                AND THE APPROVED VERSION IN EFFECT ON THE NEW      *
      *>                AS-OF DATE PARAMETER (THE CALLER'S PROCESSING      *
      *>                DATE, OR TODAY AT THE DESK) IS APPLIED BRACKET BY  *
      *>                BRACKET TO THE AMOUNT IN NUM2, SO THE BLENDED FEE  *
      *>                NO LONGER HAS TO BE WORKED OUT ON THE DESK         *
      *>                CALCULATOR.  NEW STATUS 3 WHEN NO SCHEDULE IS IN   *
      *>                EFFECT FOR THE CODE.  CALCTRS IS OPENED ON THE     *
      *>                FIRST TIERED CALL AND KEPT OPEN FOR THE REST OF    *
      *>                THE RUN.                                           *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcOperations.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TIER-SCHEDULE ASSIGN TO "CALCTRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-TRS-KEY
               FILE STATUS IS CALC-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TIER-SCHEDULE.
       COPY CALCTRS.

       WORKING-STORAGE SECTION.
       01 CALC-TIER-STATUS         PIC X(02) VALUE "00".
           88 CALC-TIER-FILE-NOT-FOUND VALUE "35".
       01 CALC-TIER-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-TIER-FILE-OPEN  VALUE "Y".
       01 CALC-TIER-EOF-SW         PIC X(01) VALUE "N".
           88 CALC-TIER-EOF-YES    VALUE "Y".
       01 CALC-TIER-FOUND-SW       PIC X(01) VALUE "N".
           88 CALC-TIER-FOUND      VALUE "Y".
       01 CALC-TIER-COVERED-SW     PIC X(01) VALUE "N".
           88 CALC-TIER-COVERED    VALUE "Y".
       01 CALC-TIER-CODE-WK        PIC 9(04) VALUE 0.
       01 CALC-TIER-VERSION-WK     PIC 9(08) VALUE 0.
       01 CALC-TIER-AMOUNT-WK      PIC 9(7)V99 VALUE 0.
       01 CALC-TIER-PRIOR-UPTO     PIC 9(7)V99 VALUE 0.
       01 CALC-TIER-SLICE          PIC 9(7)V99 VALUE 0.
       01 CALC-TIER-TOTAL          PIC S9(11)V9(6) VALUE 0.

       LINKAGE SECTION.
       01 CALC-OPS-OPCODE          PIC 9.
           88 CALC-OPS-OK          VALUE 0.
           88 CALC-OPS-SIZE-ERROR  VALUE 1.
           88 CALC-OPS-ZERO-DIVIDE VALUE 2.
           88 CALC-OPS-NO-SCHEDULE VALUE 3.
           88 CALC-OPS-BAD-OPCODE  VALUE 9.
       01 CALC-OPS-AS-OF-DATE      PIC 9(08).

       PROCEDURE DIVISION USING CALC-OPS-OPCODE CALC-OPS-NUM1
           CALC-OPS-NUM2 CALC-OPS-RESULT CALC-OPS-REMAINDER
           CALC-OPS-STATUS CALC-OPS-AS-OF-DATE.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - ONE OPERATION PER CALL.                   *
                   PERFORM 4000-AVERAGE-OF-TWO
               WHEN 8
                   PERFORM 5000-ROUNDED-DIVIDE
               WHEN 9
                   PERFORM 6000-TIERED-SCHEDULE
                       THRU 6000-TIERED-SCHEDULE-EXIT
               WHEN OTHER
                   MOVE 9 TO CALC-OPS-STATUS
           END-EVALUATE
                       MOVE 1 TO CALC-OPS-STATUS
               END-COMPUTE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 6000-TIERED-SCHEDULE - NUM1 NAMES A CALCTRS SCHEDULE (A WHOLE   *
      *> CODE 1-9999) AND NUM2 IS THE AMOUNT IT IS APPLIED TO.  THE      *
      *> CODE'S ROWS ARE READ IN KEY ORDER, OLDEST VERSION FIRST; EVERY  *
      *> APPROVED VERSION DATED ON OR BEFORE THE AS-OF DATE IS WORKED    *
      *> THROUGH IN TURN, SO THE FIGURES LEFT STANDING AT THE END ARE    *
      *> THOSE OF THE VERSION IN EFFECT.  THE BRACKETS ARE APPLIED TO    *
      *> THE AMOUNT'S SIZE AND THE TOTAL TAKES THE AMOUNT'S SIGN, SO A   *
      *> CREDIT COMES BACK AS A CREDIT.  AN UNKNOWN CODE, A CODE WITH NO *
      *> APPROVED VERSION IN EFFECT YET, OR A VERSION WHOSE LAST BRACKET *
      *> STOPS SHORT OF THE AMOUNT ALL COME BACK AS STATUS 3.            *
      *>-----------------------------------------------------------------*
       6000-TIERED-SCHEDULE.
           IF CALC-OPS-NUM1 < 1 OR CALC-OPS-NUM1 > 9999 THEN
               MOVE 3 TO CALC-OPS-STATUS
               GO TO 6000-TIERED-SCHEDULE-EXIT
           END-IF
           MOVE CALC-OPS-NUM1 TO CALC-TIER-CODE-WK
           IF CALC-TIER-CODE-WK NOT = CALC-OPS-NUM1 THEN
               MOVE 3 TO CALC-OPS-STATUS
               GO TO 6000-TIERED-SCHEDULE-EXIT
           END-IF
           IF NOT CALC-TIER-FILE-OPEN THEN
               PERFORM 6100-OPEN-SCHEDULE-FILE
           END-IF
           IF NOT CALC-TIER-FILE-OPEN THEN
               MOVE 3 TO CALC-OPS-STATUS
               GO TO 6000-TIERED-SCHEDULE-EXIT
           END-IF
           IF CALC-OPS-NUM2 < 0 THEN
               COMPUTE CALC-TIER-AMOUNT-WK = 0 - CALC-OPS-NUM2
           ELSE
               MOVE CALC-OPS-NUM2 TO CALC-TIER-AMOUNT-WK
           END-IF
           MOVE "N" TO CALC-TIER-FOUND-SW
           MOVE "N" TO CALC-TIER-COVERED-SW
           MOVE "N" TO CALC-TIER-EOF-SW
           MOVE 0 TO CALC-TIER-VERSION-WK
           MOVE CALC-TIER-CODE-WK TO CALC-TRS-SCHED-CODE
           MOVE 0 TO CALC-TRS-EFF-DATE
           MOVE 0 TO CALC-TRS-BRACKET-NO
           START CALC-TIER-SCHEDULE
               KEY IS NOT LESS THAN CALC-TRS-KEY
               INVALID KEY
                   MOVE "Y" TO CALC-TIER-EOF-SW
           END-START
           PERFORM 6200-APPLY-ONE-BRACKET UNTIL CALC-TIER-EOF-YES
           IF NOT CALC-TIER-FOUND OR NOT CALC-TIER-COVERED THEN
               MOVE 3 TO CALC-OPS-STATUS
               GO TO 6000-TIERED-SCHEDULE-EXIT
           END-IF
           IF CALC-OPS-NUM2 < 0 THEN
               COMPUTE CALC-OPS-RESULT ROUNDED = 0 - CALC-TIER-TOTAL
                   ON SIZE ERROR
                       MOVE 1 TO CALC-OPS-STATUS
               END-COMPUTE
           ELSE
               COMPUTE CALC-OPS-RESULT ROUNDED = CALC-TIER-TOTAL
                   ON SIZE ERROR
                       MOVE 1 TO CALC-OPS-STATUS
               END-COMPUTE
           END-IF.
       6000-TIERED-SCHEDULE-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 6100-OPEN-SCHEDULE-FILE - NO SCHEDULE FILE YET MEANS NO CODE    *
      *> CAN BE IN EFFECT; THE OPEN IS TRIED AGAIN ON THE NEXT TIERED    *
      *> CALL IN CASE THE RATE DESK HAS SET ONE UP SINCE.                *
      *>-----------------------------------------------------------------*
       6100-OPEN-SCHEDULE-FILE.
           OPEN INPUT CALC-TIER-SCHEDULE
           IF CALC-TIER-STATUS = "00" THEN
               MOVE "Y" TO CALC-TIER-OPEN-SW
           END-IF.

      *>-----------------------------------------------------------------*
      *> 6200-APPLY-ONE-BRACKET - THE FIRST ROW OF EACH VERSION STARTS   *
      *> THE TOTAL AFRESH.  PENDING AND DECLINED VERSIONS ARE PASSED     *
      *> OVER - ONLY AN APPROVED VERSION CAN BE IN EFFECT.  A VERSION    *
      *> DATED AFTER THE AS-OF DATE ENDS THE SEARCH - EVERY LATER ROW    *
      *> FOR THE CODE IS LATER STILL.                                    *
      *>-----------------------------------------------------------------*
       6200-APPLY-ONE-BRACKET.
           READ CALC-TIER-SCHEDULE NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-TIER-EOF-SW
               NOT AT END
                   IF CALC-TRS-SCHED-CODE NOT = CALC-TIER-CODE-WK
                           OR CALC-TRS-EFF-DATE > CALC-OPS-AS-OF-DATE
                   THEN
                       MOVE "Y" TO CALC-TIER-EOF-SW
                   ELSE
                       IF CALC-TRS-APPROVED THEN
                           PERFORM 6250-APPLY-APPROVED-ROW
                       END-IF
                   END-IF
           END-READ.

       6250-APPLY-APPROVED-ROW.
           IF CALC-TRS-EFF-DATE NOT = CALC-TIER-VERSION-WK THEN
               MOVE CALC-TRS-EFF-DATE TO CALC-TIER-VERSION-WK
               MOVE "Y" TO CALC-TIER-FOUND-SW
               MOVE "N" TO CALC-TIER-COVERED-SW
               MOVE 0 TO CALC-TIER-PRIOR-UPTO
               MOVE 0 TO CALC-TIER-TOTAL
           END-IF
           PERFORM 6300-ADD-BRACKET-SLICE.

      *>-----------------------------------------------------------------*
      *> 6300-ADD-BRACKET-SLICE - THE SLICE OF THE AMOUNT THAT FALLS     *
      *> BETWEEN THE PRIOR BRACKET'S UPTO AND THIS ONE'S (OR EVERYTHING  *
      *> ABOVE THE PRIOR UPTO FOR THE OPEN TOP BRACKET) IS CHARGED AT    *
      *> THIS BRACKET'S RATE.  THE TOTAL IS CARRIED UNROUNDED AND ONLY   *
      *> ROUNDED TO THE CENT ONCE, AT THE END.                           *
      *>-----------------------------------------------------------------*
       6300-ADD-BRACKET-SLICE.
           MOVE 0 TO CALC-TIER-SLICE
           IF CALC-TRS-OPEN-TOP
                   OR CALC-TRS-UPTO >= CALC-TIER-AMOUNT-WK THEN
               MOVE "Y" TO CALC-TIER-COVERED-SW
               IF CALC-TIER-AMOUNT-WK > CALC-TIER-PRIOR-UPTO THEN
                   COMPUTE CALC-TIER-SLICE =
                       CALC-TIER-AMOUNT-WK - CALC-TIER-PRIOR-UPTO
               END-IF
           ELSE
               IF CALC-TRS-UPTO > CALC-TIER-PRIOR-UPTO THEN
                   COMPUTE CALC-TIER-SLICE =
                       CALC-TRS-UPTO - CALC-TIER-PRIOR-UPTO
               END-IF
           END-IF
           COMPUTE CALC-TIER-TOTAL = CALC-TIER-TOTAL
               + CALC-TIER-SLICE * CALC-TRS-RATE / 100
           IF NOT CALC-TRS-OPEN-TOP THEN
               MOVE CALC-TRS-UPTO TO CALC-TIER-PRIOR-UPTO
           END-IF.
