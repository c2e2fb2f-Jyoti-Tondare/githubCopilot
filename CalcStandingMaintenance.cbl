      *>=================================================================*
      *> PROGRAM-ID : CalcStandingMaintenance                             *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> MAINTENANCE PASS OVER THE CALCSTI STANDING-INSTRUCTION MASTER.  *
      *> THE SAME CALCULATIONS - MONTHLY FEE PERCENTAGES ON RATE CODES,  *
      *> WEEKLY AVERAGES - USED TO BE KEYED INTO THE ORIGIN SYSTEM OVER  *
      *> AND OVER JUST SO THEY CAME BACK ON CALCIN.  NOW THEY ARE KEYED  *
      *> HERE ONCE AND CalcStandingGenerate BUILDS THEM INTO A BATCH ON  *
      *> EACH DAY THEY FALL DUE.  THE OPERATOR ADDS, CHANGES, SUSPENDS,  *
      *> RESUMES, ENDS OR INQUIRES ON ONE INSTRUCTION PER PASS UNTIL A   *
      *> BLANK ACTION ENDS THE SESSION.  EACH INSTRUCTION CARRIES ITS    *
      *> OPCODE, EITHER BOTH OPERANDS OR A CALCRTE RATE CODE AND THE     *
      *> SECOND OPERAND, A FREQUENCY (DAILY, WEEKLY OR MONTH-END), START *
      *> AND END DATES, AND THE NEXT-DUE DATE WORKED OUT FROM THEM.      *
      *> SIGN-ON IS THROUGH CalcSignOn: THE RATE DESK AND SUPERVISORS    *
      *> MAY MAINTAIN, A CLERK MAY ONLY INQUIRE, AND A REFUSED SIGN-ON   *
      *> ENDS THE SESSION WITH RETURN-CODE 12.  EVERY CHANGE IS STAMPED  *
      *> WITH THE OPERATOR, DATE AND TIME.                               *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  AN INSTRUCTION MAY NOW CARRY OPCODE 9, THE TIERED  *
      *>                SCHEDULE, KEYED AS OPERANDS: THE FIRST OPERAND IS  *
      *>                THE CALCTRS SCHEDULE CODE AND THE SECOND THE       *
      *>                AMOUNT.  A RATE-CODE INSTRUCTION CANNOT USE OPCODE *
      *>                9 - THE EDIT STEP WOULD REJECT THE "R" DETAIL.     *
      *> 10/15/2026 RH  A TIERED INSTRUCTION'S SCHEDULE CODE MUST NOW BE A *
      *>                WHOLE NUMBER 1-9999 THAT IS ON CALCTRS, CHECKED    *
      *>                THE WAY A RATE CODE IS CHECKED AGAINST CALCRTE.  A *
      *>                CHANGE, SUSPEND, RESUME OR END WHOSE REWRITE FAILS *
      *>                IS NO LONGER COUNTED OR CONFIRMED.                 *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcStandingMaintenance.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-STANDING-MASTER ASSIGN TO "CALCSTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-STI-ID
               FILE STATUS IS CALC-STANDING-STATUS.
           SELECT CALC-RATE-MASTER ASSIGN TO "CALCRTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-RTE-CODE
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT CALC-TIER-SCHEDULE ASSIGN TO "CALCTRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-TRS-KEY
               FILE STATUS IS CALC-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-STANDING-MASTER.
       COPY CALCSTI.

       FD  CALC-RATE-MASTER.
       COPY CALCRTE.

       FD  CALC-TIER-SCHEDULE.
       COPY CALCTRS.

       WORKING-STORAGE SECTION.
       01 CALC-STANDING-STATUS     PIC X(02) VALUE "00".
           88 CALC-STANDING-FILE-NOT-FOUND VALUE "35".
       01 CALC-RATE-STATUS         PIC X(02) VALUE "00".
           88 CALC-RATE-FILE-NOT-FOUND VALUE "35".
       01 CALC-RATE-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-RATE-OPEN       VALUE "Y".
       01 CALC-TIER-STATUS         PIC X(02) VALUE "00".
           88 CALC-TIER-FILE-NOT-FOUND VALUE "35".
       01 CALC-TIER-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-TIER-OPEN       VALUE "Y".
       01 CALC-SCHED-CODE-WK       PIC 9(04) VALUE 0.
       01 CALC-SCHED-OK-SW         PIC X(01) VALUE "N".
           88 CALC-SCHED-OK        VALUE "Y".
       01 CALC-REWRITE-OK-SW       PIC X(01) VALUE "N".
           88 CALC-REWRITE-OK      VALUE "Y".
       01 CALC-DONE-SW             PIC X(01) VALUE "N".
           88 CALC-DONE-YES        VALUE "Y".
       01 CALC-ACTION              PIC X(01) VALUE SPACE.
       01 CALC-CONFIRM             PIC X(01) VALUE SPACE.
       01 CALC-ID-WK               PIC X(08) VALUE SPACES.
       01 CALC-TODAY               PIC 9(08) VALUE 0.
       01 CALC-ENTRY-OK-SW         PIC X(01) VALUE "N".
           88 CALC-ENTRY-OK        VALUE "Y".
       01 CALC-DESC-WK             PIC X(30) VALUE SPACES.
       01 CALC-KIND-WK             PIC X(01) VALUE SPACE.
       01 CALC-OPCODE-WK           PIC 9 VALUE 0.
       01 CALC-NUM1-WK             PIC S9(7)V99 VALUE 0.
       01 CALC-RATE-CODE-WK        PIC X(08) VALUE SPACES.
       01 CALC-NUM2-WK             PIC S9(7)V99 VALUE 0.
       01 CALC-FREQ-WK             PIC X(01) VALUE SPACE.
       01 CALC-START-DATE-WK       PIC 9(08) VALUE 0.
       01 CALC-END-DATE-WK         PIC 9(08) VALUE 0.
       01 CALC-ADD-COUNT           PIC 9(5) COMP VALUE 0.
       01 CALC-CHANGE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-SUSPEND-COUNT       PIC 9(5) COMP VALUE 0.
       01 CALC-RESUME-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-END-COUNT           PIC 9(5) COMP VALUE 0.
       01 CALC-NUM1-DISPLAY        PIC -9(7).99.
       01 CALC-NUM2-DISPLAY        PIC -9(7).99.
       01 CALC-FREQ-TEXT           PIC X(09) VALUE SPACES.
       01 CALC-STATUS-TEXT         PIC X(09) VALUE SPACES.
       01 CALC-SGN-CALLER          PIC X(20)
               VALUE "CalcStandingMaint".
       01 CALC-SGN-OPERATOR        PIC X(08) VALUE SPACES.
       01 CALC-SGN-ROLE            PIC X(01) VALUE SPACE.
           88 CALC-SGN-CLERK       VALUE "C".
           88 CALC-SGN-SUPERVISOR  VALUE "S".
           88 CALC-SGN-RATE-DESK   VALUE "R".
       01 CALC-SGN-RESULT          PIC 9 VALUE 0.
           88 CALC-SGN-OK          VALUE 0.
           88 CALC-SGN-REFUSED     VALUE 1.

      *> CALENDAR WORK AREAS FOR WORKING OUT NEXT-DUE DATES, THE SAME
      *> GREGORIAN LEAP-YEAR TEST CalcLockManager AND CalcRejectAging USE.
       01 CALC-CAL-DATE.
           05 CALC-CAL-YEAR            PIC 9(04).
           05 CALC-CAL-MONTH           PIC 9(02).
           05 CALC-CAL-DAY             PIC 9(02).
       01 CALC-CAL-DATE-NUM REDEFINES CALC-CAL-DATE PIC 9(08).
       01 CALC-CAL-MONTH-DAYS          PIC 9(02) VALUE 0.
       01 CALC-CAL-LIMIT-DATE          PIC 9(08) VALUE 0.
       01 CALC-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-SW                 PIC X(01) VALUE "N".
           88 CALC-LEAP-YEAR           VALUE "Y".
       01 CALC-DATE-OK-SW              PIC X(01) VALUE "N".
           88 CALC-DATE-OK             VALUE "Y".

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - ONE ACTION PER PASS UNTIL THE OPERATOR    *
      *> ENTERS A BLANK ACTION, ALL UNDER THE OPERATOR SIGNED ON AT THE  *
      *> START.                                                          *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           ACCEPT CALC-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SIGN-ON
           IF NOT CALC-DONE-YES THEN
               DISPLAY "CalcStandingMaintenance - enter a blank "
                   "action to exit."
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL CALC-DONE-YES
           CLOSE CALC-STANDING-MASTER
           IF CALC-RATE-OPEN THEN
               CLOSE CALC-RATE-MASTER
           END-IF
           IF CALC-TIER-OPEN THEN
               CLOSE CALC-TIER-SCHEDULE
           END-IF
           DISPLAY "CalcStandingMaintenance: " CALC-ADD-COUNT
               " added, " CALC-CHANGE-COUNT " changed, "
               CALC-SUSPEND-COUNT " suspended, " CALC-RESUME-COUNT
               " resumed, " CALC-END-COUNT " ended."
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-OPEN-FILES - THE MASTER IS CREATED THE VERY FIRST TIME     *
      *> THIS RUNS, AS THE RATE MASTER IS.  CALCRTE IS ONLY READ, TO     *
      *> CHECK THE RATE CODE ON A RATE-CODE INSTRUCTION; WITHOUT IT NO   *
      *> RATE-CODE INSTRUCTION CAN BE KEYED.  CALCTRS IS ONLY READ THE   *
      *> SAME WAY, TO CHECK THE SCHEDULE CODE ON A TIERED INSTRUCTION.   *
      *>-----------------------------------------------------------------*
       1000-OPEN-FILES.
           OPEN I-O CALC-STANDING-MASTER
           IF CALC-STANDING-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-STANDING-MASTER
               CLOSE CALC-STANDING-MASTER
               OPEN I-O CALC-STANDING-MASTER
           END-IF
           OPEN INPUT CALC-RATE-MASTER
           IF NOT CALC-RATE-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-RATE-OPEN-SW
           END-IF
           OPEN INPUT CALC-TIER-SCHEDULE
           IF NOT CALC-TIER-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-TIER-OPEN-SW
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-SIGN-ON - NO SIGN-ON, NO SESSION.  THE RATE DESK AND       *
      *> SUPERVISORS MAY MAINTAIN INSTRUCTIONS; A CLERK MAY ONLY         *
      *> INQUIRE.                                                        *
      *>-----------------------------------------------------------------*
       1100-SIGN-ON.
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           IF CALC-SGN-REFUSED THEN
               DISPLAY "No operator signed on - nothing keyed."
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO CALC-DONE-SW
           ELSE
               IF CALC-SGN-CLERK THEN
                   DISPLAY "Signed on as a clerk - inquiry only."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-PROCESS-ONE-ACTION - PROMPT FOR THE ACTION AND THE         *
      *> INSTRUCTION ID, THEN HAND OFF TO THE ACTION PARAGRAPH.  A CLERK *
      *> ASKING FOR ANYTHING BUT AN INQUIRY IS TURNED DOWN BEFORE THE ID *
      *> IS EVEN ASKED FOR.                                              *
      *>-----------------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           MOVE SPACE TO CALC-ACTION
           IF CALC-SGN-CLERK THEN
               DISPLAY "Inquire (I)? " WITH NO ADVANCING
           ELSE
               DISPLAY "Add, change, suspend, resume, end or inquire "
                   "(A/C/S/R/E/I)? " WITH NO ADVANCING
           END-IF
           ACCEPT CALC-ACTION
           EVALUATE TRUE
               WHEN CALC-ACTION = SPACE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN CALC-SGN-CLERK AND CALC-ACTION NOT = "I"
                       AND CALC-ACTION NOT = "i"
                   DISPLAY "Only the rate desk or a supervisor may "
                       "maintain standing instructions."
               WHEN OTHER
                   PERFORM 2100-GET-ID-AND-ACT
           END-EVALUATE.

       2100-GET-ID-AND-ACT.
           MOVE SPACES TO CALC-ID-WK
           DISPLAY "Enter the instruction ID: " WITH NO ADVANCING
           ACCEPT CALC-ID-WK
           IF CALC-ID-WK = SPACES THEN
               DISPLAY "An instruction ID is required."
           ELSE
               MOVE CALC-ID-WK TO CALC-STI-ID
               EVALUATE CALC-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM 3000-ADD-INSTRUCTION
                   WHEN "C"
                   WHEN "c"
                       PERFORM 4000-CHANGE-INSTRUCTION
                   WHEN "S"
                   WHEN "s"
                       PERFORM 5000-SUSPEND-INSTRUCTION
                   WHEN "R"
                   WHEN "r"
                       PERFORM 5500-RESUME-INSTRUCTION
                   WHEN "E"
                   WHEN "e"
                       PERFORM 5800-END-INSTRUCTION
                   WHEN "I"
                   WHEN "i"
                       PERFORM 6000-INQUIRE-INSTRUCTION
                   WHEN OTHER
                       DISPLAY "Unknown action - use A, C, S, R, E "
                           "or I."
               END-EVALUATE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 3000-ADD-INSTRUCTION - A NEW INSTRUCTION STARTS ACTIVE, FIRST   *
      *> DUE ON ITS START DATE (OR, FOR MONTH-END, THE LAST DAY OF THE   *
      *> START MONTH) OR, WHEN THAT HAS PASSED, THE FIRST OCCURRENCE     *
      *> FROM TODAY.  ONE THAT WOULD END BEFORE IT FIRST FALLS DUE IS    *
      *> NOT STORED.                                                     *
      *>-----------------------------------------------------------------*
       3000-ADD-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   PERFORM 7000-GET-DETAILS
                       THRU 7000-GET-DETAILS-EXIT
                   IF CALC-ENTRY-OK THEN
                       PERFORM 3100-WRITE-NEW-INSTRUCTION
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is already on the master - use change."
           END-READ.

       3100-WRITE-NEW-INSTRUCTION.
           MOVE CALC-ID-WK TO CALC-STI-ID
           PERFORM 7500-MOVE-DETAILS-TO-RECORD
           MOVE "A" TO CALC-STI-STATUS
           MOVE 0 TO CALC-STI-LAST-GEN-DATE
           MOVE SPACES TO CALC-STI-LAST-TRAN-ID
           MOVE 0 TO CALC-STI-GEN-COUNT
           PERFORM 7600-SET-FIRST-DUE
           PERFORM 7650-ROLL-DUE-TO-TODAY
           MOVE 0 TO CALC-CAL-LIMIT-DATE
           PERFORM 7700-ROLL-DUE-PAST-LIMIT
           IF CALC-STI-ENDED THEN
               DISPLAY "It would end before it first falls due - "
                   "nothing stored."
           ELSE
               PERFORM 8000-STAMP-UPDATE
               WRITE CALC-STANDING-RECORD
                   INVALID KEY
                       DISPLAY "The instruction could not be added - "
                           "key it again."
                   NOT INVALID KEY
                       ADD 1 TO CALC-ADD-COUNT
                       DISPLAY "Added - first due " CALC-STI-NEXT-DUE
                           "."
               END-WRITE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 4000-CHANGE-INSTRUCTION - SHOWS THE INSTRUCTION AS STORED, THEN *
      *> TAKES EVERY FIELD AGAIN.  THE NEXT-DUE DATE IS WORKED OUT       *
      *> AFRESH FROM THE NEW START DATE AND FREQUENCY, THE SAME WAY AN   *
      *> ADD WORKS IT OUT, AND MOVED ON PAST ANY DATE ALREADY GENERATED  *
      *> SO NOTHING IS BUILT TWICE.  A SUSPENDED INSTRUCTION STAYS       *
      *> SUSPENDED.  AN ENDED INSTRUCTION STAYS ENDED - ADD A NEW ONE    *
      *> INSTEAD.                                                        *
      *>-----------------------------------------------------------------*
       4000-CHANGE-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is not on the master - use add."
               NOT INVALID KEY
                   IF CALC-STI-ENDED THEN
                       DISPLAY "Instruction " CALC-ID-WK
                           " has ended - add a new one instead."
                   ELSE
                       PERFORM 6100-SHOW-INSTRUCTION
                       PERFORM 7000-GET-DETAILS
                           THRU 7000-GET-DETAILS-EXIT
                       IF CALC-ENTRY-OK THEN
                           PERFORM 4100-REWRITE-CHANGED
                       END-IF
                   END-IF
           END-READ.

       4100-REWRITE-CHANGED.
           PERFORM 7500-MOVE-DETAILS-TO-RECORD
           PERFORM 7600-SET-FIRST-DUE
           PERFORM 7650-ROLL-DUE-TO-TODAY
           MOVE CALC-STI-LAST-GEN-DATE TO CALC-CAL-LIMIT-DATE
           PERFORM 7700-ROLL-DUE-PAST-LIMIT
           PERFORM 8000-STAMP-UPDATE
           PERFORM 8100-REWRITE-INSTRUCTION
           IF CALC-REWRITE-OK THEN
               ADD 1 TO CALC-CHANGE-COUNT
               IF CALC-STI-ENDED THEN
                   DISPLAY "Changed, but its end date has passed - "
                       "ended."
               ELSE
                   DISPLAY "Changed - next due " CALC-STI-NEXT-DUE "."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 5000-SUSPEND-INSTRUCTION - A SUSPENDED INSTRUCTION IS SKIPPED   *
      *> BY THE GENERATION STEP UNTIL IT IS RESUMED.                     *
      *>-----------------------------------------------------------------*
       5000-SUSPEND-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is not on the master."
               NOT INVALID KEY
                   IF NOT CALC-STI-ACTIVE THEN
                       DISPLAY "Only an active instruction can be "
                           "suspended."
                   ELSE
                       MOVE "S" TO CALC-STI-STATUS
                       PERFORM 8000-STAMP-UPDATE
                       PERFORM 8100-REWRITE-INSTRUCTION
                       IF CALC-REWRITE-OK THEN
                           ADD 1 TO CALC-SUSPEND-COUNT
                           DISPLAY "Suspended."
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5500-RESUME-INSTRUCTION - THE OCCURRENCES THAT FELL DUE WHILE   *
      *> IT WAS SUSPENDED ARE NOT MADE UP: THE NEXT-DUE DATE IS MOVED ON *
      *> TO THE FIRST OCCURRENCE FROM TODAY.  ONE THAT WOULD NOW FALL    *
      *> PAST ITS END DATE ENDS INSTEAD.                                 *
      *>-----------------------------------------------------------------*
       5500-RESUME-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is not on the master."
               NOT INVALID KEY
                   IF NOT CALC-STI-SUSPENDED THEN
                       DISPLAY "Only a suspended instruction can be "
                           "resumed."
                   ELSE
                       MOVE "A" TO CALC-STI-STATUS
                       PERFORM 7650-ROLL-DUE-TO-TODAY
                       MOVE CALC-STI-LAST-GEN-DATE
                           TO CALC-CAL-LIMIT-DATE
                       PERFORM 7700-ROLL-DUE-PAST-LIMIT
                       PERFORM 8000-STAMP-UPDATE
                       PERFORM 8100-REWRITE-INSTRUCTION
                       IF CALC-REWRITE-OK THEN
                           ADD 1 TO CALC-RESUME-COUNT
                           PERFORM 5600-SHOW-RESUMED
                       END-IF
                   END-IF
           END-READ.

       5600-SHOW-RESUMED.
           IF CALC-STI-ENDED THEN
               DISPLAY "Resumed, but its end date has passed - ended."
           ELSE
               DISPLAY "Resumed - next due " CALC-STI-NEXT-DUE "."
           END-IF.

      *>-----------------------------------------------------------------*
      *> 5800-END-INSTRUCTION - ENDING IS FINAL.  THE INSTRUCTION STAYS  *
      *> ON THE MASTER FOR INQUIRY, STAMPED WITH TODAY AS ITS END DATE   *
      *> UNLESS AN EARLIER ONE WAS ALREADY SET.                          *
      *>-----------------------------------------------------------------*
       5800-END-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is not on the master."
               NOT INVALID KEY
                   IF CALC-STI-ENDED THEN
                       DISPLAY "Instruction " CALC-ID-WK
                           " has already ended."
                   ELSE
                       PERFORM 6100-SHOW-INSTRUCTION
                       MOVE SPACE TO CALC-CONFIRM
                       DISPLAY "End this instruction for good (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT CALC-CONFIRM
                       IF CALC-CONFIRM = "Y" OR CALC-CONFIRM = "y"
                       THEN
                           MOVE "E" TO CALC-STI-STATUS
                           IF CALC-STI-END-DATE = 0
                                   OR CALC-STI-END-DATE > CALC-TODAY
                           THEN
                               MOVE CALC-TODAY TO CALC-STI-END-DATE
                           END-IF
                           PERFORM 8000-STAMP-UPDATE
                           PERFORM 8100-REWRITE-INSTRUCTION
                           IF CALC-REWRITE-OK THEN
                               ADD 1 TO CALC-END-COUNT
                               DISPLAY "Ended."
                           END-IF
                       ELSE
                           DISPLAY "Nothing changed."
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 6000-INQUIRE-INSTRUCTION                                        *
      *>-----------------------------------------------------------------*
       6000-INQUIRE-INSTRUCTION.
           READ CALC-STANDING-MASTER
               INVALID KEY
                   DISPLAY "Instruction " CALC-ID-WK
                       " is not on the master."
               NOT INVALID KEY
                   PERFORM 6100-SHOW-INSTRUCTION
           END-READ.

       6100-SHOW-INSTRUCTION.
           PERFORM 6200-SET-INSTRUCTION-TEXT
           MOVE CALC-STI-NUM1 TO CALC-NUM1-DISPLAY
           MOVE CALC-STI-NUM2 TO CALC-NUM2-DISPLAY
           DISPLAY "Instruction : " CALC-STI-ID " " CALC-STI-DESC
           DISPLAY "Status      : " CALC-STATUS-TEXT
           IF CALC-STI-KIND-RATE THEN
               DISPLAY "Calculation : opcode " CALC-STI-OPCODE
                   " rate code " CALC-STI-RATE-CODE " second operand "
                   CALC-NUM2-DISPLAY
           ELSE
               DISPLAY "Calculation : opcode " CALC-STI-OPCODE
                   " operands " CALC-NUM1-DISPLAY " "
                   CALC-NUM2-DISPLAY
           END-IF
           DISPLAY "Frequency   : " CALC-FREQ-TEXT " from "
               CALC-STI-START-DATE
           IF CALC-STI-END-DATE = 0 THEN
               DISPLAY "Ends        : open-ended"
           ELSE
               DISPLAY "Ends        : " CALC-STI-END-DATE
           END-IF
           DISPLAY "Next due    : " CALC-STI-NEXT-DUE
           IF CALC-STI-GEN-COUNT = 0 THEN
               DISPLAY "Generated   : never"
           ELSE
               DISPLAY "Generated   : " CALC-STI-GEN-COUNT
                   " time(s), last " CALC-STI-LAST-GEN-DATE " as "
                   CALC-STI-LAST-TRAN-ID
           END-IF
           DISPLAY "Last touched: " CALC-STI-UPD-DATE " "
               CALC-STI-UPD-TIME " by " CALC-STI-UPD-BY.

       6200-SET-INSTRUCTION-TEXT.
           EVALUATE TRUE
               WHEN CALC-STI-DAILY
                   MOVE "DAILY" TO CALC-FREQ-TEXT
               WHEN CALC-STI-WEEKLY
                   MOVE "WEEKLY" TO CALC-FREQ-TEXT
               WHEN OTHER
                   MOVE "MONTH-END" TO CALC-FREQ-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CALC-STI-ACTIVE
                   MOVE "ACTIVE" TO CALC-STATUS-TEXT
               WHEN CALC-STI-SUSPENDED
                   MOVE "SUSPENDED" TO CALC-STATUS-TEXT
               WHEN OTHER
                   MOVE "ENDED" TO CALC-STATUS-TEXT
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 7000-GET-DETAILS - SHARED BY ADD AND CHANGE.  EACH ANSWER IS    *
      *> CHECKED AS IT IS TAKEN AND THE FIRST BAD ONE STOPS THE ENTRY    *
      *> WITH NOTHING STORED.  A RATE CODE MUST BE ON CALCRTE NOW;       *
      *> WHETHER IT IS STILL IN EFFECT ON A DAY IT FALLS DUE IS LEFT TO  *
      *> THE EDIT STEP, AS FOR ANY OTHER "R" DETAIL.  A TIERED SCHEDULE  *
      *> CODE IS HELD TO THE SAME RULE: IT MUST BE ON CALCTRS NOW, AND   *
      *> WHICH VERSION APPLIES IS WORKED OUT WHEN IT FALLS DUE.  A ZERO  *
      *> START DATE DEFAULTS TO TODAY.                                   *
      *>-----------------------------------------------------------------*
       7000-GET-DETAILS.
           MOVE "N" TO CALC-ENTRY-OK-SW
           MOVE SPACES TO CALC-DESC-WK
           DISPLAY "Enter a description: " WITH NO ADVANCING
           ACCEPT CALC-DESC-WK
           MOVE SPACE TO CALC-KIND-WK
           DISPLAY "Operands or rate code (O/R)? " WITH NO ADVANCING
           ACCEPT CALC-KIND-WK
           EVALUATE CALC-KIND-WK
               WHEN "o"
                   MOVE "O" TO CALC-KIND-WK
               WHEN "r"
                   MOVE "R" TO CALC-KIND-WK
           END-EVALUATE
           IF CALC-KIND-WK NOT = "O" AND CALC-KIND-WK NOT = "R" THEN
               DISPLAY "Answer O or R - nothing stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           MOVE 0 TO CALC-OPCODE-WK
           DISPLAY "Enter the opcode (1-9): " WITH NO ADVANCING
           ACCEPT CALC-OPCODE-WK
           IF CALC-OPCODE-WK IS NOT NUMERIC OR CALC-OPCODE-WK < 1
                   OR CALC-OPCODE-WK > 9 THEN
               DISPLAY "The opcode must be 1-9 - nothing stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           IF CALC-KIND-WK = "R" AND CALC-OPCODE-WK = 9 THEN
               DISPLAY "A tiered schedule takes no rate code - key it "
                   "as operands.  Nothing stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           MOVE 0 TO CALC-NUM1-WK
           MOVE SPACES TO CALC-RATE-CODE-WK
           IF CALC-KIND-WK = "R" THEN
               PERFORM 7100-GET-RATE-CODE
               IF CALC-RATE-CODE-WK = SPACES THEN
                   GO TO 7000-GET-DETAILS-EXIT
               END-IF
           ELSE
               IF CALC-OPCODE-WK = 9 THEN
                   DISPLAY "Enter the schedule code: " WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter the first operand: " WITH NO ADVANCING
               END-IF
               ACCEPT CALC-NUM1-WK
               IF CALC-NUM1-WK IS NOT NUMERIC THEN
                   DISPLAY "The first operand is not a number - "
                       "nothing stored."
                   GO TO 7000-GET-DETAILS-EXIT
               END-IF
               IF CALC-OPCODE-WK = 9 THEN
                   PERFORM 7150-CHECK-SCHEDULE-CODE
                       THRU 7150-CHECK-SCHEDULE-CODE-EXIT
                   IF NOT CALC-SCHED-OK THEN
                       GO TO 7000-GET-DETAILS-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO CALC-NUM2-WK
           DISPLAY "Enter the second operand: " WITH NO ADVANCING
           ACCEPT CALC-NUM2-WK
           IF CALC-NUM2-WK IS NOT NUMERIC THEN
               DISPLAY "The second operand is not a number - nothing "
                   "stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           MOVE SPACE TO CALC-FREQ-WK
           DISPLAY "Daily, weekly or month-end (D/W/M)? "
               WITH NO ADVANCING
           ACCEPT CALC-FREQ-WK
           EVALUATE CALC-FREQ-WK
               WHEN "d"
                   MOVE "D" TO CALC-FREQ-WK
               WHEN "w"
                   MOVE "W" TO CALC-FREQ-WK
               WHEN "m"
                   MOVE "M" TO CALC-FREQ-WK
           END-EVALUATE
           IF CALC-FREQ-WK NOT = "D" AND CALC-FREQ-WK NOT = "W"
                   AND CALC-FREQ-WK NOT = "M" THEN
               DISPLAY "Answer D, W or M - nothing stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           MOVE 0 TO CALC-START-DATE-WK
           DISPLAY "Enter the start date (YYYYMMDD, blank for "
               "today): " WITH NO ADVANCING
           ACCEPT CALC-START-DATE-WK
           IF CALC-START-DATE-WK IS NOT NUMERIC
                   OR CALC-START-DATE-WK = 0 THEN
               MOVE CALC-TODAY TO CALC-START-DATE-WK
           END-IF
           MOVE CALC-START-DATE-WK TO CALC-CAL-DATE-NUM
           PERFORM 8500-CHECK-DATE
           IF NOT CALC-DATE-OK THEN
               DISPLAY "The start date is not a real date - nothing "
                   "stored."
               GO TO 7000-GET-DETAILS-EXIT
           END-IF
           MOVE 0 TO CALC-END-DATE-WK
           DISPLAY "Enter the end date (YYYYMMDD, blank for "
               "open-ended): " WITH NO ADVANCING
           ACCEPT CALC-END-DATE-WK
           IF CALC-END-DATE-WK IS NOT NUMERIC THEN
               MOVE 0 TO CALC-END-DATE-WK
           END-IF
           IF CALC-END-DATE-WK NOT = 0 THEN
               MOVE CALC-END-DATE-WK TO CALC-CAL-DATE-NUM
               PERFORM 8500-CHECK-DATE
               IF NOT CALC-DATE-OK
                       OR CALC-END-DATE-WK < CALC-START-DATE-WK THEN
                   DISPLAY "The end date must be a real date on or "
                       "after the start - nothing stored."
                   GO TO 7000-GET-DETAILS-EXIT
               END-IF
           END-IF
           MOVE "Y" TO CALC-ENTRY-OK-SW.
       7000-GET-DETAILS-EXIT.
           EXIT.

       7100-GET-RATE-CODE.
           DISPLAY "Enter the rate code: " WITH NO ADVANCING
           ACCEPT CALC-RATE-CODE-WK
           IF CALC-RATE-CODE-WK = SPACES THEN
               DISPLAY "A rate code is required - nothing stored."
           ELSE
               IF NOT CALC-RATE-OPEN THEN
                   DISPLAY "No rate master to check the code against "
                       "- nothing stored."
                   MOVE SPACES TO CALC-RATE-CODE-WK
               ELSE
                   MOVE CALC-RATE-CODE-WK TO CALC-RTE-CODE
                   READ CALC-RATE-MASTER
                       INVALID KEY
                           DISPLAY "Rate code " CALC-RATE-CODE-WK
                               " is not on the rate master - nothing "
                               "stored."
                           MOVE SPACES TO CALC-RATE-CODE-WK
                   END-READ
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 7150-CHECK-SCHEDULE-CODE - A TIERED INSTRUCTION'S FIRST OPERAND *
      *> IS A CALCTRS SCHEDULE CODE: A WHOLE NUMBER 1-9999 WITH AT LEAST *
      *> ONE ROW ON THE SCHEDULE FILE, WHATEVER ITS VERSION OR STATUS.   *
      *>-----------------------------------------------------------------*
       7150-CHECK-SCHEDULE-CODE.
           MOVE "N" TO CALC-SCHED-OK-SW
           MOVE 0 TO CALC-SCHED-CODE-WK
           IF CALC-NUM1-WK >= 1 AND CALC-NUM1-WK <= 9999 THEN
               MOVE CALC-NUM1-WK TO CALC-SCHED-CODE-WK
           END-IF
           IF CALC-SCHED-CODE-WK = 0
                   OR CALC-SCHED-CODE-WK NOT = CALC-NUM1-WK THEN
               DISPLAY "The schedule code must be a whole number "
                   "1-9999 - nothing stored."
               GO TO 7150-CHECK-SCHEDULE-CODE-EXIT
           END-IF
           IF NOT CALC-TIER-OPEN THEN
               DISPLAY "No schedule file to check the code against "
                   "- nothing stored."
               GO TO 7150-CHECK-SCHEDULE-CODE-EXIT
           END-IF
           MOVE CALC-SCHED-CODE-WK TO CALC-TRS-SCHED-CODE
           MOVE 0 TO CALC-TRS-EFF-DATE
           MOVE 0 TO CALC-TRS-BRACKET-NO
           START CALC-TIER-SCHEDULE
               KEY IS NOT LESS THAN CALC-TRS-KEY
               INVALID KEY
                   MOVE 0 TO CALC-TRS-SCHED-CODE
               NOT INVALID KEY
                   READ CALC-TIER-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 0 TO CALC-TRS-SCHED-CODE
                   END-READ
           END-START
           IF CALC-TRS-SCHED-CODE = CALC-SCHED-CODE-WK THEN
               MOVE "Y" TO CALC-SCHED-OK-SW
           ELSE
               DISPLAY "Schedule code " CALC-SCHED-CODE-WK
                   " is not on the schedule file - nothing stored."
           END-IF.
       7150-CHECK-SCHEDULE-CODE-EXIT.
           EXIT.

       7500-MOVE-DETAILS-TO-RECORD.
           MOVE CALC-DESC-WK TO CALC-STI-DESC
           MOVE CALC-KIND-WK TO CALC-STI-KIND
           MOVE CALC-OPCODE-WK TO CALC-STI-OPCODE
           MOVE CALC-NUM1-WK TO CALC-STI-NUM1
           MOVE CALC-RATE-CODE-WK TO CALC-STI-RATE-CODE
           MOVE CALC-NUM2-WK TO CALC-STI-NUM2
           MOVE CALC-FREQ-WK TO CALC-STI-FREQUENCY
           MOVE CALC-START-DATE-WK TO CALC-STI-START-DATE
           MOVE CALC-END-DATE-WK TO CALC-STI-END-DATE.

      *>-----------------------------------------------------------------*
      *> 7600-SET-FIRST-DUE - THE FIRST OCCURRENCE: THE START DATE       *
      *> ITSELF, OR FOR MONTH-END THE LAST DAY OF THE START MONTH.       *
      *>-----------------------------------------------------------------*
       7600-SET-FIRST-DUE.
           MOVE CALC-STI-START-DATE TO CALC-CAL-DATE-NUM
           IF CALC-STI-MONTH-END THEN
               PERFORM 8600-SET-MONTH-DAYS
               MOVE CALC-CAL-MONTH-DAYS TO CALC-CAL-DAY
           END-IF
           MOVE CALC-CAL-DATE-NUM TO CALC-STI-NEXT-DUE.

      *>-----------------------------------------------------------------*
      *> 7650-ROLL-DUE-TO-TODAY - OCCURRENCES BEFORE TODAY ARE NOT MADE  *
      *> UP, WHETHER THEY FELL BEFORE THE INSTRUCTION WAS KEYED OR WHILE *
      *> IT WAS SUSPENDED: THE NEXT-DUE DATE MOVES ON TO THE FIRST       *
      *> OCCURRENCE FROM TODAY.                                          *
      *>-----------------------------------------------------------------*
       7650-ROLL-DUE-TO-TODAY.
           MOVE CALC-STI-NEXT-DUE TO CALC-CAL-DATE-NUM
           PERFORM 8700-ADVANCE-ONE-OCCURRENCE
               UNTIL CALC-CAL-DATE-NUM >= CALC-TODAY
           MOVE CALC-CAL-DATE-NUM TO CALC-STI-NEXT-DUE.

      *>-----------------------------------------------------------------*
      *> 7700-ROLL-DUE-PAST-LIMIT - MOVES THE NEXT-DUE DATE ON, ONE      *
      *> OCCURRENCE AT A TIME, UNTIL IT LIES AFTER CALC-CAL-LIMIT-DATE,  *
      *> THE LAST PROCESSING DATE ALREADY GENERATED, SO NO OCCURRENCE IS *
      *> EVER BUILT TWICE.  A NEXT-DUE DATE PAST THE END DATE ENDS THE   *
      *> INSTRUCTION.                                                    *
      *>-----------------------------------------------------------------*
       7700-ROLL-DUE-PAST-LIMIT.
           MOVE CALC-STI-NEXT-DUE TO CALC-CAL-DATE-NUM
           PERFORM 8700-ADVANCE-ONE-OCCURRENCE
               UNTIL CALC-CAL-DATE-NUM > CALC-CAL-LIMIT-DATE
           MOVE CALC-CAL-DATE-NUM TO CALC-STI-NEXT-DUE
           IF CALC-STI-END-DATE NOT = 0
                   AND CALC-STI-NEXT-DUE > CALC-STI-END-DATE THEN
               MOVE "E" TO CALC-STI-STATUS
           END-IF.

       8000-STAMP-UPDATE.
           ACCEPT CALC-STI-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-STI-UPD-TIME FROM TIME
           MOVE CALC-SGN-OPERATOR TO CALC-STI-UPD-BY.

      *>-----------------------------------------------------------------*
      *> 8100-REWRITE-INSTRUCTION - THE CALLER COUNTS AND CONFIRMS THE   *
      *> CHANGE ONLY WHEN THE REWRITE WENT THROUGH.                      *
      *>-----------------------------------------------------------------*
       8100-REWRITE-INSTRUCTION.
           MOVE "N" TO CALC-REWRITE-OK-SW
           REWRITE CALC-STANDING-RECORD
               INVALID KEY
                   DISPLAY "The instruction could not be updated."
               NOT INVALID KEY
                   MOVE "Y" TO CALC-REWRITE-OK-SW
           END-REWRITE.

      *>-----------------------------------------------------------------*
      *> 8500-CHECK-DATE - CALC-CAL-DATE MUST BE A REAL CALENDAR DATE.   *
      *>-----------------------------------------------------------------*
       8500-CHECK-DATE.
           MOVE "N" TO CALC-DATE-OK-SW
           IF CALC-CAL-YEAR >= 1900 AND CALC-CAL-MONTH >= 1
                   AND CALC-CAL-MONTH <= 12 THEN
               PERFORM 8600-SET-MONTH-DAYS
               IF CALC-CAL-DAY >= 1
                       AND CALC-CAL-DAY <= CALC-CAL-MONTH-DAYS THEN
                   MOVE "Y" TO CALC-DATE-OK-SW
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 8600-SET-MONTH-DAYS - THE NUMBER OF DAYS IN CALC-CAL-MONTH OF   *
      *> CALC-CAL-YEAR.                                                  *
      *>-----------------------------------------------------------------*
       8600-SET-MONTH-DAYS.
           EVALUATE CALC-CAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CALC-CAL-MONTH-DAYS
               WHEN 2
                   PERFORM 8650-CHECK-LEAP-YEAR
                   IF CALC-LEAP-YEAR THEN
                       MOVE 29 TO CALC-CAL-MONTH-DAYS
                   ELSE
                       MOVE 28 TO CALC-CAL-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CALC-CAL-MONTH-DAYS
           END-EVALUATE.

       8650-CHECK-LEAP-YEAR.
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

      *>-----------------------------------------------------------------*
      *> 8700-ADVANCE-ONE-OCCURRENCE - MOVES CALC-CAL-DATE ON BY ONE     *
      *> OCCURRENCE OF THE INSTRUCTION'S FREQUENCY: A DAY, SEVEN DAYS,   *
      *> OR TO THE LAST DAY OF THE FOLLOWING MONTH.                      *
      *>-----------------------------------------------------------------*
       8700-ADVANCE-ONE-OCCURRENCE.
           EVALUATE TRUE
               WHEN CALC-STI-DAILY
                   PERFORM 8750-ADD-ONE-DAY
               WHEN CALC-STI-WEEKLY
                   PERFORM 8750-ADD-ONE-DAY 7 TIMES
               WHEN OTHER
                   MOVE 1 TO CALC-CAL-DAY
                   ADD 1 TO CALC-CAL-MONTH
                   IF CALC-CAL-MONTH > 12 THEN
                       MOVE 1 TO CALC-CAL-MONTH
                       ADD 1 TO CALC-CAL-YEAR
                   END-IF
                   PERFORM 8600-SET-MONTH-DAYS
                   MOVE CALC-CAL-MONTH-DAYS TO CALC-CAL-DAY
           END-EVALUATE.

       8750-ADD-ONE-DAY.
           PERFORM 8600-SET-MONTH-DAYS
           ADD 1 TO CALC-CAL-DAY
           IF CALC-CAL-DAY > CALC-CAL-MONTH-DAYS THEN
               MOVE 1 TO CALC-CAL-DAY
               ADD 1 TO CALC-CAL-MONTH
               IF CALC-CAL-MONTH > 12 THEN
                   MOVE 1 TO CALC-CAL-MONTH
                   ADD 1 TO CALC-CAL-YEAR
               END-IF
           END-IF.
