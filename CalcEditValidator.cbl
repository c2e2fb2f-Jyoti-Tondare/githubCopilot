      *>                BUSINESS-RULE LAYER DOES NOT APPLY TO SET       *
      *>                STEPS - A "P" OPERAND IS NOT KNOWN UNTIL THE    *
      *>                CALCULATOR CARRIES THE RUNNING VALUE THROUGH.   *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  "X" REVERSALS ARE NOW VALID.  THE ORIGINAL         *
      *>                TRANSACTION ID IS LOOKED UP ON THE CALCMST RESULTS *
      *>                MASTER, AND THE REVERSAL IS REJECTED WITH REASON   *
      *>                "06" WHEN THE ORIGINAL IS NOT THERE (OR THE MASTER *
      *>                IS MISSING), DID NOT POST CLEAN, IS A SET STEP OR  *
      *>                ITSELF A REVERSAL, OR WAS ALREADY REVERSED - ON    *
      *>                THE MASTER OR EARLIER IN THE SAME CALCIN.  A       *
      *>                REVERSAL ADDS NOTHING TO THE HASH TOTALS.          *
      *> 10/15/2026 RH  EVERY DETAIL'S TRANSACTION ID IS NOW CHECKED       *
      *>                AGAINST THE CALCMST RESULTS MASTER AND AGAINST THE *
      *>                IDS ALREADY STAGED OR SUSPENDED EARLIER IN THE     *
      *>                SAME CALCIN.  A REPEAT REJECTS WITH NEW REASON     *
      *>                "07", CARRYING THE RUN ID AND DATE THE ID FIRST    *
      *>                CAME THROUGH UNDER.  A MASTER ROW THAT POSTED IN   *
      *>                ERROR DOES NOT COUNT, SO THE CALCRSB REPAIR FILE   *
      *>                STILL COMES BACK UNDER ITS OWN IDS.                *
      *> 10/15/2026 RH  AN "R" RATE CODE MUST NOW ALSO HAVE A RATE IN      *
      *>                EFFECT ON THE RUN CARD'S PROCESSING DATE, RESOLVED *
      *>                FROM THE CALCRTH RATE HISTORY THE SAME WAY THE     *
      *>                CALCULATOR RESOLVES IT (REASON "05" WHEN IT DOES   *
      *>                NOT).                                              *
      *> 10/15/2026 RH  SUSPENSE ROWS ARE WRITTEN WITH THE NEW DISPOSITION *
      *>                OPERATOR AND DATE CLEAR; CalcSuspenseReview STAMPS *
      *>                THEM WHEN A SUPERVISOR RELEASES OR PULLS THE ITEM. *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) IS NOW VALID ON A PLAIN *
      *>                DETAIL AND AN "S" SET STEP.  A PLAIN DETAIL'S      *
      *>                SCHEDULE CODE MUST HAVE A CALCTRS SCHEDULE IN      *
      *>                EFFECT ON THE PROCESSING DATE, CHECKED THROUGH THE *
      *>                SAME CalcOperations CALL THE CALCULATOR MAKES, OR  *
      *>                IT REJECTS "05" WITH FIELD "SCHEDULE".  AN "R"     *
      *>                DETAIL CARRYING OPCODE 9 STILL REJECTS "01".  THE  *
      *>                RESULT-LIMIT TRIAL COMPUTE PASSES THE PROCESSING   *
      *>                DATE SO A TIERED RESULT IS TRIED AGAINST THE SAME  *
      *>                SCHEDULE VERSION, AND CALCLIM MAY NOW CARRY LIMITS *
      *>                FOR OPCODE 9.                                      *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcEditValidator.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-RTE-CODE
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT CALC-RATE-HISTORY ASSIGN TO "CALCRTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RTH-KEY
               FILE STATUS IS CALC-RATE-HIST-STATUS.
           SELECT CALC-RESULTS-MASTER ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-MST-TRAN-ID
               FILE STATUS IS CALC-MASTER-STATUS.
           SELECT CALC-REJECTS-TEMP-FILE ASSIGN TO "CALCREJT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "CALCRUN"
       COPY CALCREC.

       FD  CALC-VALIDATED-FILE.
       COPY CALCREC REPLACING
           ==CALC-INPUT-RECORD== BY ==CALC-VALID-RECORD==
           ==CALC-RATE-DETAIL-RECORD== BY ==CALC-VALID-RATE-RECORD==
           ==CALC-SET-STEP-RECORD== BY ==CALC-VALID-SET-RECORD==
           ==CALC-REVERSAL-RECORD== BY ==CALC-VALID-REVERSAL-RECORD==
           ==CALC-BATCH-HEADER-RECORD== BY ==CALC-VALID-HEADER-RECORD==
           ==CALC-BATCH-TRAILER-RECORD==
               BY ==CALC-VALID-TRAILER-RECORD==.

       FD  CALC-REJECTS-FILE.
       COPY CALCREJ.

       FD  CALC-REJECTS-TEMP-FILE.
       COPY CALCREJ REPLACING
           ==CALC-REJECT-RECORD== BY ==CALC-REJECT-TEMP-RECORD==.

       FD  CALC-RUN-CONTROL-FILE.
       COPY CALCRUN.
       COPY CALCSUS.

       FD  CALC-VALID-WORK-FILE.
       COPY CALCREC REPLACING
           ==CALC-INPUT-RECORD== BY ==CALC-WORK-RECORD==
           ==CALC-RATE-DETAIL-RECORD== BY ==CALC-WORK-RATE-RECORD==
           ==CALC-SET-STEP-RECORD== BY ==CALC-WORK-SET-RECORD==
           ==CALC-REVERSAL-RECORD== BY ==CALC-WORK-REVERSAL-RECORD==
           ==CALC-BATCH-HEADER-RECORD== BY ==CALC-WORK-HEADER-RECORD==
           ==CALC-BATCH-TRAILER-RECORD==
               BY ==CALC-WORK-TRAILER-RECORD==.

       FD  CALC-RATE-MASTER.
       COPY CALCRTE.

       FD  CALC-RATE-HISTORY.
       COPY CALCRTH.

       FD  CALC-RESULTS-MASTER.
       COPY CALCMST.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW              PIC X(01) VALUE "N".
           88 CALC-EOF-YES         VALUE "Y".
           88 CALC-RATE-MASTER-OPEN VALUE "Y".
       01 CALC-RATE-FOUND-SW       PIC X(01) VALUE "N".
           88 CALC-RATE-FOUND      VALUE "Y".
       01 CALC-SCHED-FOUND-SW      PIC X(01) VALUE "Y".
           88 CALC-SCHED-FOUND     VALUE "Y".
       01 CALC-RATE-HIST-STATUS    PIC X(02) VALUE "00".
           88 CALC-RATE-HIST-NOT-FOUND VALUE "35".
       01 CALC-RATE-HIST-SW        PIC X(01) VALUE "N".
           88 CALC-RATE-HIST-OPEN  VALUE "Y".
       01 CALC-VER-EOF-SW          PIC X(01) VALUE "N".
           88 CALC-VER-EOF-YES     VALUE "Y".
       01 CALC-VER-ANY-SW          PIC X(01) VALUE "N".
           88 CALC-VER-ANY-APPROVED VALUE "Y".
       01 CALC-VER-FOUND-SW        PIC X(01) VALUE "N".
           88 CALC-VER-FOUND       VALUE "Y".
       01 CALC-VER-CODE-WK         PIC X(08) VALUE SPACES.
       01 CALC-VER-ACTION-WK       PIC X(01) VALUE SPACE.
       01 CALC-REJECTS-STATUS      PIC X(02) VALUE "00".
           88 CALC-REJECTS-FILE-NOT-FOUND VALUE "35".
       01 CALC-RUN-CONTROL-STATUS  PIC X(02) VALUE "00".
           88 CALC-RUN-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-RUN-ID-WK           PIC 9(05) VALUE 0.
       01 CALC-EDIT-DATE           PIC 9(08) VALUE 0.
       01 CALC-RUN-DATE-WK         PIC 9(08) VALUE 0.
       01 CALC-NEXT-REJECT-ID      PIC 9(07) VALUE 1.
       01 CALC-REJ-EOF-SW          PIC X(01) VALUE "N".
           88 CALC-REJ-EOF-YES     VALUE "Y".
           88 CALC-RULES-BYPASS    VALUE "Y".
       01 CALC-LIM-SUB             PIC 9(02) COMP VALUE 0.
       01 CALC-LIMITS-TABLE.
           05 CALC-LIM-ENTRY OCCURS 9 TIMES.
               10 CALC-LIM-PRESENT-SW  PIC X(01).
                   88 CALC-LIM-PRESENT VALUE "Y".
               10 CALC-LIM-T-NUM1-LO   PIC S9(7)V99.
           88 CALC-OPS-OK          VALUE 0.
           88 CALC-OPS-SIZE-ERROR  VALUE 1.
           88 CALC-OPS-ZERO-DIVIDE VALUE 2.
           88 CALC-OPS-NO-SCHEDULE VALUE 3.
       01 CALC-TRIAL-NUM1          PIC S9(7)V99 VALUE 0.
       01 CALC-TRIAL-NUM2          PIC S9(7)V99 VALUE 0.
       01 CALC-TRIAL-RESULT        PIC S9(7)V99 VALUE 0.
           88 CALC-TRIAL-GOOD      VALUE "G".
           88 CALC-TRIAL-TOO-BIG   VALUE "B".
           88 CALC-TRIAL-SKIPPED   VALUE "S".
       01 CALC-MASTER-STATUS       PIC X(02) VALUE "00".
           88 CALC-MASTER-FILE-NOT-FOUND VALUE "35".
       01 CALC-MASTER-OPEN-SW      PIC X(01) VALUE "N".
           88 CALC-MASTER-OPEN     VALUE "Y".
       01 CALC-REVERSAL-OK-SW      PIC X(01) VALUE "N".
           88 CALC-REVERSAL-OK     VALUE "Y".
       01 CALC-RVT-MAX             PIC 9(03) COMP VALUE 500.
       01 CALC-RVT-COUNT           PIC 9(03) COMP VALUE 0.
       01 CALC-RVT-BATCH-START     PIC 9(03) COMP VALUE 0.
       01 CALC-RVT-SUB             PIC 9(03) COMP VALUE 0.
       01 CALC-REVERSED-TABLE.
           05 CALC-RVT-ORIG-ID         PIC X(10) OCCURS 500 TIMES.
       01 CALC-DUPLICATE-SW        PIC X(01) VALUE "N".
           88 CALC-DUPLICATE-FOUND VALUE "Y".
       01 CALC-DUP-TRAN-WK         PIC X(10) VALUE SPACES.
       01 CALC-DUP-ORIG-RUN-WK     PIC 9(05) VALUE 0.
       01 CALC-DUP-ORIG-DATE-WK    PIC 9(08) VALUE 0.
       01 CALC-SEEN-MAX            PIC 9(04) COMP VALUE 2000.
       01 CALC-SEEN-COUNT          PIC 9(04) COMP VALUE 0.
       01 CALC-SEEN-BATCH-START    PIC 9(04) COMP VALUE 0.
       01 CALC-SEEN-SUB            PIC 9(04) COMP VALUE 0.
       01 CALC-SEEN-FULL-SW        PIC X(01) VALUE "N".
           88 CALC-SEEN-FULL       VALUE "Y".
       01 CALC-SEEN-TABLE.
           05 CALC-SEEN-TRAN-ID        PIC X(10) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD UNTIL CALC-EOF-YES
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.  THE FIRST  *
           ELSE
               MOVE "Y" TO CALC-RATE-MASTER-SW
           END-IF
           OPEN INPUT CALC-RATE-HISTORY
           IF NOT CALC-RATE-HIST-NOT-FOUND THEN
               MOVE "Y" TO CALC-RATE-HIST-SW
           END-IF
           OPEN INPUT CALC-RESULTS-MASTER
           IF CALC-MASTER-FILE-NOT-FOUND THEN
               DISPLAY "CalcEditValidator: no results master found - "
                   "reversals will be rejected."
           ELSE
               MOVE "Y" TO CALC-MASTER-OPEN-SW
           END-IF
           PERFORM 1050-LOAD-LIMITS
           PERFORM 1060-SEED-SUSPENSE-ID
           OPEN EXTEND CALC-SUSPENSE-FILE
      *>-----------------------------------------------------------------*
       1050-LOAD-LIMITS.
           MOVE 1 TO CALC-LIM-SUB
           PERFORM 1055-CLEAR-ONE-LIMIT UNTIL CALC-LIM-SUB > 9
           MOVE "N" TO CALC-LIM-EOF-SW
           OPEN INPUT CALC-LIMITS-FILE
           IF CALC-LIMITS-FILE-NOT-FOUND THEN
               AT END
                   MOVE "Y" TO CALC-LIM-EOF-SW
               NOT AT END
                   IF CALC-LIM-OPCODE >= 1 AND CALC-LIM-OPCODE <= 9
                   THEN
                       MOVE "Y"
                           TO CALC-LIM-PRESENT-SW(CALC-LIM-OPCODE)

      *>-----------------------------------------------------------------*
      *> 1020-READ-RUN-CONTROL - THE RUN ID OFF THE SCHEDULER'S CARD,    *
      *> STAMPED ON EVERY NEW REJECT, AND THE PROCESSING DATE RATE CODES *
      *> ARE RESOLVED AS OF.  A MISSING CARD (AN AD HOC EDIT PASS) JUST  *
      *> LEAVES THE RUN ID ZERO, THE WAY THE REPORT STEPS DO, AND        *
      *> RESOLVES RATES AS OF TODAY.                                     *
      *>-----------------------------------------------------------------*
       1020-READ-RUN-CONTROL.
           OPEN INPUT CALC-RUN-CONTROL-FILE
               READ CALC-RUN-CONTROL-FILE
                   NOT AT END
                       MOVE CALC-RUN-NUMBER TO CALC-RUN-ID-WK
                       MOVE CALC-RUN-PROC-DATE TO CALC-RUN-DATE-WK
               END-READ
               CLOSE CALC-RUN-CONTROL-FILE
           END-IF
           IF CALC-RUN-DATE-WK = 0 THEN
               MOVE CALC-EDIT-DATE TO CALC-RUN-DATE-WK
           END-IF.

      *>-----------------------------------------------------------------*
           MOVE 0 TO CALC-BATCH-REJECT-COUNT
           MOVE 0 TO CALC-BATCH-RAW-HASH
           MOVE 0 TO CALC-BATCH-CLEAN-HASH
           MOVE CALC-RVT-COUNT TO CALC-RVT-BATCH-START
           MOVE CALC-SEEN-COUNT TO CALC-SEEN-BATCH-START
           DISPLAY "CalcEditValidator: editing batch "
               CALC-HDR-BATCH-ID OF CALC-BATCH-HEADER-RECORD
               " created "
                       PERFORM 2350-VALIDATE-RATE-DETAIL
                   WHEN CALC-SET-TYPE-STEP OF CALC-SET-STEP-RECORD
                       PERFORM 2370-VALIDATE-SET-STEP
                   WHEN CALC-REV-TYPE-REVERSAL OF CALC-REVERSAL-RECORD
                       PERFORM 2340-VALIDATE-REVERSAL
                   WHEN OTHER
                       PERFORM 2320-VALIDATE-PLAIN-DETAIL
               END-EVALUATE

      *>-----------------------------------------------------------------*
      *> 2320-VALIDATE-PLAIN-DETAIL - THE CLASSIC OPCODE/NUM1/NUM2       *
      *> DETAIL.  BOTH OPERANDS ROLL INTO THE HASH TOTALS.  A TIERED     *
      *> SCHEDULE DETAIL (OPCODE 9) MUST NAME A CALCTRS SCHEDULE IN      *
      *> EFFECT ON THE RUN CARD'S PROCESSING DATE (2325), OR IT REJECTS  *
      *> "05" THE WAY AN UNRESOLVED RATE CODE DOES.                      *
      *>-----------------------------------------------------------------*
       2320-VALIDATE-PLAIN-DETAIL.
           IF CALC-IN-NUM1 OF CALC-INPUT-RECORD IS NUMERIC
                   CALC-IN-NUM2 OF CALC-INPUT-RECORD
                   TO CALC-BATCH-RAW-HASH
           END-IF
           MOVE CALC-IN-TRAN-ID OF CALC-INPUT-RECORD
               TO CALC-DUP-TRAN-WK
           PERFORM 2330-CHECK-DUPLICATE-ID
           PERFORM 2325-CHECK-TIER-SCHEDULE
           EVALUATE TRUE
               WHEN CALC-IN-OPCODE OF CALC-INPUT-RECORD IS NOT NUMERIC
                   MOVE "01" TO CALC-REJ-REASON-WK
                   MOVE "OPCODE" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-IN-OPCODE OF CALC-INPUT-RECORD < 1
                   OR CALC-IN-OPCODE OF CALC-INPUT-RECORD > 9
                   MOVE "01" TO CALC-REJ-REASON-WK
                   MOVE "OPCODE" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
                   MOVE "02" TO CALC-REJ-REASON-WK
                   MOVE "NUM2" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN NOT CALC-SCHED-FOUND
                   MOVE "05" TO CALC-REJ-REASON-WK
                   MOVE "SCHEDULE" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-IN-TRAN-ID OF CALC-INPUT-RECORD = SPACES
                   MOVE "03" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-DUPLICATE-FOUND
                   MOVE "07" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN OTHER
                   PERFORM 2380-APPLY-BUSINESS-RULES
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 2325-CHECK-TIER-SCHEDULE - FOR A TIERED SCHEDULE DETAIL WITH    *
      *> BOTH OPERANDS NUMERIC, CalcOperations IS ASKED TO APPLY THE     *
      *> SCHEDULE AS OF THE PROCESSING DATE - THE SAME CALL THE          *
      *> CALCULATOR WILL MAKE - AND ONLY A "NO SCHEDULE" ANSWER COUNTS   *
      *> AGAINST THE RECORD HERE.  AN OVERFLOW IS LEFT FOR THE RESULT    *
      *> LIMIT AND THE CALCULATOR'S OWN EXCEPTION PATH.  EVERY OTHER     *
      *> DETAIL PASSES THIS CHECK UNTOUCHED.                             *
      *>-----------------------------------------------------------------*
       2325-CHECK-TIER-SCHEDULE.
           MOVE "Y" TO CALC-SCHED-FOUND-SW
           IF CALC-IN-OPCODE OF CALC-INPUT-RECORD IS NUMERIC
                   AND CALC-IN-OP-TIERED OF CALC-INPUT-RECORD
                   AND CALC-IN-NUM1 OF CALC-INPUT-RECORD IS NUMERIC
                   AND CALC-IN-NUM2 OF CALC-INPUT-RECORD IS NUMERIC
           THEN
               MOVE CALC-IN-OPCODE OF CALC-INPUT-RECORD TO CALC-OPS-OP
               MOVE CALC-IN-NUM1 OF CALC-INPUT-RECORD
                   TO CALC-TRIAL-NUM1
               MOVE CALC-IN-NUM2 OF CALC-INPUT-RECORD
                   TO CALC-TRIAL-NUM2
               CALL "CalcOperations" USING CALC-OPS-OP
                   CALC-TRIAL-NUM1 CALC-TRIAL-NUM2
                   CALC-TRIAL-RESULT CALC-TRIAL-REMAINDER
                   CALC-OPS-STATUS CALC-RUN-DATE-WK
               IF CALC-OPS-NO-SCHEDULE THEN
                   MOVE "N" TO CALC-SCHED-FOUND-SW
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2380-APPLY-BUSINESS-RULES - THE REASONABLENESS LAYER FOR A      *
      *> PLAIN DETAIL THAT ALREADY PASSED ITS FIELD EDITS.  OPERANDS     *
      *>-----------------------------------------------------------------*
      *> 2384-CHECK-RESULT-LIMIT - TRIAL-COMPUTES THE RESULT WITH THE    *
      *> SAME ARITHMETIC THE CALCULATOR WILL USE (CalcOperations FOR     *
      *> OPCODES 5-9) AND CHECKS ITS MAGNITUDE AGAINST THE OPCODE'S      *
      *> MAXIMUM.  A TRIAL THAT CANNOT BE COMPUTED AT ALL (ZERO DIVIDE)  *
      *> IS LEFT FOR THE CALCULATOR'S OWN EXCEPTION PATH; ONE THAT       *
      *> OVERFLOWS THE RESULT FIELD IS PAST ANY CONFIGURED MAXIMUM BY    *
                   CALL "CalcOperations" USING CALC-OPS-OP
                       CALC-TRIAL-NUM1 CALC-TRIAL-NUM2
                       CALC-TRIAL-RESULT CALC-TRIAL-REMAINDER
                       CALC-OPS-STATUS CALC-RUN-DATE-WK
                   EVALUATE TRUE
                       WHEN CALC-OPS-OK
                           CONTINUE
      *>-----------------------------------------------------------------*
      *> 2350-VALIDATE-RATE-DETAIL - AN "R" DETAIL CARRIES A CALCRTE     *
      *> RATE CODE IN PLACE OF THE FIRST OPERAND, SO ONLY NUM2 CAN ROLL  *
      *> INTO THE HASH TOTALS.  THE CODE MUST EXIST ON THE RATE MASTER   *
      *> AND HAVE A RATE IN EFFECT ON THE RUN CARD'S PROCESSING DATE;    *
      *> THE CALCULATOR RESOLVES IT AGAIN AT POSTING TIME.  OPCODE 9     *
      *> (TIERED SCHEDULE) IS NOT VALID HERE - ITS FIRST OPERAND IS      *
      *> ALREADY A SCHEDULE CODE, SO THERE IS NO PLACE FOR A RATE - AND  *
      *> IT REJECTS "01" WITH EVERY OTHER OUT-OF-RANGE OPCODE.           *
      *>-----------------------------------------------------------------*
       2350-VALIDATE-RATE-DETAIL.
           IF CALC-RDT-NUM2 OF CALC-RATE-DETAIL-RECORD IS NUMERIC THEN
                   TO CALC-BATCH-RAW-HASH
           END-IF
           PERFORM 2360-LOOK-UP-RATE-CODE
           MOVE CALC-RDT-TRAN-ID OF CALC-RATE-DETAIL-RECORD
               TO CALC-DUP-TRAN-WK
           PERFORM 2330-CHECK-DUPLICATE-ID
           EVALUATE TRUE
               WHEN CALC-RDT-OPCODE OF CALC-RATE-DETAIL-RECORD
                       IS NOT NUMERIC
                   MOVE "03" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-DUPLICATE-FOUND
                   MOVE "07" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN OTHER
                   PERFORM 2390-APPLY-RATE-RULES
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 2360-LOOK-UP-RATE-CODE - A DIRECT KEYED READ AGAINST THE RATE   *
      *> MASTER, THEN THE CODE IS RESOLVED AS OF THE PROCESSING DATE THE *
      *> SAME WAY THE CALCULATOR RESOLVES IT.  A BLANK CODE, A MISSING   *
      *> MASTER, A CODE NOT ON THE MASTER AND A CODE WITH NO RATE IN     *
      *> EFFECT ON THE PROCESSING DATE ALL COME BACK NOT-FOUND - ALL     *
      *> FOUR REJECT "05".                                               *
      *>-----------------------------------------------------------------*
       2360-LOOK-UP-RATE-CODE.
           MOVE "N" TO CALC-RATE-FOUND-SW
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2365-RESOLVE-AS-OF
               END-READ
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2365-RESOLVE-AS-OF - THE RATE IN EFFECT ON THE PROCESSING DATE  *
      *> IS THE LAST APPROVED CALCRTH VERSION DATED ON OR BEFORE IT;     *
      *> PENDING AND DECLINED VERSIONS ARE PASSED OVER, AND AN EXPIRY    *
      *> VERSION MEANS NO RATE.  A CODE WITH NO APPROVED HISTORY AT ALL  *
      *> PREDATES THE HISTORY FILE AND IS JUDGED OFF ITS MASTER ROW'S    *
      *> OWN EFFECTIVE AND EXPIRY DATES.                                 *
      *>-----------------------------------------------------------------*
       2365-RESOLVE-AS-OF.
           MOVE "N" TO CALC-VER-ANY-SW
           MOVE "N" TO CALC-VER-FOUND-SW
           IF CALC-RATE-HIST-OPEN THEN
               MOVE CALC-RTE-CODE TO CALC-VER-CODE-WK
               MOVE "N" TO CALC-VER-EOF-SW
               MOVE CALC-VER-CODE-WK TO CALC-RTH-CODE
               MOVE 0 TO CALC-RTH-EFF-DATE
               MOVE 0 TO CALC-RTH-KEYED-DATE
               MOVE 0 TO CALC-RTH-KEYED-TIME
               START CALC-RATE-HISTORY
                   KEY IS NOT LESS THAN CALC-RTH-KEY
                   INVALID KEY
                       MOVE "Y" TO CALC-VER-EOF-SW
               END-START
               PERFORM 2367-READ-ONE-VERSION UNTIL CALC-VER-EOF-YES
           END-IF
           IF CALC-VER-ANY-APPROVED THEN
               IF CALC-VER-FOUND AND CALC-VER-ACTION-WK NOT = "E" THEN
                   MOVE "Y" TO CALC-RATE-FOUND-SW
               END-IF
           ELSE
               IF CALC-RUN-DATE-WK >= CALC-RTE-EFF-DATE
                       AND (CALC-RTE-EXP-DATE = 0
                           OR CALC-RUN-DATE-WK < CALC-RTE-EXP-DATE) THEN
                   MOVE "Y" TO CALC-RATE-FOUND-SW
               END-IF
           END-IF.

       2367-READ-ONE-VERSION.
           READ CALC-RATE-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-VER-EOF-SW
               NOT AT END
                   IF CALC-RTH-CODE NOT = CALC-VER-CODE-WK THEN
                       MOVE "Y" TO CALC-VER-EOF-SW
                   ELSE
                       IF CALC-RTH-APPROVED THEN
                           MOVE "Y" TO CALC-VER-ANY-SW
                           IF CALC-RTH-EFF-DATE <= CALC-RUN-DATE-WK THEN
                               MOVE "Y" TO CALC-VER-FOUND-SW
                               MOVE CALC-RTH-ACTION
                                   TO CALC-VER-ACTION-WK
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2330-CHECK-DUPLICATE-ID - EVERY DETAIL'S TRANSACTION ID MUST BE *
      *> NEW.  A DIRECT KEYED READ AGAINST THE RESULTS MASTER FINDS AN   *
      *> ID THAT ALREADY POSTED ON AN EARLIER NIGHT, AND A PASS OVER THE *
      *> IDS STAGED OR SUSPENDED EARLIER IN TONIGHT'S CALCIN FINDS A     *
      *> REPEAT WITHIN THE FILE.  EITHER WAY THE RECORD REJECTS "07"     *
      *> WITH THE RUN ID AND DATE THE ID FIRST CAME THROUGH UNDER, SO    *
      *> THE RATE DESK CAN TELL A TRUE RESEND FROM AN ID COLLISION.  A   *
      *> MASTER ROW THAT POSTED IN ERROR IS NOT A DUPLICATE: THAT IS THE *
      *> CORRECTED RESUBMISSION (THE CALCRSB REPAIR FILE) COMING BACK    *
      *> UNDER ITS OWN ID TO REWRITE THE ROW.  THE CALLER SETS           *
      *> CALC-DUP-TRAN-WK FROM THE LAYOUT IT IS EDITING; A BLANK ID IS   *
      *> LEFT TO THE "03" EDIT.                                          *
      *>-----------------------------------------------------------------*
       2330-CHECK-DUPLICATE-ID.
           MOVE "N" TO CALC-DUPLICATE-SW
           MOVE 0 TO CALC-DUP-ORIG-RUN-WK
           MOVE 0 TO CALC-DUP-ORIG-DATE-WK
           IF CALC-DUP-TRAN-WK NOT = SPACES THEN
               IF CALC-MASTER-OPEN THEN
                   MOVE CALC-DUP-TRAN-WK TO CALC-MST-TRAN-ID
                   READ CALC-RESULTS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT CALC-MST-STATUS-ERR THEN
                               MOVE "Y" TO CALC-DUPLICATE-SW
                               MOVE CALC-MST-RUN-ID
                                   TO CALC-DUP-ORIG-RUN-WK
                               MOVE CALC-MST-DATE
                                   TO CALC-DUP-ORIG-DATE-WK
                           END-IF
                   END-READ
               END-IF
               IF NOT CALC-DUPLICATE-FOUND THEN
                   MOVE 1 TO CALC-SEEN-SUB
                   PERFORM 2335-CHECK-ONE-SEEN
                       UNTIL CALC-SEEN-SUB > CALC-SEEN-COUNT
               END-IF
           END-IF.

       2335-CHECK-ONE-SEEN.
           IF CALC-SEEN-TRAN-ID(CALC-SEEN-SUB) = CALC-DUP-TRAN-WK THEN
               MOVE "Y" TO CALC-DUPLICATE-SW
               MOVE CALC-RUN-ID-WK TO CALC-DUP-ORIG-RUN-WK
               MOVE CALC-EDIT-DATE TO CALC-DUP-ORIG-DATE-WK
           END-IF
           ADD 1 TO CALC-SEEN-SUB.

      *>-----------------------------------------------------------------*
      *> 2340-VALIDATE-REVERSAL - AN "X" REVERSAL NAMES AN EARLIER       *
      *> POSTING TO BE BACKED OUT.  IT CARRIES NO AMOUNTS, SO NOTHING    *
      *> ROLLS INTO THE HASH TOTALS.  THE ORIGINAL MUST BE ON THE        *
      *> RESULTS MASTER, MUST HAVE POSTED CLEAN AS AN ORDINARY DETAIL,   *
      *> A SET FINAL OR A RATE DETAIL (A SET STEP NEVER REACHES THE GL,  *
      *> AND A REVERSAL IS NOT ITSELF REVERSED), AND MUST NOT ALREADY    *
      *> BE REVERSED - EITHER ON THE MASTER OR BY AN EARLIER REVERSAL    *
      *> IN TONIGHT'S OWN CALCIN.  ANY OF THOSE FAILING REJECTS "06".    *
      *> THE BUSINESS-RULE LAYER DOES NOT APPLY: THE ORIGINAL ALREADY    *
      *> PASSED IT ON THE WAY IN.                                        *
      *>-----------------------------------------------------------------*
       2340-VALIDATE-REVERSAL.
           PERFORM 2345-LOOK-UP-ORIGINAL
           MOVE CALC-REV-TRAN-ID OF CALC-REVERSAL-RECORD
               TO CALC-DUP-TRAN-WK
           PERFORM 2330-CHECK-DUPLICATE-ID
           EVALUATE TRUE
               WHEN CALC-REV-TRAN-ID OF CALC-REVERSAL-RECORD = SPACES
                   MOVE "03" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-REV-TRAN-ID OF CALC-REVERSAL-RECORD
                       = CALC-REV-ORIG-TRAN-ID OF CALC-REVERSAL-RECORD
               WHEN NOT CALC-REVERSAL-OK
                   MOVE "06" TO CALC-REJ-REASON-WK
                   MOVE "ORIG-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-DUPLICATE-FOUND
                   MOVE "07" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN OTHER
                   PERFORM 8570-WRITE-VALID-REVERSAL
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 2345-LOOK-UP-ORIGINAL - A DIRECT KEYED READ AGAINST THE RESULTS *
      *> MASTER FOR THE TRANSACTION BEING REVERSED, THEN A PASS OVER THE *
      *> ORIGINALS ALREADY REVERSED EARLIER IN THIS CALCIN.  A BLANK ID, *
      *> A MISSING MASTER AND AN ID NOT ON THE MASTER ALL COME BACK NOT  *
      *> REVERSIBLE.                                                     *
      *>-----------------------------------------------------------------*
       2345-LOOK-UP-ORIGINAL.
           MOVE "N" TO CALC-REVERSAL-OK-SW
           IF CALC-MASTER-OPEN
                   AND CALC-REV-ORIG-TRAN-ID OF CALC-REVERSAL-RECORD
                       NOT = SPACES THEN
               MOVE CALC-REV-ORIG-TRAN-ID OF CALC-REVERSAL-RECORD
                   TO CALC-MST-TRAN-ID
               READ CALC-RESULTS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CALC-MST-STATUS-OK
                               AND NOT CALC-MST-REVERSED
                               AND NOT CALC-MST-ROW-REVERSAL
                               AND NOT CALC-MST-ROW-SET-STEP THEN
                           MOVE "Y" TO CALC-REVERSAL-OK-SW
                       END-IF
               END-READ
           END-IF
           IF CALC-REVERSAL-OK THEN
               MOVE 1 TO CALC-RVT-SUB
               PERFORM 2347-CHECK-ONE-REVERSED
                   UNTIL CALC-RVT-SUB > CALC-RVT-COUNT
           END-IF.

       2347-CHECK-ONE-REVERSED.
           IF CALC-RVT-ORIG-ID(CALC-RVT-SUB)
                   = CALC-REV-ORIG-TRAN-ID OF CALC-REVERSAL-RECORD THEN
               MOVE "N" TO CALC-REVERSAL-OK-SW
           END-IF
           ADD 1 TO CALC-RVT-SUB.

      *>-----------------------------------------------------------------*
      *> 2370-VALIDATE-SET-STEP - AN "S" CALCULATION-SET STEP.  BOTH     *
      *> VALUE FIELDS ROLL INTO THE HASH AS KEYED (A "P" OPERAND IS      *
                   CALC-SET-NUM2 OF CALC-SET-STEP-RECORD
                   TO CALC-BATCH-RAW-HASH
           END-IF
           MOVE CALC-SET-TRAN-ID OF CALC-SET-STEP-RECORD
               TO CALC-DUP-TRAN-WK
           PERFORM 2330-CHECK-DUPLICATE-ID
           EVALUATE TRUE
               WHEN CALC-SET-OPCODE OF CALC-SET-STEP-RECORD
                       IS NOT NUMERIC
                   MOVE "OPCODE" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-SET-OPCODE OF CALC-SET-STEP-RECORD < 1
                   OR CALC-SET-OPCODE OF CALC-SET-STEP-RECORD > 9
                   MOVE "01" TO CALC-REJ-REASON-WK
                   MOVE "OPCODE" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
                   MOVE "03" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN CALC-DUPLICATE-FOUND
                   MOVE "07" TO CALC-REJ-REASON-WK
                   MOVE "TRAN-ID" TO CALC-REJ-FIELD-WK
                   PERFORM 8100-WRITE-BATCH-REJECT
               WHEN OTHER
                   PERFORM 8560-WRITE-VALID-SET-RECORD
           END-EVALUATE.
           ADD CALC-BATCH-READ-COUNT TO CALC-READ-COUNT
           ADD CALC-BATCH-REJECT-COUNT TO CALC-REJECT-COUNT
           ADD CALC-BATCH-VALID-COUNT TO CALC-WITHHELD-COUNT
           MOVE CALC-RVT-BATCH-START TO CALC-RVT-COUNT
           MOVE CALC-SEEN-BATCH-START TO CALC-SEEN-COUNT
           DISPLAY "CalcEditValidator: batch " CALC-BATCH-ID-WK
               " refused - its records were withheld from CALCVAL."
           MOVE "N" TO CALC-BATCH-OPEN-SW.
           MOVE CALC-INPUT-RECORD TO CALC-SUS-IMAGE
           MOVE CALC-SUS-RULE-WK TO CALC-SUS-RULE
           MOVE "O" TO CALC-SUS-DISPOSITION
           MOVE SPACES TO CALC-SUS-DISP-BY
           MOVE 0 TO CALC-SUS-DISP-DATE
           WRITE CALC-SUSPENSE-RECORD
           ADD 1 TO CALC-SUSPEND-COUNT
           PERFORM 8580-REMEMBER-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 8200-STAMP-REJECT-LIFECYCLE - ASSIGNS THE NEXT REJECT ID AND    *
           MOVE CALC-EDIT-DATE TO CALC-REJ-DATE OF CALC-REJECT-RECORD
           MOVE CALC-RUN-ID-WK
               TO CALC-REJ-RUN-ID OF CALC-REJECT-RECORD
           MOVE "O" TO CALC-REJ-DISPOSITION OF CALC-REJECT-RECORD
           IF CALC-REJ-DUPLICATE-ID OF CALC-REJECT-RECORD THEN
               MOVE CALC-DUP-ORIG-RUN-WK
                   TO CALC-REJ-ORIG-RUN-ID OF CALC-REJECT-RECORD
               MOVE CALC-DUP-ORIG-DATE-WK
                   TO CALC-REJ-ORIG-DATE OF CALC-REJECT-RECORD
           ELSE
               MOVE 0 TO CALC-REJ-ORIG-RUN-ID OF CALC-REJECT-RECORD
               MOVE 0 TO CALC-REJ-ORIG-DATE OF CALC-REJECT-RECORD
           END-IF.

      *>-----------------------------------------------------------------*
      *> 8500-WRITE-VALID-RECORD - STAGES A CLEAN RECORD TO THE BATCH    *
           ADD 1 TO CALC-BATCH-VALID-COUNT
           ADD CALC-IN-NUM1 OF CALC-INPUT-RECORD
               CALC-IN-NUM2 OF CALC-INPUT-RECORD
               TO CALC-BATCH-CLEAN-HASH
           PERFORM 8580-REMEMBER-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 8550-WRITE-VALID-RATE-RECORD - STAGES A CLEAN "R" DETAIL, WITH  *
           WRITE CALC-WORK-RECORD
           ADD 1 TO CALC-BATCH-VALID-COUNT
           ADD CALC-RDT-NUM2 OF CALC-RATE-DETAIL-RECORD
               TO CALC-BATCH-CLEAN-HASH
           PERFORM 8580-REMEMBER-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 8560-WRITE-VALID-SET-RECORD - STAGES A CLEAN "S" STEP THROUGH   *
           ADD 1 TO CALC-BATCH-VALID-COUNT
           ADD CALC-SET-NUM1 OF CALC-SET-STEP-RECORD
               CALC-SET-NUM2 OF CALC-SET-STEP-RECORD
               TO CALC-BATCH-CLEAN-HASH
           PERFORM 8580-REMEMBER-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 8570-WRITE-VALID-REVERSAL - STAGES A CLEAN "X" REVERSAL.  IT    *
      *> COUNTS TOWARD THE FRESH TRAILER BUT ADDS NOTHING TO ITS HASH.   *
      *> THE ORIGINAL IS TABLED SO A SECOND REVERSAL OF IT LATER IN THE  *
      *> FILE IS REJECTED; A REFUSED BATCH GIVES ITS ENTRIES BACK.  A    *
      *> FULL TABLE ONLY LOSES THIS EDIT - THE CALCULATOR STILL REFUSES  *
      *> TO REVERSE AN ORIGINAL TWICE WHEN IT POSTS.                     *
      *>-----------------------------------------------------------------*
       8570-WRITE-VALID-REVERSAL.
           MOVE CALC-INPUT-RECORD TO CALC-WORK-RECORD
           WRITE CALC-WORK-RECORD
           ADD 1 TO CALC-BATCH-VALID-COUNT
           IF CALC-RVT-COUNT < CALC-RVT-MAX THEN
               ADD 1 TO CALC-RVT-COUNT
               MOVE CALC-REV-ORIG-TRAN-ID OF CALC-REVERSAL-RECORD
                   TO CALC-RVT-ORIG-ID(CALC-RVT-COUNT)
           END-IF
           PERFORM 8580-REMEMBER-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 8580-REMEMBER-TRAN-ID - TABLES THE ID OF A RECORD JUST STAGED   *
      *> OR SUSPENDED SO A REPEAT LATER IN TONIGHT'S CALCIN REJECTS "07" *
      *> - A SUSPENDED RECORD STILL OWNS ITS ID UNTIL THE SUPERVISOR     *
      *> RELEASES OR PULLS IT.  A REFUSED BATCH GIVES ITS ENTRIES BACK.  *
      *> A FULL TABLE IS REPORTED ONCE AND ONLY LOSES THE WITHIN-FILE    *
      *> HALF OF THE EDIT; THE MASTER CHECK STILL APPLIES.               *
      *>-----------------------------------------------------------------*
       8580-REMEMBER-TRAN-ID.
           IF CALC-SEEN-COUNT < CALC-SEEN-MAX THEN
               ADD 1 TO CALC-SEEN-COUNT
               MOVE CALC-DUP-TRAN-WK
                   TO CALC-SEEN-TRAN-ID(CALC-SEEN-COUNT)
           ELSE
               IF NOT CALC-SEEN-FULL THEN
                   MOVE "Y" TO CALC-SEEN-FULL-SW
                   DISPLAY "CalcEditValidator: transaction ID table "
                       "full - later repeats in CALCIN not checked."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 9100-VERIFY-BATCH-TRAILER - BALANCES ONE RAW BATCH AGAINST ITS  *
       9100-VERIFY-BATCH-TRAILER.
           MOVE "Y" TO CALC-BATCH-BALANCED-SW
           IF CALC-TRL-COUNT-IN NOT = CALC-BATCH-READ-COUNT THEN
               MOVE "Record count does not balance to batch trailer."
                   TO CALC-ERROR-TEXT
               MOVE 16 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
           IF CALC-RATE-MASTER-OPEN THEN
               CLOSE CALC-RATE-MASTER
           END-IF
           IF CALC-RATE-HIST-OPEN THEN
               CLOSE CALC-RATE-HISTORY
           END-IF
           IF CALC-MASTER-OPEN THEN
               CLOSE CALC-RESULTS-MASTER
           END-IF
           IF CALC-CLOSE-COUNT > 0 THEN
               PERFORM 9300-CLOSE-MATCHED-REJECTS
           END-IF
