      *>                ROW COUNT FOR THE RESTART TRUNCATION, AND      *
      *>                CHECKPOINTS ARE DEFERRED WHILE A SET IS OPEN   *
      *>                SO A RESTART NEVER LANDS MID-SET.               *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  "X" REVERSALS ARE NOW PROCESSED.  THE ORIGINAL     *
      *>                TRANSACTION IS READ BACK FROM THE RESULTS MASTER   *
      *>                AND AN OFFSETTING ROW (ROW TYPE "V") IS WRITTEN TO *
      *>                CALCOUT, CALCAUD AND THE MASTER UNDER THE          *
      *>                REVERSAL'S OWN TRANSACTION ID, CARRYING THE        *
      *>                ORIGINAL'S OPCODE AND OPERANDS WITH ITS RESULT AND *
      *>                REMAINDER NEGATED, SO THE CALCGLC TOTALS NET IT    *
      *>                OUT.  THE ORIGINAL'S MASTER ROW IS MARKED REVERSED *
      *>                WITH THE REVERSING TRANSACTION ID.  MASTER ROWS    *
      *>                NOW ALSO CARRY THEIR ROW TYPE.                     *
      *> 10/15/2026 RH  AN "R" RATE CODE IS NOW RESOLVED AS OF THE         *
      *>                PROCESSING DATE FROM THE CALCRTH RATE HISTORY: THE *
      *>                LAST APPROVED VERSION DATED ON OR BEFORE THE RUN   *
      *>                DATE SUPPLIES THE RATE, AND AN EXPIRY VERSION      *
      *>                FAILS THE CODE.  A CODE WITH NO APPROVED HISTORY   *
      *>                IS STILL JUDGED OFF ITS CALCRTE ROW.               *
      *> 10/15/2026 RH  AUDIT ROWS NOW CARRY "BATCH" IN THE NEW CALC-AUD-  *
      *>                OPERATOR FIELD, AND EXCEPTION ROWS ARE WRITTEN     *
      *>                WITH THE NEW DISPOSITION OPERATOR AND DATE CLEAR,  *
      *>                SINCE NOBODY HAS ACTED ON THEM YET.                *
      *> 10/15/2026 RH  A RUN CARD WHOSE PROCESSING DATE FALLS IN AN       *
      *>                ACCOUNTING PERIOD CLOSED BY CalcPeriodClose IS     *
      *>                REFUSED WITH RETURN-CODE 24 BEFORE ANY FILE IS     *
      *>                TOUCHED, UNLESS THE PERIOD HAS BEEN FORMALLY       *
      *>                REOPENED THROUGH CalcPeriodReopen.                 *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) IS NOW ACCEPTED AND     *
      *>                COMPUTED BY CalcOperations, WHICH APPLIES THE      *
      *>                CALCTRS SCHEDULE IN EFFECT ON THE RUN CARD'S       *
      *>                PROCESSING DATE.  A SCHEDULE CODE WITH NO VERSION  *
      *>                IN EFFECT FLAGS THE ROW IN ERROR AND GOES TO THE   *
      *>                EXCEPTIONS FILE WITH REASON "R", LIKE AN           *
      *>                UNRESOLVED RATE CODE.  THE RUN-STATISTICS RECORD   *
      *>                CARRIES THE NEW OPCODE'S COUNT AND AMOUNT.         *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcBatchCalculator.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-RTE-CODE
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT CALC-RATE-HISTORY ASSIGN TO "CALCRTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RTH-KEY
               FILE STATUS IS CALC-RATE-HIST-STATUS.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-PER-PERIOD
               FILE STATUS IS CALC-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCAUD.

       FD  CALC-OUTPUT-TEMP-FILE.
       COPY CALCOUT REPLACING
           ==CALC-OUTPUT-RECORD== BY ==CALC-OUTPUT-TEMP-RECORD==.

       FD  CALC-AUDIT-TEMP-FILE.
       COPY CALCAUD REPLACING
           ==CALC-AUDIT-RECORD== BY ==CALC-AUDIT-TEMP-RECORD==.

       FD  CALC-CHECKPOINT-FILE.
       COPY CALCCKP.
       COPY CALCEXC.

       FD  CALC-EXCEPTIONS-TEMP-FILE.
       COPY CALCEXC REPLACING
           ==CALC-EXCEPTION-RECORD== BY ==CALC-EXCEPTION-TEMP-RECORD==.

       FD  CALC-RESULTS-MASTER.
       COPY CALCMST.
       FD  CALC-RATE-MASTER.
       COPY CALCRTE.

       FD  CALC-RATE-HISTORY.
       COPY CALCRTH.

       FD  CALC-PERIOD-FILE.
       COPY CALCPER.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW              PIC X(01) VALUE "N".
           88 CALC-EOF-YES         VALUE "Y".
           88 CALC-OPS-OK          VALUE 0.
           88 CALC-OPS-SIZE-ERROR  VALUE 1.
           88 CALC-OPS-ZERO-DIVIDE VALUE 2.
           88 CALC-OPS-NO-SCHEDULE VALUE 3.
       01 CALC-RUN-CONTROL-STATUS  PIC X(02) VALUE "00".
           88 CALC-RUN-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-RUN-ABORT-SW        PIC X(01) VALUE "N".
       01 CALC-RUN-PRIOR-BATCH     PIC X(08) VALUE SPACES.
       01 CALC-RUN-PRIOR-END-CODE  PIC 9(02) VALUE 0.
       01 CALC-RUN-NEW-STATUS      PIC X(01) VALUE SPACE.
       01 CALC-RUN-DATE-SPLIT.
           05 CALC-RUN-PERIOD-WK   PIC 9(06).
           05 CALC-RUN-DAY-WK      PIC 9(02).
       01 CALC-PERIOD-STATUS       PIC X(02) VALUE "00".
           88 CALC-PERIOD-FILE-NOT-FOUND VALUE "35".
       01 CALC-STATS-STATUS        PIC X(02) VALUE "00".
           88 CALC-STATS-FILE-NOT-FOUND VALUE "35".
       01 CALC-STATS-EOF-SW        PIC X(01) VALUE "N".
       01 CALC-BATCH-SEEN-COUNT    PIC 9(5) COMP VALUE 0.
       01 CALC-OP-SUB              PIC 9(02) COMP VALUE 0.
       01 CALC-OP-STATS-TABLE.
           05 CALC-OP-STAT-ENTRY OCCURS 9 TIMES.
               10 CALC-OP-STAT-COUNT   PIC 9(07) COMP.
               10 CALC-OP-STAT-AMOUNT  PIC S9(09)V99.
       01 CALC-RATE-STATUS         PIC X(02) VALUE "00".
       01 CALC-RATE-NUM2-WK        PIC S9(7)V99 VALUE 0.
       01 CALC-RATE-TRAN-WK        PIC X(10) VALUE SPACES.
       01 CALC-RATE-VALUE-WK       PIC S9(7)V99 VALUE 0.
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
       01 CALC-VER-RATE-WK         PIC S9(7)V99 VALUE 0.
       01 CALC-LCK-FUNCTION        PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER          PIC X(20)
           VALUE "CalcBatchCalculator".
       01 CALC-LCK-RESULT          PIC 9 VALUE 0.
           88 CALC-LCK-OK          VALUE 0.
           88 CALC-LCK-BUSY        VALUE 1.
       01 CALC-SET-NUM1-WK         PIC S9(7)V99 VALUE 0.
       01 CALC-SET-NUM2-WK         PIC S9(7)V99 VALUE 0.
       01 CALC-SET-TRAN-WK         PIC X(10) VALUE SPACES.
       01 CALC-REVERSAL-SW         PIC X(01) VALUE "N".
           88 CALC-REVERSAL-ROW    VALUE "Y".
       01 CALC-REV-FAIL-SW         PIC X(01) VALUE "N".
           88 CALC-REV-FAIL        VALUE "Y".
       01 CALC-REV-ORIG-WK         PIC X(10) VALUE SPACES.
       01 CALC-REV-TRAN-WK         PIC X(10) VALUE SPACES.
       01 CALC-REV-OPCODE-WK       PIC 9 VALUE 0.
       01 CALC-REV-NUM1-WK         PIC S9(7)V99 VALUE 0.
       01 CALC-REV-NUM2-WK         PIC S9(7)V99 VALUE 0.
       01 CALC-REV-RESULT-WK       PIC S9(7)V99 VALUE 0.
       01 CALC-REV-REMAINDER-WK    PIC S9(7)V99 VALUE 0.

       PROCEDURE DIVISION.

               PERFORM 2000-PROCESS-FILE UNTIL CALC-EOF-YES
               PERFORM 9000-FINALIZE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - READ THE RUN-CONTROL CARD AND REFUSE A CARD   *
      *> DATED IN A CLOSED PERIOD OR A DUPLICATE RELEASE BEFORE ANY WORK *
      *> FILE IS TOUCHED; OTHERWISE OPEN THE FILES, DETECT AND RESUME    *
      *> FROM A PRIOR CHECKPOINT IF ONE EXISTS, AND PRIME THE READ.      *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1010-READ-RUN-CONTROL
           IF NOT CALC-RUN-ABORT THEN
               PERFORM 1015-CHECK-PERIOD-OPEN
           END-IF
           IF NOT CALC-RUN-ABORT THEN
               PERFORM 1050-CHECK-FOR-RESTART
               OPEN INPUT CALC-INPUT-FILE
       1010-READ-RUN-CONTROL.
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF CALC-RUN-CONTROL-NOT-FOUND THEN
               MOVE "Run-control card CALCRUN missing - cannot start."
                   TO CALC-ERROR-TEXT
               MOVE 16 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
           ELSE
               READ CALC-RUN-CONTROL-FILE
                   AT END
                       MOVE "Run-control card CALCRUN is empty."
                           TO CALC-ERROR-TEXT
                       MOVE 16 TO CALC-ERROR-CODE
                       PERFORM 9500-HANDLE-ERROR
               CLOSE CALC-RUN-CONTROL-FILE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1015-CHECK-PERIOD-OPEN - ONCE CalcPeriodClose HAS CLOSED AN     *
      *> ACCOUNTING PERIOD ITS TOTALS HAVE BEEN SIGNED OFF AGAINST THE   *
      *> GL, SO A RUN CARD WHOSE PROCESSING DATE FALLS IN IT WOULD POST  *
      *> INTO A MONTH THAT IS ALREADY BOOKED.  THE RUN IS REFUSED WITH   *
      *> ITS OWN RETURN-CODE BEFORE A SINGLE FILE IS TOUCHED, UNLESS A   *
      *> SUPERVISOR HAS FORMALLY REOPENED THE PERIOD THROUGH             *
      *> CalcPeriodReopen.  NO PERIOD FILE, OR NO ROW FOR THE PERIOD,    *
      *> MEANS IT HAS NEVER BEEN CLOSED.                                 *
      *>-----------------------------------------------------------------*
       1015-CHECK-PERIOD-OPEN.
           MOVE CALC-RUN-DATE-WK TO CALC-RUN-DATE-SPLIT
           OPEN INPUT CALC-PERIOD-FILE
           IF NOT CALC-PERIOD-FILE-NOT-FOUND THEN
               MOVE CALC-RUN-PERIOD-WK TO CALC-PER-PERIOD
               READ CALC-PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CALC-PER-CLOSED THEN
                           DISPLAY "CalcBatchCalculator: processing "
                               "date " CALC-RUN-DATE-WK " falls in "
                               "period " CALC-RUN-PERIOD-WK
                               ", closed on " CALC-PER-CLOSE-DATE
                               " - run refused."
                           IF 24 > RETURN-CODE THEN
                               MOVE 24 TO RETURN-CODE
                           END-IF
                           MOVE "Y" TO CALC-RUN-ABORT-SW
                       END-IF
               END-READ
               CLOSE CALC-PERIOD-FILE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1020-OPEN-WORK-FILES - THE REST OF START-UP, ONCE THE RUN IS    *
      *> CLEARED TO PROCEED: RESTART TRUNCATION, FILE OPENS AND THE      *
               PERFORM 1061-TRUNCATE-OUTPUT-FILE
               PERFORM 1064-TRUNCATE-AUDIT-FILE
               OPEN EXTEND CALC-OUTPUT-FILE
               DISPLAY "CalcBatchCalculator: resuming after "
                   "checkpoint, "
                   CALC-RESTART-COUNT " record(s) already processed."
               PERFORM 1060-SKIP-PROCESSED-RECORDS
           ELSE
           ELSE
               MOVE "Y" TO CALC-RATE-MASTER-SW
           END-IF
           OPEN INPUT CALC-RATE-HISTORY
           IF NOT CALC-RATE-HIST-NOT-FOUND THEN
               MOVE "Y" TO CALC-RATE-HIST-SW
           END-IF
           OPEN I-O CALC-RESULTS-MASTER
           IF CALC-MASTER-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-RESULTS-MASTER
                               TO CALC-BATCH-HASH-TOTAL
                           ADD 1 TO CALC-BATCH-REC-COUNT
                           ADD 1 TO CALC-SKIP-COUNT
                       WHEN CALC-REV-TYPE-REVERSAL
                           ADD 1 TO CALC-BATCH-REC-COUNT
                           ADD 1 TO CALC-SKIP-COUNT
                       WHEN OTHER
                           ADD CALC-IN-NUM1 CALC-IN-NUM2
                               TO CALC-BATCH-HASH-TOTAL
               AT END
                   MOVE "Y" TO CALC-TRUNC-EOF-SW
               NOT AT END
                   MOVE CALC-EXCEPTION-RECORD
                       TO CALC-EXCEPTION-TEMP-RECORD
                   WRITE CALC-EXCEPTION-TEMP-RECORD
                   ADD 1 TO CALC-TRUNC-COUNT
           END-READ.
               AT END
                   MOVE "Y" TO CALC-TRUNC-EOF-SW
               NOT AT END
                   MOVE CALC-EXCEPTION-TEMP-RECORD
                       TO CALC-EXCEPTION-RECORD
                   WRITE CALC-EXCEPTION-RECORD
           END-READ.

           END-IF
           MOVE "N" TO CALC-RATE-FAIL-SW
           MOVE "N" TO CALC-STEP-SW
           MOVE "N" TO CALC-REVERSAL-SW
           EVALUATE TRUE
               WHEN CALC-RDT-TYPE-RATE
                   PERFORM 2150-RESOLVE-RATE-CODE
               WHEN CALC-SET-TYPE-STEP
                   PERFORM 2170-PREPARE-SET-STEP
               WHEN CALC-REV-TYPE-REVERSAL
                   PERFORM 2140-PREPARE-REVERSAL
               WHEN OTHER
                   ADD CALC-IN-NUM1 CALC-IN-NUM2
                       TO CALC-BATCH-HASH-TOTAL
           ADD 1 TO CALC-BATCH-REC-COUNT
           MOVE 0 TO CALC-REMAINDER
           MOVE CALC-BATCH-ID TO CALC-OUT-BATCH-ID OF CALC-OUTPUT-RECORD
           MOVE CALC-IN-TRAN-ID TO CALC-OUT-TRAN-ID
               OF CALC-OUTPUT-RECORD
           MOVE CALC-RUN-NUMBER-WK TO CALC-OUT-RUN-ID
               OF CALC-OUTPUT-RECORD
           MOVE CALC-IN-OPCODE TO CALC-OUT-OPCODE OF CALC-OUTPUT-RECORD
           MOVE CALC-IN-NUM1 TO CALC-OUT-NUM1 OF CALC-OUTPUT-RECORD
           MOVE CALC-IN-NUM2 TO CALC-OUT-NUM2 OF CALC-OUTPUT-RECORD
           MOVE "0" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
           EVALUATE TRUE
               WHEN CALC-STEP-ROW
                   MOVE "S" TO CALC-OUT-ROW-TYPE OF CALC-OUTPUT-RECORD
               WHEN CALC-REVERSAL-ROW
                   MOVE "V" TO CALC-OUT-ROW-TYPE OF CALC-OUTPUT-RECORD
               WHEN OTHER
                   MOVE " " TO CALC-OUT-ROW-TYPE OF CALC-OUTPUT-RECORD
           END-EVALUATE
           EVALUATE TRUE
               WHEN CALC-RATE-FAIL
                   PERFORM 2160-HANDLE-RATE-MISS
               WHEN CALC-REVERSAL-ROW
                   PERFORM 2145-APPLY-REVERSAL
               WHEN OTHER
                   PERFORM 2190-RUN-ONE-OPERATION
           END-EVALUATE
           MOVE RESULT TO CALC-OUT-RESULT OF CALC-OUTPUT-RECORD
           MOVE CALC-REMAINDER TO CALC-OUT-REMAINDER
               OF CALC-OUTPUT-RECORD
           WRITE CALC-OUTPUT-RECORD
           ADD 1 TO CALC-OUT-REC-COUNT
           PERFORM 8000-WRITE-AUDIT-RECORD
           PERFORM 8500-WRITE-MASTER-RECORD
           IF CALC-REVERSAL-ROW AND NOT CALC-REV-FAIL THEN
               PERFORM 2147-MARK-ORIGINAL-REVERSED
           END-IF
           IF CALC-STEP-ROW THEN
               PERFORM 2175-CAPTURE-STEP-RESULT
           END-IF
               TO CALC-AUD-TRAN-ID OF CALC-AUDIT-RECORD
           MOVE CALC-RUN-NUMBER-WK
               TO CALC-AUD-RUN-ID OF CALC-AUDIT-RECORD
           MOVE "BATCH" TO CALC-AUD-OPERATOR OF CALC-AUDIT-RECORD
           WRITE CALC-AUDIT-RECORD.

      *>-----------------------------------------------------------------*
           MOVE CALC-RUN-DATE-WK TO CALC-MST-DATE
           ACCEPT CALC-MST-TIME FROM TIME
           MOVE CALC-RUN-NUMBER-WK TO CALC-MST-RUN-ID
           MOVE "F" TO CALC-MST-ROW-TYPE
           MOVE "N" TO CALC-MST-REVERSED-SW
           MOVE SPACES TO CALC-MST-REVERSED-BY
           MOVE SPACES TO CALC-MST-REVERSES-ID
           WRITE CALC-MASTER-RECORD
               INVALID KEY
                   REWRITE CALC-MASTER-RECORD
           END-WRITE.

      *>-----------------------------------------------------------------*
      *> 2140-PREPARE-REVERSAL - AN "X" REVERSAL NAMES AN EARLIER        *
      *> POSTING BY TRANSACTION ID.  THE ORIGINAL IS READ BACK FROM THE  *
      *> RESULTS MASTER AND THE RECORD AREA IS REBUILT AS A PLAIN DETAIL *
      *> CARRYING THE ORIGINAL'S OPCODE AND OPERANDS UNDER THE           *
      *> REVERSAL'S OWN TRANSACTION ID, SO THE OUTPUT, AUDIT AND MASTER  *
      *> WRITES RUN UNCHANGED.  THE EDIT STEP ALREADY VETTED THE         *
      *> ORIGINAL, BUT THE MASTER IS CHECKED AGAIN HERE: AN ORIGINAL     *
      *> THAT IS GONE, DID NOT POST CLEAN, OR WAS REVERSED BY SOME OTHER *
      *> TRANSACTION IN THE MEANTIME FAILS THE REVERSAL.  AN ORIGINAL    *
      *> ALREADY MARKED REVERSED BY THIS SAME TRANSACTION IS A RESTART   *
      *> REPROCESSING IT, AND GOES THROUGH AGAIN.  A REVERSAL ADDS       *
      *> NOTHING TO THE BATCH HASH - IT CARRIES NO AMOUNTS.              *
      *>-----------------------------------------------------------------*
       2140-PREPARE-REVERSAL.
           MOVE CALC-REV-ORIG-TRAN-ID TO CALC-REV-ORIG-WK
           MOVE CALC-REV-TRAN-ID TO CALC-REV-TRAN-WK
           MOVE "Y" TO CALC-REVERSAL-SW
           MOVE "N" TO CALC-REV-FAIL-SW
           MOVE 0 TO CALC-REV-OPCODE-WK
           MOVE 0 TO CALC-REV-NUM1-WK
           MOVE 0 TO CALC-REV-NUM2-WK
           MOVE 0 TO CALC-REV-RESULT-WK
           MOVE 0 TO CALC-REV-REMAINDER-WK
           MOVE CALC-REV-ORIG-WK TO CALC-MST-TRAN-ID
           READ CALC-RESULTS-MASTER
               INVALID KEY
                   MOVE "Y" TO CALC-REV-FAIL-SW
               NOT INVALID KEY
                   IF NOT CALC-MST-STATUS-OK
                           OR CALC-MST-ROW-REVERSAL
                           OR CALC-MST-ROW-SET-STEP
                           OR CALC-REV-TRAN-WK = CALC-REV-ORIG-WK
                           OR (CALC-MST-REVERSED
                               AND CALC-MST-REVERSED-BY
                                   NOT = CALC-REV-TRAN-WK) THEN
                       MOVE "Y" TO CALC-REV-FAIL-SW
                   ELSE
                       MOVE CALC-MST-OPCODE TO CALC-REV-OPCODE-WK
                       MOVE CALC-MST-NUM1 TO CALC-REV-NUM1-WK
                       MOVE CALC-MST-NUM2 TO CALC-REV-NUM2-WK
                       MOVE CALC-MST-RESULT TO CALC-REV-RESULT-WK
                       MOVE CALC-MST-REMAINDER
                           TO CALC-REV-REMAINDER-WK
                   END-IF
           END-READ
           MOVE CALC-REV-OPCODE-WK TO CALC-IN-OPCODE
           MOVE CALC-REV-NUM1-WK TO CALC-IN-NUM1
           MOVE CALC-REV-NUM2-WK TO CALC-IN-NUM2
           MOVE CALC-REV-TRAN-WK TO CALC-IN-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 2145-APPLY-REVERSAL - THE REVERSAL ROW POSTS THE ORIGINAL'S     *
      *> RESULT AND REMAINDER WITH THE SIGN TURNED AROUND, SO EVERY      *
      *> AMOUNT TALLY DOWNSTREAM (THE GL FEED, THE SUMMARY AND THE RUN   *
      *> STATISTICS) NETS THE ORIGINAL OUT BY OPCODE WITH NO SPECIAL     *
      *> HANDLING.  A FAILED REVERSAL IS FLAGGED IN ERROR WITH A ZERO     *
      *> RESULT UNDER OPCODE ZERO - THERE IS NO CALCULATION TO REPAIR,   *
      *> SO IT RAISES RETURN-CODE BUT WRITES NO EXCEPTION RECORD, THE    *
      *> SAME AS AN INVALID OPCODE.                                      *
      *>-----------------------------------------------------------------*
       2145-APPLY-REVERSAL.
           IF CALC-REV-FAIL THEN
               MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
               MOVE 0 TO RESULT
               MOVE "Reversal refused - original missing or reversed."
                   TO CALC-ERROR-TEXT
               MOVE 08 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
               DISPLAY "CalcBatchCalculator: reversal "
                   CALC-REV-TRAN-WK " of " CALC-REV-ORIG-WK
                   " was not posted."
           ELSE
               COMPUTE RESULT = 0 - CALC-REV-RESULT-WK
               COMPUTE CALC-REMAINDER = 0 - CALC-REV-REMAINDER-WK
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2147-MARK-ORIGINAL-REVERSED - ONCE THE REVERSAL ROW IS ON THE   *
      *> MASTER, THE ORIGINAL'S MASTER ROW IS REWRITTEN AS REVERSED,     *
      *> NAMING THE REVERSING TRANSACTION, SO THE INQUIRY SHOWS IT AND   *
      *> A SECOND REVERSAL OF THE SAME ORIGINAL IS REFUSED.              *
      *>-----------------------------------------------------------------*
       2147-MARK-ORIGINAL-REVERSED.
           MOVE CALC-REV-ORIG-WK TO CALC-MST-TRAN-ID
           READ CALC-RESULTS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CALC-MST-REVERSED-SW
                   MOVE CALC-REV-TRAN-WK TO CALC-MST-REVERSED-BY
                   REWRITE CALC-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2150-RESOLVE-RATE-CODE - AN "R" DETAIL CARRIES A RATE CODE IN   *
      *> PLACE OF NUM1.  THE CODE MUST BE ON THE RATE MASTER AND IS      *
      *> RESOLVED AS OF THE RUN CARD'S PROCESSING DATE (2155), AND THE   *
      *> RECORD AREA IS REBUILT AS A PLAIN DETAIL SO EVERYTHING          *
      *> DOWNSTREAM (THE CALCULATION, THE OUTPUT ROW, THE AUDIT AND      *
      *> EXCEPTION WRITES) RUNS UNCHANGED.  THE FIELDS ARE TAKEN OFF     *
      *> THROUGH WORK ITEMS FIRST BECAUSE THE TWO LAYOUTS OVERLAY THE    *
      *> SAME RECORD AREA.  ONLY NUM2 ROLLS INTO THE BATCH HASH - THE    *
      *> CODE IS NOT A NUMBER, AND THE EDIT STEP HASHED IT THE SAME WAY. *
      *>-----------------------------------------------------------------*
       2150-RESOLVE-RATE-CODE.
           MOVE CALC-RDT-OPCODE TO CALC-RATE-OPCODE-WK
                   INVALID KEY
                       MOVE "Y" TO CALC-RATE-FAIL-SW
                   NOT INVALID KEY
                       PERFORM 2155-RESOLVE-AS-OF
               END-READ
           END-IF
           MOVE CALC-RATE-OPCODE-WK TO CALC-IN-OPCODE
           MOVE CALC-RATE-NUM2-WK TO CALC-IN-NUM2
           MOVE CALC-RATE-TRAN-WK TO CALC-IN-TRAN-ID.

      *>-----------------------------------------------------------------*
      *> 2155-RESOLVE-AS-OF - THE RATE IN EFFECT ON THE PROCESSING DATE  *
      *> IS THE LAST APPROVED CALCRTH VERSION DATED ON OR BEFORE IT;     *
      *> PENDING AND DECLINED VERSIONS ARE PASSED OVER.  AN EXPIRY       *
      *> VERSION, OR NO VERSION YET IN EFFECT, FAILS THE CODE.  A CODE   *
      *> WITH NO APPROVED HISTORY AT ALL PREDATES THE HISTORY FILE AND   *
      *> IS STILL JUDGED OFF ITS MASTER ROW'S OWN EFFECTIVE AND EXPIRY   *
      *> DATES.                                                          *
      *>-----------------------------------------------------------------*
       2155-RESOLVE-AS-OF.
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
               PERFORM 2157-READ-ONE-VERSION UNTIL CALC-VER-EOF-YES
           END-IF
           IF CALC-VER-ANY-APPROVED THEN
               IF CALC-VER-FOUND AND CALC-VER-ACTION-WK NOT = "E" THEN
                   MOVE CALC-VER-RATE-WK TO CALC-RATE-VALUE-WK
               ELSE
                   MOVE "Y" TO CALC-RATE-FAIL-SW
               END-IF
           ELSE
               IF CALC-RUN-DATE-WK < CALC-RTE-EFF-DATE
                       OR (CALC-RTE-EXP-DATE NOT = 0
                           AND CALC-RUN-DATE-WK
                               >= CALC-RTE-EXP-DATE) THEN
                   MOVE "Y" TO CALC-RATE-FAIL-SW
               ELSE
                   MOVE CALC-RTE-RATE TO CALC-RATE-VALUE-WK
               END-IF
           END-IF.

       2157-READ-ONE-VERSION.
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
                               MOVE CALC-RTH-RATE TO CALC-VER-RATE-WK
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2160-HANDLE-RATE-MISS - THE CODE WAS NOT ON THE MASTER OR NOT   *
      *> IN EFFECT ON THE PROCESSING DATE (IT CAN EXPIRE BETWEEN THE     *
               WHEN CALC-IN-OP-PCT-CHG
               WHEN CALC-IN-OP-AVERAGE
               WHEN CALC-IN-OP-RDIV
               WHEN CALC-IN-OP-TIERED
                   PERFORM 2600-SHARED-OPERATION
               WHEN OTHER
                   MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
           IF NUM2 = 0 THEN
               PERFORM 2550-HANDLE-ZERO-DIVIDE
           ELSE
               DIVIDE NUM1 BY NUM2 GIVING RESULT
                   REMAINDER CALC-REMAINDER
                   ON SIZE ERROR
                       PERFORM 9700-HANDLE-OVERFLOW
               END-DIVIDE
       2550-HANDLE-ZERO-DIVIDE.
           MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
           MOVE 0 TO RESULT
           MOVE "Division by zero on input transaction."
               TO CALC-ERROR-TEXT
           MOVE 12 TO CALC-ERROR-CODE
           PERFORM 9500-HANDLE-ERROR
           MOVE "Z" TO CALC-EXC-REASON-WK
           PERFORM 9600-WRITE-EXCEPTION-RECORD.

      *>-----------------------------------------------------------------*
      *> 2600-SHARED-OPERATION - OPCODES 5-9 ARE COMPUTED BY THE         *
      *> CalcOperations MODULE, THE SAME ONE THE INTERACTIVE CALCULATOR  *
      *> CALLS.  ITS STATUS BYTE IS MAPPED ONTO THE SAME ERROR HANDLING  *
      *> THE IN-LINE OPERATIONS USE.  A TIERED SCHEDULE IS APPLIED AS    *
      *> OF THE RUN CARD'S PROCESSING DATE.                              *
      *>-----------------------------------------------------------------*
       2600-SHARED-OPERATION.
           MOVE CALC-IN-OPCODE TO CALC-OPS-OP
           CALL "CalcOperations" USING CALC-OPS-OP NUM1 NUM2
               RESULT CALC-REMAINDER CALC-OPS-STATUS CALC-RUN-DATE-WK
           EVALUATE TRUE
               WHEN CALC-OPS-OK
                   CONTINUE
                   PERFORM 9700-HANDLE-OVERFLOW
               WHEN CALC-OPS-ZERO-DIVIDE
                   PERFORM 2550-HANDLE-ZERO-DIVIDE
               WHEN CALC-OPS-NO-SCHEDULE
                   PERFORM 2650-HANDLE-SCHEDULE-MISS
               WHEN OTHER
                   MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
                   MOVE 0 TO RESULT
                   PERFORM 9500-HANDLE-ERROR
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 2650-HANDLE-SCHEDULE-MISS - THE TIERED SCHEDULE CODE HAS NO     *
      *> VERSION IN EFFECT ON THE PROCESSING DATE (OR THE ONE IN EFFECT  *
      *> STOPS SHORT OF THE AMOUNT).  LIKE A RATE CODE THAT CANNOT BE    *
      *> RESOLVED, THE FIX BELONGS ON THE RATE DESK'S MASTER FILE, SO    *
      *> THE ROW IS FLAGGED IN ERROR WITH A ZERO RESULT AND GOES TO THE  *
      *> EXCEPTIONS FILE WITH REASON "R".                                *
      *>-----------------------------------------------------------------*
       2650-HANDLE-SCHEDULE-MISS.
           MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
           MOVE 0 TO RESULT
           MOVE "Tiered schedule code has no schedule in effect."
               TO CALC-ERROR-TEXT
           MOVE 08 TO CALC-ERROR-CODE
           PERFORM 9500-HANDLE-ERROR
           MOVE "R" TO CALC-EXC-REASON-WK
           PERFORM 9600-WRITE-EXCEPTION-RECORD.

      *>-----------------------------------------------------------------*
      *> 8000-WRITE-AUDIT-RECORD - APPENDS ONE RECORD TO CALC-AUDIT-LOG  *
      *> FOR THE TRANSACTION JUST PROCESSED, SUCCESSFUL OR NOT.          *
           MOVE NUM2 TO CALC-AUD-NUM2 OF CALC-AUDIT-RECORD
           MOVE CALC-OUT-RESULT OF CALC-OUTPUT-RECORD TO
               CALC-AUD-RESULT OF CALC-AUDIT-RECORD
           MOVE CALC-REMAINDER TO CALC-AUD-REMAINDER
               OF CALC-AUDIT-RECORD
           IF CALC-OUT-STATUS-ERR OF CALC-OUTPUT-RECORD THEN
               MOVE "Y" TO CALC-AUD-ERROR-FLAG OF CALC-AUDIT-RECORD
           ELSE
               MOVE "N" TO CALC-AUD-ERROR-FLAG OF CALC-AUDIT-RECORD
           END-IF
           MOVE CALC-IN-TRAN-ID TO CALC-AUD-TRAN-ID OF CALC-AUDIT-RECORD
           MOVE CALC-RUN-NUMBER-WK TO CALC-AUD-RUN-ID
               OF CALC-AUDIT-RECORD
           MOVE "BATCH" TO CALC-AUD-OPERATOR OF CALC-AUDIT-RECORD
           WRITE CALC-AUDIT-RECORD.

      *>-----------------------------------------------------------------*
           MOVE CALC-RUN-DATE-WK TO CALC-MST-DATE
           ACCEPT CALC-MST-TIME FROM TIME
           MOVE CALC-RUN-NUMBER-WK TO CALC-MST-RUN-ID
           MOVE CALC-OUT-ROW-TYPE OF CALC-OUTPUT-RECORD
               TO CALC-MST-ROW-TYPE
           MOVE "N" TO CALC-MST-REVERSED-SW
           MOVE SPACES TO CALC-MST-REVERSED-BY
           IF CALC-REVERSAL-ROW THEN
               MOVE CALC-REV-ORIG-WK TO CALC-MST-REVERSES-ID
           ELSE
               MOVE SPACES TO CALC-MST-REVERSES-ID
           END-IF
           WRITE CALC-MASTER-RECORD
               INVALID KEY
                   REWRITE CALC-MASTER-RECORD
      *> CONSOLE.                                                        *
      *>-----------------------------------------------------------------*
       9600-WRITE-EXCEPTION-RECORD.
           ACCEPT CALC-EXC-DATE OF CALC-EXCEPTION-RECORD
               FROM DATE YYYYMMDD
           ACCEPT CALC-EXC-TIME OF CALC-EXCEPTION-RECORD FROM TIME
           MOVE NUM1 TO CALC-EXC-NUM1 OF CALC-EXCEPTION-RECORD
           MOVE NUM2 TO CALC-EXC-NUM2 OF CALC-EXCEPTION-RECORD
           COMPUTE CALC-EXC-SEQ-NO OF CALC-EXCEPTION-RECORD =
               CALC-REC-COUNT + 1
           MOVE CALC-IN-OPCODE TO CALC-EXC-OPCODE
               OF CALC-EXCEPTION-RECORD
           MOVE CALC-IN-TRAN-ID TO CALC-EXC-TRAN-ID
               OF CALC-EXCEPTION-RECORD
           MOVE CALC-EXC-REASON-WK TO CALC-EXC-REASON
               OF CALC-EXCEPTION-RECORD
           MOVE "O" TO CALC-EXC-DISPOSITION OF CALC-EXCEPTION-RECORD
           MOVE CALC-RUN-NUMBER-WK TO CALC-EXC-RUN-ID
               OF CALC-EXCEPTION-RECORD
           MOVE SPACES TO CALC-EXC-DISP-BY OF CALC-EXCEPTION-RECORD
           MOVE 0 TO CALC-EXC-DISP-DATE OF CALC-EXCEPTION-RECORD
           WRITE CALC-EXCEPTION-RECORD
           ADD 1 TO CALC-EXC-REC-COUNT.

           MOVE "1" TO CALC-OUT-STATUS OF CALC-OUTPUT-RECORD
           MOVE 0 TO RESULT
           MOVE 0 TO CALC-REMAINDER
           MOVE "Arithmetic overflow on input transaction."
               TO CALC-ERROR-TEXT
           MOVE 10 TO CALC-ERROR-CODE
           PERFORM 9500-HANDLE-ERROR
           MOVE "V" TO CALC-EXC-REASON-WK
           IF CALC-RATE-MASTER-OPEN THEN
               CLOSE CALC-RATE-MASTER
           END-IF
           IF CALC-RATE-HIST-OPEN THEN
               CLOSE CALC-RATE-HISTORY
           END-IF
           MOVE "C" TO CALC-RUN-NEW-STATUS
           PERFORM 9200-WRITE-RUN-CONTROL
           PERFORM 9300-WRITE-RUN-STATISTICS
      *>-----------------------------------------------------------------*
       9300-WRITE-RUN-STATISTICS.
           MOVE 1 TO CALC-OP-SUB
           PERFORM 9310-CLEAR-ONE-OP-STAT UNTIL CALC-OP-SUB > 9
           MOVE "N" TO CALC-STATS-EOF-SW
           OPEN INPUT CALC-OUTPUT-FILE
           PERFORM 9320-TALLY-ONE-OUTPUT-ROW UNTIL CALC-STATS-EOF-YES
           MOVE CALC-EXC-REC-COUNT TO CALC-STA-EXC-COUNT
           MOVE RETURN-CODE TO CALC-STA-END-CODE
           MOVE 1 TO CALC-OP-SUB
           PERFORM 9330-MOVE-ONE-OP-STAT UNTIL CALC-OP-SUB > 9
           WRITE CALC-STATS-RECORD
           CLOSE CALC-STATS-HISTORY-FILE.

                   MOVE "Y" TO CALC-STATS-EOF-SW
               NOT AT END
                   IF CALC-OUT-OPCODE OF CALC-OUTPUT-RECORD >= 1
                           AND CALC-OUT-OPCODE
                               OF CALC-OUTPUT-RECORD <= 9
                           AND NOT CALC-OUT-ROW-SET-STEP
                               OF CALC-OUTPUT-RECORD
                   THEN
      *>-----------------------------------------------------------------*
       9100-VERIFY-BATCH-TRAILER.
           IF CALC-TRL-COUNT-IN NOT = CALC-BATCH-REC-COUNT THEN
               MOVE "Record count does not balance to batch trailer."
                   TO CALC-ERROR-TEXT
               MOVE 16 TO CALC-ERROR-CODE
               PERFORM 9500-HANDLE-ERROR
