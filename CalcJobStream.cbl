      *>=================================================================*
      *> PROGRAM-ID : CalcJobStream                                       *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> NIGHTLY JOB-STREAM DRIVER.  THE CHAIN USED TO BE RUN BY HAND    *
      *> ONE STEP AT A TIME, WITH THE OPERATOR READING EACH RETURN-CODE  *
      *> AND DECIDING WHETHER TO GO ON.  THE STANDARD STREAM IS NOW:     *
      *>   01 CalcIntakeAdapter     05 CalcEditValidator                 *
      *>   02 CalcStandingGenerate  06 CalcBatchCalculator               *
      *>   03 CalcDeskCutoff        07 CalcReconcileReport               *
      *>   04 CalcBatchAssemble     08 CalcSummaryReport                 *
      *>                            09 CalcResultExtract                 *
      *>                            10 CalcVarianceReport                *
      *>                            11 CalcAcknowledge                   *
      *> (CALCJSC SHOWS THEIR HALT CODES AND CONDITIONS.)  THIS PROGRAM  *
      *> READS THE STEPS FROM THE CALCJSC STEP-CONTROL FILE AND CALLS    *
      *> THEM IN ORDER, JUDGING EACH END CODE THE SAME WAY EVERY NIGHT:  *
      *>   - A STEP ENDING AT OR ABOVE ITS HALT CODE STOPS THE JOB;      *
      *>     THE STEPS AFTER IT ARE LOGGED "N" (NOT RUN).                *
      *>   - A STEP WHOSE CONDITION STEP ENDED ABOVE ITS CONDITION CODE  *
      *>     IS BYPASSED AND LOGGED "B" (E.G. THE REPORTS ARE HELD WHEN  *
      *>     THE RECONCILIATION IS OUT OF BALANCE).                      *
      *> EVERY STEP'S START AND END DATE/TIME AND END CODE GO TO THE     *
      *> CALCJHS JOB-HISTORY FILE.  PARM='05' RESTARTS THE JOB AT STEP   *
      *> 5 WITHOUT RERUNNING STEPS 1-4; THE END CODES THOSE STEPS LEFT   *
      *> IN THE HISTORY STILL FEED THE CONDITION TESTS OF THE STEPS THAT *
      *> DO RUN.  THE JOB ENDS WITH THE HIGHEST STEP END CODE, OR 16     *
      *> WHEN THE STEP-CONTROL FILE OR THE PARM IS UNUSABLE.             *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  THE HEADER NOW LISTS THE STANDARD STREAM AS IT     *
      *>                RUNS, INCLUDING THE STANDING-INSTRUCTION, DESK-    *
      *>                CUTOFF AND CALCIN ASSEMBLY STEPS AHEAD OF THE EDIT *
      *>                STEP AND THE ACKNOWLEDGEMENT STEP AT THE END.      *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcJobStream.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-STEP-CONTROL-FILE ASSIGN TO "CALCJSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-STEP-CONTROL-STATUS.
           SELECT CALC-JOB-HISTORY-FILE ASSIGN TO "CALCJHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-JOB-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-STEP-CONTROL-FILE.
       COPY CALCJSC.

       FD  CALC-JOB-HISTORY-FILE.
       COPY CALCJHS.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-STEP-CONTROL-STATUS     PIC X(02) VALUE "00".
           88 CALC-STEP-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-JOB-HISTORY-STATUS      PIC X(02) VALUE "00".
           88 CALC-JOB-HISTORY-NOT-FOUND VALUE "35".
       01 CALC-JOB-ABORT-SW            PIC X(01) VALUE "N".
           88 CALC-JOB-ABORT           VALUE "Y".
       01 CALC-JOB-HALT-SW             PIC X(01) VALUE "N".
           88 CALC-JOB-HALTED          VALUE "Y".
       01 CALC-BYPASS-SW               PIC X(01) VALUE "N".
           88 CALC-BYPASS-STEP         VALUE "Y".
       01 CALC-JOB-DATE                PIC 9(08) VALUE 0.
       01 CALC-JOB-TIME                PIC 9(08) VALUE 0.
       01 CALC-JOB-HIGH-CODE           PIC 9(02) VALUE 0.
       01 CALC-RESTART-STEP            PIC 9(02) VALUE 0.
       01 CALC-RESTART-PADDED          PIC X(02) VALUE ZEROS.
       01 CALC-ERROR-TEXT              PIC X(60) VALUE SPACES.
       01 CALC-STEP-COUNT              PIC 9(02) COMP VALUE 0.
       01 CALC-STEP-MAX                PIC 9(02) COMP VALUE 20.
       01 CALC-STEP-SUB                PIC 9(02) COMP VALUE 0.
       01 CALC-COND-SUB                PIC 9(02) COMP VALUE 0.
       01 CALC-PRIOR-STEP-NO           PIC 9(02) VALUE 0.
       01 CALC-RUN-COUNT               PIC 9(02) COMP VALUE 0.
       01 CALC-BYPASS-COUNT            PIC 9(02) COMP VALUE 0.
       01 CALC-STEP-RC-WK              PIC 9(09) VALUE 0.
       01 CALC-STEP-CODE-WK            PIC 9(02) VALUE 0.
       01 CALC-STEP-START-DATE         PIC 9(08) VALUE 0.
       01 CALC-STEP-START-TIME         PIC 9(08) VALUE 0.
       01 CALC-STEP-STATUS-WK          PIC X(01) VALUE SPACE.

      *> THE STEP-CONTROL FILE, LOADED WHOLE SO A CONDITION CAN LOOK
      *> BACK AT ANY EARLIER STEP'S END CODE.  THE ENDED SWITCH SAYS
      *> THE END CODE IS REAL - SET FOR A STEP THAT RAN TONIGHT, OR FOR
      *> ONE BEFORE THE RESTART POINT WHOSE CODE CAME FROM THE HISTORY.
       01 CALC-STEP-TABLE.
           05 CALC-STEP-ENTRY OCCURS 20 TIMES.
               10 CALC-STP-NO          PIC 9(02).
               10 CALC-STP-PROGRAM     PIC X(20).
               10 CALC-STP-PARM        PIC X(20).
               10 CALC-STP-HALT-CODE   PIC 9(02).
               10 CALC-STP-COND-STEP   PIC 9(02).
               10 CALC-STP-COND-CODE   PIC 9(02).
               10 CALC-STP-END-CODE    PIC 9(02).
               10 CALC-STP-ENDED-SW    PIC X(01).
                   88 CALC-STP-ENDED   VALUE "Y".

      *> THE PARM HANDED TO EACH STEP, BUILT IN THE SAME LENGTH-PLUS-
      *> TEXT SHAPE THE STEPS ALREADY EXPECT FROM A JCL PARM=.
       01 CALC-STEP-PARM-RECORD.
           05 CALC-STEP-PARM-LENGTH    PIC S9(4) COMP VALUE 0.
           05 CALC-STEP-PARM-TEXT      PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 CALC-PARM-RECORD.
           05 CALC-PARM-LENGTH PIC S9(4) COMP.
           05 CALC-PARM-TEXT   PIC X(80).

       PROCEDURE DIVISION USING CALC-PARM-RECORD.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE                                              *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF NOT CALC-JOB-ABORT THEN
               PERFORM 2000-RUN-ONE-STEP
                   UNTIL CALC-STEP-SUB > CALC-STEP-COUNT
               PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - VALIDATE THE RESTART PARM, LOAD THE STEP      *
      *> TABLE, AND OPEN THE JOB HISTORY.  NO PARM IS A NORMAL START AT  *
      *> THE FIRST STEP.  A BAD PARM, A MISSING OR EMPTY STEP-CONTROL    *
      *> FILE, OR A RESTART STEP THAT IS NOT IN IT FAILS THE JOB BEFORE  *
      *> A SINGLE STEP IS CALLED.                                        *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-JOB-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-JOB-TIME FROM TIME
           IF CALC-PARM-LENGTH > 0 THEN
               IF CALC-PARM-LENGTH > 2
                       OR CALC-PARM-TEXT(1:CALC-PARM-LENGTH)
                           IS NOT NUMERIC THEN
                   MOVE "PARM must be a 1-2 digit restart step number."
                       TO CALC-ERROR-TEXT
                   PERFORM 9500-ABORT-JOB
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE ZEROS TO CALC-RESTART-PADDED
               MOVE CALC-PARM-TEXT(1:CALC-PARM-LENGTH)
                   TO CALC-RESTART-PADDED(3 - CALC-PARM-LENGTH :
                       CALC-PARM-LENGTH)
               MOVE CALC-RESTART-PADDED TO CALC-RESTART-STEP
           END-IF
           PERFORM 1100-LOAD-STEP-CONTROL
           IF CALC-JOB-ABORT THEN
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 1 TO CALC-STEP-SUB
           IF CALC-RESTART-STEP > 0 THEN
               PERFORM 1200-FIND-RESTART-STEP
               IF CALC-JOB-ABORT THEN
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               PERFORM 1300-LOAD-PRIOR-END-CODES
               DISPLAY "CalcJobStream: restarting at step "
                   CALC-RESTART-STEP " - earlier steps are not rerun."
           END-IF
           OPEN EXTEND CALC-JOB-HISTORY-FILE
           IF CALC-JOB-HISTORY-NOT-FOUND THEN
               OPEN OUTPUT CALC-JOB-HISTORY-FILE
               CLOSE CALC-JOB-HISTORY-FILE
               OPEN EXTEND CALC-JOB-HISTORY-FILE
           END-IF
           DISPLAY "CalcJobStream: job started " CALC-JOB-DATE
               " " CALC-JOB-TIME ", " CALC-STEP-COUNT " step(s).".
       1000-INITIALIZE-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 1100-LOAD-STEP-CONTROL - ONE TABLE ENTRY PER STEP RECORD.  A    *
      *> RECORD WITH NO STEP NUMBER IS A COMMENT LINE AND IS SKIPPED.    *
      *> STEP NUMBERS MUST RISE, OR A RESTART COULD NOT SAY WHERE TO     *
      *> PICK UP.                                                        *
      *>-----------------------------------------------------------------*
       1100-LOAD-STEP-CONTROL.
           OPEN INPUT CALC-STEP-CONTROL-FILE
           IF CALC-STEP-CONTROL-NOT-FOUND THEN
               MOVE "Step-control file CALCJSC is missing - no job run."
                   TO CALC-ERROR-TEXT
               PERFORM 9500-ABORT-JOB
           ELSE
               MOVE "N" TO CALC-EOF-SW
               PERFORM 1110-LOAD-ONE-STEP
                   UNTIL CALC-EOF-YES OR CALC-JOB-ABORT
               CLOSE CALC-STEP-CONTROL-FILE
               IF CALC-STEP-COUNT = 0 AND NOT CALC-JOB-ABORT THEN
                   MOVE "Step-control file CALCJSC has no steps."
                       TO CALC-ERROR-TEXT
                   PERFORM 9500-ABORT-JOB
               END-IF
           END-IF.

       1110-LOAD-ONE-STEP.
           READ CALC-STEP-CONTROL-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   IF CALC-JSC-STEP-NO IS NUMERIC
                           AND CALC-JSC-STEP-NO > 0 THEN
                       PERFORM 1120-ADD-STEP-ENTRY
                   END-IF
           END-READ.

       1120-ADD-STEP-ENTRY.
           EVALUATE TRUE
               WHEN CALC-STEP-COUNT >= CALC-STEP-MAX
                   MOVE "Step-control file CALCJSC has too many steps."
                       TO CALC-ERROR-TEXT
                   PERFORM 9500-ABORT-JOB
               WHEN CALC-JSC-STEP-NO NOT > CALC-PRIOR-STEP-NO
                   MOVE "Step numbers on CALCJSC are out of sequence."
                       TO CALC-ERROR-TEXT
                   PERFORM 9500-ABORT-JOB
               WHEN OTHER
                   ADD 1 TO CALC-STEP-COUNT
                   MOVE CALC-JSC-STEP-NO TO CALC-STP-NO(CALC-STEP-COUNT)
                   MOVE CALC-JSC-STEP-NO TO CALC-PRIOR-STEP-NO
                   MOVE CALC-JSC-PROGRAM
                       TO CALC-STP-PROGRAM(CALC-STEP-COUNT)
                   MOVE CALC-JSC-PARM TO CALC-STP-PARM(CALC-STEP-COUNT)
                   MOVE 0 TO CALC-STP-HALT-CODE(CALC-STEP-COUNT)
                   IF CALC-JSC-HALT-CODE IS NUMERIC THEN
                       MOVE CALC-JSC-HALT-CODE
                           TO CALC-STP-HALT-CODE(CALC-STEP-COUNT)
                   END-IF
                   MOVE 0 TO CALC-STP-COND-STEP(CALC-STEP-COUNT)
                   MOVE 0 TO CALC-STP-COND-CODE(CALC-STEP-COUNT)
                   IF CALC-JSC-COND-STEP IS NUMERIC
                           AND CALC-JSC-COND-CODE IS NUMERIC THEN
                       MOVE CALC-JSC-COND-STEP
                           TO CALC-STP-COND-STEP(CALC-STEP-COUNT)
                       MOVE CALC-JSC-COND-CODE
                           TO CALC-STP-COND-CODE(CALC-STEP-COUNT)
                   END-IF
                   MOVE 0 TO CALC-STP-END-CODE(CALC-STEP-COUNT)
                   MOVE "N" TO CALC-STP-ENDED-SW(CALC-STEP-COUNT)
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 1200-FIND-RESTART-STEP - POSITIONS THE STEP SUBSCRIPT ON THE    *
      *> RESTART STEP.  A STEP NUMBER NOT IN THE CONTROL FILE IS A       *
      *> TYPING ERROR IN THE PARM, NOT A REASON TO START SOMEWHERE ELSE. *
      *>-----------------------------------------------------------------*
       1200-FIND-RESTART-STEP.
           PERFORM 1210-CHECK-ONE-STEP-NO
               UNTIL CALC-STEP-SUB > CALC-STEP-COUNT
                   OR CALC-STP-NO(CALC-STEP-SUB) = CALC-RESTART-STEP
           IF CALC-STEP-SUB > CALC-STEP-COUNT THEN
               MOVE "Restart step is not on the step-control file."
                   TO CALC-ERROR-TEXT
               PERFORM 9500-ABORT-JOB
           END-IF.

       1210-CHECK-ONE-STEP-NO.
           ADD 1 TO CALC-STEP-SUB.

      *>-----------------------------------------------------------------*
      *> 1300-LOAD-PRIOR-END-CODES - A RESTART SKIPS THE STEPS BEFORE    *
      *> THE RESTART POINT, BUT A LATER STEP'S CONDITION MAY STILL NAME  *
      *> ONE OF THEM, SO THEIR MOST RECENT END CODES ARE TAKEN FROM THE  *
      *> JOB HISTORY.  THE FILE IS IN TIME ORDER, SO THE LAST RECORD     *
      *> FOR A STEP WINS.  A STEP LAST LOGGED AS BYPASSED OR NOT RUN     *
      *> COUNTS AS NOT ENDED, EXACTLY AS IT WOULD HAVE IN THAT JOB.      *
      *>-----------------------------------------------------------------*
       1300-LOAD-PRIOR-END-CODES.
           OPEN INPUT CALC-JOB-HISTORY-FILE
           IF NOT CALC-JOB-HISTORY-NOT-FOUND THEN
               MOVE "N" TO CALC-EOF-SW
               PERFORM 1310-READ-ONE-HISTORY UNTIL CALC-EOF-YES
               CLOSE CALC-JOB-HISTORY-FILE
           END-IF.

       1310-READ-ONE-HISTORY.
           READ CALC-JOB-HISTORY-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   IF CALC-JHS-STEP-NO < CALC-RESTART-STEP THEN
                       MOVE 1 TO CALC-COND-SUB
                       PERFORM 1320-APPLY-ONE-HISTORY
                           UNTIL CALC-COND-SUB > CALC-STEP-COUNT
                   END-IF
           END-READ.

       1320-APPLY-ONE-HISTORY.
           IF CALC-STP-NO(CALC-COND-SUB) = CALC-JHS-STEP-NO THEN
               IF CALC-JHS-ENDED OR CALC-JHS-HALTED THEN
                   MOVE CALC-JHS-END-CODE
                       TO CALC-STP-END-CODE(CALC-COND-SUB)
                   MOVE "Y" TO CALC-STP-ENDED-SW(CALC-COND-SUB)
               ELSE
                   MOVE 0 TO CALC-STP-END-CODE(CALC-COND-SUB)
                   MOVE "N" TO CALC-STP-ENDED-SW(CALC-COND-SUB)
               END-IF
           END-IF
           ADD 1 TO CALC-COND-SUB.

      *>-----------------------------------------------------------------*
      *> 2000-RUN-ONE-STEP - ONE PASS PER STEP FROM THE START POINT ON.  *
      *> ONCE THE JOB HAS HALTED, THE REMAINING STEPS ARE ONLY LOGGED.   *
      *>-----------------------------------------------------------------*
       2000-RUN-ONE-STEP.
           EVALUATE TRUE
               WHEN CALC-JOB-HALTED
                   MOVE "N" TO CALC-STEP-STATUS-WK
                   PERFORM 2400-LOG-SKIPPED-STEP
               WHEN OTHER
                   PERFORM 2100-CHECK-STEP-CONDITION
                   IF CALC-BYPASS-STEP THEN
                       MOVE "B" TO CALC-STEP-STATUS-WK
                       PERFORM 2400-LOG-SKIPPED-STEP
                       ADD 1 TO CALC-BYPASS-COUNT
                   ELSE
                       PERFORM 2200-EXECUTE-STEP
                   END-IF
           END-EVALUATE
           ADD 1 TO CALC-STEP-SUB.

      *>-----------------------------------------------------------------*
      *> 2100-CHECK-STEP-CONDITION - A STEP IS BYPASSED WHEN ITS         *
      *> CONDITION STEP ENDED ABOVE THE CONDITION CODE.  A CONDITION     *
      *> STEP THAT NEVER ENDED (BYPASSED ITSELF) BYPASSES THIS ONE TOO - *
      *> WHATEVER IT WAS MEANT TO PROVE WAS NEVER PROVED.                *
      *>-----------------------------------------------------------------*
       2100-CHECK-STEP-CONDITION.
           MOVE "N" TO CALC-BYPASS-SW
           IF CALC-STP-COND-STEP(CALC-STEP-SUB) > 0 THEN
               MOVE 1 TO CALC-COND-SUB
               PERFORM 2110-FIND-COND-STEP
                   UNTIL CALC-COND-SUB >= CALC-STEP-SUB
                       OR CALC-STP-NO(CALC-COND-SUB)
                           = CALC-STP-COND-STEP(CALC-STEP-SUB)
               IF CALC-COND-SUB < CALC-STEP-SUB THEN
                   IF NOT CALC-STP-ENDED(CALC-COND-SUB) THEN
                       MOVE "Y" TO CALC-BYPASS-SW
                   ELSE
                       IF CALC-STP-END-CODE(CALC-COND-SUB)
                               > CALC-STP-COND-CODE(CALC-STEP-SUB) THEN
                           MOVE "Y" TO CALC-BYPASS-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-FIND-COND-STEP.
           ADD 1 TO CALC-COND-SUB.

      *>-----------------------------------------------------------------*
      *> 2200-EXECUTE-STEP - CALLS THE STEP PROGRAM WITH ITS PARM AND    *
      *> JUDGES THE END CODE IT LEAVES IN RETURN-CODE.  RETURN-CODE IS   *
      *> CLEARED FIRST BECAUSE THE STEPS ONLY EVER RAISE IT.  THE STEP   *
      *> IS CANCELLED AFTERWARDS SO ITS FILES ARE CLOSED AND ITS         *
      *> STORAGE IS FRESH IF THE SAME PROGRAM APPEARS AGAIN.  A PROGRAM  *
      *> THAT CANNOT BE LOADED ENDS ITS STEP 16.                         *
      *>-----------------------------------------------------------------*
       2200-EXECUTE-STEP.
           PERFORM 2250-BUILD-STEP-PARM
           ACCEPT CALC-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-STEP-START-TIME FROM TIME
           DISPLAY "CalcJobStream: step " CALC-STP-NO(CALC-STEP-SUB)
               " " CALC-STP-PROGRAM(CALC-STEP-SUB) " starting."
           MOVE 0 TO RETURN-CODE
           CALL CALC-STP-PROGRAM(CALC-STEP-SUB)
               USING CALC-STEP-PARM-RECORD
               ON EXCEPTION
                   DISPLAY "CalcJobStream: program "
                       CALC-STP-PROGRAM(CALC-STEP-SUB)
                       " could not be loaded."
                   MOVE 16 TO CALC-STEP-RC-WK
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO CALC-STEP-RC-WK
                   CANCEL CALC-STP-PROGRAM(CALC-STEP-SUB)
           END-CALL
           MOVE 0 TO RETURN-CODE
           IF CALC-STEP-RC-WK > 99 THEN
               MOVE 99 TO CALC-STEP-CODE-WK
           ELSE
               MOVE CALC-STEP-RC-WK TO CALC-STEP-CODE-WK
           END-IF
           ADD 1 TO CALC-RUN-COUNT
           MOVE CALC-STEP-CODE-WK TO CALC-STP-END-CODE(CALC-STEP-SUB)
           MOVE "Y" TO CALC-STP-ENDED-SW(CALC-STEP-SUB)
           IF CALC-STEP-CODE-WK > CALC-JOB-HIGH-CODE THEN
               MOVE CALC-STEP-CODE-WK TO CALC-JOB-HIGH-CODE
           END-IF
           MOVE "C" TO CALC-STEP-STATUS-WK
           IF CALC-STP-HALT-CODE(CALC-STEP-SUB) > 0
                   AND CALC-STEP-CODE-WK
                       NOT < CALC-STP-HALT-CODE(CALC-STEP-SUB) THEN
               MOVE "H" TO CALC-STEP-STATUS-WK
               MOVE "Y" TO CALC-JOB-HALT-SW
           END-IF
           DISPLAY "CalcJobStream: step " CALC-STP-NO(CALC-STEP-SUB)
               " " CALC-STP-PROGRAM(CALC-STEP-SUB)
               " ended with code " CALC-STEP-CODE-WK "."
           IF CALC-JOB-HALTED THEN
               DISPLAY "CalcJobStream: job halted - correct the "
                   "problem and restart with PARM='"
                   CALC-STP-NO(CALC-STEP-SUB)
                   "'."
           END-IF
           MOVE CALC-STEP-START-DATE TO CALC-JHS-START-DATE
           MOVE CALC-STEP-START-TIME TO CALC-JHS-START-TIME
           MOVE CALC-STEP-CODE-WK TO CALC-JHS-END-CODE
           PERFORM 2500-WRITE-HISTORY.

      *>-----------------------------------------------------------------*
      *> 2250-BUILD-STEP-PARM - THE PARM TEXT WITH ITS TRAILING SPACES   *
      *> DROPPED FROM THE LENGTH, AS THE OPERATING SYSTEM WOULD HAVE     *
      *> PASSED A JCL PARM=.                                             *
      *>-----------------------------------------------------------------*
       2250-BUILD-STEP-PARM.
           MOVE SPACES TO CALC-STEP-PARM-TEXT
           MOVE CALC-STP-PARM(CALC-STEP-SUB) TO CALC-STEP-PARM-TEXT
           MOVE 20 TO CALC-STEP-PARM-LENGTH
           PERFORM 2260-SHORTEN-STEP-PARM
               UNTIL CALC-STEP-PARM-LENGTH = 0
                   OR CALC-STEP-PARM-TEXT(CALC-STEP-PARM-LENGTH:1)
                       NOT = SPACE.

       2260-SHORTEN-STEP-PARM.
           SUBTRACT 1 FROM CALC-STEP-PARM-LENGTH.

      *>-----------------------------------------------------------------*
      *> 2400-LOG-SKIPPED-STEP - A STEP THAT DID NOT RUN STILL GETS ITS  *
      *> HISTORY RECORD, STAMPED WITH THE MOMENT THE DECISION WAS MADE,  *
      *> SO THE NIGHT'S RECORD SHOWS EVERY STEP AND WHY.                 *
      *>-----------------------------------------------------------------*
       2400-LOG-SKIPPED-STEP.
           ACCEPT CALC-JHS-START-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-JHS-START-TIME FROM TIME
           MOVE 0 TO CALC-JHS-END-CODE
           MOVE "N" TO CALC-STP-ENDED-SW(CALC-STEP-SUB)
           IF CALC-STEP-STATUS-WK = "B" THEN
               DISPLAY "CalcJobStream: step " CALC-STP-NO(CALC-STEP-SUB)
                   " " CALC-STP-PROGRAM(CALC-STEP-SUB)
                   " bypassed on its condition."
           END-IF
           PERFORM 2500-WRITE-HISTORY.

       2500-WRITE-HISTORY.
           MOVE CALC-JOB-DATE TO CALC-JHS-JOB-DATE
           MOVE CALC-JOB-TIME TO CALC-JHS-JOB-TIME
           MOVE CALC-RESTART-STEP TO CALC-JHS-RESTART-STEP
           MOVE CALC-STP-NO(CALC-STEP-SUB) TO CALC-JHS-STEP-NO
           MOVE CALC-STP-PROGRAM(CALC-STEP-SUB) TO CALC-JHS-PROGRAM
           ACCEPT CALC-JHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-JHS-END-TIME FROM TIME
           MOVE CALC-STEP-STATUS-WK TO CALC-JHS-STEP-STATUS
           WRITE CALC-JOB-HISTORY-RECORD.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - CLOSE THE HISTORY AND END THE JOB WITH THE      *
      *> HIGHEST STEP END CODE, SO THE SCHEDULER SEES THE WORST OF THE   *
      *> NIGHT IN ONE PLACE.                                             *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           CLOSE CALC-JOB-HISTORY-FILE
           DISPLAY "CalcJobStream: " CALC-RUN-COUNT " step(s) run, "
               CALC-BYPASS-COUNT " bypassed, highest end code "
               CALC-JOB-HIGH-CODE "."
           MOVE CALC-JOB-HIGH-CODE TO RETURN-CODE.

      *>-----------------------------------------------------------------*
      *> 9500-ABORT-JOB - THE JOB CANNOT START.  NOTHING HAS BEEN CALLED *
      *> AND NOTHING IS LOGGED TO THE HISTORY.                           *
      *>-----------------------------------------------------------------*
       9500-ABORT-JOB.
           DISPLAY "CalcJobStream: " CALC-ERROR-TEXT
           MOVE 16 TO RETURN-CODE
           MOVE "Y" TO CALC-JOB-ABORT-SW.
