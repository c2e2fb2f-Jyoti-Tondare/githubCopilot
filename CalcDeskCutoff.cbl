      *>=================================================================*
      *> PROGRAM-ID : CalcDeskCutoff                                      *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> CUTOFF STEP FOR THE CALCDSK DESK-POSTING QUEUE.  EVERY RESULT   *
      *> AN OPERATOR CHOSE TO POST FROM MenuDrivenCalculator SINCE THE   *
      *> LAST CUTOFF IS CLOSED INTO CALCDPB AS A COMPLETE CALCIN-FORMAT  *
      *> BATCH - "H" HEADER WITH ORIGIN "DESK", ONE OPERAND DETAIL PER   *
      *> POSTING UNDER THE TRANSACTION ID THE DESK ASSIGNED IT FROM      *
      *> CALCSEQ, AND A "T" TRAILER WITH COUNT AND HASH TOTAL - WHICH    *
      *> CalcBatchAssemble TAKES INTO CALCIN, SO IT RIDES THROUGH        *
      *> CalcEditValidator, CalcBatchCalculator AND CalcResultExtract    *
      *> LIKE ANY OTHER TRANSMISSION.  EACH POSTING IS COPIED TO THE     *
      *> CALCDSH HISTORY FILE STAMPED WITH THE RUN CARD'S PROCESSING     *
      *> DATE AND THE QUEUE IS EMPTIED, ALL UNDER THE SYSTEM-BUSY LOCK   *
      *> SO NO DESK ROW CAN LAND WHILE THE QUEUE IS BEING CLOSED.  RERUN *
      *> FOR THE SAME PROCESSING DATE, THE STEP REBUILDS THE POSTINGS    *
      *> ALREADY CUT OFF FOR THAT DATE FROM CALCDSH, SO A RESTART NEVER  *
      *> LOSES THEM - THE EDIT STEP'S DUPLICATE CHECK TURNS AWAY ANY     *
      *> THAT ALREADY POSTED.  A HELD LOCK LEAVES THE QUEUE FOR THE NEXT *
      *> CUTOFF AND ENDS THE STEP WITH RETURN-CODE 8; NO RUN CARD ENDS   *
      *> IT WITH 16.                                                     *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcDeskCutoff.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RUN-CONTROL-STATUS.
           SELECT CALC-DESK-QUEUE-FILE ASSIGN TO "CALCDSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DESK-QUEUE-STATUS.
           SELECT CALC-DESK-HISTORY-FILE ASSIGN TO "CALCDSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-DESK-HISTORY-STATUS.
           SELECT CALC-DESK-BATCH-FILE ASSIGN TO "CALCDPB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RUN-CONTROL-FILE.
       COPY CALCRUN.

       FD  CALC-DESK-QUEUE-FILE.
       01 CALC-DESK-QUEUE-RECORD       PIC X(70).

       FD  CALC-DESK-HISTORY-FILE.
       01 CALC-DESK-HISTORY-RECORD     PIC X(70).

       FD  CALC-DESK-BATCH-FILE.
       COPY CALCREC.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-ABORT-SW                PIC X(01) VALUE "N".
           88 CALC-ABORT-YES           VALUE "Y".
       01 CALC-RUN-CONTROL-STATUS      PIC X(02) VALUE "00".
           88 CALC-RUN-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-DESK-QUEUE-STATUS       PIC X(02) VALUE "00".
           88 CALC-DESK-QUEUE-NOT-FOUND VALUE "35".
       01 CALC-DESK-HISTORY-STATUS     PIC X(02) VALUE "00".
           88 CALC-DESK-HISTORY-NOT-FOUND VALUE "35".
       01 CALC-PROC-DATE               PIC 9(08) VALUE 0.
       01 CALC-QUEUED-COUNT            PIC 9(07) COMP VALUE 0.
       01 CALC-REBUILT-COUNT           PIC 9(07) COMP VALUE 0.
       01 CALC-DETAIL-COUNT            PIC 9(07) VALUE 0.
       01 CALC-DESK-HASH               PIC S9(13)V99 VALUE 0.
       01 CALC-DESK-RESULT-TOTAL       PIC S9(13)V99 VALUE 0.
       01 CALC-TOTAL-DISPLAY           PIC -9(13).99.
       01 CALC-DESK-BATCH-ID.
           05 FILLER                   PIC X(02) VALUE "DP".
           05 CALC-DESK-ID-DATE        PIC 9(06) VALUE 0.
       01 CALC-LCK-FUNCTION            PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER              PIC X(20) VALUE "CalcDeskCutoff".
       01 CALC-LCK-RESULT              PIC 9 VALUE 0.
           88 CALC-LCK-OK              VALUE 0.
           88 CALC-LCK-BUSY            VALUE 1.
           88 CALC-LCK-WAS-STALE       VALUE 2.
       01 CALC-LOCK-HELD-SW            PIC X(01) VALUE "N".
           88 CALC-LOCK-HELD-HERE      VALUE "Y".

      *> ONE DESK POSTING, READ INTO HERE FROM EITHER THE QUEUE OR THE
      *> HISTORY FILE - BOTH CARRY THE SAME CALCDSK LAYOUT.
       COPY CALCDSK.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE                                              *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF NOT CALC-ABORT-YES THEN
               PERFORM 2000-REBUILD-FROM-HISTORY
                   THRU 2000-REBUILD-FROM-HISTORY-EXIT
               PERFORM 3000-CLOSE-QUEUE THRU 3000-CLOSE-QUEUE-EXIT
               PERFORM 9000-FINALIZE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - THE RUN CARD'S PROCESSING DATE NAMES THE      *
      *> BATCH AND STAMPS THE HISTORY; WITHOUT IT THE STEP IS REFUSED    *
      *> AND THE QUEUE IS LEFT UNTOUCHED.  OTHERWISE A BATCH IS ALWAYS   *
      *> WRITTEN, EMPTY AND BALANCED WHEN NOTHING WAS POSTED, SO THE     *
      *> CalcBatchAssemble ALWAYS FINDS TONIGHT'S FILE TO TAKE INTO      *
      *> CALCIN.                                                         *
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
               DISPLAY "CalcDeskCutoff: no CALCRUN processing date - "
                   "step refused."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT CALC-DESK-BATCH-FILE
           MOVE CALC-PROC-DATE(3:6) TO CALC-DESK-ID-DATE
           MOVE SPACES TO CALC-BATCH-HEADER-RECORD
           MOVE "H" TO CALC-HDR-RECORD-TYPE
           MOVE CALC-DESK-BATCH-ID TO CALC-HDR-BATCH-ID
           MOVE CALC-PROC-DATE TO CALC-HDR-CREATE-DATE
           MOVE "DESK" TO CALC-HDR-ORIGIN-SYSTEM
           WRITE CALC-BATCH-HEADER-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 2000-REBUILD-FROM-HISTORY - POSTINGS ALREADY CUT OFF FOR THIS   *
      *> PROCESSING DATE (AN EARLIER ATTEMPT AT TONIGHT'S RUN) GO BACK   *
      *> INTO THE BATCH UNDER THEIR OWN TRANSACTION IDS.  NO HISTORY     *
      *> FILE ONLY MEANS NOTHING HAS EVER BEEN CUT OFF.                  *
      *>-----------------------------------------------------------------*
       2000-REBUILD-FROM-HISTORY.
           OPEN INPUT CALC-DESK-HISTORY-FILE
           IF CALC-DESK-HISTORY-NOT-FOUND THEN
               GO TO 2000-REBUILD-FROM-HISTORY-EXIT
           END-IF
           MOVE "N" TO CALC-EOF-SW
           PERFORM 2100-REBUILD-ONE-POSTING UNTIL CALC-EOF-YES
           CLOSE CALC-DESK-HISTORY-FILE.
       2000-REBUILD-FROM-HISTORY-EXIT.
           EXIT.

       2100-REBUILD-ONE-POSTING.
           READ CALC-DESK-HISTORY-FILE INTO CALC-DESK-POSTING-RECORD
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   IF CALC-DSK-CUTOFF-DATE = CALC-PROC-DATE THEN
                       PERFORM 8000-WRITE-DESK-DETAIL
                       ADD 1 TO CALC-REBUILT-COUNT
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 3000-CLOSE-QUEUE - UNDER THE SYSTEM-BUSY LOCK, EVERY QUEUED     *
      *> POSTING IS WRITTEN TO THE BATCH AND COPIED TO CALCDSH WITH      *
      *> TONIGHT'S CUTOFF DATE, THEN THE QUEUE IS EMPTIED.  THE DESK     *
      *> TAKES THE SAME LOCK TO APPEND A POSTING, SO NO ROW CAN LAND     *
      *> BETWEEN THE COPY TO CALCDSH AND THE OPEN OUTPUT THAT EMPTIES    *
      *> THE QUEUE.  IF SOMEONE ELSE HOLDS THE LOCK THE QUEUE IS LEFT AS *
      *> IT IS FOR THE NEXT CUTOFF.                                      *
      *>-----------------------------------------------------------------*
       3000-CLOSE-QUEUE.
           MOVE "T" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT
           IF CALC-LCK-BUSY THEN
               DISPLAY "CalcDeskCutoff: system-busy lock is held - "
                   "queued postings left for the next cutoff."
               IF RETURN-CODE < 8 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3000-CLOSE-QUEUE-EXIT
           END-IF
           MOVE "Y" TO CALC-LOCK-HELD-SW
           OPEN INPUT CALC-DESK-QUEUE-FILE
           IF CALC-DESK-QUEUE-NOT-FOUND THEN
               GO TO 3000-CLOSE-QUEUE-EXIT
           END-IF
           OPEN EXTEND CALC-DESK-HISTORY-FILE
           IF CALC-DESK-HISTORY-NOT-FOUND THEN
               OPEN OUTPUT CALC-DESK-HISTORY-FILE
               CLOSE CALC-DESK-HISTORY-FILE
               OPEN EXTEND CALC-DESK-HISTORY-FILE
           END-IF
           MOVE "N" TO CALC-EOF-SW
           PERFORM 3100-CUT-OFF-ONE-POSTING UNTIL CALC-EOF-YES
           CLOSE CALC-DESK-HISTORY-FILE
           CLOSE CALC-DESK-QUEUE-FILE
           OPEN OUTPUT CALC-DESK-QUEUE-FILE
           CLOSE CALC-DESK-QUEUE-FILE.
       3000-CLOSE-QUEUE-EXIT.
           IF CALC-LOCK-HELD-HERE THEN
               MOVE "R" TO CALC-LCK-FUNCTION
               CALL "CalcLockManager" USING CALC-LCK-FUNCTION
                   CALC-LCK-CALLER CALC-LCK-RESULT
               MOVE "N" TO CALC-LOCK-HELD-SW
           END-IF
           EXIT.

       3100-CUT-OFF-ONE-POSTING.
           READ CALC-DESK-QUEUE-FILE INTO CALC-DESK-POSTING-RECORD
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   MOVE CALC-PROC-DATE TO CALC-DSK-CUTOFF-DATE
                   WRITE CALC-DESK-HISTORY-RECORD
                       FROM CALC-DESK-POSTING-RECORD
                   PERFORM 8000-WRITE-DESK-DETAIL
                   ADD 1 TO CALC-QUEUED-COUNT
           END-READ.

      *>-----------------------------------------------------------------*
      *> 8000-WRITE-DESK-DETAIL - A DESK POSTING GOES OUT AS A PLAIN     *
      *> OPERAND DETAIL, SO BOTH OPERANDS ROLL INTO THE HASH TOTAL THE   *
      *> SAME WAY THE EDIT STEP BALANCES IT.                             *
      *>-----------------------------------------------------------------*
       8000-WRITE-DESK-DETAIL.
           MOVE CALC-DSK-OPCODE TO CALC-IN-OPCODE
           MOVE CALC-DSK-NUM1 TO CALC-IN-NUM1
           MOVE CALC-DSK-NUM2 TO CALC-IN-NUM2
           MOVE CALC-DSK-TRAN-ID TO CALC-IN-TRAN-ID
           WRITE CALC-INPUT-RECORD
           ADD CALC-DSK-NUM1 CALC-DSK-NUM2 TO CALC-DESK-HASH
           ADD CALC-DSK-RESULT TO CALC-DESK-RESULT-TOTAL
           ADD 1 TO CALC-DETAIL-COUNT.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - CLOSE CALCDPB WITH ITS TRAILER AND REPORT.      *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           MOVE SPACES TO CALC-BATCH-TRAILER-RECORD
           MOVE "T" TO CALC-TRL-RECORD-TYPE
           MOVE CALC-DETAIL-COUNT TO CALC-TRL-REC-COUNT
           MOVE CALC-DESK-HASH TO CALC-TRL-HASH-TOTAL
           WRITE CALC-BATCH-TRAILER-RECORD
           CLOSE CALC-DESK-BATCH-FILE
           MOVE CALC-DESK-RESULT-TOTAL TO CALC-TOTAL-DISPLAY
           DISPLAY "CalcDeskCutoff: batch " CALC-DESK-BATCH-ID " - "
               CALC-QUEUED-COUNT " posting(s) cut off, "
               CALC-REBUILT-COUNT " rebuilt on rerun, desk result "
               "total " CALC-TOTAL-DISPLAY ".".
