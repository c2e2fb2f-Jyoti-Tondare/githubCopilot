      *>=================================================================*
      *> PROGRAM-ID : CalcPeriodClose                                     *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> MONTH-END ACCOUNTING-PERIOD CLOSE.  CALCGLC AND CALCSTH ONLY    *
      *> EVER GIVE ONE NIGHT'S TOTALS, SO ACCOUNTING USED TO ADD UP A    *
      *> MONTH OF EXTRACTS BY HAND.  RUN ONCE THE MONTH HAS ENDED WITH   *
      *> THE PERIOD IN THE JCL PARM (PARM='202609'), THIS JOB:           *
      *>   - ROLLS THE PERIOD'S CALCSTH RUN STATISTICS UP BY OPCODE AND  *
      *>     THE PERIOD'S CALCMST RESULTS-MASTER ROWS UP BY OPCODE AND   *
      *>     BATCH INTO THE CALCPTD PERIOD-TO-DATE TOTALS FILE;          *
      *>   - ADDS UP THE MONTH'S NIGHTLY CALCGLC EXTRACTS, SUPPLIED ON   *
      *>     CALCGLM AS THE MONTH'S GENERATIONS CONCATENATED, EACH WITH  *
      *>     ITS OWN HEADER ROW;                                         *
      *>   - PRINTS THE CLOSE REPORT ON CALCPCR, BALANCING THE CALCSTH   *
      *>     TOTALS TO THE GL EXTRACTS OPCODE BY OPCODE AND THE NUMBER   *
      *>     OF NIGHTLY RUNS TO THE NUMBER OF EXTRACTS;                  *
      *>   - WHEN EVERYTHING BALANCES, MARKS THE PERIOD CLOSED ON THE    *
      *>     CALCPER PERIOD FILE, AFTER WHICH CalcBatchCalculator        *
      *>     REFUSES A RUN CARD DATED IN IT UNTIL A SUPERVISOR REOPENS   *
      *>     IT THROUGH CalcPeriodReopen.                                *
      *> THE CALCMST BATCH BREAKDOWN IS SHOWN BUT DOES NOT HOLD UP THE   *
      *> CLOSE: A ROW PURGED BY CalcMasterPurge OR REPOSTED BY A LATER   *
      *> CORRECTION NO LONGER SITS IN THE NIGHT IT FIRST POSTED, SO A    *
      *> MASTER THAT DIFFERS FROM THE RUN STATISTICS ONLY RAISES THE     *
      *> STEP TO RETURN-CODE 4.  AN OUT-OF-BALANCE PERIOD IS LEFT OPEN   *
      *> WITH RETURN-CODE 16; A PERIOD ALREADY CLOSED IS REFUSED WITH    *
      *> 12.                                                             *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) IS NOW ROLLED UP AND    *
      *>                BALANCED LIKE THE OTHER OPCODES.  A CALCSTH RECORD *
      *>                WRITTEN BEFORE IT EXISTED HAS NO OPCODE 9 ENTRY    *
      *>                AND IS PASSED OVER FOR THAT OPCODE.                *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPeriodClose.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-STATS-HISTORY-FILE ASSIGN TO "CALCSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-STATS-STATUS.
           SELECT CALC-RESULTS-MASTER ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALC-MST-TRAN-ID
               FILE STATUS IS CALC-MASTER-STATUS.
           SELECT CALC-GL-MONTH-FILE ASSIGN TO "CALCGLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-GL-MONTH-STATUS.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-PER-PERIOD
               FILE STATUS IS CALC-PERIOD-STATUS.
           SELECT CALC-PTD-FILE ASSIGN TO "CALCPTD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-REPORT-FILE ASSIGN TO "CALCPCR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-STATS-HISTORY-FILE.
       COPY CALCSTA.

       FD  CALC-RESULTS-MASTER.
       COPY CALCMST.

      *> ONE CALCGLC ROW AS CalcResultExtract STRINGS IT: OPCODE, NAME,
      *> COUNT AND SIGNED AMOUNT AT FIXED POSITIONS BETWEEN THE COMMAS.
      *> EACH GENERATION STARTS WITH ITS "OPCODE,..." HEADER ROW.
       FD  CALC-GL-MONTH-FILE.
       01 CALC-GL-MONTH-LINE           PIC X(80).
       01 CALC-GLM-ROW.
           05 CALC-GLM-OPCODE-X        PIC X(01).
           05 CALC-GLM-OPCODE REDEFINES CALC-GLM-OPCODE-X
                                       PIC 9(01).
           05 FILLER                   PIC X(01).
           05 CALC-GLM-DESC            PIC X(14).
           05 FILLER                   PIC X(01).
           05 CALC-GLM-COUNT           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 CALC-GLM-AMOUNT          PIC +9(9).99.
           05 FILLER                   PIC X(42).

       FD  CALC-PERIOD-FILE.
       COPY CALCPER.

       FD  CALC-PTD-FILE.
       COPY CALCPTD.

       FD  CALC-REPORT-FILE.
       01 CALC-REPORT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-STATS-STATUS            PIC X(02) VALUE "00".
           88 CALC-STATS-FILE-NOT-FOUND VALUE "35".
       01 CALC-MASTER-STATUS           PIC X(02) VALUE "00".
           88 CALC-MASTER-FILE-NOT-FOUND VALUE "35".
       01 CALC-GL-MONTH-STATUS         PIC X(02) VALUE "00".
           88 CALC-GL-MONTH-NOT-FOUND  VALUE "35".
       01 CALC-PERIOD-STATUS           PIC X(02) VALUE "00".
           88 CALC-PERIOD-FILE-NOT-FOUND VALUE "35".
       01 CALC-CLOSE-ABORT-SW          PIC X(01) VALUE "N".
           88 CALC-CLOSE-ABORT         VALUE "Y".
       01 CALC-PERIOD-NEW-SW           PIC X(01) VALUE "N".
           88 CALC-PERIOD-NEW          VALUE "Y".
       01 CALC-IN-BALANCE-SW           PIC X(01) VALUE "Y".
           88 CALC-IN-BALANCE          VALUE "Y".
       01 CALC-MASTER-AGREES-SW        PIC X(01) VALUE "Y".
           88 CALC-MASTER-AGREES       VALUE "Y".
       01 CALC-BATCH-FOUND-SW          PIC X(01) VALUE "N".
           88 CALC-BATCH-FOUND         VALUE "Y".

       01 CALC-CLOSE-PERIOD            PIC 9(06) VALUE 0.
       01 CALC-CLOSE-PERIOD-PARTS REDEFINES CALC-CLOSE-PERIOD.
           05 CALC-CLP-YEAR            PIC 9(04).
           05 CALC-CLP-MONTH           PIC 9(02).
       01 CALC-TODAY-DATE.
           05 CALC-TODAY-PERIOD        PIC 9(06).
           05 CALC-TODAY-DAY           PIC 9(02).
       01 CALC-TODAY-DATE-NUM REDEFINES CALC-TODAY-DATE
                                       PIC 9(08).
       01 CALC-TODAY-TIME              PIC 9(08) VALUE 0.
       01 CALC-WORK-DATE.
           05 CALC-WRK-PERIOD          PIC 9(06).
           05 CALC-WRK-DAY             PIC 9(02).
       01 CALC-WORK-DATE-NUM REDEFINES CALC-WORK-DATE
                                       PIC 9(08).

       01 CALC-OP-SUB                  PIC 9(02) COMP VALUE 0.
       01 CALC-BAT-SUB                 PIC 9(04) COMP VALUE 0.
       01 CALC-BAT-COUNT               PIC 9(04) COMP VALUE 0.
       01 CALC-BAT-MAX                 PIC 9(04) COMP VALUE 500.
       01 CALC-BAT-OVERFLOW-COUNT      PIC 9(07) VALUE 0.
       01 CALC-STH-RUN-COUNT           PIC 9(05) VALUE 0.
       01 CALC-STH-FIRST-DATE          PIC 9(08) VALUE 0.
       01 CALC-STH-LAST-DATE           PIC 9(08) VALUE 0.
       01 CALC-GLM-EXTRACT-COUNT       PIC 9(05) VALUE 0.
       01 CALC-GLM-BAD-COUNT           PIC 9(05) VALUE 0.
       01 CALC-GLM-AMOUNT-WK           PIC S9(11)V99 VALUE 0.
       01 CALC-MST-ROW-COUNT           PIC 9(09) COMP VALUE 0.
       01 CALC-PTD-ROW-COUNT           PIC 9(05) COMP VALUE 0.
       01 CALC-STH-TOTAL-COUNT         PIC 9(09) VALUE 0.
       01 CALC-STH-TOTAL-AMOUNT        PIC S9(11)V99 VALUE 0.
       01 CALC-GL-TOTAL-COUNT          PIC 9(09) VALUE 0.
       01 CALC-GL-TOTAL-AMOUNT         PIC S9(11)V99 VALUE 0.
       01 CALC-OPCODE-DESC             PIC X(14) VALUE SPACES.
       01 CALC-PRIOR-OPCODE            PIC 9 VALUE 0.

      *> PERIOD TOTALS BY OPCODE FROM EACH OF THE THREE SOURCES, AND
      *> WHETHER THE OPCODE BALANCED.  THE RUN COUNT IS THE NUMBER OF
      *> NIGHTLY RUNS THAT CARRIED THE OPCODE AT ALL.
       01 CALC-PERIOD-TOTALS-TABLE.
           05 CALC-PTT-ENTRY OCCURS 9 TIMES.
               10 CALC-PTT-STH-RUNS    PIC 9(05).
               10 CALC-PTT-STH-COUNT   PIC 9(09).
               10 CALC-PTT-STH-AMOUNT  PIC S9(11)V99.
               10 CALC-PTT-GL-COUNT    PIC 9(09).
               10 CALC-PTT-GL-AMOUNT   PIC S9(11)V99.
               10 CALC-PTT-MST-COUNT   PIC 9(09).
               10 CALC-PTT-MST-AMOUNT  PIC S9(11)V99.
               10 CALC-PTT-BALANCED-SW PIC X(01).
                   88 CALC-PTT-BALANCED VALUE "Y".

      *> THE CALCMST BREAKDOWN BY OPCODE AND BATCH, IN THE ORDER EACH
      *> PAIRING IS FIRST SEEN.  A PAIRING THAT WILL NOT FIT STILL
      *> COUNTS IN THE OPCODE TOTALS ABOVE.
       01 CALC-BATCH-TABLE.
           05 CALC-BAT-ENTRY OCCURS 500 TIMES.
               10 CALC-BAT-OPCODE      PIC 9.
               10 CALC-BAT-BATCH-ID    PIC X(08).
               10 CALC-BAT-ROW-COUNT   PIC 9(09).
               10 CALC-BAT-AMOUNT      PIC S9(11)V99.

       01 CALC-HEADER-LINE-1.
           05 FILLER                   PIC X(30) VALUE
               "CALC MONTH-END PERIOD CLOSE".
           05 FILLER                   PIC X(08) VALUE "PERIOD: ".
           05 CALC-HDR-PERIOD          PIC 9(06).
           05 FILLER                   PIC X(12) VALUE "  RUN DATE: ".
           05 CALC-HDR-RUN-DATE        PIC 9(08).

       01 CALC-HEADER-LINE-2.
           05 FILLER                   PIC X(25) VALUE
               "NIGHTLY RUNS ON CALCSTH: ".
           05 CALC-HDR-RUN-COUNT       PIC ZZZZ9.
           05 FILLER                   PIC X(07) VALUE "  FROM ".
           05 CALC-HDR-FIRST-DATE      PIC 9(08).
           05 FILLER                   PIC X(04) VALUE " TO ".
           05 CALC-HDR-LAST-DATE       PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               "  GL EXTRACTS: ".
           05 CALC-HDR-EXTRACT-COUNT   PIC ZZZZ9.

       01 CALC-HEADER-LINE-3.
           05 FILLER                   PIC X(16) VALUE "OPERATION".
           05 FILLER                   PIC X(10) VALUE " STH COUNT".
           05 FILLER                   PIC X(16) VALUE
               "      STH AMOUNT".
           05 FILLER                   PIC X(11) VALUE "   GL COUNT".
           05 FILLER                   PIC X(16) VALUE
               "       GL AMOUNT".
           05 FILLER                   PIC X(08) VALUE "  STATUS".

       01 CALC-BALANCE-LINE.
           05 CALC-BAL-DESC-OUT        PIC X(16).
           05 CALC-BAL-STH-COUNT-OUT   PIC Z(8)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-BAL-STH-AMOUNT-OUT  PIC -(11)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-BAL-GL-COUNT-OUT    PIC Z(8)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-BAL-GL-AMOUNT-OUT   PIC -(11)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-BAL-STATUS-OUT      PIC X(16).

       01 CALC-HEADER-LINE-4.
           05 FILLER                   PIC X(16) VALUE "OPERATION".
           05 FILLER                   PIC X(10) VALUE "BATCH".
           05 FILLER                   PIC X(10) VALUE "     COUNT".
           05 FILLER                   PIC X(16) VALUE
               "          AMOUNT".

       01 CALC-BATCH-LINE.
           05 CALC-BTL-DESC-OUT        PIC X(16).
           05 CALC-BTL-BATCH-OUT       PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-BTL-COUNT-OUT       PIC Z(8)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-BTL-AMOUNT-OUT      PIC -(11)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-BTL-STATUS-OUT      PIC X(36).

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
           IF NOT CALC-CLOSE-ABORT THEN
               PERFORM 2000-ROLL-STATS-HISTORY
               PERFORM 3000-ROLL-RESULTS-MASTER
               PERFORM 4000-ADD-GL-EXTRACTS
               PERFORM 5000-BALANCE-PERIOD
               PERFORM 6000-WRITE-PTD-FILE
               PERFORM 7000-PRINT-CLOSE-REPORT
               IF CALC-IN-BALANCE THEN
                   PERFORM 8000-MARK-PERIOD-CLOSED
               END-IF
               PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - VALIDATE THE PARM PERIOD AND LOOK IT UP ON    *
      *> THE PERIOD FILE.  A PERIOD THAT HAS NOT ENDED YET CANNOT BE     *
      *> CLOSED - TONIGHT'S RUN WOULD BE LOCKED OUT OF IT - AND ONE      *
      *> ALREADY CLOSED MUST BE REOPENED FIRST, SO A RERUN OF THE CLOSE  *
      *> JOB CANNOT QUIETLY OVERWRITE THE TOTALS ACCOUNTING SIGNED OFF   *
      *> ON.  THE PERIOD FILE IS CREATED ON THE FIRST CLOSE EVER RUN.    *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-TODAY-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT CALC-TODAY-TIME FROM TIME
           IF CALC-PARM-LENGTH NOT = 6
                   OR CALC-PARM-TEXT(1:6) IS NOT NUMERIC THEN
               DISPLAY "CalcPeriodClose: PARM must carry the period "
                   "to close as YYYYMM."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-CLOSE-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE CALC-PARM-TEXT(1:6) TO CALC-CLOSE-PERIOD
           IF CALC-CLP-MONTH < 1 OR CALC-CLP-MONTH > 12 THEN
               DISPLAY "CalcPeriodClose: PARM period " CALC-CLOSE-PERIOD
                   " is not a valid YYYYMM."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-CLOSE-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF CALC-CLOSE-PERIOD NOT < CALC-TODAY-PERIOD THEN
               DISPLAY "CalcPeriodClose: period " CALC-CLOSE-PERIOD
                   " has not ended yet - close refused."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-CLOSE-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O CALC-PERIOD-FILE
           IF CALC-PERIOD-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-PERIOD-FILE
               CLOSE CALC-PERIOD-FILE
               OPEN I-O CALC-PERIOD-FILE
           END-IF
           MOVE CALC-CLOSE-PERIOD TO CALC-PER-PERIOD
           READ CALC-PERIOD-FILE
               INVALID KEY
                   MOVE "Y" TO CALC-PERIOD-NEW-SW
           END-READ
           IF NOT CALC-PERIOD-NEW AND CALC-PER-CLOSED THEN
               DISPLAY "CalcPeriodClose: period " CALC-CLOSE-PERIOD
                   " was already closed on " CALC-PER-CLOSE-DATE
                   " - reopen it through CalcPeriodReopen first."
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO CALC-CLOSE-ABORT-SW
               CLOSE CALC-PERIOD-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE 1 TO CALC-OP-SUB
           PERFORM 1050-CLEAR-ONE-TOTAL UNTIL CALC-OP-SUB > 9.
       1000-INITIALIZE-EXIT.
           EXIT.

       1050-CLEAR-ONE-TOTAL.
           MOVE 0 TO CALC-PTT-STH-RUNS(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-STH-COUNT(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-GL-COUNT(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-GL-AMOUNT(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-MST-COUNT(CALC-OP-SUB)
           MOVE 0 TO CALC-PTT-MST-AMOUNT(CALC-OP-SUB)
           MOVE "Y" TO CALC-PTT-BALANCED-SW(CALC-OP-SUB)
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
      *> 2000-ROLL-STATS-HISTORY - EVERY CALCSTH RECORD WHOSE PROCESSING *
      *> DATE FALLS IN THE PERIOD IS ONE NIGHTLY RUN; ITS PER-OPCODE     *
      *> COUNTS AND AMOUNTS ARE THE SAME FIGURES THAT NIGHT'S CALCGLC    *
      *> EXTRACT CARRIED, SO THEIR SUM IS WHAT THE MONTH'S EXTRACTS MUST *
      *> ADD UP TO.                                                      *
      *>-----------------------------------------------------------------*
       2000-ROLL-STATS-HISTORY.
           OPEN INPUT CALC-STATS-HISTORY-FILE
           IF CALC-STATS-FILE-NOT-FOUND THEN
               DISPLAY "CalcPeriodClose: no run-statistics history "
                   "found - the period shows no runs."
           ELSE
               MOVE "N" TO CALC-EOF-SW
               PERFORM 2100-ROLL-ONE-RUN UNTIL CALC-EOF-YES
               CLOSE CALC-STATS-HISTORY-FILE
           END-IF.

       2100-ROLL-ONE-RUN.
           READ CALC-STATS-HISTORY-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   MOVE CALC-STA-PROC-DATE TO CALC-WORK-DATE-NUM
                   IF CALC-WRK-PERIOD = CALC-CLOSE-PERIOD THEN
                       ADD 1 TO CALC-STH-RUN-COUNT
                       IF CALC-STH-FIRST-DATE = 0
                               OR CALC-STA-PROC-DATE
                                   < CALC-STH-FIRST-DATE THEN
                           MOVE CALC-STA-PROC-DATE
                               TO CALC-STH-FIRST-DATE
                       END-IF
                       IF CALC-STA-PROC-DATE > CALC-STH-LAST-DATE THEN
                           MOVE CALC-STA-PROC-DATE
                               TO CALC-STH-LAST-DATE
                       END-IF
                       MOVE 1 TO CALC-OP-SUB
                       PERFORM 2200-ROLL-ONE-OPCODE
                           UNTIL CALC-OP-SUB > 9
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2200-ROLL-ONE-OPCODE - A CALCSTH RECORD WRITTEN BEFORE THE      *
      *> TIERED SCHEDULE OPCODE EXISTED HAS NO OPCODE 9 ENTRY; IT READS  *
      *> BACK AS SPACES AND IS PASSED OVER.                              *
      *>-----------------------------------------------------------------*
       2200-ROLL-ONE-OPCODE.
           IF CALC-STA-OP-COUNT(CALC-OP-SUB) IS NUMERIC
                   AND CALC-STA-OP-AMOUNT(CALC-OP-SUB) IS NUMERIC THEN
               IF CALC-STA-OP-COUNT(CALC-OP-SUB) > 0 THEN
                   ADD 1 TO CALC-PTT-STH-RUNS(CALC-OP-SUB)
                   ADD CALC-STA-OP-COUNT(CALC-OP-SUB)
                       TO CALC-PTT-STH-COUNT(CALC-OP-SUB)
                   ADD CALC-STA-OP-AMOUNT(CALC-OP-SUB)
                       TO CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
               END-IF
           END-IF
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
      *> 3000-ROLL-RESULTS-MASTER - THE BATCH BREAKDOWN.  EVERY MASTER   *
      *> ROW POSTED IN THE PERIOD IS COUNTED AGAINST ITS OPCODE AND ITS  *
      *> CALCIN BATCH, LEAVING OUT SET-STEP ROWS AND OPCODE-0 FAILED     *
      *> REVERSALS THE SAME WAY THE GL EXTRACT DOES.                     *
      *>-----------------------------------------------------------------*
       3000-ROLL-RESULTS-MASTER.
           OPEN INPUT CALC-RESULTS-MASTER
           IF CALC-MASTER-FILE-NOT-FOUND THEN
               DISPLAY "CalcPeriodClose: no results master found - "
                   "no batch breakdown."
           ELSE
               MOVE "N" TO CALC-EOF-SW
               PERFORM 3100-ROLL-ONE-MASTER-ROW UNTIL CALC-EOF-YES
               CLOSE CALC-RESULTS-MASTER
           END-IF.

       3100-ROLL-ONE-MASTER-ROW.
           READ CALC-RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   MOVE CALC-MST-DATE TO CALC-WORK-DATE-NUM
                   IF CALC-WRK-PERIOD = CALC-CLOSE-PERIOD
                           AND CALC-MST-OPCODE >= 1
                           AND CALC-MST-OPCODE <= 9
                           AND NOT CALC-MST-ROW-SET-STEP THEN
                       ADD 1 TO CALC-MST-ROW-COUNT
                       ADD 1 TO CALC-PTT-MST-COUNT(CALC-MST-OPCODE)
                       ADD CALC-MST-RESULT
                           TO CALC-PTT-MST-AMOUNT(CALC-MST-OPCODE)
                       PERFORM 3200-ADD-TO-BATCH-TABLE
                   END-IF
           END-READ.

       3200-ADD-TO-BATCH-TABLE.
           MOVE "N" TO CALC-BATCH-FOUND-SW
           MOVE 1 TO CALC-BAT-SUB
           PERFORM 3210-CHECK-ONE-BATCH-ENTRY
               UNTIL CALC-BATCH-FOUND OR CALC-BAT-SUB > CALC-BAT-COUNT
           IF NOT CALC-BATCH-FOUND THEN
               IF CALC-BAT-COUNT < CALC-BAT-MAX THEN
                   ADD 1 TO CALC-BAT-COUNT
                   MOVE CALC-BAT-COUNT TO CALC-BAT-SUB
                   MOVE CALC-MST-OPCODE TO CALC-BAT-OPCODE(CALC-BAT-SUB)
                   MOVE CALC-MST-BATCH-ID
                       TO CALC-BAT-BATCH-ID(CALC-BAT-SUB)
                   MOVE 0 TO CALC-BAT-ROW-COUNT(CALC-BAT-SUB)
                   MOVE 0 TO CALC-BAT-AMOUNT(CALC-BAT-SUB)
                   MOVE "Y" TO CALC-BATCH-FOUND-SW
               ELSE
                   ADD 1 TO CALC-BAT-OVERFLOW-COUNT
               END-IF
           END-IF
           IF CALC-BATCH-FOUND THEN
               ADD 1 TO CALC-BAT-ROW-COUNT(CALC-BAT-SUB)
               ADD CALC-MST-RESULT TO CALC-BAT-AMOUNT(CALC-BAT-SUB)
           END-IF.

       3210-CHECK-ONE-BATCH-ENTRY.
           IF CALC-BAT-OPCODE(CALC-BAT-SUB) = CALC-MST-OPCODE
                   AND CALC-BAT-BATCH-ID(CALC-BAT-SUB)
                       = CALC-MST-BATCH-ID THEN
               MOVE "Y" TO CALC-BATCH-FOUND-SW
           ELSE
               ADD 1 TO CALC-BAT-SUB
           END-IF.

      *>-----------------------------------------------------------------*
      *> 4000-ADD-GL-EXTRACTS - CALCGLM IS THE MONTH'S NIGHTLY CALCGLC   *
      *> GENERATIONS CONCATENATED.  EACH GENERATION'S HEADER ROW COUNTS  *
      *> ONE EXTRACT; EACH OPCODE ROW ADDS ITS COUNT AND AMOUNT.  A ROW  *
      *> THAT IS NEITHER CANNOT BE TRUSTED AND KEEPS THE PERIOD OPEN.    *
      *>-----------------------------------------------------------------*
       4000-ADD-GL-EXTRACTS.
           OPEN INPUT CALC-GL-MONTH-FILE
           IF CALC-GL-MONTH-NOT-FOUND THEN
               DISPLAY "CalcPeriodClose: no CALCGLM extracts supplied "
                   "for the period."
           ELSE
               MOVE "N" TO CALC-EOF-SW
               PERFORM 4100-ADD-ONE-GL-ROW UNTIL CALC-EOF-YES
               CLOSE CALC-GL-MONTH-FILE
           END-IF.

       4100-ADD-ONE-GL-ROW.
           READ CALC-GL-MONTH-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN CALC-GL-MONTH-LINE = SPACES
                           CONTINUE
                       WHEN CALC-GL-MONTH-LINE(1:7) = "OPCODE,"
                           ADD 1 TO CALC-GLM-EXTRACT-COUNT
                       WHEN CALC-GLM-OPCODE-X IS NUMERIC
                               AND CALC-GLM-OPCODE >= 1
                               AND CALC-GLM-OPCODE <= 9
                               AND CALC-GLM-COUNT IS NUMERIC
                           ADD CALC-GLM-COUNT
                               TO CALC-PTT-GL-COUNT(CALC-GLM-OPCODE)
                           MOVE CALC-GLM-AMOUNT TO CALC-GLM-AMOUNT-WK
                           ADD CALC-GLM-AMOUNT-WK
                               TO CALC-PTT-GL-AMOUNT(CALC-GLM-OPCODE)
                       WHEN OTHER
                           ADD 1 TO CALC-GLM-BAD-COUNT
                   END-EVALUATE
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5000-BALANCE-PERIOD - EVERY OPCODE'S CALCSTH COUNT AND AMOUNT   *
      *> MUST EQUAL THE GL EXTRACTS', THERE MUST BE ONE EXTRACT PER      *
      *> NIGHTLY RUN, AND NO EXTRACT ROW MAY HAVE BEEN UNREADABLE.  THE  *
      *> MASTER IS COMPARED TO THE RUN STATISTICS SEPARATELY AND ONLY    *
      *> WARNS.                                                          *
      *>-----------------------------------------------------------------*
       5000-BALANCE-PERIOD.
           MOVE 1 TO CALC-OP-SUB
           PERFORM 5100-BALANCE-ONE-OPCODE UNTIL CALC-OP-SUB > 9
           IF CALC-GLM-EXTRACT-COUNT NOT = CALC-STH-RUN-COUNT THEN
               MOVE "N" TO CALC-IN-BALANCE-SW
           END-IF
           IF CALC-GLM-BAD-COUNT > 0 THEN
               MOVE "N" TO CALC-IN-BALANCE-SW
           END-IF
           IF CALC-BAT-OVERFLOW-COUNT > 0 THEN
               MOVE "N" TO CALC-MASTER-AGREES-SW
           END-IF.

       5100-BALANCE-ONE-OPCODE.
           IF CALC-PTT-STH-COUNT(CALC-OP-SUB)
                   NOT = CALC-PTT-GL-COUNT(CALC-OP-SUB)
               OR CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
                   NOT = CALC-PTT-GL-AMOUNT(CALC-OP-SUB) THEN
               MOVE "N" TO CALC-PTT-BALANCED-SW(CALC-OP-SUB)
               MOVE "N" TO CALC-IN-BALANCE-SW
           END-IF
           IF CALC-PTT-MST-COUNT(CALC-OP-SUB)
                   NOT = CALC-PTT-STH-COUNT(CALC-OP-SUB)
               OR CALC-PTT-MST-AMOUNT(CALC-OP-SUB)
                   NOT = CALC-PTT-STH-AMOUNT(CALC-OP-SUB) THEN
               MOVE "N" TO CALC-MASTER-AGREES-SW
           END-IF
           ADD CALC-PTT-STH-COUNT(CALC-OP-SUB) TO CALC-STH-TOTAL-COUNT
           ADD CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
               TO CALC-STH-TOTAL-AMOUNT
           ADD CALC-PTT-GL-COUNT(CALC-OP-SUB) TO CALC-GL-TOTAL-COUNT
           ADD CALC-PTT-GL-AMOUNT(CALC-OP-SUB) TO CALC-GL-TOTAL-AMOUNT
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
      *> 6000-WRITE-PTD-FILE - THE PERIOD-TO-DATE TOTALS: ONE "O" ROW    *
      *> PER OPCODE WITH ACTIVITY, EACH FOLLOWED BY ITS "B" BATCH ROWS.  *
      *> WRITTEN WHETHER OR NOT THE PERIOD BALANCED, SO AN               *
      *> OUT-OF-BALANCE CLOSE CAN BE WORKED FROM THE SAME FIGURES THE    *
      *> REPORT SHOWS.                                                   *
      *>-----------------------------------------------------------------*
       6000-WRITE-PTD-FILE.
           OPEN OUTPUT CALC-PTD-FILE
           MOVE 1 TO CALC-OP-SUB
           PERFORM 6100-WRITE-ONE-OPCODE UNTIL CALC-OP-SUB > 9
           CLOSE CALC-PTD-FILE.

       6100-WRITE-ONE-OPCODE.
           IF CALC-PTT-STH-COUNT(CALC-OP-SUB) > 0
                   OR CALC-PTT-MST-COUNT(CALC-OP-SUB) > 0 THEN
               MOVE CALC-CLOSE-PERIOD TO CALC-PTD-PERIOD
               MOVE "O" TO CALC-PTD-ROW-TYPE
               MOVE CALC-OP-SUB TO CALC-PTD-OPCODE
               MOVE SPACES TO CALC-PTD-BATCH-ID
               MOVE CALC-PTT-STH-RUNS(CALC-OP-SUB)
                   TO CALC-PTD-RUN-COUNT
               MOVE CALC-PTT-STH-COUNT(CALC-OP-SUB) TO CALC-PTD-COUNT
               MOVE CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
                   TO CALC-PTD-AMOUNT
               WRITE CALC-PTD-RECORD
               ADD 1 TO CALC-PTD-ROW-COUNT
               MOVE 1 TO CALC-BAT-SUB
               PERFORM 6200-WRITE-ONE-BATCH-ROW
                   UNTIL CALC-BAT-SUB > CALC-BAT-COUNT
           END-IF
           ADD 1 TO CALC-OP-SUB.

       6200-WRITE-ONE-BATCH-ROW.
           IF CALC-BAT-OPCODE(CALC-BAT-SUB) = CALC-OP-SUB THEN
               MOVE CALC-CLOSE-PERIOD TO CALC-PTD-PERIOD
               MOVE "B" TO CALC-PTD-ROW-TYPE
               MOVE CALC-OP-SUB TO CALC-PTD-OPCODE
               MOVE CALC-BAT-BATCH-ID(CALC-BAT-SUB)
                   TO CALC-PTD-BATCH-ID
               MOVE 0 TO CALC-PTD-RUN-COUNT
               MOVE CALC-BAT-ROW-COUNT(CALC-BAT-SUB) TO CALC-PTD-COUNT
               MOVE CALC-BAT-AMOUNT(CALC-BAT-SUB) TO CALC-PTD-AMOUNT
               WRITE CALC-PTD-RECORD
               ADD 1 TO CALC-PTD-ROW-COUNT
           END-IF
           ADD 1 TO CALC-BAT-SUB.

      *>-----------------------------------------------------------------*
      *> 7000-PRINT-CLOSE-REPORT - THE BALANCING SECTION (CALCSTH        *
      *> AGAINST THE GL EXTRACTS, OPCODE BY OPCODE, WITH A GRAND TOTAL), *
      *> THEN THE CALCMST BATCH BREAKDOWN, THEN THE VERDICT.             *
      *>-----------------------------------------------------------------*
       7000-PRINT-CLOSE-REPORT.
           OPEN OUTPUT CALC-REPORT-FILE
           MOVE CALC-CLOSE-PERIOD TO CALC-HDR-PERIOD
           MOVE CALC-TODAY-DATE-NUM TO CALC-HDR-RUN-DATE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-1
           MOVE CALC-STH-RUN-COUNT TO CALC-HDR-RUN-COUNT
           MOVE CALC-STH-FIRST-DATE TO CALC-HDR-FIRST-DATE
           MOVE CALC-STH-LAST-DATE TO CALC-HDR-LAST-DATE
           MOVE CALC-GLM-EXTRACT-COUNT TO CALC-HDR-EXTRACT-COUNT
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-2
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-3
           MOVE 1 TO CALC-OP-SUB
           PERFORM 7100-PRINT-ONE-BALANCE-LINE UNTIL CALC-OP-SUB > 9
           MOVE "PERIOD TOTAL" TO CALC-BAL-DESC-OUT
           MOVE CALC-STH-TOTAL-COUNT TO CALC-BAL-STH-COUNT-OUT
           MOVE CALC-STH-TOTAL-AMOUNT TO CALC-BAL-STH-AMOUNT-OUT
           MOVE CALC-GL-TOTAL-COUNT TO CALC-BAL-GL-COUNT-OUT
           MOVE CALC-GL-TOTAL-AMOUNT TO CALC-BAL-GL-AMOUNT-OUT
           IF CALC-STH-TOTAL-COUNT = CALC-GL-TOTAL-COUNT
                   AND CALC-STH-TOTAL-AMOUNT = CALC-GL-TOTAL-AMOUNT THEN
               MOVE "BALANCED" TO CALC-BAL-STATUS-OUT
           ELSE
               MOVE "*** OUT ***" TO CALC-BAL-STATUS-OUT
           END-IF
           WRITE CALC-REPORT-LINE FROM CALC-BALANCE-LINE
           IF CALC-GLM-EXTRACT-COUNT NOT = CALC-STH-RUN-COUNT THEN
               MOVE SPACES TO CALC-REPORT-LINE
               STRING "*** " CALC-STH-RUN-COUNT " NIGHTLY RUN(S) BUT "
                   CALC-GLM-EXTRACT-COUNT " GL EXTRACT(S) SUPPLIED"
                   DELIMITED BY SIZE INTO CALC-REPORT-LINE
               END-STRING
               WRITE CALC-REPORT-LINE
           END-IF
           IF CALC-GLM-BAD-COUNT > 0 THEN
               MOVE SPACES TO CALC-REPORT-LINE
               STRING "*** " CALC-GLM-BAD-COUNT
                   " UNREADABLE GL EXTRACT ROW(S) ON CALCGLM"
                   DELIMITED BY SIZE INTO CALC-REPORT-LINE
               END-STRING
               WRITE CALC-REPORT-LINE
           END-IF
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE "BATCH BREAKDOWN FROM THE RESULTS MASTER"
               TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-4
           MOVE 1 TO CALC-OP-SUB
           PERFORM 7200-PRINT-ONE-OPCODE-BATCHES UNTIL CALC-OP-SUB > 9
           IF CALC-BAT-OVERFLOW-COUNT > 0 THEN
               MOVE SPACES TO CALC-REPORT-LINE
               STRING "*** " CALC-BAT-OVERFLOW-COUNT
                   " MASTER ROW(S) BEYOND THE BATCH TABLE - IN THE "
                   "OPCODE TOTALS ONLY"
                   DELIMITED BY SIZE INTO CALC-REPORT-LINE
               END-STRING
               WRITE CALC-REPORT-LINE
           END-IF
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           IF CALC-IN-BALANCE THEN
               MOVE "PERIOD IN BALANCE WITH THE GL EXTRACTS - CLOSED"
                   TO CALC-REPORT-LINE
           ELSE
               MOVE "PERIOD OUT OF BALANCE - LEFT OPEN, NOT CLOSED"
                   TO CALC-REPORT-LINE
           END-IF
           WRITE CALC-REPORT-LINE
           IF NOT CALC-MASTER-AGREES THEN
               MOVE "RESULTS MASTER DIFFERS - SEE BATCH BREAKDOWN"
                   TO CALC-REPORT-LINE
               WRITE CALC-REPORT-LINE
           END-IF
           CLOSE CALC-REPORT-FILE.

       7100-PRINT-ONE-BALANCE-LINE.
           IF CALC-PTT-STH-COUNT(CALC-OP-SUB) > 0
                   OR CALC-PTT-GL-COUNT(CALC-OP-SUB) > 0 THEN
               MOVE CALC-OP-SUB TO CALC-PRIOR-OPCODE
               PERFORM 7500-SET-OPCODE-DESCRIPTION
               MOVE CALC-OPCODE-DESC TO CALC-BAL-DESC-OUT
               MOVE CALC-PTT-STH-COUNT(CALC-OP-SUB)
                   TO CALC-BAL-STH-COUNT-OUT
               MOVE CALC-PTT-STH-AMOUNT(CALC-OP-SUB)
                   TO CALC-BAL-STH-AMOUNT-OUT
               MOVE CALC-PTT-GL-COUNT(CALC-OP-SUB)
                   TO CALC-BAL-GL-COUNT-OUT
               MOVE CALC-PTT-GL-AMOUNT(CALC-OP-SUB)
                   TO CALC-BAL-GL-AMOUNT-OUT
               IF CALC-PTT-BALANCED(CALC-OP-SUB) THEN
                   MOVE "BALANCED" TO CALC-BAL-STATUS-OUT
               ELSE
                   MOVE "*** OUT ***" TO CALC-BAL-STATUS-OUT
               END-IF
               WRITE CALC-REPORT-LINE FROM CALC-BALANCE-LINE
           END-IF
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
      *> 7200-PRINT-ONE-OPCODE-BATCHES - THE OPCODE'S BATCH LINES, THEN  *
      *> A MASTER TOTAL LINE SAYING WHETHER THE MASTER AGREES WITH THE   *
      *> RUN STATISTICS FOR THAT OPCODE.                                 *
      *>-----------------------------------------------------------------*
       7200-PRINT-ONE-OPCODE-BATCHES.
           IF CALC-PTT-MST-COUNT(CALC-OP-SUB) > 0
                   OR CALC-PTT-STH-COUNT(CALC-OP-SUB) > 0 THEN
               MOVE CALC-OP-SUB TO CALC-PRIOR-OPCODE
               PERFORM 7500-SET-OPCODE-DESCRIPTION
               MOVE 1 TO CALC-BAT-SUB
               PERFORM 7210-PRINT-ONE-BATCH-LINE
                   UNTIL CALC-BAT-SUB > CALC-BAT-COUNT
               MOVE CALC-OPCODE-DESC TO CALC-BTL-DESC-OUT
               MOVE "TOTAL" TO CALC-BTL-BATCH-OUT
               MOVE CALC-PTT-MST-COUNT(CALC-OP-SUB)
                   TO CALC-BTL-COUNT-OUT
               MOVE CALC-PTT-MST-AMOUNT(CALC-OP-SUB)
                   TO CALC-BTL-AMOUNT-OUT
               IF CALC-PTT-MST-COUNT(CALC-OP-SUB)
                       = CALC-PTT-STH-COUNT(CALC-OP-SUB)
                   AND CALC-PTT-MST-AMOUNT(CALC-OP-SUB)
                       = CALC-PTT-STH-AMOUNT(CALC-OP-SUB) THEN
                   MOVE "AGREES WITH RUN STATISTICS"
                       TO CALC-BTL-STATUS-OUT
               ELSE
                   MOVE "*** DIFFERS FROM RUN STATISTICS ***"
                       TO CALC-BTL-STATUS-OUT
               END-IF
               WRITE CALC-REPORT-LINE FROM CALC-BATCH-LINE
           END-IF
           ADD 1 TO CALC-OP-SUB.

       7210-PRINT-ONE-BATCH-LINE.
           IF CALC-BAT-OPCODE(CALC-BAT-SUB) = CALC-OP-SUB THEN
               MOVE CALC-OPCODE-DESC TO CALC-BTL-DESC-OUT
               MOVE CALC-BAT-BATCH-ID(CALC-BAT-SUB)
                   TO CALC-BTL-BATCH-OUT
               MOVE CALC-BAT-ROW-COUNT(CALC-BAT-SUB)
                   TO CALC-BTL-COUNT-OUT
               MOVE CALC-BAT-AMOUNT(CALC-BAT-SUB)
                   TO CALC-BTL-AMOUNT-OUT
               MOVE SPACES TO CALC-BTL-STATUS-OUT
               WRITE CALC-REPORT-LINE FROM CALC-BATCH-LINE
           END-IF
           ADD 1 TO CALC-BAT-SUB.

      *>-----------------------------------------------------------------*
      *> 7500-SET-OPCODE-DESCRIPTION - MAPS THE 1-9 OPCODE TO ITS NAME,  *
      *> THE SAME TEXT CalcSummaryReport PRINTS IN ITS PAGE HEADERS.     *
      *>-----------------------------------------------------------------*
       7500-SET-OPCODE-DESCRIPTION.
           EVALUATE CALC-PRIOR-OPCODE
               WHEN 1
                   MOVE "ADDITION" TO CALC-OPCODE-DESC
               WHEN 2
                   MOVE "SUBTRACTION" TO CALC-OPCODE-DESC
               WHEN 3
                   MOVE "MULTIPLICATION" TO CALC-OPCODE-DESC
               WHEN 4
                   MOVE "DIVISION" TO CALC-OPCODE-DESC
               WHEN 5
                   MOVE "PERCENT-OF" TO CALC-OPCODE-DESC
               WHEN 6
                   MOVE "PERCENT-CHANGE" TO CALC-OPCODE-DESC
               WHEN 7
                   MOVE "AVERAGE" TO CALC-OPCODE-DESC
               WHEN 8
                   MOVE "ROUNDED DIVIDE" TO CALC-OPCODE-DESC
               WHEN 9
                   MOVE "TIERED RATE" TO CALC-OPCODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO CALC-OPCODE-DESC
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 8000-MARK-PERIOD-CLOSED - THE PERIOD ROW IS WRITTEN ON A FIRST  *
      *> CLOSE AND REWRITTEN ON A CLOSE AFTER A REOPEN, CARRYING THE     *
      *> BALANCED TOTALS.  THE REOPEN FIELDS ARE LEFT AS THEY ARE SO THE *
      *> ROW STILL SHOWS WHO LAST REOPENED IT AND WHY.                   *
      *>-----------------------------------------------------------------*
       8000-MARK-PERIOD-CLOSED.
           IF CALC-PERIOD-NEW THEN
               MOVE CALC-CLOSE-PERIOD TO CALC-PER-PERIOD
               MOVE 0 TO CALC-PER-CLOSE-COUNT
               MOVE 0 TO CALC-PER-REOPEN-COUNT
               MOVE SPACES TO CALC-PER-REOPEN-BY
               MOVE 0 TO CALC-PER-REOPEN-DATE
               MOVE 0 TO CALC-PER-REOPEN-TIME
               MOVE SPACES TO CALC-PER-REOPEN-REASON
           END-IF
           MOVE "C" TO CALC-PER-STATUS
           MOVE CALC-TODAY-DATE-NUM TO CALC-PER-CLOSE-DATE
           MOVE CALC-TODAY-TIME TO CALC-PER-CLOSE-TIME
           ADD 1 TO CALC-PER-CLOSE-COUNT
           MOVE CALC-STH-RUN-COUNT TO CALC-PER-RUN-COUNT
           MOVE CALC-STH-TOTAL-COUNT TO CALC-PER-TRAN-COUNT
           MOVE CALC-STH-TOTAL-AMOUNT TO CALC-PER-AMOUNT
           IF CALC-PERIOD-NEW THEN
               WRITE CALC-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "CalcPeriodClose: period "
                           CALC-CLOSE-PERIOD " could not be written."
                       MOVE "N" TO CALC-IN-BALANCE-SW
               END-WRITE
           ELSE
               REWRITE CALC-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "CalcPeriodClose: period "
                           CALC-CLOSE-PERIOD " could not be updated."
                       MOVE "N" TO CALC-IN-BALANCE-SW
               END-REWRITE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - SET THE STEP CODE: 16 WHEN THE PERIOD WAS LEFT  *
      *> OPEN, 4 WHEN IT CLOSED BUT THE MASTER DID NOT AGREE, OTHERWISE  *
      *> ZERO.                                                           *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           CLOSE CALC-PERIOD-FILE
           IF CALC-IN-BALANCE THEN
               DISPLAY "CalcPeriodClose: period " CALC-CLOSE-PERIOD
                   " closed - " CALC-STH-RUN-COUNT " run(s), "
                   CALC-STH-TOTAL-COUNT " transaction(s)."
               IF NOT CALC-MASTER-AGREES AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CalcPeriodClose: period " CALC-CLOSE-PERIOD
                   " is out of balance with the GL extracts - "
                   "left open."
               IF RETURN-CODE < 16 THEN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CalcPeriodClose: " CALC-PTD-ROW-COUNT
               " period-to-date row(s) written.".
