      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 09/02/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) IS NOW COMPARED LIKE    *
      *>                THE OTHER OPCODES.  A CALCSTH RECORD WRITTEN       *
      *>                BEFORE IT EXISTED HAS NO OPCODE 9 ENTRY, WHICH IS  *
      *>                TAKEN AS ZERO.                                     *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcVarianceReport.
               10 CALC-HST-RUN-ID      PIC 9(05).
               10 CALC-HST-REC-COUNT   PIC 9(07).
               10 CALC-HST-EXC-COUNT   PIC 9(07).
               10 CALC-HST-OP-ENTRY OCCURS 9 TIMES.
                   15 CALC-HST-OP-COUNT PIC 9(07).
                   15 CALC-HST-OP-AMOUNT PIC S9(09)V99.

           END-IF
           PERFORM 3000-COMPARE-RUNS
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - VALIDATE THE PARM TOLERANCE AND OPEN THE      *
           END-IF
           MOVE ZEROS TO CALC-PCT-PADDED
           MOVE CALC-PARM-TEXT(1:CALC-PARM-LENGTH)
               TO CALC-PCT-PADDED(4 - CALC-PARM-LENGTH :
                   CALC-PARM-LENGTH)
           MOVE CALC-PCT-PADDED TO CALC-TOLERANCE-PCT
           OPEN INPUT CALC-STATS-HISTORY-FILE
           IF CALC-STATS-FILE-NOT-FOUND THEN
           MOVE CALC-STA-EXC-COUNT
               TO CALC-HST-EXC-COUNT(CALC-HIST-COUNT)
           MOVE 1 TO CALC-OP-SUB
           PERFORM 2300-LOAD-ONE-OPCODE UNTIL CALC-OP-SUB > 9.

      *>-----------------------------------------------------------------*
      *> 2300-LOAD-ONE-OPCODE - A RECORD WRITTEN BEFORE THE TIERED       *
      *> SCHEDULE OPCODE EXISTED ENDS AFTER OPCODE 8; ITS MISSING        *
      *> OPCODE 9 ENTRY READS BACK AS SPACES AND IS TAKEN AS ZERO.       *
      *>-----------------------------------------------------------------*
       2300-LOAD-ONE-OPCODE.
           IF CALC-STA-OP-COUNT(CALC-OP-SUB) IS NUMERIC
                   AND CALC-STA-OP-AMOUNT(CALC-OP-SUB) IS NUMERIC THEN
               MOVE CALC-STA-OP-COUNT(CALC-OP-SUB)
                   TO CALC-HST-OP-COUNT(CALC-HIST-COUNT, CALC-OP-SUB)
               MOVE CALC-STA-OP-AMOUNT(CALC-OP-SUB)
                   TO CALC-HST-OP-AMOUNT(CALC-HIST-COUNT, CALC-OP-SUB)
           ELSE
               MOVE 0
                   TO CALC-HST-OP-COUNT(CALC-HIST-COUNT, CALC-OP-SUB)
               MOVE 0
                   TO CALC-HST-OP-AMOUNT(CALC-HIST-COUNT, CALC-OP-SUB)
           END-IF
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
               MOVE SPACES TO CALC-REPORT-LINE
               WRITE CALC-REPORT-LINE
               IF CALC-HIST-COUNT = 1 THEN
                   MOVE
                       "FIRST RUN ON FILE - NO TRAILING RUNS TO COMPARE"
                       TO CALC-REPORT-LINE
                   WRITE CALC-REPORT-LINE
               ELSE
                   PERFORM 4100-COMPARE-EXCEPTION-COUNT
                   MOVE 1 TO CALC-OP-SUB
                   PERFORM 4200-COMPARE-ONE-OPCODE
                       UNTIL CALC-OP-SUB > 9
               END-IF
           END-IF.

           ADD 1 TO CALC-HIST-SUB.

      *>-----------------------------------------------------------------*
      *> 4500-SET-OPCODE-DESCRIPTION - MAPS THE 1-9 OPCODE TO ITS NAME,  *
      *> THE SAME TEXT CalcSummaryReport PRINTS IN ITS PAGE HEADERS.     *
      *>-----------------------------------------------------------------*
       4500-SET-OPCODE-DESCRIPTION.
                   MOVE "AVERAGE" TO CALC-OPCODE-DESC
               WHEN 8
                   MOVE "ROUNDED DIVIDE" TO CALC-OPCODE-DESC
               WHEN 9
                   MOVE "TIERED RATE" TO CALC-OPCODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO CALC-OPCODE-DESC
           END-EVALUATE.
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           IF CALC-FLAG-COUNT > 0 THEN
               MOVE
                   "VOLUME VARIANCE EXCEEDS TOLERANCE - HOLD AND REVIEW"
                   TO CALC-REPORT-LINE
               WRITE CALC-REPORT-LINE
               DISPLAY "CalcVarianceReport: " CALC-FLAG-COUNT
           ELSE
               MOVE "ALL METRICS WITHIN TOLERANCE" TO CALC-REPORT-LINE
               WRITE CALC-REPORT-LINE
               DISPLAY "CalcVarianceReport: all metrics "
                   "within tolerance."
           END-IF
           CLOSE CALC-REPORT-FILE.
