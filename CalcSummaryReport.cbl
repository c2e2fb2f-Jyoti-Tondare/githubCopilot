      *>                FINAL ROW ONLY - ITS "S" STEP ROWS ARE SKIPPED,    *
      *>                SO THE CONTROL-BREAK TOTALS STILL MATCH THE        *
      *>                CALCGLC EXTRACT AND A SET COUNTS EXACTLY ONCE.     *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  A REVERSAL ROW (ROW TYPE "V") PRINTS WITH STATUS   *
      *>                "RV".  ITS NEGATED RESULT ALREADY NETS THE         *
      *>                ORIGINAL OUT OF THE GROUP AND GRAND TOTALS.        *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) NOW PRINTS AS "TIERED   *
      *>                RATE" IN ITS PAGE HEADERS INSTEAD OF "UNKNOWN".    *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSummaryReport.
           05 FILLER                   PIC X(61).

       FD  CALC-SORTED-FILE.
       COPY CALCOUT REPLACING
           ==CALC-OUTPUT-RECORD== BY ==CALC-SORTED-RECORD==.

       FD  CALC-REPORT-FILE.
       01 CALC-REPORT-LINE             PIC X(80).
       01 CALC-AMOUNT-DISPLAY          PIC -(8)9.99.

       01 CALC-HEADER-LINE-1.
           05 FILLER                   PIC X(20)
               VALUE "CALC SUMMARY REPORT".
           05 FILLER                   PIC X(06) VALUE "DATE: ".
           05 CALC-HDR-PROC-DATE       PIC 9(08) VALUE 0.
           05 FILLER                   PIC X(07) VALUE "  RUN: ".
           PERFORM 2000-PRODUCE-REPORT UNTIL CALC-EOF-YES
           PERFORM 8000-PRINT-FINAL-TOTALS
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - PICK UP THE PROCESSING DATE AND RUN ID FROM   *
           END-IF.

       2100-REPORT-ONE-ROW.
           IF CALC-OUT-OPCODE OF CALC-SORTED-RECORD
                   NOT = CALC-PRIOR-OPCODE
           THEN
               PERFORM 4000-PRINT-GROUP-TOTAL
               MOVE CALC-OUT-OPCODE OF CALC-SORTED-RECORD
           MOVE 3 TO CALC-LINE-COUNT.

      *>-----------------------------------------------------------------*
      *> 3500-SET-OPCODE-DESCRIPTION - MAPS THE 1-9 OPCODE TO ITS NAME.  *
      *>-----------------------------------------------------------------*
       3500-SET-OPCODE-DESCRIPTION.
           EVALUATE CALC-PRIOR-OPCODE
                   MOVE "AVERAGE" TO CALC-OPCODE-DESC
               WHEN 8
                   MOVE "ROUNDED DIVIDE" TO CALC-OPCODE-DESC
               WHEN 9
                   MOVE "TIERED RATE" TO CALC-OPCODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO CALC-OPCODE-DESC
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 5000-PRINT-DETAIL-LINE - ONE LINE PER TRANSACTION, BREAKING TO  *
      *> A NEW PAGE (WITH HEADERS) EVERY 60 LINES.  A REVERSAL ROW       *
      *> PRINTS STATUS "RV" SO ITS NEGATIVE RESULT READS FOR WHAT IT IS. *
      *>-----------------------------------------------------------------*
       5000-PRINT-DETAIL-LINE.
           IF CALC-LINE-COUNT >= CALC-LINES-PER-PAGE THEN
           MOVE CALC-OUT-NUM1 OF CALC-SORTED-RECORD TO CALC-DTL-NUM1
           MOVE CALC-OUT-NUM2 OF CALC-SORTED-RECORD TO CALC-DTL-NUM2
           MOVE CALC-OUT-RESULT OF CALC-SORTED-RECORD TO CALC-DTL-RESULT
           EVALUATE TRUE
               WHEN CALC-OUT-STATUS-ERR OF CALC-SORTED-RECORD
                   MOVE "ER" TO CALC-DTL-STATUS
               WHEN CALC-OUT-ROW-REVERSAL OF CALC-SORTED-RECORD
                   MOVE "RV" TO CALC-DTL-STATUS
               WHEN OTHER
                   MOVE "OK" TO CALC-DTL-STATUS
           END-EVALUATE
           WRITE CALC-REPORT-LINE FROM CALC-DETAIL-LINE
           ADD 1 TO CALC-LINE-COUNT.

           CLOSE CALC-SORTED-FILE
           CLOSE CALC-REPORT-FILE
           DISPLAY "CalcSummaryReport: " CALC-GRAND-COUNT
               " transaction(s) summarized on " CALC-PAGE-NUMBER
               " page(s).".
