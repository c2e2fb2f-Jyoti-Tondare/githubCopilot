      *>                ROWS SO THE GL FEED PICKS UP A SET ONCE, THROUGH   *
      *>                ITS "F" FINAL RESULT ROW, INSTEAD OF ONCE PER      *
      *>                INTERMEDIATE STEP.                                 *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) IS NOW NAMED "TIERED    *
      *>                RATE" ON THE DETAIL EXTRACT AND CARRIES ITS OWN    *
      *>                ROW ON THE CALCGLC GL EXTRACT.                     *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcResultExtract.
       01 CALC-GL-SUB                  PIC 9(02) COMP VALUE 0.

       01 CALC-GL-TOTALS-TABLE.
           05 CALC-GL-ENTRY OCCURS 9 TIMES.
               10 CALC-GL-COUNT        PIC 9(07) COMP.
               10 CALC-GL-AMOUNT       PIC S9(09)V99.

           PERFORM 2000-EXTRACT-ONE-RECORD UNTIL CALC-EOF-YES
           PERFORM 8000-WRITE-GL-EXTRACT
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN THE FILES, CLEAR THE PER-OPCODE TOTALS,  *
           OPEN OUTPUT CALC-EXTRACT-FILE
           OPEN OUTPUT CALC-GL-EXTRACT-FILE
           MOVE 1 TO CALC-GL-SUB
           PERFORM 1050-CLEAR-ONE-TOTAL UNTIL CALC-GL-SUB > 9
           MOVE SPACES TO CALC-EXTRACT-LINE
           STRING "TRAN_ID,BATCH_ID,RUN_ID,OPCODE,OPERATION,"
               "NUM1,NUM2,RESULT,REMAINDER,STATUS,ROW_TYPE"
               DELIMITED BY SIZE INTO CALC-EXTRACT-LINE
           WRITE CALC-EXTRACT-LINE
           MOVE "OPCODE,OPERATION,COUNT,AMOUNT" TO CALC-GL-EXTRACT-LINE
           WRITE CALC-GL-EXTRACT-LINE
           END-STRING
           WRITE CALC-EXTRACT-LINE
           ADD 1 TO CALC-EXTRACT-COUNT
           IF CALC-OUT-OPCODE >= 1 AND CALC-OUT-OPCODE <= 9
                   AND NOT CALC-OUT-ROW-SET-STEP THEN
               ADD 1 TO CALC-GL-COUNT(CALC-OUT-OPCODE)
               ADD CALC-OUT-RESULT TO CALC-GL-AMOUNT(CALC-OUT-OPCODE)
           PERFORM 1100-READ-OUTPUT.

      *>-----------------------------------------------------------------*
      *> 3500-SET-OPCODE-DESCRIPTION - MAPS THE 1-9 OPCODE TO ITS NAME,  *
      *> THE SAME TEXT CalcSummaryReport PRINTS IN ITS PAGE HEADERS.     *
      *>-----------------------------------------------------------------*
       3500-SET-OPCODE-DESCRIPTION.
                   MOVE "AVERAGE" TO CALC-OPCODE-DESC
               WHEN 8
                   MOVE "ROUNDED DIVIDE" TO CALC-OPCODE-DESC
               WHEN 9
                   MOVE "TIERED RATE" TO CALC-OPCODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO CALC-OPCODE-DESC
           END-EVALUATE.
      *>-----------------------------------------------------------------*
       8000-WRITE-GL-EXTRACT.
           MOVE 1 TO CALC-GL-SUB
           PERFORM 8100-WRITE-ONE-GL-ROW UNTIL CALC-GL-SUB > 9.

       8100-WRITE-ONE-GL-ROW.
           IF CALC-GL-COUNT(CALC-GL-SUB) > 0 THEN
