      *>                ROWS GET, AND EACH ERROR-CLASS TIE NOW ADDS ITS   *
      *>                SHARE OF THEM, SO A CORRECTLY HANDLED POISONED    *
      *>                SET NO LONGER TRIPS A FALSE OUT-OF-BALANCE.       *
      *> 10/15/2026 RH  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE STEP   *
      *>                CAN BE CALLED BY THE CalcJobStream NIGHTLY DRIVER; *
      *>                RUN STAND-ALONE IT ENDS EXACTLY AS BEFORE.         *
      *> 10/15/2026 RH  OPCODES RUN 1-9 NOW.  A TIERED SCHEDULE (OPCODE 9) *
      *>                THAT FAILS IS COUNTED AS AN OTHER ERROR - IT       *
      *>                CANNOT DIVIDE BY ZERO - AND ITS SCHEDULE MISS GOES *
      *>                TO CALCEXC AS REASON "R", SO THE OTHER CLASS STILL *
      *>                TIES TO THE V AND R EXCEPTIONS COMBINED.           *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcReconcileReport.
           PERFORM 5000-COUNT-EXCEPTIONS-FILE
           PERFORM 6000-CROSS-FOOT
           PERFORM 9000-FINALIZE
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - THE CALCRUN CARD SUPPLIES THE PROCESSING DATE *
                   ADD 1 TO CALC-OUT-FERR-DIVZERO-COUNT
               WHEN CALC-OUT-OPCODE = 6 AND CALC-OUT-NUM1 = 0
                   ADD 1 TO CALC-OUT-FERR-DIVZERO-COUNT
               WHEN CALC-OUT-OPCODE >= 1 AND CALC-OUT-OPCODE <= 9
                   ADD 1 TO CALC-OUT-FERR-OTHER-COUNT
               WHEN OTHER
                   CONTINUE
                                       AND CALC-AUD-NUM1 = 0
                                   ADD 1 TO CALC-AUD-DIVZERO-COUNT
                               WHEN CALC-AUD-OPCODE >= 1
                                       AND CALC-AUD-OPCODE <= 9
                                   ADD 1 TO CALC-AUD-OTHER-ERR-COUNT
                               WHEN OTHER
                                   CONTINUE
