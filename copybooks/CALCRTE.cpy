      *> RE-KEYED INTO THOUSANDS OF CALCIN RECORDS.                      *
      *>-----------------------------------------------------------------*
      *> 09/02/2026 RH  ORIGINAL VERSION.                                 *
      *> 10/15/2026 RH  THE ROW NOW HOLDS THE LAST APPROVED CHANGE FOR    *
      *>                THE CODE.  EVERY VERSION IS KEPT ON THE CALCRTH   *
      *>                RATE HISTORY, AND THE EDIT STEP AND THE           *
      *>                CALCULATOR RESOLVE THE RATE IN EFFECT ON THE      *
      *>                PROCESSING DATE FROM THERE.  THE DATES ON THIS    *
      *>                ROW ONLY DECIDE FOR A CODE WITH NO APPROVED       *
      *>                HISTORY.                                          *
      *> 10/15/2026 RH  ADDED CALC-RTE-UPD-BY, THE SIGNED-ON OPERATOR WHO *
      *>                APPROVED THE CHANGE NOW ON THE ROW.  WHO KEYED IT *
      *>                IS ON THE CALCRTH VERSION.                        *
      *>=================================================================*
       01 CALC-RATE-RECORD.
           05 CALC-RTE-CODE            PIC X(08).
           05 CALC-RTE-EXP-DATE        PIC 9(08).
           05 CALC-RTE-UPD-DATE        PIC 9(08).
           05 CALC-RTE-UPD-TIME        PIC 9(08).
           05 CALC-RTE-UPD-BY          PIC X(08).
