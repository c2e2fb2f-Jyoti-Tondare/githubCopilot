      *>=================================================================*
      *> CALCDSK - DESK-POSTING QUEUE RECORD LAYOUT.  ONE ROW PER RESULT *
      *> AN OPERATOR CHOSE TO POST FROM MenuDrivenCalculator, APPENDED   *
      *> TO THE CALCDSK QUEUE WITH A TRANSACTION ID FROM THE SAME        *
      *> CONTROLLED CALCSEQ SEQUENCE CalcIntakeAdapter USES.  AT CUTOFF  *
      *> CalcDeskCutoff CLOSES THE QUEUE INTO THE CALCDPB CALCIN-FORMAT  *
      *> BATCH, COPIES EVERY ROW TO THE CALCDSH HISTORY FILE (SAME       *
      *> LAYOUT) STAMPED WITH THE CUTOFF'S PROCESSING DATE, AND EMPTIES  *
      *> THE QUEUE.                                                      *
      *>   RESULT      - THE ANSWER THE DESK SAW; THE BATCH RECOMPUTES   *
      *>                 IT FROM THE OPERANDS, SO IT IS KEPT ONLY FOR    *
      *>                 THE CUTOFF TOTALS AND FOR TRACING.              *
      *>   CUTOFF-DATE - ZERO WHILE THE ROW WAITS IN THE QUEUE; THE      *
      *>                 PROCESSING DATE OF THE BATCH IT WENT OUT IN     *
      *>                 ONCE IT IS ON THE HISTORY FILE.                 *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-DESK-POSTING-RECORD.
           05 CALC-DSK-TRAN-ID         PIC X(10).
           05 CALC-DSK-OPCODE          PIC 9.
           05 CALC-DSK-NUM1            PIC S9(7)V99.
           05 CALC-DSK-NUM2            PIC S9(7)V99.
           05 CALC-DSK-RESULT          PIC S9(7)V99.
           05 CALC-DSK-OPERATOR        PIC X(08).
           05 CALC-DSK-DATE            PIC 9(08).
           05 CALC-DSK-TIME            PIC 9(08).
           05 CALC-DSK-CUTOFF-DATE     PIC 9(08).
