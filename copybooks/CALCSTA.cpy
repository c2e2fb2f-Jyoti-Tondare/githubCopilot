      *> SWING THE SAME NIGHT INSTEAD OF WAITING FOR ACCOUNTING TO CALL. *
      *>-----------------------------------------------------------------*
      *> 09/02/2026 RH  ORIGINAL VERSION.                                 *
      *> 10/15/2026 RH  THE PER-OPCODE TABLE NOW RUNS TO NINE ENTRIES FOR *
      *>                THE TIERED SCHEDULE OPCODE.  RECORDS WRITTEN      *
      *>                BEFORE THE CHANGE ARE ONE ENTRY SHORT;            *
      *>                CalcVarianceReport READS THE MISSING ENTRY AS     *
      *>                ZERO.                                             *
      *>=================================================================*
       01 CALC-STATS-RECORD.
           05 CALC-STA-PROC-DATE       PIC 9(08).
           05 CALC-STA-REC-COUNT       PIC 9(07).
           05 CALC-STA-EXC-COUNT       PIC 9(07).
           05 CALC-STA-END-CODE        PIC 9(02).
           05 CALC-STA-OP-ENTRY OCCURS 9 TIMES.
               10 CALC-STA-OP-COUNT    PIC 9(07).
               10 CALC-STA-OP-AMOUNT   PIC S9(09)V99.
