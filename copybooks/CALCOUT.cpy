      *>                SET ID).  THE GL FEED AND THE PER-OPCODE TOTALS    *
      *>                SKIP "S" ROWS SO A SET COUNTS ONCE, THROUGH ITS    *
      *>                FINAL.                                            *
      *> 10/15/2026 RH  ADDED ROW TYPE "V" FOR A REVERSAL ROW: THE        *
      *>                ORIGINAL TRANSACTION'S OPCODE AND OPERANDS WITH   *
      *>                ITS RESULT AND REMAINDER NEGATED, SO THE GL FEED  *
      *>                AND THE PER-OPCODE TOTALS NET THE ORIGINAL OUT    *
      *>                WITHOUT ANY SPECIAL HANDLING.                     *
      *>=================================================================*
       01 CALC-OUTPUT-RECORD.
           05 CALC-OUT-OPCODE          PIC 9.
               88 CALC-OUT-ROW-DETAIL  VALUE " ".
               88 CALC-OUT-ROW-SET-STEP VALUE "S".
               88 CALC-OUT-ROW-SET-FINAL VALUE "F".
               88 CALC-OUT-ROW-REVERSAL VALUE "V".
