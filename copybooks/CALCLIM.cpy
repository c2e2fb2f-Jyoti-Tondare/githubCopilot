      *>=================================================================*
      *> CALCLIM - PER-OPCODE BUSINESS-RULE LIMITS FOR THE CALCLIM FILE, *
      *> READ BY CalcEditValidator'S REASONABLENESS LAYER.  ONE RECORD   *
      *> PER OPCODE (1-9): THE OPERAND RANGES THE DESK CONSIDERS         *
      *> PLAUSIBLE AND A MAXIMUM ABSOLUTE RESULT.  A RESULT MAXIMUM OF   *
      *> ZERO MEANS NO RESULT RULE FOR THAT OPCODE; AN OPCODE WITH NO    *
      *> RECORD AT ALL HAS NO BUSINESS RULES.  A RECORD THAT TRIPS A     *
      *> CALCREJ HARD-REJECT PATH.                                       *
      *>-----------------------------------------------------------------*
      *> 09/02/2026 RH  ORIGINAL VERSION.                                 *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) MAY NOW CARRY A LIMITS *
      *>                RECORD.  ITS NUM1 RANGE BOUNDS THE SCHEDULE CODES *
      *>                ACCEPTED AND ITS NUM2 RANGE THE AMOUNTS.          *
      *>=================================================================*
       01 CALC-LIMIT-RECORD.
           05 CALC-LIM-OPCODE          PIC 9.
