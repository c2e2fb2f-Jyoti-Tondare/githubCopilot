      *>                SAME WAY CALCAUD'S IS, SO THE RECONCILIATION      *
      *>                STEP CAN PICK A RUN'S EXCEPTIONS EXACTLY EVEN     *
      *>                WHEN THE RUN SPANS MIDNIGHT.                      *
      *> 10/15/2026 RH  ADDED CALC-EXC-DISP-BY AND CALC-EXC-DISP-DATE,    *
      *>                STAMPED BY CalcExceptionRepair WITH THE SIGNED-ON *
      *>                OPERATOR AND THE DATE WHEN AN ENTRY IS REPAIRED   *
      *>                OR WRITTEN OFF.  AN OPEN ENTRY CARRIES SPACES AND *
      *>                ZERO.                                             *
      *> 10/15/2026 RH  REASON "R" NOW ALSO COVERS A TIERED SCHEDULE      *
      *>                (OPCODE 9) TRANSACTION WHOSE CALCTRS SCHEDULE     *
      *>                CODE HAD NO VERSION IN EFFECT AT CALCULATION      *
      *>                TIME.  AS WITH A RATE CODE, THE FIX BELONGS ON    *
      *>                THE RATE DESK'S MASTER FILE.                      *
      *>=================================================================*
       01 CALC-EXCEPTION-RECORD.
           05 CALC-EXC-DATE            PIC 9(8).
               88 CALC-EXC-REPAIRED    VALUE "R".
               88 CALC-EXC-WRITTEN-OFF VALUE "W".
           05 CALC-EXC-RUN-ID          PIC 9(05).
           05 CALC-EXC-DISP-BY         PIC X(08).
           05 CALC-EXC-DISP-DATE       PIC 9(08).
