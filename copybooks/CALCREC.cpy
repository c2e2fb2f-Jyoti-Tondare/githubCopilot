      *>                FINAL RESULT ROW THE GL FEED PICKS UP IN PLACE   *
      *>                OF THE INTERMEDIATE STEPS.  BOTH VALUE FIELDS    *
      *>                ROLL INTO THE BATCH HASH AS KEYED.               *
      *> 10/15/2026 RH  ADDED THE "X" REVERSAL LAYOUT.  IT NAMES THE      *
      *>                TRANSACTION ID OF AN EARLIER POSTING TO BE BACKED *
      *>                OUT, PLUS THE REVERSAL'S OWN TRANSACTION ID IN    *
      *>                THE SAME POSITION THE OTHER DETAIL LAYOUTS CARRY  *
      *>                IT.  THE CALCULATOR POSTS THE ORIGINAL'S RESULT   *
      *>                BACK WITH THE SIGN TURNED AROUND.  A REVERSAL     *
      *>                CARRIES NO AMOUNTS OF ITS OWN, SO IT ADDS NOTHING *
      *>                TO THE BATCH HASH TOTAL - IT ONLY COUNTS.         *
      *> 10/15/2026 RH  ADDED OPCODE 9, TIERED SCHEDULE, COMPUTED BY THE  *
      *>                SHARED CalcOperations MODULE.  ON A PLAIN DETAIL  *
      *>                NUM1 CARRIES THE CALCTRS SCHEDULE CODE (A WHOLE   *
      *>                NUMBER 1-9999) AND NUM2 THE AMOUNT THE SCHEDULE   *
      *>                IS APPLIED TO; BOTH STILL ROLL INTO THE BATCH     *
      *>                HASH AS KEYED.  OPCODE 9 IS NOT VALID ON AN "R"   *
      *>                RATE-CODE DETAIL.                                 *
      *>=================================================================*
       01 CALC-INPUT-RECORD.
           05 CALC-IN-OPCODE           PIC 9.
               88 CALC-IN-OP-PCT-CHG   VALUE 6.
               88 CALC-IN-OP-AVERAGE   VALUE 7.
               88 CALC-IN-OP-RDIV      VALUE 8.
               88 CALC-IN-OP-TIERED    VALUE 9.
           05 CALC-IN-NUM1             PIC S9(7)V99.
           05 CALC-IN-NUM2             PIC S9(7)V99.
           05 CALC-IN-TRAN-ID          PIC X(10).
           05 CALC-SET-NUM2            PIC S9(7)V99.
           05 CALC-SET-TRAN-ID         PIC X(10).

       01 CALC-REVERSAL-RECORD.
           05 CALC-REV-RECORD-TYPE     PIC X(01).
               88 CALC-REV-TYPE-REVERSAL VALUE "X".
           05 CALC-REV-ORIG-TRAN-ID    PIC X(10).
           05 FILLER                   PIC X(08).
           05 CALC-REV-TRAN-ID         PIC X(10).

       01 CALC-BATCH-HEADER-RECORD.
           05 CALC-HDR-RECORD-TYPE     PIC X(01).
               88 CALC-HDR-TYPE-HEADER VALUE "H".
