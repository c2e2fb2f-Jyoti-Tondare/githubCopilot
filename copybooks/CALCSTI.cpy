      *>=================================================================*
      *> CALCSTI - STANDING-INSTRUCTION MASTER RECORD LAYOUT FOR THE     *
      *> CALCSTI INDEXED FILE, KEYED BY INSTRUCTION ID.  A STANDING      *
      *> INSTRUCTION IS A CALCULATION THAT RECURS ON A SCHEDULE - A      *
      *> MONTHLY FEE PERCENTAGE ON A RATE CODE, A WEEKLY AVERAGE - SO IT *
      *> IS KEYED HERE ONCE INSTEAD OF INTO THE ORIGIN SYSTEM EVERY      *
      *> TIME.  MAINTAINED THROUGH CalcStandingMaintenance;              *
      *> CalcStandingGenerate TURNS THE INSTRUCTIONS DUE ON THE RUN      *
      *> CARD'S PROCESSING DATE INTO A CALCIN BATCH AND MOVES EACH ONE'S *
      *> NEXT-DUE DATE ON.                                               *
      *>   KIND       - "O" OPERANDS: OPCODE, NUM1 AND NUM2 AS KEYED;    *
      *>                "R" RATE CODE: OPCODE, RATE CODE AND NUM2, SENT  *
      *>                AS AN "R" DETAIL SO THE RATE IS RESOLVED ON THE  *
      *>                DAY IT RUNS.                                     *
      *>   FREQUENCY  - "D" DAILY, "W" WEEKLY (EVERY 7 DAYS FROM THE     *
      *>                START DATE) OR "M" MONTH-END (THE LAST DAY OF    *
      *>                EACH MONTH).                                     *
      *>   END-DATE   - LAST DATE IT MAY FALL DUE; ZERO IS OPEN-ENDED.   *
      *>   STATUS     - "A" ACTIVE, "S" SUSPENDED (SKIPPED UNTIL         *
      *>                RESUMED) OR "E" ENDED (NEVER GENERATED AGAIN).   *
      *>   LAST-GEN-  - THE PROCESSING DATE AND TRANSACTION ID OF THE    *
      *>   DATE/-TRAN-ID LAST GENERATION, SO A RERUN FOR THE SAME DATE   *
      *>                REBUILDS THE SAME DETAIL UNDER THE SAME ID.      *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-STANDING-RECORD.
           05 CALC-STI-ID              PIC X(08).
           05 CALC-STI-DESC            PIC X(30).
           05 CALC-STI-KIND            PIC X(01).
               88 CALC-STI-KIND-OPERANDS VALUE "O".
               88 CALC-STI-KIND-RATE   VALUE "R".
           05 CALC-STI-OPCODE          PIC 9.
           05 CALC-STI-NUM1            PIC S9(7)V99.
           05 CALC-STI-RATE-CODE       PIC X(08).
           05 CALC-STI-NUM2            PIC S9(7)V99.
           05 CALC-STI-FREQUENCY       PIC X(01).
               88 CALC-STI-DAILY       VALUE "D".
               88 CALC-STI-WEEKLY      VALUE "W".
               88 CALC-STI-MONTH-END   VALUE "M".
           05 CALC-STI-START-DATE      PIC 9(08).
           05 CALC-STI-END-DATE        PIC 9(08).
           05 CALC-STI-NEXT-DUE        PIC 9(08).
           05 CALC-STI-STATUS          PIC X(01).
               88 CALC-STI-ACTIVE      VALUE "A".
               88 CALC-STI-SUSPENDED   VALUE "S".
               88 CALC-STI-ENDED       VALUE "E".
           05 CALC-STI-LAST-GEN-DATE   PIC 9(08).
           05 CALC-STI-LAST-TRAN-ID    PIC X(10).
           05 CALC-STI-GEN-COUNT       PIC 9(05).
           05 CALC-STI-UPD-BY          PIC X(08).
           05 CALC-STI-UPD-DATE        PIC 9(08).
           05 CALC-STI-UPD-TIME        PIC 9(08).
