      *>=================================================================*
      *> CALCPTD - PERIOD-TO-DATE TOTALS RECORD LAYOUT FOR THE CALCPTD   *
      *> FILE WRITTEN BY CalcPeriodClose, ONE FILE PER PERIOD CLOSE.     *
      *> TWO ROW TYPES, EACH CARRYING THE PERIOD (YYYYMM) AND OPCODE:    *
      *>   "O" - THE PERIOD'S TOTAL FOR ONE OPCODE, ROLLED UP FROM THE   *
      *>         NIGHTLY CALCSTH RUN STATISTICS - THE FIGURE THAT        *
      *>         BALANCES TO THE MONTH'S CALCGLC EXTRACTS.  THE RUN      *
      *>         COUNT IS THE NUMBER OF NIGHTLY RUNS THAT CARRIED IT.    *
      *>   "B" - THE SAME OPCODE BROKEN DOWN BY CALCIN BATCH, ROLLED UP  *
      *>         FROM THE CALCMST RESULTS-MASTER ROWS DATED IN THE       *
      *>         PERIOD.  THE RUN COUNT IS ZERO.                         *
      *> SET-STEP ROWS ARE LEFT OUT OF BOTH, AS THE GL FEED LEAVES THEM  *
      *> OUT.                                                            *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-PTD-RECORD.
           05 CALC-PTD-PERIOD          PIC 9(06).
           05 CALC-PTD-ROW-TYPE        PIC X(01).
               88 CALC-PTD-ROW-OPCODE  VALUE "O".
               88 CALC-PTD-ROW-BATCH   VALUE "B".
           05 CALC-PTD-OPCODE          PIC 9.
           05 CALC-PTD-BATCH-ID        PIC X(08).
           05 CALC-PTD-RUN-COUNT       PIC 9(05).
           05 CALC-PTD-COUNT           PIC 9(09).
           05 CALC-PTD-AMOUNT          PIC S9(11)V99.
