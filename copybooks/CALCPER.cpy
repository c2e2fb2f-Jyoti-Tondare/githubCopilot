      *>=================================================================*
      *> CALCPER - ACCOUNTING-PERIOD CONTROL RECORD LAYOUT FOR THE       *
      *> CALCPER INDEXED FILE, KEYED BY PERIOD (YYYYMM OF THE RUN CARD'S *
      *> PROCESSING DATE).  A PERIOD HAS NO ROW UNTIL CalcPeriodClose    *
      *> FIRST CLOSES IT; NO ROW MEANS OPEN.  A CLOSED PERIOD ("C") IS   *
      *> LOCKED AGAINST POSTING - CalcBatchCalculator REFUSES A RUN CARD *
      *> DATED IN IT.  A SUPERVISOR CAN FORMALLY REOPEN IT ("R") THROUGH *
      *> CalcPeriodReopen, WHICH RECORDS WHO, WHEN AND WHY; A REOPENED   *
      *> PERIOD TAKES POSTINGS AGAIN UNTIL CalcPeriodClose IS RERUN AND  *
      *> CLOSES IT AFRESH.  THE CLOSE FIELDS HOLD THE BALANCED TOTALS AS *
      *> OF THE LATEST CLOSE.                                            *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-PERIOD-RECORD.
           05 CALC-PER-PERIOD          PIC 9(06).
           05 CALC-PER-STATUS          PIC X(01).
               88 CALC-PER-CLOSED      VALUE "C".
               88 CALC-PER-REOPENED    VALUE "R".
           05 CALC-PER-CLOSE-DATE      PIC 9(08).
           05 CALC-PER-CLOSE-TIME      PIC 9(08).
           05 CALC-PER-CLOSE-COUNT     PIC 9(03).
           05 CALC-PER-RUN-COUNT       PIC 9(05).
           05 CALC-PER-TRAN-COUNT      PIC 9(09).
           05 CALC-PER-AMOUNT          PIC S9(11)V99.
           05 CALC-PER-REOPEN-COUNT    PIC 9(03).
           05 CALC-PER-REOPEN-BY       PIC X(08).
           05 CALC-PER-REOPEN-DATE     PIC 9(08).
           05 CALC-PER-REOPEN-TIME     PIC 9(08).
           05 CALC-PER-REOPEN-REASON   PIC X(40).
