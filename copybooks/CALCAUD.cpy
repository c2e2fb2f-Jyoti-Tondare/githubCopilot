      *>                RUN-CONTROL CARD (ZERO FOR INTERACTIVE USE), SO   *
      *>                THE RECONCILIATION STEP CAN PICK A RUN'S ROWS     *
      *>                OUT OF THE CUMULATIVE LOG EXACTLY.                *
      *> 10/15/2026 RH  ADDED CALC-AUD-OPERATOR, THE ID SIGNED ON THROUGH *
      *>                CalcSignOn FOR A DESK CALCULATION, "PARM" FOR AN  *
      *>                UNATTENDED PARM RUN, AND "BATCH" FOR THE NIGHTLY  *
      *>                CALCULATOR, SO EVERY ROW SAYS WHO RAN IT.         *
      *>=================================================================*
       01 CALC-AUDIT-RECORD.
           05 CALC-AUD-DATE            PIC 9(8).
               88 CALC-AUD-ERROR       VALUE "Y".
           05 CALC-AUD-TRAN-ID         PIC X(10).
           05 CALC-AUD-RUN-ID          PIC 9(05).
           05 CALC-AUD-OPERATOR        PIC X(08).
