      *>=================================================================*
      *> CALCJSC - STEP-CONTROL RECORD LAYOUT FOR THE CALCJSC FILE THAT  *
      *> DRIVES CalcJobStream.  ONE RECORD PER STEP OF THE NIGHTLY       *
      *> CHAIN, IN THE ORDER THE STEPS RUN:                               *
      *>   STEP-NO    - THE STEP NUMBER OPERATIONS RESTARTS FROM         *
      *>                (ASCENDING; ZERO OR BLANK MARKS A COMMENT LINE). *
      *>   PROGRAM    - THE PROGRAM-ID TO CALL.                          *
      *>   PARM       - PARM TEXT HANDED TO THE STEP THE SAME WAY THE    *
      *>                JCL PARM= WAS (E.G. "25" FOR CalcVarianceReport).*
      *>   HALT-CODE  - AN END CODE AT OR ABOVE THIS STOPS THE JOB AFTER *
      *>                THE STEP, LEAVING IT AS THE RESTART POINT.  ZERO *
      *>                MEANS THE STEP NEVER HALTS THE JOB.              *
      *>   COND-STEP/ - THE STEP IS BYPASSED WHEN THE NAMED EARLIER STEP *
      *>   COND-CODE    ENDED ABOVE COND-CODE (OR WAS ITSELF BYPASSED). *
      *>                A COND-STEP OF ZERO RUNS THE STEP UNCONDITIONALLY*
      *> THE STANDARD NIGHTLY STREAM IS:                                  *
      *>   01 CalcIntakeAdapter     HALT 16                               *
      *>   02 CalcStandingGenerate  HALT 16                               *
      *>   03 CalcDeskCutoff        HALT 16                               *
      *>   04 CalcBatchAssemble     HALT 16                               *
      *>   05 CalcEditValidator     HALT 16                               *
      *>   06 CalcBatchCalculator   HALT 16 (16 BALANCE, 20 DUP,         *
      *>                            24 CLOSED PERIOD)                    *
      *>   07 CalcReconcileReport   NO HALT                               *
      *>   08 CalcSummaryReport     BYPASS IF STEP 07 ABOVE 04            *
      *>   09 CalcResultExtract     BYPASS IF STEP 07 ABOVE 04            *
      *>   10 CalcVarianceReport    PARM 25, NO HALT                      *
      *>   11 CalcAcknowledge       NO HALT                               *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *> 10/15/2026 RH  CalcBatchCalculator ALSO ENDS 24 WHEN THE RUN     *
      *>                CARD FALLS IN A CLOSED ACCOUNTING PERIOD, WHICH   *
      *>                THE HALT CODE OF 16 ALREADY STOPS.                *
      *> 10/15/2026 RH  NEW ACKNOWLEDGEMENT STEP CalcAcknowledge WRITES   *
      *>                THE ACKNOWLEDGEMENT FILE BACK TO EACH ORIGIN      *
      *>                SYSTEM; IT NEVER HALTS THE JOB.                   *
      *> 10/15/2026 RH  NEW STEP 02 CalcStandingGenerate BUILDS THE       *
      *>                CALCSIB BATCH OF STANDING INSTRUCTIONS DUE ON THE *
      *>                RUN CARD DATE AHEAD OF THE EDIT STEP; THE LATER   *
      *>                STEPS MOVE DOWN ONE.                              *
      *> 10/15/2026 RH  NEW STEP 03 CalcDeskCutoff CLOSES THE CALCDSK     *
      *>                DESK-POSTING QUEUE INTO THE CALCDPB BATCH AHEAD   *
      *>                OF THE EDIT STEP; THE LATER STEPS MOVE DOWN ONE.  *
      *> 10/15/2026 RH  NEW STEP 04 CalcBatchAssemble BUILDS CALCIN FOR   *
      *>                THE EDIT STEP FROM THE ORIGIN TRANSMISSIONS       *
      *>                (CALCTRN) AND THE CALCADP, CALCSRL, CALCSIB AND   *
      *>                CALCDPB BATCHES; THE LATER STEPS MOVE DOWN ONE.   *
      *>=================================================================*
       01 CALC-STEP-CONTROL-RECORD.
           05 CALC-JSC-STEP-NO         PIC 9(02).
           05 CALC-JSC-PROGRAM         PIC X(20).
           05 CALC-JSC-PARM            PIC X(20).
           05 CALC-JSC-HALT-CODE       PIC 9(02).
           05 CALC-JSC-COND-STEP       PIC 9(02).
           05 CALC-JSC-COND-CODE       PIC 9(02).
