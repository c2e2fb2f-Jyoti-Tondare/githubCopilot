      *>=================================================================*
      *> CALCJHS - JOB-HISTORY RECORD LAYOUT FOR THE CALCJHS FILE.  ONE  *
      *> RECORD IS APPENDED BY CalcJobStream FOR EVERY STEP OF EVERY     *
      *> NIGHTLY JOB, WHETHER IT RAN, WAS BYPASSED ON ITS CONDITION, OR  *
      *> NEVER GOT ITS TURN BECAUSE AN EARLIER STEP HALTED THE JOB.  THE *
      *> JOB DATE AND TIME IDENTIFY ONE EXECUTION OF THE DRIVER, AND THE *
      *> RESTART STEP SHOWS WHICH STEP IT WAS STARTED FROM (ZERO FOR A   *
      *> NORMAL START AT THE TOP), SO A RESUMED NIGHT READS AS ONE       *
      *> STORY IN THE FILE.  A RESTART ALSO READS THE FILE BACK FOR THE  *
      *> END CODES OF THE STEPS IT DOES NOT RERUN.                       *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-JOB-HISTORY-RECORD.
           05 CALC-JHS-JOB-DATE        PIC 9(08).
           05 CALC-JHS-JOB-TIME        PIC 9(08).
           05 CALC-JHS-RESTART-STEP    PIC 9(02).
           05 CALC-JHS-STEP-NO         PIC 9(02).
           05 CALC-JHS-PROGRAM         PIC X(20).
           05 CALC-JHS-START-DATE      PIC 9(08).
           05 CALC-JHS-START-TIME      PIC 9(08).
           05 CALC-JHS-END-DATE        PIC 9(08).
           05 CALC-JHS-END-TIME        PIC 9(08).
           05 CALC-JHS-END-CODE        PIC 9(02).
           05 CALC-JHS-STEP-STATUS     PIC X(01).
               88 CALC-JHS-ENDED       VALUE "C".
               88 CALC-JHS-HALTED      VALUE "H".
               88 CALC-JHS-BYPASSED    VALUE "B".
               88 CALC-JHS-NOT-RUN     VALUE "N".
