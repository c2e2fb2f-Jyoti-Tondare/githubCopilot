      *>=================================================================*
      *> CALCACK - ACKNOWLEDGEMENT RECORD LAYOUTS FOR THE RETURN FILE    *
      *> CalcAcknowledge WRITES BACK TO EACH ORIGIN SYSTEM AFTER THE     *
      *> NIGHTLY RUN, ONE FILE PER CALC-HDR-ORIGIN-SYSTEM.  LIKE CALCIN  *
      *> THE FIRST BYTE IS THE RECORD TYPE, AND AMOUNTS TRAVEL IN THE    *
      *> SAME S9(7)V99 FORM THE ORIGIN SYSTEM SENT THEM IN:              *
      *>   "H" - ONE PER FILE: ORIGIN SYSTEM, PROCESSING DATE AND RUN ID *
      *>         OF THE RUN BEING ACKNOWLEDGED.                          *
      *>   "B" - ONE PER CALCIN BATCH FROM THE ORIGIN: BATCH ID, THE     *
      *>         EDIT STEP'S BALANCING OUTCOME ("A" ACCEPTED, "R"        *
      *>         REFUSED - TRAILER MISSING OR OUT OF BALANCE) AND THE    *
      *>         BATCH'S DISPOSITION COUNTS.  IT PRECEDES ITS DETAILS.   *
      *>   "D" - ONE PER DETAIL RECEIVED, IN CALCIN ORDER, WITH ITS      *
      *>         FINAL DISPOSITION:                                      *
      *>           "P" POSTED - RESULT CARRIES THE POSTED RESULT.        *
      *>           "J" REJECTED - REASON IS THE CALCREJ REASON CODE AND  *
      *>               NOTE THE FIELD THAT FAILED.  EVERY DETAIL OF A    *
      *>               REFUSED BATCH WITHOUT A REJECT OF ITS OWN CARRIES *
      *>               REASON "04".                                      *
      *>           "S" HELD IN CALCSUS - NOTE IS THE RULE THAT TRIPPED.  *
      *>           "E" POSTED IN ERROR, ON CALCEXC - REASON IS THE       *
      *>               CALCEXC REASON (Z, V OR R); BLANK WHEN THE ROW    *
      *>               FAILED AT POSTING WITHOUT AN EXCEPTION ENTRY (A   *
      *>               REVERSAL WHOSE ORIGINAL CHANGED SINCE THE EDIT).  *
      *>           "N" NOT POSTED - PASSED THE EDIT BUT THE CALCULATOR   *
      *>               DID NOT POST IT IN THIS RUN (RUN REFUSED OR NOT   *
      *>               YET COMPLETE).  IT WILL COME BACK ON A LATER RUN. *
      *>   "T" - ONE PER FILE: RECORD COUNT INCLUDING HEADER AND         *
      *>         TRAILER, BATCH COUNTS, DETAIL COUNT BY DISPOSITION AND  *
      *>         THE TOTAL OF THE POSTED RESULTS, SO THE ORIGIN SYSTEM   *
      *>         CAN RECONCILE THE FILE WITHOUT READING OUR REPORTS.     *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-ACK-HEADER-RECORD.
           05 CALC-ACK-HDR-RECORD-TYPE PIC X(01).
               88 CALC-ACK-HDR-TYPE-HEADER VALUE "H".
           05 CALC-ACK-HDR-ORIGIN      PIC X(08).
           05 CALC-ACK-HDR-PROC-DATE   PIC 9(08).
           05 CALC-ACK-HDR-RUN-ID      PIC 9(05).
           05 CALC-ACK-HDR-CREATE-DATE PIC 9(08).
           05 CALC-ACK-HDR-CREATE-TIME PIC 9(08).

       01 CALC-ACK-BATCH-RECORD.
           05 CALC-ACK-BAT-RECORD-TYPE PIC X(01).
               88 CALC-ACK-BAT-TYPE-BATCH VALUE "B".
           05 CALC-ACK-BAT-BATCH-ID    PIC X(08).
           05 CALC-ACK-BAT-CREATE-DATE PIC 9(08).
           05 CALC-ACK-BAT-OUTCOME     PIC X(01).
               88 CALC-ACK-BAT-ACCEPTED VALUE "A".
               88 CALC-ACK-BAT-REFUSED VALUE "R".
           05 CALC-ACK-BAT-TRAN-COUNT  PIC 9(07).
           05 CALC-ACK-BAT-POSTED      PIC 9(07).
           05 CALC-ACK-BAT-REJECTED    PIC 9(07).
           05 CALC-ACK-BAT-SUSPENDED   PIC 9(07).
           05 CALC-ACK-BAT-EXCEPTED    PIC 9(07).
           05 CALC-ACK-BAT-NOT-POSTED  PIC 9(07).

       01 CALC-ACK-DETAIL-RECORD.
           05 CALC-ACK-DTL-RECORD-TYPE PIC X(01).
               88 CALC-ACK-DTL-TYPE-DETAIL VALUE "D".
           05 CALC-ACK-DTL-BATCH-ID    PIC X(08).
           05 CALC-ACK-DTL-TRAN-ID     PIC X(10).
           05 CALC-ACK-DTL-DISPOSITION PIC X(01).
               88 CALC-ACK-DTL-POSTED  VALUE "P".
               88 CALC-ACK-DTL-REJECTED VALUE "J".
               88 CALC-ACK-DTL-SUSPENDED VALUE "S".
               88 CALC-ACK-DTL-EXCEPTED VALUE "E".
               88 CALC-ACK-DTL-NOT-POSTED VALUE "N".
           05 CALC-ACK-DTL-REASON      PIC X(02).
           05 CALC-ACK-DTL-RESULT      PIC S9(7)V99.
           05 CALC-ACK-DTL-NOTE        PIC X(16).

       01 CALC-ACK-TRAILER-RECORD.
           05 CALC-ACK-TRL-RECORD-TYPE PIC X(01).
               88 CALC-ACK-TRL-TYPE-TRAILER VALUE "T".
           05 CALC-ACK-TRL-REC-COUNT   PIC 9(07).
           05 CALC-ACK-TRL-BATCH-COUNT PIC 9(05).
           05 CALC-ACK-TRL-REFUSED-COUNT PIC 9(05).
           05 CALC-ACK-TRL-TRAN-COUNT  PIC 9(07).
           05 CALC-ACK-TRL-POSTED      PIC 9(07).
           05 CALC-ACK-TRL-REJECTED    PIC 9(07).
           05 CALC-ACK-TRL-SUSPENDED   PIC 9(07).
           05 CALC-ACK-TRL-EXCEPTED    PIC 9(07).
           05 CALC-ACK-TRL-NOT-POSTED  PIC 9(07).
           05 CALC-ACK-TRL-POSTED-AMOUNT PIC S9(13)V99.
