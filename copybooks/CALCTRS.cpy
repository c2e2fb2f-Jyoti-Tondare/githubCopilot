      *>=================================================================*
      *> CALCTRS - TIERED RATE SCHEDULE RECORD LAYOUT FOR THE CALCTRS    *
      *> INDEXED FILE.  ONE ROW PER BRACKET, KEYED BY SCHEDULE CODE,     *
      *> EFFECTIVE DATE AND BRACKET NUMBER.  ALL THE ROWS SHARING A      *
      *> CODE AND EFFECTIVE DATE MAKE UP ONE VERSION OF THE SCHEDULE;    *
      *> THE VERSION IN EFFECT ON A GIVEN DATE IS THE ONE WITH THE       *
      *> LATEST EFFECTIVE DATE ON OR BEFORE IT.  MAINTAINED BY THE RATE  *
      *> DESK THROUGH CalcTierMaintenance; APPLIED TO AN AMOUNT BY       *
      *> OPCODE 9 IN THE SHARED CalcOperations MODULE.                   *
      *>   BRACKET-NO - 01 UPWARD, LOWEST BRACKET FIRST.                 *
      *>   UPTO       - THE CUMULATIVE AMOUNT THE BRACKET RUNS UP TO.    *
      *>                EACH BRACKET COVERS THE SLICE ABOVE THE PRIOR    *
      *>                BRACKET'S UPTO.  ZERO MARKS THE OPEN TOP         *
      *>                BRACKET, WHICH TAKES EVERYTHING ABOVE AND IS     *
      *>                ALWAYS THE LAST ROW OF ITS VERSION.              *
      *>   RATE       - PERCENT CHARGED ON THE BRACKET'S SLICE.          *
      *>   DESC       - SCHEDULE DESCRIPTION, CARRIED ON EVERY ROW.      *
      *>   STATUS     - AS ON CALCRTH: A VERSION IS KEYED "P" PENDING    *
      *>                AND ONLY COUNTS ONCE A SECOND OPERATOR APPROVES  *
      *>                IT "A", OR IS DECLINED "D".  EVERY ROW OF A      *
      *>                VERSION CARRIES THE SAME STATUS AND STAMPS.      *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-TIER-RECORD.
           05 CALC-TRS-KEY.
               10 CALC-TRS-SCHED-CODE  PIC 9(04).
               10 CALC-TRS-EFF-DATE    PIC 9(08).
               10 CALC-TRS-BRACKET-NO  PIC 9(02).
           05 CALC-TRS-DESC            PIC X(30).
           05 CALC-TRS-UPTO            PIC 9(7)V99.
               88 CALC-TRS-OPEN-TOP    VALUE 0.
           05 CALC-TRS-RATE            PIC S9(7)V99.
           05 CALC-TRS-STATUS          PIC X(01).
               88 CALC-TRS-PENDING     VALUE "P".
               88 CALC-TRS-APPROVED    VALUE "A".
               88 CALC-TRS-DECLINED    VALUE "D".
           05 CALC-TRS-KEYED-BY        PIC X(08).
           05 CALC-TRS-KEYED-DATE      PIC 9(08).
           05 CALC-TRS-KEYED-TIME      PIC 9(08).
           05 CALC-TRS-APPROVED-BY     PIC X(08).
           05 CALC-TRS-APPROVED-DATE   PIC 9(08).
           05 CALC-TRS-APPROVED-TIME   PIC 9(08).
