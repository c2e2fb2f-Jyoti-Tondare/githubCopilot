      *>=================================================================*
      *> CALCRTH - RATE-HISTORY RECORD LAYOUT FOR THE CALCRTH INDEXED    *
      *> FILE.  EVERY ADD, CHANGE AND EXPIRY KEYED THROUGH               *
      *> CalcRateMaintenance IS KEPT HERE AS A DATED VERSION OF THE      *
      *> RATE INSTEAD OF OVERWRITING THE CALCRTE ROW IN PLACE.  THE KEY  *
      *> IS THE RATE CODE, THE DATE THE VERSION TAKES EFFECT, AND THE    *
      *> DATE/TIME IT WAS KEYED, SO A CODE'S VERSIONS READ IN EFFECTIVE  *
      *> ORDER AND TWO VERSIONS FOR THE SAME DAY FALL IN THE ORDER THEY  *
      *> WERE KEYED.  A VERSION IS KEYED "P" PENDING AND ONLY COUNTS     *
      *> ONCE A SECOND OPERATOR APPROVES IT "A" (THE APPROVAL IS WHAT    *
      *> CARRIES IT ONTO CALCRTE) OR DECLINES IT "D".  AN "A" ADD OR "C" *
      *> CHANGE VERSION PUTS ITS RATE IN SERVICE FROM ITS EFFECTIVE      *
      *> DATE; AN "E" EXPIRY VERSION TAKES THE CODE OUT OF SERVICE FROM  *
      *> ITS EFFECTIVE DATE (THE EXPIRY DATE) UNTIL A LATER CHANGE.  THE *
      *> RATE IN EFFECT ON A DATE IS THE LAST APPROVED VERSION DATED ON  *
      *> OR BEFORE IT.  THE BEFORE FIELDS HOLD THE CALCRTE ROW THE       *
      *> VERSION REPLACED, FOR THE RATE-CHANGE REPORT.                   *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-RATE-HISTORY-RECORD.
           05 CALC-RTH-KEY.
               10 CALC-RTH-CODE        PIC X(08).
               10 CALC-RTH-EFF-DATE    PIC 9(08).
               10 CALC-RTH-KEYED-DATE  PIC 9(08).
               10 CALC-RTH-KEYED-TIME  PIC 9(08).
           05 CALC-RTH-ACTION          PIC X(01).
               88 CALC-RTH-ADD         VALUE "A".
               88 CALC-RTH-CHANGE      VALUE "C".
               88 CALC-RTH-EXPIRE      VALUE "E".
           05 CALC-RTH-RATE            PIC S9(7)V99.
           05 CALC-RTH-BEFORE-RATE     PIC S9(7)V99.
           05 CALC-RTH-BEFORE-EFF-DATE PIC 9(08).
           05 CALC-RTH-BEFORE-EXP-DATE PIC 9(08).
           05 CALC-RTH-STATUS          PIC X(01).
               88 CALC-RTH-PENDING     VALUE "P".
               88 CALC-RTH-APPROVED    VALUE "A".
               88 CALC-RTH-DECLINED    VALUE "D".
           05 CALC-RTH-KEYED-BY        PIC X(08).
           05 CALC-RTH-APPROVED-BY     PIC X(08).
           05 CALC-RTH-APPROVED-DATE   PIC 9(08).
           05 CALC-RTH-APPROVED-TIME   PIC 9(08).
