      *>                PROCESSING DATE, SO THE INQUIRY CAN SAY WHICH     *
      *>                DAY'S POSTING IT IS SHOWING.  CalcMasterPurge     *
      *>                DROPS ROWS OLDER THAN THE RETENTION PERIOD.       *
      *> 10/15/2026 RH  ADDED THE ROW TYPE (AS ON CALCOUT) AND THE        *
      *>                REVERSAL FIELDS.  AN ORIGINAL BACKED OUT BY AN    *
      *>                "X" REVERSAL IS MARKED REVERSED WITH THE          *
      *>                REVERSING TRANSACTION ID; THE REVERSAL'S OWN ROW  *
      *>                (TYPE "V") NAMES THE ORIGINAL IT REVERSES.  ROWS  *
      *>                WRITTEN BEFORE THESE FIELDS EXISTED READ AS       *
      *>                SPACES - AN ORDINARY DETAIL, NOT REVERSED.        *
      *>=================================================================*
       01 CALC-MASTER-RECORD.
           05 CALC-MST-TRAN-ID         PIC X(10).
           05 CALC-MST-DATE            PIC 9(8).
           05 CALC-MST-TIME            PIC 9(8).
           05 CALC-MST-RUN-ID          PIC 9(05).
           05 CALC-MST-ROW-TYPE        PIC X(01).
               88 CALC-MST-ROW-DETAIL  VALUE " ".
               88 CALC-MST-ROW-SET-STEP VALUE "S".
               88 CALC-MST-ROW-SET-FINAL VALUE "F".
               88 CALC-MST-ROW-REVERSAL VALUE "V".
           05 CALC-MST-REVERSED-SW     PIC X(01).
               88 CALC-MST-REVERSED    VALUE "Y".
           05 CALC-MST-REVERSED-BY     PIC X(10).
           05 CALC-MST-REVERSES-ID     PIC X(10).
