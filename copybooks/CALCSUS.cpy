      *> ("O") ITEMS WAIT FOR THE NEXT REVIEW PASS.                      *
      *>-----------------------------------------------------------------*
      *> 09/02/2026 RH  ORIGINAL VERSION.                                 *
      *> 10/15/2026 RH  ADDED CALC-SUS-DISP-BY AND CALC-SUS-DISP-DATE,    *
      *>                STAMPED BY CalcSuspenseReview WITH THE SIGNED-ON  *
      *>                SUPERVISOR AND THE DATE WHEN AN ITEM IS RELEASED  *
      *>                OR PULLED.  AN OPEN ITEM CARRIES SPACES AND ZERO. *
      *>=================================================================*
       01 CALC-SUSPENSE-RECORD.
           05 CALC-SUS-ID              PIC 9(07).
               88 CALC-SUS-OPEN        VALUE "O".
               88 CALC-SUS-RELEASED    VALUE "L".
               88 CALC-SUS-PULLED      VALUE "P".
           05 CALC-SUS-DISP-BY         PIC X(08).
           05 CALC-SUS-DISP-DATE       PIC 9(08).
