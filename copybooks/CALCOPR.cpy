      *>=================================================================*
      *> CALCOPR - OPERATOR RECORD LAYOUT FOR THE CALCOPR INDEXED FILE,  *
      *> KEYED BY OPERATOR ID.  ONE ROW PER PERSON ALLOWED AT THE DESK   *
      *> PROGRAMS, CARRYING THE PASSWORD THEY SIGN ON WITH AND THE ROLE  *
      *> THAT DECIDES WHAT THEY MAY DO: A CLERK ("C") CALCULATES,        *
      *> REPAIRS EXCEPTIONS AND LOOKS UP RATES; A SUPERVISOR ("S") MAY   *
      *> ALSO WRITE EXCEPTIONS OFF, WORK THE SUSPENSE FILE, KEEP RATES   *
      *> AND KEEP THIS FILE; THE RATE DESK ("R") KEYS AND APPROVES RATE  *
      *> CHANGES.  SIGN-ON GOES THROUGH THE SHARED CalcSignOn MODULE     *
      *> ONLY.  THREE WRONG PASSWORDS IN A ROW LOCK THE ID ("L") UNTIL A *
      *> SUPERVISOR RESETS IT THROUGH CalcOperatorAdmin; A REVOKED ID    *
      *> ("X") STAYS ON FILE SO THE STAMPS IT LEFT ON THE AUDIT TRAIL    *
      *> STILL NAME SOMEONE.                                             *
      *>-----------------------------------------------------------------*
      *> 10/15/2026 RH  ORIGINAL VERSION.                                 *
      *>=================================================================*
       01 CALC-OPERATOR-RECORD.
           05 CALC-OPR-ID              PIC X(08).
           05 CALC-OPR-NAME            PIC X(20).
           05 CALC-OPR-PASSWORD        PIC X(08).
           05 CALC-OPR-ROLE            PIC X(01).
               88 CALC-OPR-CLERK       VALUE "C".
               88 CALC-OPR-SUPERVISOR  VALUE "S".
               88 CALC-OPR-RATE-DESK   VALUE "R".
               88 CALC-OPR-ROLE-VALID  VALUE "C" "S" "R".
           05 CALC-OPR-STATUS          PIC X(01).
               88 CALC-OPR-ACTIVE      VALUE "A".
               88 CALC-OPR-LOCKED      VALUE "L".
               88 CALC-OPR-REVOKED     VALUE "X".
           05 CALC-OPR-FAIL-COUNT      PIC 9(02).
           05 CALC-OPR-LAST-DATE       PIC 9(08).
           05 CALC-OPR-LAST-TIME       PIC 9(08).
           05 CALC-OPR-LAST-PROGRAM    PIC X(20).
           05 CALC-OPR-UPD-BY          PIC X(08).
           05 CALC-OPR-UPD-DATE        PIC 9(08).
           05 CALC-OPR-UPD-TIME        PIC 9(08).
