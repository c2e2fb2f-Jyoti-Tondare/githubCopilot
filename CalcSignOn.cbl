      *>=================================================================*
      *> PROGRAM-ID : CalcSignOn                                          *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> SHARED OPERATOR SIGN-ON MODULE, CALLED BY EVERY DESK PROGRAM    *
      *> (MenuDrivenCalculator, CalcExceptionRepair, CalcSuspenseReview, *
      *> CalcRateMaintenance, CalcOperatorAdmin) SO THE PASSWORD AND     *
      *> LOCK-OUT RULES ARE WRITTEN ONCE, THE SAME WAY THE SYSTEM-BUSY   *
      *> INTERLOCK IS KEPT IN CalcLockManager.  THE OPERATOR IS          *
      *> PROMPTED FOR AN ID AND PASSWORD, CHECKED AGAINST THE CALCOPR    *
      *> OPERATOR FILE, AND GIVEN THREE TRIES.  A WRONG PASSWORD COUNTS  *
      *> AGAINST THE ID ITSELF, NOT JUST THIS SESSION, SO THE THIRD ONE  *
      *> IN A ROW LOCKS THE ID UNTIL A SUPERVISOR RESETS IT.  A GOOD     *
      *> SIGN-ON CLEARS THE COUNT AND STAMPS THE DATE, TIME AND CALLING  *
      *> PROGRAM ON THE OPERATOR ROW.  THE CALLER GETS BACK THE          *
      *> OPERATOR ID TO STAMP ON WHAT IS DONE AND THE ROLE TO DECIDE     *
      *> WHAT MAY BE DONE; THE RESULT BYTE IS 0 SIGNED ON OR 1 REFUSED   *
      *> (NO OPERATOR FILE, ID ABANDONED, LOCKED, REVOKED, OR OUT OF     *
      *> TRIES) - A REFUSED CALLER ENDS THE SESSION.                     *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSignOn.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-OPR-ID
               FILE STATUS IS CALC-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OPERATOR-FILE.
       COPY CALCOPR.

       WORKING-STORAGE SECTION.
       01 CALC-OPERATOR-STATUS     PIC X(02) VALUE "00".
           88 CALC-OPERATOR-FILE-NOT-FOUND VALUE "35".
       01 CALC-SIGNON-DONE-SW      PIC X(01) VALUE "N".
           88 CALC-SIGNON-DONE     VALUE "Y".
       01 CALC-TRY-LIMIT           PIC 9(02) VALUE 3.
       01 CALC-FAIL-LIMIT          PIC 9(02) VALUE 3.
       01 CALC-TRY-COUNT           PIC 9(02) VALUE 0.
       01 CALC-ID-WK               PIC X(08) VALUE SPACES.
       01 CALC-PASSWORD-WK         PIC X(08) VALUE SPACES.
       01 CALC-ROLE-TEXT           PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 CALC-SGN-CALLER          PIC X(20).
       01 CALC-SGN-OPERATOR        PIC X(08).
       01 CALC-SGN-ROLE            PIC X(01).
           88 CALC-SGN-CLERK       VALUE "C".
           88 CALC-SGN-SUPERVISOR  VALUE "S".
           88 CALC-SGN-RATE-DESK   VALUE "R".
       01 CALC-SGN-RESULT          PIC 9.
           88 CALC-SGN-OK          VALUE 0.
           88 CALC-SGN-REFUSED     VALUE 1.

       PROCEDURE DIVISION USING CALC-SGN-CALLER CALC-SGN-OPERATOR
           CALC-SGN-ROLE CALC-SGN-RESULT.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - ONE SIGN-ON PER CALL.  THE CALLER STARTS  *
      *> OUT REFUSED AND ONLY A CLEAN ID/PASSWORD MATCH ON AN ACTIVE ID  *
      *> WITH A KNOWN ROLE TURNS THAT AROUND.                            *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           MOVE 1 TO CALC-SGN-RESULT
           MOVE SPACES TO CALC-SGN-OPERATOR
           MOVE SPACE TO CALC-SGN-ROLE
           MOVE 0 TO CALC-TRY-COUNT
           MOVE "N" TO CALC-SIGNON-DONE-SW
           OPEN I-O CALC-OPERATOR-FILE
           IF CALC-OPERATOR-FILE-NOT-FOUND THEN
               DISPLAY "CalcSignOn: no CALCOPR operator file - sign-on "
                   "refused."
               MOVE "Y" TO CALC-SIGNON-DONE-SW
           END-IF
           PERFORM 1000-ONE-ATTEMPT UNTIL CALC-SIGNON-DONE
           IF NOT CALC-OPERATOR-FILE-NOT-FOUND THEN
               CLOSE CALC-OPERATOR-FILE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-ONE-ATTEMPT - PROMPTS FOR THE ID AND PASSWORD.  A BLANK ID *
      *> ABANDONS THE SIGN-ON; THE THIRD FAILED TRY ENDS IT.             *
      *>-----------------------------------------------------------------*
       1000-ONE-ATTEMPT.
           ADD 1 TO CALC-TRY-COUNT
           MOVE SPACES TO CALC-ID-WK
           MOVE SPACES TO CALC-PASSWORD-WK
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT CALC-ID-WK
           IF CALC-ID-WK = SPACES THEN
               DISPLAY "No operator ID - sign-on abandoned."
               MOVE "Y" TO CALC-SIGNON-DONE-SW
           ELSE
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT CALC-PASSWORD-WK
               PERFORM 1100-CHECK-OPERATOR
           END-IF
           IF NOT CALC-SIGNON-DONE
                   AND CALC-TRY-COUNT >= CALC-TRY-LIMIT THEN
               DISPLAY "Three failed attempts - sign-on refused."
               MOVE "Y" TO CALC-SIGNON-DONE-SW
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-CHECK-OPERATOR - AN UNKNOWN ID GETS THE SAME ANSWER AS A   *
      *> WRONG PASSWORD, SO THE PROMPT CANNOT BE USED TO FISH FOR IDS.   *
      *>-----------------------------------------------------------------*
       1100-CHECK-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Sign-on refused - operator ID or password "
                       "not recognized."
               NOT INVALID KEY
                   PERFORM 1200-CHECK-PASSWORD
           END-READ.

      *>-----------------------------------------------------------------*
      *> 1200-CHECK-PASSWORD - A LOCKED OR REVOKED ID IS REFUSED         *
      *> OUTRIGHT WITHOUT LOOKING AT THE PASSWORD.  A WRONG PASSWORD IS  *
      *> COUNTED ON THE ROW AND THE THIRD IN A ROW LOCKS IT.  A GOOD ONE *
      *> CLEARS THE COUNT AND HANDS THE ID AND ROLE BACK TO THE CALLER.  *
      *>-----------------------------------------------------------------*
       1200-CHECK-PASSWORD.
           EVALUATE TRUE
               WHEN CALC-OPR-REVOKED
                   DISPLAY "Sign-on refused - operator " CALC-OPR-ID
                       " has been revoked."
                   MOVE "Y" TO CALC-SIGNON-DONE-SW
               WHEN CALC-OPR-LOCKED
                   DISPLAY "Sign-on refused - operator " CALC-OPR-ID
                       " is locked out; a supervisor must reset it."
                   MOVE "Y" TO CALC-SIGNON-DONE-SW
               WHEN CALC-OPR-PASSWORD NOT = CALC-PASSWORD-WK
                   ADD 1 TO CALC-OPR-FAIL-COUNT
                   IF CALC-OPR-FAIL-COUNT >= CALC-FAIL-LIMIT THEN
                       MOVE "L" TO CALC-OPR-STATUS
                       DISPLAY "Sign-on refused - operator " CALC-OPR-ID
                           " is now locked out after three wrong "
                           "passwords."
                       MOVE "Y" TO CALC-SIGNON-DONE-SW
                   ELSE
                       DISPLAY "Sign-on refused - operator ID or "
                           "password not recognized."
                   END-IF
                   PERFORM 1300-REWRITE-OPERATOR
               WHEN NOT CALC-OPR-ROLE-VALID
                   DISPLAY "Sign-on refused - operator " CALC-OPR-ID
                       " has no valid role on file."
                   MOVE "Y" TO CALC-SIGNON-DONE-SW
               WHEN OTHER
                   MOVE 0 TO CALC-OPR-FAIL-COUNT
                   ACCEPT CALC-OPR-LAST-DATE FROM DATE YYYYMMDD
                   ACCEPT CALC-OPR-LAST-TIME FROM TIME
                   MOVE CALC-SGN-CALLER TO CALC-OPR-LAST-PROGRAM
                   PERFORM 1300-REWRITE-OPERATOR
                   MOVE CALC-OPR-ID TO CALC-SGN-OPERATOR
                   MOVE CALC-OPR-ROLE TO CALC-SGN-ROLE
                   MOVE 0 TO CALC-SGN-RESULT
                   EVALUATE TRUE
                       WHEN CALC-OPR-SUPERVISOR
                           MOVE "SUPERVISOR" TO CALC-ROLE-TEXT
                       WHEN CALC-OPR-RATE-DESK
                           MOVE "RATE DESK" TO CALC-ROLE-TEXT
                       WHEN OTHER
                           MOVE "CLERK" TO CALC-ROLE-TEXT
                   END-EVALUATE
                   DISPLAY "Signed on as " CALC-OPR-ID " - "
                       CALC-ROLE-TEXT
                   MOVE "Y" TO CALC-SIGNON-DONE-SW
           END-EVALUATE.

       1300-REWRITE-OPERATOR.
           REWRITE CALC-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "CalcSignOn: operator " CALC-OPR-ID
                       " could not be updated."
           END-REWRITE.
