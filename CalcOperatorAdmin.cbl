      *>=================================================================*
      *> PROGRAM-ID : CalcOperatorAdmin                                   *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> SUPERVISOR MAINTENANCE PASS OVER THE CALCOPR OPERATOR FILE.     *
      *> AFTER SIGNING ON THROUGH CalcSignOn AS A SUPERVISOR, THE        *
      *> OPERATOR ADDS, CHANGES, RESETS, REVOKES OR INQUIRES ON ONE      *
      *> OPERATOR ID PER PASS UNTIL A BLANK ACTION ENDS THE SESSION.  A  *
      *> RESET SETS A NEW PASSWORD AND LIFTS A LOCK-OUT; A REVOKE KEEPS  *
      *> THE ROW ON FILE SO THE ID STILL MEANS SOMEONE ON THE AUDIT      *
      *> TRAIL.  A SUPERVISOR CANNOT CHANGE OR REVOKE THEIR OWN ID, SO   *
      *> THE LAST SUPERVISOR CANNOT SHUT EVERYONE OUT BY ACCIDENT.  THE  *
      *> VERY FIRST RUN, WITH NO OPERATORS ON FILE YET, SKIPS THE        *
      *> SIGN-ON AND ENROLS ONE SUPERVISOR, WHO THEN SIGNS ON AND ADDS   *
      *> EVERYONE ELSE.  PASSWORDS ARE NEVER DISPLAYED.                  *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  A CHANGE, RESET OR REVOKE WHOSE REWRITE FAILS IS   *
      *>                NO LONGER COUNTED OR CONFIRMED.                    *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcOperatorAdmin.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-OPR-ID
               FILE STATUS IS CALC-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OPERATOR-FILE.
       COPY CALCOPR.

       WORKING-STORAGE SECTION.
       01 CALC-OPERATOR-STATUS     PIC X(02) VALUE "00".
           88 CALC-OPERATOR-FILE-NOT-FOUND VALUE "35".
       01 CALC-DONE-SW             PIC X(01) VALUE "N".
           88 CALC-DONE-YES        VALUE "Y".
       01 CALC-EMPTY-SW            PIC X(01) VALUE "N".
           88 CALC-FILE-EMPTY      VALUE "Y".
       01 CALC-FILE-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-FILE-OPEN       VALUE "Y".
       01 CALC-ACTION              PIC X(01) VALUE SPACE.
       01 CALC-ID-WK               PIC X(08) VALUE SPACES.
       01 CALC-NAME-WK             PIC X(20) VALUE SPACES.
       01 CALC-ROLE-WK             PIC X(01) VALUE SPACE.
           88 CALC-ROLE-WK-VALID   VALUE "C" "S" "R".
       01 CALC-ROLE-BAD-SW         PIC X(01) VALUE "N".
           88 CALC-ROLE-BAD        VALUE "Y".
       01 CALC-PASSWORD-WK         PIC X(08) VALUE SPACES.
       01 CALC-PASSWORD-AGAIN      PIC X(08) VALUE SPACES.
       01 CALC-PASSWORD-OK-SW      PIC X(01) VALUE "N".
           88 CALC-PASSWORD-OK     VALUE "Y".
       01 CALC-REWRITE-OK-SW       PIC X(01) VALUE "N".
           88 CALC-REWRITE-OK      VALUE "Y".
       01 CALC-ADD-COUNT           PIC 9(5) COMP VALUE 0.
       01 CALC-CHANGE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-RESET-COUNT         PIC 9(5) COMP VALUE 0.
       01 CALC-REVOKE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-ROLE-TEXT           PIC X(10) VALUE SPACES.
       01 CALC-STATUS-TEXT         PIC X(07) VALUE SPACES.
       01 CALC-SGN-CALLER          PIC X(20) VALUE "CalcOperatorAdmin".
       01 CALC-SGN-OPERATOR        PIC X(08) VALUE SPACES.
       01 CALC-SGN-ROLE            PIC X(01) VALUE SPACE.
           88 CALC-SGN-CLERK       VALUE "C".
           88 CALC-SGN-SUPERVISOR  VALUE "S".
           88 CALC-SGN-RATE-DESK   VALUE "R".
       01 CALC-SGN-RESULT          PIC 9 VALUE 0.
           88 CALC-SGN-OK          VALUE 0.
           88 CALC-SGN-REFUSED     VALUE 1.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - ONE ACTION PER PASS UNTIL THE SUPERVISOR  *
      *> ENTERS A BLANK ACTION.  AN EMPTY OPERATOR FILE GETS ITS FIRST   *
      *> SUPERVISOR INSTEAD, AND THE SESSION ENDS THERE.                 *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-CHECK-FOR-OPERATORS
           IF CALC-FILE-EMPTY THEN
               PERFORM 1200-ENROL-FIRST-SUPERVISOR
           ELSE
               PERFORM 1100-SIGN-ON
           END-IF
           IF NOT CALC-DONE-YES THEN
               DISPLAY "CalcOperatorAdmin - enter a blank action to "
                   "exit."
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL CALC-DONE-YES
           IF CALC-FILE-OPEN THEN
               CLOSE CALC-OPERATOR-FILE
           END-IF
           DISPLAY "CalcOperatorAdmin: " CALC-ADD-COUNT
               " added, " CALC-CHANGE-COUNT " changed, "
               CALC-RESET-COUNT " reset, " CALC-REVOKE-COUNT
               " revoked."
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-CHECK-FOR-OPERATORS - NO FILE, OR A FILE WITH NO ROWS,     *
      *> MEANS NOBODY COULD SIGN ON TO MAINTAIN IT.                      *
      *>-----------------------------------------------------------------*
       1000-CHECK-FOR-OPERATORS.
           OPEN INPUT CALC-OPERATOR-FILE
           IF CALC-OPERATOR-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-EMPTY-SW
           ELSE
               READ CALC-OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CALC-EMPTY-SW
               END-READ
               CLOSE CALC-OPERATOR-FILE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-SIGN-ON - THIS FILE IS A SUPERVISOR'S TO KEEP.  THE FILE   *
      *> IS ONLY OPENED FOR UPDATE ONCE THE SIGN-ON MODULE HAS FINISHED  *
      *> WITH IT.                                                        *
      *>-----------------------------------------------------------------*
       1100-SIGN-ON.
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           EVALUATE TRUE
               WHEN CALC-SGN-REFUSED
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN NOT CALC-SGN-SUPERVISOR
                   DISPLAY "Operator maintenance is for supervisors "
                       "only - session ended."
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN OTHER
                   OPEN I-O CALC-OPERATOR-FILE
                   MOVE "Y" TO CALC-FILE-OPEN-SW
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 1200-ENROL-FIRST-SUPERVISOR - THE ONE TIME AN ID IS ADDED       *
      *> WITHOUT A SIGN-ON: THE FILE IS EMPTY, SO THERE IS NOBODY TO     *
      *> SIGN ON AS.  THE ROLE IS FORCED TO SUPERVISOR AND THE ROW IS    *
      *> STAMPED AS ITS OWN MAKER.                                       *
      *>-----------------------------------------------------------------*
       1200-ENROL-FIRST-SUPERVISOR.
           MOVE "Y" TO CALC-DONE-SW
           OPEN I-O CALC-OPERATOR-FILE
           IF CALC-OPERATOR-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-OPERATOR-FILE
               CLOSE CALC-OPERATOR-FILE
               OPEN I-O CALC-OPERATOR-FILE
           END-IF
           MOVE "Y" TO CALC-FILE-OPEN-SW
           DISPLAY "CalcOperatorAdmin: no operators on file - enrol "
               "the first supervisor."
           MOVE SPACES TO CALC-ID-WK
           DISPLAY "Enter the supervisor's operator ID: "
               WITH NO ADVANCING
           ACCEPT CALC-ID-WK
           IF CALC-ID-WK = SPACES THEN
               DISPLAY "An operator ID is required - nothing enrolled."
           ELSE
               MOVE CALC-ID-WK TO CALC-SGN-OPERATOR
               MOVE "S" TO CALC-ROLE-WK
               PERFORM 7000-GET-NAME
               PERFORM 7100-GET-PASSWORD
               IF CALC-PASSWORD-OK THEN
                   PERFORM 7500-WRITE-NEW-OPERATOR
                   DISPLAY "Sign on as " CALC-ID-WK
                       " to add the other operators."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-PROCESS-ONE-ACTION - PROMPT FOR THE ACTION AND THE         *
      *> OPERATOR ID, THEN HAND OFF TO THE ACTION PARAGRAPH.             *
      *>-----------------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           MOVE SPACE TO CALC-ACTION
           DISPLAY "Add, change, reset, revoke or inquire "
               "(A/C/R/X/I)? " WITH NO ADVANCING
           ACCEPT CALC-ACTION
           IF CALC-ACTION = SPACE THEN
               MOVE "Y" TO CALC-DONE-SW
           ELSE
               MOVE SPACES TO CALC-ID-WK
               DISPLAY "Enter the operator ID: " WITH NO ADVANCING
               ACCEPT CALC-ID-WK
               IF CALC-ID-WK = SPACES THEN
                   DISPLAY "An operator ID is required."
               ELSE
                   EVALUATE CALC-ACTION
                       WHEN "A"
                       WHEN "a"
                           PERFORM 3000-ADD-OPERATOR
                       WHEN "C"
                       WHEN "c"
                           PERFORM 4000-CHANGE-OPERATOR
                       WHEN "R"
                       WHEN "r"
                           PERFORM 5000-RESET-OPERATOR
                       WHEN "X"
                       WHEN "x"
                           PERFORM 5500-REVOKE-OPERATOR
                       WHEN "I"
                       WHEN "i"
                           PERFORM 6000-INQUIRE-OPERATOR
                       WHEN OTHER
                           DISPLAY "Unknown action - use A, C, R, X "
                               "or I."
                   END-EVALUATE
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 3000-ADD-OPERATOR - A NEW ID WITH A NAME, ROLE AND STARTING     *
      *> PASSWORD.  AN ID ALREADY ON FILE, EVEN A REVOKED ONE, IS        *
      *> TURNED AWAY - IDS ARE NEVER REUSED FOR SOMEONE ELSE.            *
      *>-----------------------------------------------------------------*
       3000-ADD-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   PERFORM 7000-GET-NAME
                   PERFORM 7200-GET-ROLE
                   IF NOT CALC-ROLE-BAD THEN
                       PERFORM 7100-GET-PASSWORD
                       IF CALC-PASSWORD-OK THEN
                           PERFORM 7500-WRITE-NEW-OPERATOR
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK
                       " is already on file - use change or reset."
           END-READ.

      *>-----------------------------------------------------------------*
      *> 4000-CHANGE-OPERATOR - A NEW NAME AND/OR ROLE.  A BLANK ANSWER  *
      *> KEEPS WHAT IS ON FILE; A ROLE THAT IS NEITHER BLANK NOR C, S    *
      *> OR R CHANGES NOTHING.                                           *
      *>-----------------------------------------------------------------*
       4000-CHANGE-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK " is not on file."
               NOT INVALID KEY
                   IF CALC-ID-WK = CALC-SGN-OPERATOR THEN
                       DISPLAY "You cannot change your own ID - ask "
                           "another supervisor."
                   ELSE
                       PERFORM 7000-GET-NAME
                       PERFORM 7200-GET-ROLE
                   END-IF
                   IF CALC-ID-WK NOT = CALC-SGN-OPERATOR
                           AND NOT CALC-ROLE-BAD THEN
                       IF CALC-NAME-WK NOT = SPACES THEN
                           MOVE CALC-NAME-WK TO CALC-OPR-NAME
                       END-IF
                       IF CALC-ROLE-WK-VALID THEN
                           MOVE CALC-ROLE-WK TO CALC-OPR-ROLE
                       END-IF
                       PERFORM 8000-STAMP-UPDATE
                       PERFORM 8100-REWRITE-OPERATOR
                       IF CALC-REWRITE-OK THEN
                           ADD 1 TO CALC-CHANGE-COUNT
                           DISPLAY "Operator " CALC-ID-WK " changed."
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5000-RESET-OPERATOR - A NEW PASSWORD, WHICH ALSO CLEARS THE     *
      *> FAILED-TRY COUNT AND LIFTS A LOCK-OUT.  A REVOKED ID STAYS      *
      *> REVOKED - REVOCATION IS FINAL, AND THE PERSON IS GIVEN A NEW ID *
      *> INSTEAD.                                                        *
      *>-----------------------------------------------------------------*
       5000-RESET-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK " is not on file."
               NOT INVALID KEY
                   IF CALC-OPR-REVOKED THEN
                       DISPLAY "Operator " CALC-ID-WK " is revoked - "
                           "nothing reset."
                   ELSE
                       PERFORM 7100-GET-PASSWORD
                       IF CALC-PASSWORD-OK THEN
                           MOVE CALC-PASSWORD-WK TO CALC-OPR-PASSWORD
                           MOVE 0 TO CALC-OPR-FAIL-COUNT
                           MOVE "A" TO CALC-OPR-STATUS
                           PERFORM 8000-STAMP-UPDATE
                           PERFORM 8100-REWRITE-OPERATOR
                           IF CALC-REWRITE-OK THEN
                               ADD 1 TO CALC-RESET-COUNT
                               DISPLAY "Operator " CALC-ID-WK
                                   " reset - the new password is live."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5500-REVOKE-OPERATOR - TAKES THE ID OUT OF SERVICE FOR GOOD.    *
      *>-----------------------------------------------------------------*
       5500-REVOKE-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK " is not on file."
               NOT INVALID KEY
                   IF CALC-ID-WK = CALC-SGN-OPERATOR THEN
                       DISPLAY "You cannot revoke your own ID - ask "
                           "another supervisor."
                   ELSE
                       MOVE "X" TO CALC-OPR-STATUS
                       PERFORM 8000-STAMP-UPDATE
                       PERFORM 8100-REWRITE-OPERATOR
                       IF CALC-REWRITE-OK THEN
                           ADD 1 TO CALC-REVOKE-COUNT
                           DISPLAY "Operator " CALC-ID-WK " revoked."
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 6000-INQUIRE-OPERATOR - SHOWS THE ROW, LESS THE PASSWORD.       *
      *>-----------------------------------------------------------------*
       6000-INQUIRE-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           READ CALC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK " is not on file."
               NOT INVALID KEY
                   PERFORM 7800-SET-OPERATOR-TEXT
                   DISPLAY "Operator    : " CALC-OPR-ID " "
                       CALC-OPR-NAME
                   DISPLAY "Role        : " CALC-ROLE-TEXT
                   DISPLAY "Status      : " CALC-STATUS-TEXT
                       "  failed tries " CALC-OPR-FAIL-COUNT
                   DISPLAY "Last sign-on: " CALC-OPR-LAST-DATE " "
                       CALC-OPR-LAST-TIME " " CALC-OPR-LAST-PROGRAM
                   DISPLAY "Last touched: " CALC-OPR-UPD-DATE " "
                       CALC-OPR-UPD-TIME " by " CALC-OPR-UPD-BY
           END-READ.

       7000-GET-NAME.
           MOVE SPACES TO CALC-NAME-WK
           DISPLAY "Enter the operator's name: " WITH NO ADVANCING
           ACCEPT CALC-NAME-WK.

      *>-----------------------------------------------------------------*
      *> 7100-GET-PASSWORD - KEYED TWICE, SINCE NOBODY CAN READ IT BACK  *
      *> AFTERWARDS.  A BLANK OR MISMATCHED ENTRY STORES NOTHING.        *
      *>-----------------------------------------------------------------*
       7100-GET-PASSWORD.
           MOVE "N" TO CALC-PASSWORD-OK-SW
           MOVE SPACES TO CALC-PASSWORD-WK
           MOVE SPACES TO CALC-PASSWORD-AGAIN
           DISPLAY "Enter the new password: " WITH NO ADVANCING
           ACCEPT CALC-PASSWORD-WK
           DISPLAY "Enter it again: " WITH NO ADVANCING
           ACCEPT CALC-PASSWORD-AGAIN
           EVALUATE TRUE
               WHEN CALC-PASSWORD-WK = SPACES
                   DISPLAY "A blank password was not stored."
               WHEN CALC-PASSWORD-WK NOT = CALC-PASSWORD-AGAIN
                   DISPLAY "The two entries differ - nothing stored."
               WHEN OTHER
                   MOVE "Y" TO CALC-PASSWORD-OK-SW
           END-EVALUATE.

       7200-GET-ROLE.
           MOVE SPACE TO CALC-ROLE-WK
           DISPLAY "Enter the role - clerk, supervisor or rate desk "
               "(C/S/R): " WITH NO ADVANCING
           ACCEPT CALC-ROLE-WK
           EVALUATE CALC-ROLE-WK
               WHEN "c"
                   MOVE "C" TO CALC-ROLE-WK
               WHEN "s"
                   MOVE "S" TO CALC-ROLE-WK
               WHEN "r"
                   MOVE "R" TO CALC-ROLE-WK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "N" TO CALC-ROLE-BAD-SW
           IF NOT CALC-ROLE-WK-VALID THEN
               IF CALC-ROLE-WK NOT = SPACE
                       OR (CALC-ACTION NOT = "C"
                           AND CALC-ACTION NOT = "c") THEN
                   MOVE "Y" TO CALC-ROLE-BAD-SW
                   DISPLAY "The role must be C, S or R - nothing "
                       "stored."
               END-IF
           END-IF.

       7500-WRITE-NEW-OPERATOR.
           MOVE CALC-ID-WK TO CALC-OPR-ID
           MOVE CALC-NAME-WK TO CALC-OPR-NAME
           MOVE CALC-PASSWORD-WK TO CALC-OPR-PASSWORD
           MOVE CALC-ROLE-WK TO CALC-OPR-ROLE
           MOVE "A" TO CALC-OPR-STATUS
           MOVE 0 TO CALC-OPR-FAIL-COUNT
           MOVE 0 TO CALC-OPR-LAST-DATE
           MOVE 0 TO CALC-OPR-LAST-TIME
           MOVE SPACES TO CALC-OPR-LAST-PROGRAM
           PERFORM 8000-STAMP-UPDATE
           WRITE CALC-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK
                       " could not be added."
               NOT INVALID KEY
                   ADD 1 TO CALC-ADD-COUNT
                   DISPLAY "Operator " CALC-ID-WK " added."
           END-WRITE.

       7800-SET-OPERATOR-TEXT.
           EVALUATE TRUE
               WHEN CALC-OPR-SUPERVISOR
                   MOVE "SUPERVISOR" TO CALC-ROLE-TEXT
               WHEN CALC-OPR-RATE-DESK
                   MOVE "RATE DESK" TO CALC-ROLE-TEXT
               WHEN CALC-OPR-CLERK
                   MOVE "CLERK" TO CALC-ROLE-TEXT
               WHEN OTHER
                   MOVE "NONE" TO CALC-ROLE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CALC-OPR-ACTIVE
                   MOVE "ACTIVE" TO CALC-STATUS-TEXT
               WHEN CALC-OPR-LOCKED
                   MOVE "LOCKED" TO CALC-STATUS-TEXT
               WHEN OTHER
                   MOVE "REVOKED" TO CALC-STATUS-TEXT
           END-EVALUATE.

       8000-STAMP-UPDATE.
           MOVE CALC-SGN-OPERATOR TO CALC-OPR-UPD-BY
           ACCEPT CALC-OPR-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-OPR-UPD-TIME FROM TIME.

      *>-----------------------------------------------------------------*
      *> 8100-REWRITE-OPERATOR - THE CALLER COUNTS AND CONFIRMS THE      *
      *> CHANGE ONLY WHEN THE REWRITE WENT THROUGH.                      *
      *>-----------------------------------------------------------------*
       8100-REWRITE-OPERATOR.
           MOVE "N" TO CALC-REWRITE-OK-SW
           REWRITE CALC-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " CALC-ID-WK
                       " could not be updated."
               NOT INVALID KEY
                   MOVE "Y" TO CALC-REWRITE-OK-SW
           END-REWRITE.
