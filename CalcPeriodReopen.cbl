      *>=================================================================*
      *> PROGRAM-ID : CalcPeriodReopen                                    *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> FORMAL REOPEN OF A CLOSED ACCOUNTING PERIOD.  ONCE              *
      *> CalcPeriodClose HAS CLOSED A MONTH, CalcBatchCalculator REFUSES *
      *> ANY RUN CARD DATED IN IT; WHEN A LATE BATCH OR A CORRECTION     *
      *> REALLY MUST POST INTO THAT MONTH, A SUPERVISOR SIGNS ON HERE,   *
      *> KEYS THE PERIOD AND THE REASON, AND THE CALCPER ROW IS MARKED   *
      *> REOPENED ("R") WITH THE OPERATOR, DATE, TIME AND REASON, SO THE *
      *> REOPEN IS ON RECORD RATHER THAN A QUIET EDIT OF THE PERIOD      *
      *> FILE.  THE PERIOD TAKES POSTINGS AGAIN UNTIL CalcPeriodClose IS *
      *> RERUN FOR IT, WHICH BALANCES IT AFRESH AND CLOSES IT AGAIN.     *
      *> ANY SIGNED-ON OPERATOR IS REFUSED UNLESS A SUPERVISOR.  INQUIRY *
      *> SHOWS A PERIOD'S ROW.                                           *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPeriodReopen.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-PER-PERIOD
               FILE STATUS IS CALC-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PERIOD-FILE.
       COPY CALCPER.

       WORKING-STORAGE SECTION.
       01 CALC-PERIOD-STATUS       PIC X(02) VALUE "00".
           88 CALC-PERIOD-FILE-NOT-FOUND VALUE "35".
       01 CALC-DONE-SW             PIC X(01) VALUE "N".
           88 CALC-DONE-YES        VALUE "Y".
       01 CALC-FILE-OPEN-SW        PIC X(01) VALUE "N".
           88 CALC-FILE-OPEN       VALUE "Y".
       01 CALC-ACTION              PIC X(01) VALUE SPACE.
       01 CALC-CONFIRM             PIC X(01) VALUE SPACE.
       01 CALC-PERIOD-TEXT         PIC X(06) VALUE SPACES.
       01 CALC-PERIOD-WK           PIC 9(06) VALUE 0.
       01 CALC-REASON-WK           PIC X(40) VALUE SPACES.
       01 CALC-REOPEN-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-AMOUNT-ED           PIC -(11)9.99.
       01 CALC-STATUS-TEXT         PIC X(08) VALUE SPACES.
       01 CALC-SGN-CALLER          PIC X(20) VALUE "CalcPeriodReopen".
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
      *> ENTERS A BLANK ACTION.                                          *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-SIGN-ON
           IF NOT CALC-DONE-YES THEN
               DISPLAY "CalcPeriodReopen - enter a blank action to "
                   "exit."
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL CALC-DONE-YES
           IF CALC-FILE-OPEN THEN
               CLOSE CALC-PERIOD-FILE
           END-IF
           DISPLAY "CalcPeriodReopen: " CALC-REOPEN-COUNT
               " period(s) reopened."
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-SIGN-ON - REOPENING A BOOKED MONTH IS A SUPERVISOR'S CALL. *
      *> NO PERIOD FILE MEANS NO PERIOD HAS EVER BEEN CLOSED, SO THERE   *
      *> IS NOTHING TO REOPEN.                                           *
      *>-----------------------------------------------------------------*
       1000-SIGN-ON.
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           EVALUATE TRUE
               WHEN CALC-SGN-REFUSED
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN NOT CALC-SGN-SUPERVISOR
                   DISPLAY "Reopening a period is for supervisors "
                       "only - session ended."
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN OTHER
                   OPEN I-O CALC-PERIOD-FILE
                   IF CALC-PERIOD-FILE-NOT-FOUND THEN
                       DISPLAY "CalcPeriodReopen: no period has been "
                           "closed yet - nothing to reopen."
                       MOVE "Y" TO CALC-DONE-SW
                   ELSE
                       MOVE "Y" TO CALC-FILE-OPEN-SW
                   END-IF
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 2000-PROCESS-ONE-ACTION - PROMPT FOR THE ACTION AND THE PERIOD, *
      *> THEN HAND OFF TO THE ACTION PARAGRAPH.                          *
      *>-----------------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           MOVE SPACE TO CALC-ACTION
           DISPLAY "Reopen or inquire (R/I)? " WITH NO ADVANCING
           ACCEPT CALC-ACTION
           IF CALC-ACTION = SPACE THEN
               MOVE "Y" TO CALC-DONE-SW
           ELSE
               MOVE SPACES TO CALC-PERIOD-TEXT
               DISPLAY "Enter the period (YYYYMM): " WITH NO ADVANCING
               ACCEPT CALC-PERIOD-TEXT
               IF CALC-PERIOD-TEXT IS NOT NUMERIC THEN
                   DISPLAY "The period must be six digits, YYYYMM."
               ELSE
                   MOVE CALC-PERIOD-TEXT TO CALC-PERIOD-WK
                   EVALUATE CALC-ACTION
                       WHEN "R"
                       WHEN "r"
                           PERFORM 3000-REOPEN-PERIOD
                       WHEN "I"
                       WHEN "i"
                           PERFORM 4000-INQUIRE-PERIOD
                       WHEN OTHER
                           DISPLAY "Unknown action - use R or I."
                   END-EVALUATE
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 3000-REOPEN-PERIOD - ONLY A CLOSED PERIOD CAN BE REOPENED, AND  *
      *> ONLY WITH A REASON AND A CONFIRMATION.  THE CLOSE FIELDS ARE    *
      *> LEFT AS THEY WERE, SO THE ROW STILL SHOWS WHAT HAD BEEN SIGNED  *
      *> OFF BEFORE THE REOPEN.                                          *
      *>-----------------------------------------------------------------*
       3000-REOPEN-PERIOD.
           MOVE CALC-PERIOD-WK TO CALC-PER-PERIOD
           READ CALC-PERIOD-FILE
               INVALID KEY
                   DISPLAY "Period " CALC-PERIOD-WK
                       " has never been closed - it is already open."
               NOT INVALID KEY
                   IF NOT CALC-PER-CLOSED THEN
                       DISPLAY "Period " CALC-PERIOD-WK
                           " is already reopened, by "
                           CALC-PER-REOPEN-BY " on "
                           CALC-PER-REOPEN-DATE "."
                   ELSE
                       PERFORM 3100-CONFIRM-REOPEN
                   END-IF
           END-READ.

       3100-CONFIRM-REOPEN.
           PERFORM 4100-SHOW-PERIOD
           MOVE SPACES TO CALC-REASON-WK
           DISPLAY "Reason for reopening: " WITH NO ADVANCING
           ACCEPT CALC-REASON-WK
           IF CALC-REASON-WK = SPACES THEN
               DISPLAY "A reason is required - period not reopened."
           ELSE
               MOVE SPACE TO CALC-CONFIRM
               DISPLAY "Reopen period " CALC-PERIOD-WK
                   " for posting (Y/N)? " WITH NO ADVANCING
               ACCEPT CALC-CONFIRM
               IF CALC-CONFIRM = "Y" OR CALC-CONFIRM = "y" THEN
                   MOVE "R" TO CALC-PER-STATUS
                   ADD 1 TO CALC-PER-REOPEN-COUNT
                   MOVE CALC-SGN-OPERATOR TO CALC-PER-REOPEN-BY
                   ACCEPT CALC-PER-REOPEN-DATE FROM DATE YYYYMMDD
                   ACCEPT CALC-PER-REOPEN-TIME FROM TIME
                   MOVE CALC-REASON-WK TO CALC-PER-REOPEN-REASON
                   REWRITE CALC-PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "CalcPeriodReopen: period "
                               CALC-PERIOD-WK " could not be updated."
                       NOT INVALID KEY
                           ADD 1 TO CALC-REOPEN-COUNT
                           DISPLAY "Period " CALC-PERIOD-WK
                               " reopened - rerun CalcPeriodClose to "
                               "close it again."
                   END-REWRITE
               ELSE
                   DISPLAY "Period " CALC-PERIOD-WK " left closed."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 4000-INQUIRE-PERIOD - SHOWS THE PERIOD'S ROW.                   *
      *>-----------------------------------------------------------------*
       4000-INQUIRE-PERIOD.
           MOVE CALC-PERIOD-WK TO CALC-PER-PERIOD
           READ CALC-PERIOD-FILE
               INVALID KEY
                   DISPLAY "Period " CALC-PERIOD-WK
                       " has never been closed."
               NOT INVALID KEY
                   PERFORM 4100-SHOW-PERIOD
           END-READ.

       4100-SHOW-PERIOD.
           IF CALC-PER-CLOSED THEN
               MOVE "CLOSED" TO CALC-STATUS-TEXT
           ELSE
               MOVE "REOPENED" TO CALC-STATUS-TEXT
           END-IF
           MOVE CALC-PER-AMOUNT TO CALC-AMOUNT-ED
           DISPLAY "Period " CALC-PER-PERIOD " - " CALC-STATUS-TEXT
           DISPLAY "  Last closed " CALC-PER-CLOSE-DATE " "
               CALC-PER-CLOSE-TIME " (" CALC-PER-CLOSE-COUNT
               " close(s))"
           DISPLAY "  " CALC-PER-RUN-COUNT " run(s), "
               CALC-PER-TRAN-COUNT " transaction(s), amount "
               CALC-AMOUNT-ED
           IF CALC-PER-REOPEN-COUNT > 0 THEN
               DISPLAY "  Last reopened " CALC-PER-REOPEN-DATE " by "
                   CALC-PER-REOPEN-BY " (" CALC-PER-REOPEN-COUNT
                   " reopen(s))"
               DISPLAY "  Reason: " CALC-PER-REOPEN-REASON
           END-IF.
