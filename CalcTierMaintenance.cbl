      *>=================================================================*
      *> PROGRAM-ID : CalcTierMaintenance                                 *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> RATE-DESK MAINTENANCE PASS OVER THE CALCTRS TIERED RATE         *
      *> SCHEDULE FILE.  A FEE OR COMMISSION CHARGED IN BRACKETS (SO     *
      *> MUCH PERCENT ON THE FIRST SLICE, LESS ON THE NEXT, LESS AGAIN   *
      *> ABOVE THAT) IS SET UP HERE ONCE UNDER A SCHEDULE CODE, AND      *
      *> OPCODE 9 IN CalcOperations APPLIES IT TO AN AMOUNT AT THE DESK, *
      *> IN THE EDIT STEP AND IN THE BATCH.  THE OPERATOR ADDS A         *
      *> VERSION, DELETES ONE, INQUIRES ON A CODE OR APPROVES A VERSION, *
      *> ONE CODE PER PASS, UNTIL A BLANK ACTION ENDS THE SESSION.  A    *
      *> VERSION IS A COMPLETE SET OF BRACKETS WITH ONE EFFECTIVE DATE;  *
      *> A CHANGE TO THE FIGURES IS KEYED AS A NEW VERSION, SO           *
      *> CALCULATIONS DATED BEFORE IT STILL USE THE OLD ONE.  AS ON THE  *
      *> RATE MASTER, A VERSION IS KEYED PENDING AND ONLY TAKES EFFECT   *
      *> ONCE A SECOND OPERATOR APPROVES IT.  SIGN-ON IS THROUGH         *
      *> CalcSignOn: THE RATE DESK AND SUPERVISORS MAY KEY AND APPROVE,  *
      *> A CLERK MAY ONLY INQUIRE, AND A REFUSED SIGN-ON ENDS THE        *
      *> SESSION WITH RETURN-CODE 12.                                    *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcTierMaintenance.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TIER-SCHEDULE ASSIGN TO "CALCTRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-TRS-KEY
               FILE STATUS IS CALC-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TIER-SCHEDULE.
       COPY CALCTRS.

       WORKING-STORAGE SECTION.
       01 CALC-TIER-STATUS         PIC X(02) VALUE "00".
           88 CALC-TIER-FILE-NOT-FOUND VALUE "35".
       01 CALC-DONE-SW             PIC X(01) VALUE "N".
           88 CALC-DONE-YES        VALUE "Y".
       01 CALC-ACTION              PIC X(01) VALUE SPACE.
       01 CALC-CONFIRM             PIC X(01) VALUE SPACE.
       01 CALC-DECISION            PIC X(01) VALUE SPACE.
       01 CALC-TODAY               PIC 9(08) VALUE 0.
       01 CALC-CODE-WK             PIC 9(04) VALUE 0.
       01 CALC-EFF-DATE-WK         PIC 9(08) VALUE 0.
       01 CALC-DESC-WK             PIC X(30) VALUE SPACES.
       01 CALC-UPTO-WK             PIC 9(7)V99 VALUE 0.
       01 CALC-RATE-WK             PIC S9(7)V99 VALUE 0.
       01 CALC-PRIOR-UPTO-WK       PIC 9(7)V99 VALUE 0.
       01 CALC-ENTRY-OK-SW         PIC X(01) VALUE "N".
           88 CALC-ENTRY-OK        VALUE "Y".
       01 CALC-TOP-DONE-SW         PIC X(01) VALUE "N".
           88 CALC-TOP-DONE        VALUE "Y".
       01 CALC-ROW-EOF-SW          PIC X(01) VALUE "N".
           88 CALC-ROW-EOF-YES     VALUE "Y".
       01 CALC-ONE-VERSION-SW      PIC X(01) VALUE "N".
           88 CALC-ONE-VERSION     VALUE "Y".
       01 CALC-PENDING-FOUND-SW    PIC X(01) VALUE "N".
           88 CALC-PENDING-FOUND   VALUE "Y".
       01 CALC-PENDING-DATE-WK     PIC 9(08) VALUE 0.
       01 CALC-OWN-PENDING-COUNT   PIC 9(5) COMP VALUE 0.
       01 CALC-VERSION-WK          PIC 9(08) VALUE 0.
       01 CALC-IN-EFFECT-WK        PIC 9(08) VALUE 0.
       01 CALC-ROW-COUNT           PIC 9(5) COMP VALUE 0.
       01 CALC-ADD-COUNT           PIC 9(5) COMP VALUE 0.
       01 CALC-DELETE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-APPROVE-COUNT       PIC 9(5) COMP VALUE 0.
       01 CALC-DECLINE-COUNT       PIC 9(5) COMP VALUE 0.
       01 CALC-FROM-DISPLAY        PIC 9(7).99.
       01 CALC-UPTO-DISPLAY        PIC 9(7).99.
       01 CALC-RATE-DISPLAY        PIC -9(7).99.
       01 CALC-STATUS-TEXT         PIC X(08) VALUE SPACES.
       01 CALC-SGN-CALLER          PIC X(20)
               VALUE "CalcTierMaintenance".
       01 CALC-SGN-OPERATOR        PIC X(08) VALUE SPACES.
       01 CALC-SGN-ROLE            PIC X(01) VALUE SPACE.
           88 CALC-SGN-CLERK       VALUE "C".
           88 CALC-SGN-SUPERVISOR  VALUE "S".
           88 CALC-SGN-RATE-DESK   VALUE "R".
       01 CALC-SGN-RESULT          PIC 9 VALUE 0.
           88 CALC-SGN-OK          VALUE 0.
           88 CALC-SGN-REFUSED     VALUE 1.

      *> THE BRACKETS OF A VERSION BEING KEYED ARE HELD HERE UNTIL THE
      *> LAST ONE (THE OPEN TOP) IS IN, SO A BAD ANSWER PART WAY THROUGH
      *> LEAVES NOTHING HALF-WRITTEN ON THE FILE.
       01 CALC-BKT-MAX                 PIC 9(02) COMP VALUE 9.
       01 CALC-BKT-COUNT               PIC 9(02) COMP VALUE 0.
       01 CALC-BKT-SUB                 PIC 9(02) COMP VALUE 0.
       01 CALC-BRACKET-TABLE.
           05 CALC-BKT-ENTRY OCCURS 9 TIMES.
               10 CALC-BKT-UPTO        PIC 9(7)V99.
               10 CALC-BKT-RATE        PIC S9(7)V99.

      *> CALENDAR WORK AREAS FOR CHECKING AN EFFECTIVE DATE, THE SAME
      *> GREGORIAN LEAP-YEAR TEST CalcStandingMaintenance USES.
       01 CALC-CAL-DATE.
           05 CALC-CAL-YEAR            PIC 9(04).
           05 CALC-CAL-MONTH           PIC 9(02).
           05 CALC-CAL-DAY             PIC 9(02).
       01 CALC-CAL-DATE-NUM REDEFINES CALC-CAL-DATE PIC 9(08).
       01 CALC-CAL-MONTH-DAYS          PIC 9(02) VALUE 0.
       01 CALC-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.
       01 CALC-LEAP-SW                 PIC X(01) VALUE "N".
           88 CALC-LEAP-YEAR           VALUE "Y".
       01 CALC-DATE-OK-SW              PIC X(01) VALUE "N".
           88 CALC-DATE-OK             VALUE "Y".

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - ONE ACTION PER PASS UNTIL THE OPERATOR    *
      *> ENTERS A BLANK ACTION, ALL UNDER THE OPERATOR SIGNED ON AT THE  *
      *> START, WHOSE ID IS STAMPED ON WHAT IS KEYED AND WHAT IS         *
      *> APPROVED.                                                       *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           ACCEPT CALC-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-SCHEDULE-FILE
           PERFORM 1100-SIGN-ON
           IF NOT CALC-DONE-YES THEN
               DISPLAY "CalcTierMaintenance - enter a blank action to "
                   "exit."
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL CALC-DONE-YES
           CLOSE CALC-TIER-SCHEDULE
           DISPLAY "CalcTierMaintenance: " CALC-ADD-COUNT
               " version(s) keyed, " CALC-DELETE-COUNT " deleted."
           DISPLAY "CalcTierMaintenance: " CALC-APPROVE-COUNT
               " approved, " CALC-DECLINE-COUNT " declined."
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-OPEN-SCHEDULE-FILE - THE SCHEDULE FILE IS CREATED THE VERY *
      *> FIRST TIME THIS RUNS, AS THE RATE MASTER IS.                    *
      *>-----------------------------------------------------------------*
       1000-OPEN-SCHEDULE-FILE.
           OPEN I-O CALC-TIER-SCHEDULE
           IF CALC-TIER-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-TIER-SCHEDULE
               CLOSE CALC-TIER-SCHEDULE
               OPEN I-O CALC-TIER-SCHEDULE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-SIGN-ON - AS FOR THE RATE MASTER, THE SIGNED-ON OPERATOR   *
      *> ID IS WHAT MAKES THE MAKER-CHECKER RULE WORK.  NO SIGN-ON, NO   *
      *> SESSION.  THE RATE DESK AND SUPERVISORS MAY KEY AND APPROVE; A  *
      *> CLERK MAY ONLY INQUIRE.                                         *
      *>-----------------------------------------------------------------*
       1100-SIGN-ON.
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           IF CALC-SGN-REFUSED THEN
               DISPLAY "No operator signed on - nothing keyed."
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO CALC-DONE-SW
           ELSE
               IF CALC-SGN-CLERK THEN
                   DISPLAY "Signed on as a clerk - schedule inquiry "
                       "only."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-PROCESS-ONE-ACTION - PROMPT FOR THE ACTION AND THE         *
      *> SCHEDULE CODE, THEN HAND OFF TO THE ACTION PARAGRAPH.  A CLERK  *
      *> ASKING FOR ANYTHING BUT AN INQUIRY IS TURNED DOWN BEFORE THE    *
      *> CODE IS EVEN ASKED FOR.                                         *
      *>-----------------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           MOVE SPACE TO CALC-ACTION
           IF CALC-SGN-CLERK THEN
               DISPLAY "Inquire (I)? " WITH NO ADVANCING
           ELSE
               DISPLAY "Add a version, delete a version, inquire or "
                   "approve (A/D/I/P)? " WITH NO ADVANCING
           END-IF
           ACCEPT CALC-ACTION
           EVALUATE TRUE
               WHEN CALC-ACTION = SPACE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN CALC-SGN-CLERK AND CALC-ACTION NOT = "I"
                       AND CALC-ACTION NOT = "i"
                   DISPLAY "Only the rate desk or a supervisor may key "
                       "or approve a tiered schedule."
               WHEN OTHER
                   PERFORM 2100-GET-CODE-AND-ACT
           END-EVALUATE.

       2100-GET-CODE-AND-ACT.
           MOVE 0 TO CALC-CODE-WK
           DISPLAY "Enter the schedule code (1-9999): "
               WITH NO ADVANCING
           ACCEPT CALC-CODE-WK
           IF CALC-CODE-WK IS NOT NUMERIC OR CALC-CODE-WK = 0 THEN
               DISPLAY "A schedule code of 1-9999 is required."
           ELSE
               EVALUATE CALC-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM 3000-ADD-VERSION
                           THRU 3000-ADD-VERSION-EXIT
                   WHEN "D"
                   WHEN "d"
                       PERFORM 4000-DELETE-VERSION
                           THRU 4000-DELETE-VERSION-EXIT
                   WHEN "I"
                   WHEN "i"
                       PERFORM 5000-INQUIRE-SCHEDULE
                   WHEN "P"
                   WHEN "p"
                       PERFORM 6500-APPROVE-PENDING
                   WHEN OTHER
                       DISPLAY "Unknown action - use A, D, I or P."
               END-EVALUATE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 3000-ADD-VERSION - A NEW VERSION OF THE SCHEDULE, KEYED AS      *
      *> PENDING.  IT TAKES EFFECT ON ITS EFFECTIVE DATE ONLY ONCE A     *
      *> SECOND OPERATOR APPROVES IT.  THE BRACKETS ARE KEYED LOWEST     *
      *> FIRST, EACH AS THE AMOUNT IT RUNS UP TO AND ITS RATE, UNTIL AN  *
      *> UP-TO OF ZERO KEYS THE OPEN TOP BRACKET; EVERY VERSION ENDS     *
      *> WITH ONE, SO NO AMOUNT IS EVER LEFT UNCOVERED.  THE FIRST BAD   *
      *> ANSWER STOPS THE ENTRY WITH NOTHING STORED.  AN EFFECTIVE DATE  *
      *> ALREADY TAKEN BY ANOTHER VERSION OF THE CODE MUST BE FREED WITH *
      *> DELETE FIRST.                                                   *
      *>-----------------------------------------------------------------*
       3000-ADD-VERSION.
           MOVE SPACES TO CALC-DESC-WK
           DISPLAY "Enter a description: " WITH NO ADVANCING
           ACCEPT CALC-DESC-WK
           PERFORM 7000-GET-EFFECTIVE-DATE
           IF NOT CALC-ENTRY-OK THEN
               GO TO 3000-ADD-VERSION-EXIT
           END-IF
           IF CALC-EFF-DATE-WK < CALC-TODAY THEN
               DISPLAY "A new version cannot take effect before today "
                   "- nothing stored."
               GO TO 3000-ADD-VERSION-EXIT
           END-IF
           MOVE "Y" TO CALC-ONE-VERSION-SW
           PERFORM 7700-START-CODE-ROWS
           IF NOT CALC-ROW-EOF-YES THEN
               DISPLAY "Schedule " CALC-CODE-WK " already has a "
                   "version effective " CALC-EFF-DATE-WK
                   " - delete it first."
               GO TO 3000-ADD-VERSION-EXIT
           END-IF
           MOVE 0 TO CALC-BKT-COUNT
           MOVE 0 TO CALC-PRIOR-UPTO-WK
           MOVE "N" TO CALC-TOP-DONE-SW
           MOVE "Y" TO CALC-ENTRY-OK-SW
           DISPLAY "Key the brackets lowest first.  An up-to of 0 "
               "keys the open top bracket and ends the version."
           PERFORM 3100-GET-ONE-BRACKET THRU 3100-GET-ONE-BRACKET-EXIT
               UNTIL CALC-TOP-DONE OR NOT CALC-ENTRY-OK
           IF NOT CALC-ENTRY-OK THEN
               GO TO 3000-ADD-VERSION-EXIT
           END-IF
           MOVE 0 TO CALC-ROW-COUNT
           MOVE 1 TO CALC-BKT-SUB
           PERFORM 3200-WRITE-ONE-BRACKET
               UNTIL CALC-BKT-SUB > CALC-BKT-COUNT
           IF CALC-ROW-COUNT = CALC-BKT-COUNT THEN
               ADD 1 TO CALC-ADD-COUNT
               DISPLAY "Keyed - " CALC-ROW-COUNT " bracket(s) pending "
                   "approval by a second operator."
           ELSE
               DISPLAY "Only " CALC-ROW-COUNT " of " CALC-BKT-COUNT
                   " bracket(s) could be stored - delete the version "
                   "and key it again."
           END-IF.
       3000-ADD-VERSION-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 3100-GET-ONE-BRACKET - EACH UP-TO MUST RUN HIGHER THAN THE ONE  *
      *> BEFORE IT, AND THE LAST OF THE NINE BRACKETS A VERSION CAN HOLD *
      *> MUST BE THE OPEN TOP.  A RATE IS A PERCENT OF THE BRACKET'S     *
      *> SLICE AND MAY BE ZERO BUT NOT NEGATIVE.                         *
      *>-----------------------------------------------------------------*
       3100-GET-ONE-BRACKET.
           ADD 1 TO CALC-BKT-COUNT
           MOVE 0 TO CALC-UPTO-WK
           DISPLAY "Bracket " CALC-BKT-COUNT
               " - up to (0 for everything above): " WITH NO ADVANCING
           ACCEPT CALC-UPTO-WK
           IF CALC-UPTO-WK IS NOT NUMERIC THEN
               DISPLAY "The up-to is not a number - nothing stored."
               MOVE "N" TO CALC-ENTRY-OK-SW
               GO TO 3100-GET-ONE-BRACKET-EXIT
           END-IF
           IF CALC-UPTO-WK NOT = 0
                   AND CALC-UPTO-WK NOT > CALC-PRIOR-UPTO-WK THEN
               DISPLAY "Each up-to must be higher than the one before "
                   "- nothing stored."
               MOVE "N" TO CALC-ENTRY-OK-SW
               GO TO 3100-GET-ONE-BRACKET-EXIT
           END-IF
           IF CALC-UPTO-WK NOT = 0 AND CALC-BKT-COUNT = CALC-BKT-MAX
           THEN
               DISPLAY "The ninth bracket must be the open top (0) - "
                   "nothing stored."
               MOVE "N" TO CALC-ENTRY-OK-SW
               GO TO 3100-GET-ONE-BRACKET-EXIT
           END-IF
           MOVE 0 TO CALC-RATE-WK
           DISPLAY "Bracket " CALC-BKT-COUNT
               " - rate in percent (e.g. 1.50): " WITH NO ADVANCING
           ACCEPT CALC-RATE-WK
           IF CALC-RATE-WK IS NOT NUMERIC OR CALC-RATE-WK < 0 THEN
               DISPLAY "The rate must be a number, zero or more - "
                   "nothing stored."
               MOVE "N" TO CALC-ENTRY-OK-SW
               GO TO 3100-GET-ONE-BRACKET-EXIT
           END-IF
           MOVE CALC-UPTO-WK TO CALC-BKT-UPTO(CALC-BKT-COUNT)
           MOVE CALC-RATE-WK TO CALC-BKT-RATE(CALC-BKT-COUNT)
           IF CALC-UPTO-WK = 0 THEN
               MOVE "Y" TO CALC-TOP-DONE-SW
           ELSE
               MOVE CALC-UPTO-WK TO CALC-PRIOR-UPTO-WK
           END-IF.
       3100-GET-ONE-BRACKET-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 3200-WRITE-ONE-BRACKET - EVERY ROW OF THE VERSION CARRIES THE   *
      *> DESCRIPTION AND THE SAME PENDING STATUS AND KEYING STAMP.       *
      *>-----------------------------------------------------------------*
       3200-WRITE-ONE-BRACKET.
           MOVE CALC-CODE-WK TO CALC-TRS-SCHED-CODE
           MOVE CALC-EFF-DATE-WK TO CALC-TRS-EFF-DATE
           MOVE CALC-BKT-SUB TO CALC-TRS-BRACKET-NO
           MOVE CALC-DESC-WK TO CALC-TRS-DESC
           MOVE CALC-BKT-UPTO(CALC-BKT-SUB) TO CALC-TRS-UPTO
           MOVE CALC-BKT-RATE(CALC-BKT-SUB) TO CALC-TRS-RATE
           MOVE "P" TO CALC-TRS-STATUS
           MOVE CALC-SGN-OPERATOR TO CALC-TRS-KEYED-BY
           ACCEPT CALC-TRS-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-TRS-KEYED-TIME FROM TIME
           MOVE SPACES TO CALC-TRS-APPROVED-BY
           MOVE 0 TO CALC-TRS-APPROVED-DATE
           MOVE 0 TO CALC-TRS-APPROVED-TIME
           WRITE CALC-TIER-RECORD
               INVALID KEY
                   DISPLAY "Bracket " CALC-BKT-SUB
                       " could not be stored."
               NOT INVALID KEY
                   ADD 1 TO CALC-ROW-COUNT
           END-WRITE
           ADD 1 TO CALC-BKT-SUB.

      *>-----------------------------------------------------------------*
      *> 4000-DELETE-VERSION - TAKES EVERY BRACKET OF ONE VERSION OFF    *
      *> THE FILE.  A PENDING OR DECLINED VERSION MAY GO AT ANY TIME,    *
      *> AND AN APPROVED ONE UNTIL ITS EFFECTIVE DATE ARRIVES.  ONCE AN  *
      *> APPROVED VERSION HAS TAKEN EFFECT IT STAYS, SO CALCULATIONS     *
      *> ALREADY MADE UNDER IT CAN STILL BE TRACED - KEY A NEW VERSION   *
      *> TO REPLACE IT.                                                  *
      *>-----------------------------------------------------------------*
       4000-DELETE-VERSION.
           PERFORM 7000-GET-EFFECTIVE-DATE
           IF NOT CALC-ENTRY-OK THEN
               GO TO 4000-DELETE-VERSION-EXIT
           END-IF
           MOVE "Y" TO CALC-ONE-VERSION-SW
           PERFORM 7700-START-CODE-ROWS
           IF CALC-ROW-EOF-YES THEN
               DISPLAY "Schedule " CALC-CODE-WK " has no version "
                   "effective " CALC-EFF-DATE-WK "."
               GO TO 4000-DELETE-VERSION-EXIT
           END-IF
           IF CALC-TRS-APPROVED
                   AND CALC-TRS-EFF-DATE NOT > CALC-TODAY THEN
               DISPLAY "That version has taken effect and cannot be "
                   "deleted - key a new version to replace it."
               GO TO 4000-DELETE-VERSION-EXIT
           END-IF
           PERFORM 6000-SHOW-ONE-VERSION
           MOVE SPACE TO CALC-CONFIRM
           DISPLAY "Delete this version (Y/N)? " WITH NO ADVANCING
           ACCEPT CALC-CONFIRM
           IF CALC-CONFIRM NOT = "Y" AND CALC-CONFIRM NOT = "y" THEN
               DISPLAY "Nothing changed."
               GO TO 4000-DELETE-VERSION-EXIT
           END-IF
           MOVE 0 TO CALC-ROW-COUNT
           MOVE "N" TO CALC-ROW-EOF-SW
           PERFORM 4100-DELETE-ONE-ROW UNTIL CALC-ROW-EOF-YES
           ADD 1 TO CALC-DELETE-COUNT
           DISPLAY "Deleted - " CALC-ROW-COUNT " bracket(s).".
       4000-DELETE-VERSION-EXIT.
           EXIT.

      *>-----------------------------------------------------------------*
      *> 4100-DELETE-ONE-ROW - THE FILE IS REPOSITIONED ON THE VERSION    *
      *> BEFORE EACH DELETE RATHER THAN READING ON FROM A ROW THAT IS NO *
      *> LONGER THERE.                                                   *
      *>-----------------------------------------------------------------*
       4100-DELETE-ONE-ROW.
           PERFORM 7700-START-CODE-ROWS
           IF NOT CALC-ROW-EOF-YES THEN
               DELETE CALC-TIER-SCHEDULE RECORD
                   INVALID KEY
                       DISPLAY "Bracket " CALC-TRS-BRACKET-NO
                           " could not be deleted."
                       MOVE "Y" TO CALC-ROW-EOF-SW
                   NOT INVALID KEY
                       ADD 1 TO CALC-ROW-COUNT
               END-DELETE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 5000-INQUIRE-SCHEDULE - EVERY VERSION OF THE CODE, OLDEST       *
      *> FIRST, PENDING AND DECLINED ONES INCLUDED, EACH WITH ITS         *
      *> BRACKETS, THEN WHICH VERSION IS IN EFFECT TODAY - THE LATEST    *
      *> APPROVED ONE DATED ON OR BEFORE IT, AS CalcOperations PICKS IT. *
      *>-----------------------------------------------------------------*
       5000-INQUIRE-SCHEDULE.
           MOVE 0 TO CALC-EFF-DATE-WK
           MOVE 0 TO CALC-VERSION-WK
           MOVE 0 TO CALC-IN-EFFECT-WK
           MOVE "N" TO CALC-ONE-VERSION-SW
           PERFORM 7700-START-CODE-ROWS
           IF CALC-ROW-EOF-YES THEN
               DISPLAY "Schedule " CALC-CODE-WK " is not on file."
           ELSE
               PERFORM 5100-SHOW-ONE-ROW UNTIL CALC-ROW-EOF-YES
               IF CALC-IN-EFFECT-WK = 0 THEN
                   DISPLAY "In effect today: none - no approved "
                       "version has taken effect yet."
               ELSE
                   DISPLAY "In effect today: the version effective "
                       CALC-IN-EFFECT-WK "."
               END-IF
           END-IF.

       5100-SHOW-ONE-ROW.
           IF CALC-TRS-EFF-DATE NOT = CALC-VERSION-WK THEN
               MOVE CALC-TRS-EFF-DATE TO CALC-VERSION-WK
               MOVE 0 TO CALC-PRIOR-UPTO-WK
               PERFORM 6100-SHOW-VERSION-HEADING
               IF CALC-TRS-APPROVED
                       AND CALC-TRS-EFF-DATE NOT > CALC-TODAY THEN
                   MOVE CALC-TRS-EFF-DATE TO CALC-IN-EFFECT-WK
               END-IF
           END-IF
           PERFORM 6200-SHOW-BRACKET-LINE
           PERFORM 7710-READ-CODE-ROW.

      *>-----------------------------------------------------------------*
      *> 6000-SHOW-ONE-VERSION - LISTS THE VERSION THE FILE IS           *
      *> POSITIONED ON (ITS FIRST ROW ALREADY READ), THEN REPOSITIONS ON *
      *> ITS FIRST ROW AGAIN FOR THE CALLER.                             *
      *>-----------------------------------------------------------------*
       6000-SHOW-ONE-VERSION.
           MOVE 0 TO CALC-PRIOR-UPTO-WK
           PERFORM 6100-SHOW-VERSION-HEADING
           PERFORM 6050-SHOW-AND-READ UNTIL CALC-ROW-EOF-YES
           PERFORM 7700-START-CODE-ROWS.

       6050-SHOW-AND-READ.
           PERFORM 6200-SHOW-BRACKET-LINE
           PERFORM 7710-READ-CODE-ROW.

       6100-SHOW-VERSION-HEADING.
           PERFORM 7800-SET-STATUS-TEXT
           DISPLAY " "
           DISPLAY "Schedule    : " CALC-TRS-SCHED-CODE " "
               CALC-TRS-DESC
           DISPLAY "Effective   : " CALC-TRS-EFF-DATE " "
               CALC-STATUS-TEXT
           DISPLAY "Keyed by    : " CALC-TRS-KEYED-BY " on "
               CALC-TRS-KEYED-DATE " " CALC-TRS-KEYED-TIME
           IF NOT CALC-TRS-PENDING THEN
               DISPLAY "Decided by  : " CALC-TRS-APPROVED-BY " on "
                   CALC-TRS-APPROVED-DATE " " CALC-TRS-APPROVED-TIME
           END-IF.

       6200-SHOW-BRACKET-LINE.
           MOVE CALC-PRIOR-UPTO-WK TO CALC-FROM-DISPLAY
           MOVE CALC-TRS-RATE TO CALC-RATE-DISPLAY
           IF CALC-TRS-OPEN-TOP THEN
               DISPLAY "  Bracket " CALC-TRS-BRACKET-NO ": over "
                   CALC-FROM-DISPLAY "                 at "
                   CALC-RATE-DISPLAY "%"
           ELSE
               MOVE CALC-TRS-UPTO TO CALC-UPTO-DISPLAY
               DISPLAY "  Bracket " CALC-TRS-BRACKET-NO ": over "
                   CALC-FROM-DISPLAY " up to " CALC-UPTO-DISPLAY
                   " at " CALC-RATE-DISPLAY "%"
               MOVE CALC-TRS-UPTO TO CALC-PRIOR-UPTO-WK
           END-IF.

      *>-----------------------------------------------------------------*
      *> 6500-APPROVE-PENDING - THE CHECKER'S SIDE, AS FOR RATE CHANGES. *
      *> THE CODE'S OLDEST PENDING VERSION KEYED BY SOMEONE ELSE IS      *
      *> SHOWN WITH ALL ITS BRACKETS, AND THE OPERATOR APPROVES IT,      *
      *> DECLINES IT, OR LEAVES IT PENDING.  A VERSION KEYED UNDER THE   *
      *> OPERATOR'S OWN ID IS NEVER OFFERED.  ONE VERSION PER PASS.      *
      *>-----------------------------------------------------------------*
       6500-APPROVE-PENDING.
           MOVE "N" TO CALC-PENDING-FOUND-SW
           MOVE 0 TO CALC-OWN-PENDING-COUNT
           MOVE 0 TO CALC-EFF-DATE-WK
           MOVE "N" TO CALC-ONE-VERSION-SW
           PERFORM 7700-START-CODE-ROWS
           PERFORM 6510-SCAN-ONE-ROW UNTIL CALC-ROW-EOF-YES
           IF NOT CALC-PENDING-FOUND THEN
               IF CALC-OWN-PENDING-COUNT > 0 THEN
                   DISPLAY "The pending version(s) of schedule "
                       CALC-CODE-WK " were keyed by you - a second "
                       "operator must approve."
               ELSE
                   DISPLAY "No pending version of schedule "
                       CALC-CODE-WK "."
               END-IF
           ELSE
               MOVE CALC-PENDING-DATE-WK TO CALC-EFF-DATE-WK
               MOVE "Y" TO CALC-ONE-VERSION-SW
               PERFORM 7700-START-CODE-ROWS
               IF CALC-ROW-EOF-YES THEN
                   DISPLAY "The pending version could not be read "
                       "back - try again."
               ELSE
                   PERFORM 6520-DECIDE-ONE-VERSION
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 6510-SCAN-ONE-ROW - ONLY THE FIRST ROW OF EACH VERSION IS       *
      *> LOOKED AT; EVERY ROW OF A VERSION SHARES ITS STATUS AND STAMP.  *
      *>-----------------------------------------------------------------*
       6510-SCAN-ONE-ROW.
           IF CALC-TRS-PENDING AND CALC-TRS-BRACKET-NO = 1 THEN
               IF CALC-TRS-KEYED-BY = CALC-SGN-OPERATOR THEN
                   ADD 1 TO CALC-OWN-PENDING-COUNT
               ELSE
                   IF NOT CALC-PENDING-FOUND THEN
                       MOVE "Y" TO CALC-PENDING-FOUND-SW
                       MOVE CALC-TRS-EFF-DATE TO CALC-PENDING-DATE-WK
                   END-IF
               END-IF
           END-IF
           PERFORM 7710-READ-CODE-ROW.

       6520-DECIDE-ONE-VERSION.
           PERFORM 6000-SHOW-ONE-VERSION
           MOVE SPACE TO CALC-DECISION
           DISPLAY "Approve, decline, or leave pending (A/D/blank)? "
               WITH NO ADVANCING
           ACCEPT CALC-DECISION
           EVALUATE CALC-DECISION
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO CALC-DECISION
                   PERFORM 6600-STAMP-VERSION
                   ADD 1 TO CALC-APPROVE-COUNT
                   IF CALC-EFF-DATE-WK < CALC-TODAY THEN
                       DISPLAY "Approved - in effect from "
                           CALC-EFF-DATE-WK ", which has passed."
                   ELSE
                       DISPLAY "Approved - in effect from "
                           CALC-EFF-DATE-WK "."
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO CALC-DECISION
                   PERFORM 6600-STAMP-VERSION
                   ADD 1 TO CALC-DECLINE-COUNT
                   DISPLAY "Declined."
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 6600-STAMP-VERSION - CARRIES THE DECISION IN CALC-DECISION AND  *
      *> THE DECIDING OPERATOR ONTO EVERY ROW OF THE VERSION.  THE FILE  *
      *> IS ON THE VERSION'S FIRST ROW ON ENTRY.                         *
      *>-----------------------------------------------------------------*
       6600-STAMP-VERSION.
           PERFORM 6610-STAMP-ONE-ROW UNTIL CALC-ROW-EOF-YES.

       6610-STAMP-ONE-ROW.
           MOVE CALC-DECISION TO CALC-TRS-STATUS
           MOVE CALC-SGN-OPERATOR TO CALC-TRS-APPROVED-BY
           ACCEPT CALC-TRS-APPROVED-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-TRS-APPROVED-TIME FROM TIME
           REWRITE CALC-TIER-RECORD
               INVALID KEY
                   DISPLAY "Bracket " CALC-TRS-BRACKET-NO
                       " could not be updated."
           END-REWRITE
           PERFORM 7710-READ-CODE-ROW.

      *>-----------------------------------------------------------------*
      *> 7000-GET-EFFECTIVE-DATE - SHARED BY ADD AND DELETE.  A BLANK    *
      *> DATE DEFAULTS TO TODAY, AS ON THE RATE MASTER.                  *
      *>-----------------------------------------------------------------*
       7000-GET-EFFECTIVE-DATE.
           MOVE "N" TO CALC-ENTRY-OK-SW
           MOVE 0 TO CALC-EFF-DATE-WK
           DISPLAY "Enter the effective date (YYYYMMDD, blank for "
               "today): " WITH NO ADVANCING
           ACCEPT CALC-EFF-DATE-WK
           IF CALC-EFF-DATE-WK IS NOT NUMERIC OR CALC-EFF-DATE-WK = 0
           THEN
               MOVE CALC-TODAY TO CALC-EFF-DATE-WK
           END-IF
           MOVE CALC-EFF-DATE-WK TO CALC-CAL-DATE-NUM
           PERFORM 8500-CHECK-DATE
           IF CALC-DATE-OK THEN
               MOVE "Y" TO CALC-ENTRY-OK-SW
           ELSE
               DISPLAY "The effective date is not a real date - "
                   "nothing done."
           END-IF.

      *>-----------------------------------------------------------------*
      *> 7700-START-CODE-ROWS - POSITIONS THE FILE ON THE FIRST ROW OF   *
      *> CALC-CODE-WK DATED ON OR AFTER CALC-EFF-DATE-WK AND READS IT;   *
      *> 7710 READS ON.  BOTH SET THE END SWITCH ONCE THE NEXT ROW       *
      *> BELONGS TO ANOTHER CODE - OR, WITH CALC-ONE-VERSION ON, TO      *
      *> ANOTHER VERSION THAN THE ONE DATED CALC-EFF-DATE-WK.            *
      *>-----------------------------------------------------------------*
       7700-START-CODE-ROWS.
           MOVE "N" TO CALC-ROW-EOF-SW
           MOVE CALC-CODE-WK TO CALC-TRS-SCHED-CODE
           MOVE CALC-EFF-DATE-WK TO CALC-TRS-EFF-DATE
           MOVE 0 TO CALC-TRS-BRACKET-NO
           START CALC-TIER-SCHEDULE
               KEY IS NOT LESS THAN CALC-TRS-KEY
               INVALID KEY
                   MOVE "Y" TO CALC-ROW-EOF-SW
           END-START
           IF NOT CALC-ROW-EOF-YES THEN
               PERFORM 7710-READ-CODE-ROW
           END-IF.

       7710-READ-CODE-ROW.
           READ CALC-TIER-SCHEDULE NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-ROW-EOF-SW
               NOT AT END
                   IF CALC-TRS-SCHED-CODE NOT = CALC-CODE-WK THEN
                       MOVE "Y" TO CALC-ROW-EOF-SW
                   END-IF
                   IF CALC-ONE-VERSION
                           AND CALC-TRS-EFF-DATE NOT = CALC-EFF-DATE-WK
                   THEN
                       MOVE "Y" TO CALC-ROW-EOF-SW
                   END-IF
           END-READ.

       7800-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CALC-TRS-PENDING
                   MOVE "PENDING" TO CALC-STATUS-TEXT
               WHEN CALC-TRS-APPROVED
                   MOVE "APPROVED" TO CALC-STATUS-TEXT
               WHEN OTHER
                   MOVE "DECLINED" TO CALC-STATUS-TEXT
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 8500-CHECK-DATE - CALC-CAL-DATE MUST BE A REAL CALENDAR DATE.   *
      *>-----------------------------------------------------------------*
       8500-CHECK-DATE.
           MOVE "N" TO CALC-DATE-OK-SW
           IF CALC-CAL-YEAR >= 1900 AND CALC-CAL-MONTH >= 1
                   AND CALC-CAL-MONTH <= 12 THEN
               PERFORM 8600-SET-MONTH-DAYS
               IF CALC-CAL-DAY >= 1
                       AND CALC-CAL-DAY <= CALC-CAL-MONTH-DAYS THEN
                   MOVE "Y" TO CALC-DATE-OK-SW
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 8600-SET-MONTH-DAYS - THE NUMBER OF DAYS IN CALC-CAL-MONTH OF   *
      *> CALC-CAL-YEAR.                                                  *
      *>-----------------------------------------------------------------*
       8600-SET-MONTH-DAYS.
           EVALUATE CALC-CAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CALC-CAL-MONTH-DAYS
               WHEN 2
                   PERFORM 8650-CHECK-LEAP-YEAR
                   IF CALC-LEAP-YEAR THEN
                       MOVE 29 TO CALC-CAL-MONTH-DAYS
                   ELSE
                       MOVE 28 TO CALC-CAL-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CALC-CAL-MONTH-DAYS
           END-EVALUATE.

       8650-CHECK-LEAP-YEAR.
           MOVE "N" TO CALC-LEAP-SW
           DIVIDE CALC-CAL-YEAR BY 4
               GIVING CALC-LEAP-QUOTIENT REMAINDER CALC-LEAP-REMAINDER
           IF CALC-LEAP-REMAINDER = 0 THEN
               MOVE "Y" TO CALC-LEAP-SW
               DIVIDE CALC-CAL-YEAR BY 100
                   GIVING CALC-LEAP-QUOTIENT
                   REMAINDER CALC-LEAP-REMAINDER
               IF CALC-LEAP-REMAINDER = 0 THEN
                   DIVIDE CALC-CAL-YEAR BY 400
                       GIVING CALC-LEAP-QUOTIENT
                       REMAINDER CALC-LEAP-REMAINDER
                   IF CALC-LEAP-REMAINDER NOT = 0 THEN
                       MOVE "N" TO CALC-LEAP-SW
                   END-IF
               END-IF
           END-IF.
