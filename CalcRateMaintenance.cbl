      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 09/02/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  CHANGES NO LONGER OVERWRITE THE RATE IN PLACE.     *
      *>                EVERY ADD, CHANGE AND EXPIRY IS KEPT AS A DATED    *
      *>                VERSION ON THE NEW CALCRTH RATE HISTORY, KEYED "P" *
      *>                PENDING UNDER THE OPERATOR ID GIVEN AT SIGN-IN.  A *
      *>                SECOND OPERATOR APPROVES OR DECLINES IT WITH THE   *
      *>                NEW "P" ACTION, AND ONLY AN APPROVED VERSION IS    *
      *>                CARRIED ONTO CALCRTE.  INQUIRY NOW LISTS THE       *
      *>                VERSIONS.  A CODE SET UP BEFORE THE HISTORY GETS   *
      *>                ITS MASTER ROW SEEDED AS AN APPROVED VERSION THE   *
      *>                FIRST TIME IT IS CHANGED.                          *
      *> 10/15/2026 RH  THE BARE OPERATOR-ID PROMPT IS REPLACED BY A REAL  *
      *>                SIGN-ON THROUGH THE SHARED CalcSignOn AGAINST THE  *
      *>                CALCOPR OPERATOR FILE.  ONLY THE RATE DESK AND     *
      *>                SUPERVISORS MAY ADD, CHANGE, EXPIRE OR APPROVE; A  *
      *>                CLERK MAY ONLY INQUIRE.  AN APPROVED CHANGE NOW    *
      *>                STAMPS THE APPROVER ON THE CALCRTE ROW (CALC-RTE-  *
      *>                UPD-BY), AND INQUIRY SHOWS IT.                     *
      *> 10/15/2026 RH  A REFUSED SIGN-ON NOW ENDS THE SESSION WITH        *
      *>                RETURN-CODE 12, AS IN THE OTHER DESK PROGRAMS.  AN *
      *>                APPROVAL WHOSE CALCRTE REWRITE FAILS NOW LEAVES    *
      *>                THE VERSION PENDING INSTEAD OF MARKING IT          *
      *>                APPROVED.                                          *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRateMaintenance.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-RTE-CODE
               FILE STATUS IS CALC-RATE-STATUS.
           SELECT CALC-RATE-HISTORY ASSIGN TO "CALCRTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALC-RTH-KEY
               FILE STATUS IS CALC-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RATE-MASTER.
       COPY CALCRTE.

       FD  CALC-RATE-HISTORY.
       COPY CALCRTH.

       WORKING-STORAGE SECTION.
       01 CALC-RATE-STATUS         PIC X(02) VALUE "00".
           88 CALC-RATE-FILE-NOT-FOUND VALUE "35".
       01 CALC-CHANGE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-EXPIRE-COUNT        PIC 9(5) COMP VALUE 0.
       01 CALC-RATE-DISPLAY        PIC -9(7).99.
       01 CALC-BEFORE-DISPLAY      PIC -9(7).99.
       01 CALC-HISTORY-STATUS      PIC X(02) VALUE "00".
           88 CALC-HISTORY-FILE-NOT-FOUND VALUE "35".
       01 CALC-HIST-EOF-SW         PIC X(01) VALUE "N".
           88 CALC-HIST-EOF-YES    VALUE "Y".
       01 CALC-DECISION            PIC X(01) VALUE SPACE.
       01 CALC-APPLY-OK-SW         PIC X(01) VALUE "N".
           88 CALC-APPLY-OK        VALUE "Y".
       01 CALC-PENDING-FOUND-SW    PIC X(01) VALUE "N".
           88 CALC-PENDING-FOUND   VALUE "Y".
       01 CALC-PENDING-KEY-WK      PIC X(32) VALUE SPACES.
       01 CALC-OWN-PENDING-COUNT   PIC 9(5) COMP VALUE 0.
       01 CALC-APPROVED-VER-COUNT  PIC 9(5) COMP VALUE 0.
       01 CALC-APPROVE-COUNT       PIC 9(5) COMP VALUE 0.
       01 CALC-DECLINE-COUNT       PIC 9(5) COMP VALUE 0.
       01 CALC-ACTION-TEXT         PIC X(06) VALUE SPACES.
       01 CALC-STATUS-TEXT         PIC X(08) VALUE SPACES.
       01 CALC-SGN-CALLER          PIC X(20)
               VALUE "CalcRateMaintenance".
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
      *> 0000-MAIN-PROCEDURE - ONE ACTION PER PASS UNTIL THE OPERATOR    *
      *> ENTERS A BLANK ACTION.  EVERY PASS IS MADE UNDER THE OPERATOR   *
      *> SIGNED ON AT THE START, WHOSE ID IS STAMPED ON WHAT IS KEYED    *
      *> AND WHAT IS APPROVED.                                           *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-OPEN-RATE-MASTER
           PERFORM 1100-SIGN-ON
           IF NOT CALC-DONE-YES THEN
               DISPLAY "CalcRateMaintenance - enter a blank action to "
                   "exit."
           END-IF
           PERFORM 2000-PROCESS-ONE-ACTION UNTIL CALC-DONE-YES
           CLOSE CALC-RATE-MASTER
           CLOSE CALC-RATE-HISTORY
           DISPLAY "CalcRateMaintenance: " CALC-ADD-COUNT
               " add(s), " CALC-CHANGE-COUNT
               " change(s), " CALC-EXPIRE-COUNT " expiry(ies) keyed."
           DISPLAY "CalcRateMaintenance: " CALC-APPROVE-COUNT
               " approved, " CALC-DECLINE-COUNT " declined."
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-OPEN-RATE-MASTER - OPEN THE MASTER AND THE RATE HISTORY    *
      *> FOR UPDATE.  MOST RUNTIMES WANT THE FILE TO ALREADY EXIST       *
      *> BEFORE OPEN I-O WILL WORK, SO CREATE EACH FIRST THE VERY FIRST  *
      *> TIME THIS RUNS.                                                 *
      *>-----------------------------------------------------------------*
       1000-OPEN-RATE-MASTER.
           OPEN I-O CALC-RATE-MASTER
               OPEN OUTPUT CALC-RATE-MASTER
               CLOSE CALC-RATE-MASTER
               OPEN I-O CALC-RATE-MASTER
           END-IF
           OPEN I-O CALC-RATE-HISTORY
           IF CALC-HISTORY-FILE-NOT-FOUND THEN
               OPEN OUTPUT CALC-RATE-HISTORY
               CLOSE CALC-RATE-HISTORY
               OPEN I-O CALC-RATE-HISTORY
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-SIGN-ON - THE SIGNED-ON OPERATOR ID IS WHAT MAKES THE      *
      *> MAKER-CHECKER RULE WORK: A CHANGE KEYED UNDER ONE ID CAN ONLY   *
      *> BE APPROVED UNDER ANOTHER.  NO SIGN-ON, NO SESSION.  THE RATE   *
      *> DESK AND SUPERVISORS MAY KEY AND APPROVE; A CLERK MAY ONLY      *
      *> INQUIRE.                                                        *
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
                   DISPLAY "Signed on as a clerk - rate inquiry only."
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-PROCESS-ONE-ACTION - PROMPT FOR THE ACTION AND THE RATE    *
      *> CODE, THEN HAND OFF TO THE ACTION PARAGRAPH.  A CLERK ASKING    *
      *> FOR ANYTHING BUT AN INQUIRY IS TURNED DOWN BEFORE THE CODE IS   *
      *> EVEN ASKED FOR.                                                 *
      *>-----------------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           MOVE SPACE TO CALC-ACTION
           IF CALC-SGN-CLERK THEN
               DISPLAY "Inquire (I)? " WITH NO ADVANCING
           ELSE
               DISPLAY "Add, change, expire, inquire or approve "
                   "(A/C/E/I/P)? " WITH NO ADVANCING
           END-IF
           ACCEPT CALC-ACTION
           EVALUATE TRUE
               WHEN CALC-ACTION = SPACE
                   MOVE "Y" TO CALC-DONE-SW
               WHEN CALC-SGN-CLERK AND CALC-ACTION NOT = "I"
                       AND CALC-ACTION NOT = "i"
                   DISPLAY "Only the rate desk or a supervisor may key "
                       "or approve a rate change."
               WHEN OTHER
                   PERFORM 2100-GET-CODE-AND-ACT
           END-EVALUATE.

       2100-GET-CODE-AND-ACT.
           MOVE SPACES TO CALC-CODE-WK
           DISPLAY "Enter the rate code: " WITH NO ADVANCING
           ACCEPT CALC-CODE-WK
           IF CALC-CODE-WK = SPACES THEN
               DISPLAY "A rate code is required."
           ELSE
               EVALUATE CALC-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM 3000-ADD-RATE
                   WHEN "C"
                   WHEN "c"
                       PERFORM 4000-CHANGE-RATE
                   WHEN "E"
                   WHEN "e"
                       PERFORM 5000-EXPIRE-RATE
                   WHEN "I"
                   WHEN "i"
                       PERFORM 6000-INQUIRE-RATE
                   WHEN "P"
                   WHEN "p"
                       PERFORM 6500-APPROVE-PENDING
                   WHEN OTHER
                       DISPLAY "Unknown action - use A, C, E, I "
                           "or P."
               END-EVALUATE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 3000-ADD-RATE - A NEW RATE CODE, KEYED AS A PENDING VERSION.    *
      *> THE CODE GOES ONTO THE MASTER WHEN A SECOND OPERATOR APPROVES   *
      *> IT; A CODE ALREADY ON THE MASTER IS TURNED AWAY HERE.           *
      *>-----------------------------------------------------------------*
       3000-ADD-RATE.
           MOVE CALC-CODE-WK TO CALC-RTE-CODE
           READ CALC-RATE-MASTER
               INVALID KEY
                   PERFORM 7000-GET-RATE-AND-DATES
                   IF CALC-RATE-WK = 0 THEN
                       DISPLAY "A zero rate was not stored - use "
                           "expire to take a rate out of service."
                   ELSE
                       MOVE "A" TO CALC-RTH-ACTION
                       MOVE CALC-EFF-DATE-WK TO CALC-RTH-EFF-DATE
                       MOVE CALC-RATE-WK TO CALC-RTH-RATE
                       MOVE 0 TO CALC-RTH-BEFORE-RATE
                       MOVE 0 TO CALC-RTH-BEFORE-EFF-DATE
                       MOVE 0 TO CALC-RTH-BEFORE-EXP-DATE
                       PERFORM 7500-WRITE-PENDING-VERSION
                       IF CALC-APPLY-OK THEN
                           ADD 1 TO CALC-ADD-COUNT
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Rate code " CALC-CODE-WK
                       " is already on the master - use change."
           END-READ.

      *>-----------------------------------------------------------------*
      *> 4000-CHANGE-RATE - A NEW RATE AND EFFECTIVE DATE FOR AN         *
      *> EXISTING CODE, KEYED AS A PENDING VERSION.  NOTHING ON THE      *
      *> MASTER MOVES UNTIL THE CHANGE IS APPROVED; ONCE IT IS, THE      *
      *> CHANGE CLEARS ANY EXPIRY DATE, SINCE A FRESHLY SET RATE IS      *
      *> BACK IN SERVICE.                                                *
      *>-----------------------------------------------------------------*
       4000-CHANGE-RATE.
           MOVE CALC-CODE-WK TO CALC-RTE-CODE
                       DISPLAY "A zero rate was not stored - use "
                           "expire to take a rate out of service."
                   ELSE
                       PERFORM 7600-SEED-LEGACY-VERSION
                       MOVE "C" TO CALC-RTH-ACTION
                       MOVE CALC-EFF-DATE-WK TO CALC-RTH-EFF-DATE
                       MOVE CALC-RATE-WK TO CALC-RTH-RATE
                       PERFORM 7400-TAKE-BEFORE-IMAGE
                       PERFORM 7500-WRITE-PENDING-VERSION
                       IF CALC-APPLY-OK THEN
                           ADD 1 TO CALC-CHANGE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5000-EXPIRE-RATE - KEYS A PENDING EXPIRY FOR AN EXISTING CODE.  *
      *> THE VERSION TAKES EFFECT ON THE EXPIRY DATE: A CALCULATION      *
      *> DATED BEFORE IT STILL RESOLVES TO THE RATE THEN IN SERVICE, AND *
      *> THE CODE IS REFUSED FROM THE EXPIRY DATE ON.                    *
      *>-----------------------------------------------------------------*
       5000-EXPIRE-RATE.
           MOVE CALC-CODE-WK TO CALC-RTE-CODE
                       DISPLAY "The expiry date must be a nonzero "
                           "YYYYMMDD date - nothing changed."
                   ELSE
                       PERFORM 7600-SEED-LEGACY-VERSION
                       MOVE "E" TO CALC-RTH-ACTION
                       MOVE CALC-EXP-DATE-WK TO CALC-RTH-EFF-DATE
                       MOVE CALC-RTE-RATE TO CALC-RTH-RATE
                       PERFORM 7400-TAKE-BEFORE-IMAGE
                       PERFORM 7500-WRITE-PENDING-VERSION
                       IF CALC-APPLY-OK THEN
                           ADD 1 TO CALC-EXPIRE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 6000-INQUIRE-RATE - SHOWS THE MASTER ROW AS STORED (THE LAST    *
      *> APPROVED CHANGE), THEN EVERY VERSION ON THE HISTORY IN          *
      *> EFFECTIVE-DATE ORDER, PENDING AND DECLINED ONES INCLUDED.       *
      *>-----------------------------------------------------------------*
       6000-INQUIRE-RATE.
           MOVE CALC-CODE-WK TO CALC-RTE-CODE
                       DISPLAY "Expires     : " CALC-RTE-EXP-DATE
                   END-IF
                   DISPLAY "Last touched: " CALC-RTE-UPD-DATE
                       " " CALC-RTE-UPD-TIME " by " CALC-RTE-UPD-BY
           END-READ
           PERFORM 7700-START-CODE-VERSIONS
           IF CALC-HIST-EOF-YES THEN
               DISPLAY "No versions on the rate history."
           ELSE
               DISPLAY "Versions    : effective action rate "
                   "status keyed/decided by"
               PERFORM 6100-SHOW-ONE-VERSION UNTIL CALC-HIST-EOF-YES
           END-IF.

       6100-SHOW-ONE-VERSION.
           PERFORM 7800-SET-VERSION-TEXT
           MOVE CALC-RTH-RATE TO CALC-RATE-DISPLAY
           DISPLAY "              " CALC-RTH-EFF-DATE " "
               CALC-ACTION-TEXT " " CALC-RATE-DISPLAY " "
               CALC-STATUS-TEXT " " CALC-RTH-KEYED-BY " "
               CALC-RTH-APPROVED-BY
           PERFORM 7710-READ-CODE-VERSION.

      *>-----------------------------------------------------------------*
      *> 6500-APPROVE-PENDING - THE CHECKER'S SIDE.  THE CODE'S OLDEST   *
      *> PENDING VERSION KEYED BY SOMEONE ELSE IS SHOWN BEFORE AND       *
      *> AFTER, AND THE OPERATOR APPROVES IT (IT IS CARRIED ONTO THE     *
      *> MASTER), DECLINES IT, OR LEAVES IT PENDING.  A VERSION KEYED    *
      *> UNDER THE OPERATOR'S OWN ID IS NEVER OFFERED - THAT IS THE      *
      *> MAKER-CHECKER RULE.  ONE VERSION PER PASS.                      *
      *>-----------------------------------------------------------------*
       6500-APPROVE-PENDING.
           MOVE "N" TO CALC-PENDING-FOUND-SW
           MOVE 0 TO CALC-OWN-PENDING-COUNT
           PERFORM 7700-START-CODE-VERSIONS
           PERFORM 6510-SCAN-ONE-PENDING UNTIL CALC-HIST-EOF-YES
           IF NOT CALC-PENDING-FOUND THEN
               IF CALC-OWN-PENDING-COUNT > 0 THEN
                   DISPLAY "The pending change(s) for " CALC-CODE-WK
                       " were keyed by you - a second operator must "
                       "approve."
               ELSE
                   DISPLAY "No pending change for rate code "
                       CALC-CODE-WK "."
               END-IF
           ELSE
               MOVE CALC-PENDING-KEY-WK TO CALC-RTH-KEY
               READ CALC-RATE-HISTORY
                   INVALID KEY
                       DISPLAY "The pending change could not be "
                           "read back - try again."
                   NOT INVALID KEY
                       PERFORM 6520-DECIDE-ONE-VERSION
               END-READ
           END-IF.

       6510-SCAN-ONE-PENDING.
           IF CALC-RTH-PENDING THEN
               IF CALC-RTH-KEYED-BY = CALC-SGN-OPERATOR THEN
                   ADD 1 TO CALC-OWN-PENDING-COUNT
               ELSE
                   IF NOT CALC-PENDING-FOUND THEN
                       MOVE "Y" TO CALC-PENDING-FOUND-SW
                       MOVE CALC-RTH-KEY TO CALC-PENDING-KEY-WK
                   END-IF
               END-IF
           END-IF
           PERFORM 7710-READ-CODE-VERSION.

       6520-DECIDE-ONE-VERSION.
           PERFORM 7800-SET-VERSION-TEXT
           MOVE CALC-RTH-BEFORE-RATE TO CALC-BEFORE-DISPLAY
           MOVE CALC-RTH-RATE TO CALC-RATE-DISPLAY
           DISPLAY "Action      : " CALC-ACTION-TEXT
           DISPLAY "Keyed by    : " CALC-RTH-KEYED-BY " on "
               CALC-RTH-KEYED-DATE " " CALC-RTH-KEYED-TIME
           DISPLAY "Before      : " CALC-BEFORE-DISPLAY " effective "
               CALC-RTH-BEFORE-EFF-DATE " expires "
               CALC-RTH-BEFORE-EXP-DATE
           IF CALC-RTH-EXPIRE THEN
               DISPLAY "After       : out of service from "
                   CALC-RTH-EFF-DATE
           ELSE
               DISPLAY "After       : " CALC-RATE-DISPLAY
                   " effective " CALC-RTH-EFF-DATE
           END-IF
           MOVE SPACE TO CALC-DECISION
           DISPLAY "Approve, decline, or leave pending (A/D/blank)? "
               WITH NO ADVANCING
           ACCEPT CALC-DECISION
           EVALUATE CALC-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 6600-APPLY-VERSION
                   IF CALC-APPLY-OK THEN
                       MOVE "A" TO CALC-RTH-STATUS
                       PERFORM 6700-STAMP-DECISION
                       ADD 1 TO CALC-APPROVE-COUNT
                       DISPLAY "Approved."
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO CALC-RTH-STATUS
                   PERFORM 6700-STAMP-DECISION
                   ADD 1 TO CALC-DECLINE-COUNT
                   DISPLAY "Declined."
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 6600-APPLY-VERSION - CARRIES AN APPROVED VERSION ONTO THE       *
      *> MASTER, WHICH ALWAYS SHOWS THE LAST APPROVED CHANGE.  THE       *
      *> BEFORE IMAGE IS RETAKEN FROM THE ROW ACTUALLY REPLACED, IN CASE *
      *> ANOTHER CHANGE WAS APPROVED SINCE THIS ONE WAS KEYED.  AN ADD   *
      *> FOR A CODE SOMEONE ELSE GOT ONTO THE MASTER FIRST, OR A CHANGE  *
      *> FOR A CODE NO LONGER THERE, CANNOT BE APPLIED AND STAYS PENDING *
      *> FOR THE DESK TO DECLINE.  A MASTER ROW THAT CANNOT BE REWRITTEN *
      *> LEAVES THE VERSION PENDING TOO, SO THE HISTORY NEVER SHOWS AN   *
      *> APPROVAL THE MASTER DOES NOT CARRY.                             *
      *>-----------------------------------------------------------------*
       6600-APPLY-VERSION.
           MOVE "N" TO CALC-APPLY-OK-SW
           MOVE CALC-RTH-CODE TO CALC-RTE-CODE
           IF CALC-RTH-ADD THEN
               MOVE CALC-RTH-RATE TO CALC-RTE-RATE
               MOVE CALC-RTH-EFF-DATE TO CALC-RTE-EFF-DATE
               MOVE 0 TO CALC-RTE-EXP-DATE
               PERFORM 8000-STAMP-UPDATE
               WRITE CALC-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Rate code " CALC-RTH-CODE
                           " is already on the master - decline this."
                   NOT INVALID KEY
                       MOVE "Y" TO CALC-APPLY-OK-SW
               END-WRITE
           ELSE
               READ CALC-RATE-MASTER
                   INVALID KEY
                       DISPLAY "Rate code " CALC-RTH-CODE
                           " is not on the master - decline this."
                   NOT INVALID KEY
                       PERFORM 7400-TAKE-BEFORE-IMAGE
                       IF CALC-RTH-CHANGE THEN
                           MOVE CALC-RTH-RATE TO CALC-RTE-RATE
                           MOVE CALC-RTH-EFF-DATE TO CALC-RTE-EFF-DATE
                           MOVE 0 TO CALC-RTE-EXP-DATE
                       ELSE
                           MOVE CALC-RTH-EFF-DATE TO CALC-RTE-EXP-DATE
                       END-IF
                       PERFORM 8000-STAMP-UPDATE
                       REWRITE CALC-RATE-RECORD
                           INVALID KEY
                               DISPLAY "Rate code " CALC-RTH-CODE
                                   " could not be updated - left "
                                   "pending."
                           NOT INVALID KEY
                               MOVE "Y" TO CALC-APPLY-OK-SW
                       END-REWRITE
               END-READ
           END-IF.

       6700-STAMP-DECISION.
           MOVE CALC-SGN-OPERATOR TO CALC-RTH-APPROVED-BY
           ACCEPT CALC-RTH-APPROVED-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-RTH-APPROVED-TIME FROM TIME
           REWRITE CALC-RATE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "The rate history could not be updated."
           END-REWRITE.

      *>-----------------------------------------------------------------*
      *> 7000-GET-RATE-AND-DATES - SHARED BY ADD AND CHANGE.  AN         *
               ACCEPT CALC-EFF-DATE-WK FROM DATE YYYYMMDD
           END-IF.

       7400-TAKE-BEFORE-IMAGE.
           MOVE CALC-RTE-RATE TO CALC-RTH-BEFORE-RATE
           MOVE CALC-RTE-EFF-DATE TO CALC-RTH-BEFORE-EFF-DATE
           MOVE CALC-RTE-EXP-DATE TO CALC-RTH-BEFORE-EXP-DATE.

      *>-----------------------------------------------------------------*
      *> 7500-WRITE-PENDING-VERSION - THE CALLER HAS SET THE ACTION,     *
      *> EFFECTIVE DATE, RATE AND BEFORE IMAGE; THE CODE, THE KEYING     *
      *> STAMP AND THE PENDING LIFECYCLE ARE FILLED IN HERE.             *
      *>-----------------------------------------------------------------*
       7500-WRITE-PENDING-VERSION.
           MOVE "N" TO CALC-APPLY-OK-SW
           MOVE CALC-CODE-WK TO CALC-RTH-CODE
           ACCEPT CALC-RTH-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-RTH-KEYED-TIME FROM TIME
           MOVE "P" TO CALC-RTH-STATUS
           MOVE CALC-SGN-OPERATOR TO CALC-RTH-KEYED-BY
           MOVE SPACES TO CALC-RTH-APPROVED-BY
           MOVE 0 TO CALC-RTH-APPROVED-DATE
           MOVE 0 TO CALC-RTH-APPROVED-TIME
           WRITE CALC-RATE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "The change could not be recorded - key "
                       "it again."
               NOT INVALID KEY
                   MOVE "Y" TO CALC-APPLY-OK-SW
                   DISPLAY "Keyed - pending approval by a second "
                       "operator."
           END-WRITE.

      *>-----------------------------------------------------------------*
      *> 7600-SEED-LEGACY-VERSION - A CODE SET UP BEFORE THE HISTORY     *
      *> WAS KEPT HAS NO APPROVED VERSION, SO THE FIRST CHANGE OR EXPIRY *
      *> KEYED AGAINST IT FIRST RECORDS THE MASTER ROW AS IT STANDS (AND *
      *> ITS EXPIRY, IF ANY) AS APPROVED VERSIONS STAMPED "CALCRTE".     *
      *> WITHOUT THEM A CALCULATION DATED BEFORE THE NEW VERSION WOULD   *
      *> FIND NO RATE IN EFFECT.  THE SEED ROWS CARRY A ZERO KEYING      *
      *> STAMP SO THEY SORT AHEAD OF ANYTHING KEYED FOR THE SAME DAY.    *
      *> THE MASTER ROW IS STILL IN THE RECORD AREA ON RETURN.           *
      *>-----------------------------------------------------------------*
       7600-SEED-LEGACY-VERSION.
           MOVE 0 TO CALC-APPROVED-VER-COUNT
           PERFORM 7700-START-CODE-VERSIONS
           PERFORM 7650-COUNT-ONE-APPROVED UNTIL CALC-HIST-EOF-YES
           IF CALC-APPROVED-VER-COUNT = 0 THEN
               MOVE CALC-RTE-CODE TO CALC-RTH-CODE
               MOVE CALC-RTE-EFF-DATE TO CALC-RTH-EFF-DATE
               MOVE 0 TO CALC-RTH-KEYED-DATE
               MOVE 0 TO CALC-RTH-KEYED-TIME
               MOVE "A" TO CALC-RTH-ACTION
               MOVE CALC-RTE-RATE TO CALC-RTH-RATE
               MOVE 0 TO CALC-RTH-BEFORE-RATE
               MOVE 0 TO CALC-RTH-BEFORE-EFF-DATE
               MOVE 0 TO CALC-RTH-BEFORE-EXP-DATE
               MOVE "A" TO CALC-RTH-STATUS
               MOVE "CALCRTE" TO CALC-RTH-KEYED-BY
               MOVE "CALCRTE" TO CALC-RTH-APPROVED-BY
               MOVE CALC-RTE-UPD-DATE TO CALC-RTH-APPROVED-DATE
               MOVE CALC-RTE-UPD-TIME TO CALC-RTH-APPROVED-TIME
               WRITE CALC-RATE-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF CALC-RTE-EXP-DATE NOT = 0 THEN
                   MOVE CALC-RTE-EXP-DATE TO CALC-RTH-EFF-DATE
                   MOVE "E" TO CALC-RTH-ACTION
                   WRITE CALC-RATE-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       7650-COUNT-ONE-APPROVED.
           IF CALC-RTH-APPROVED THEN
               ADD 1 TO CALC-APPROVED-VER-COUNT
           END-IF
           PERFORM 7710-READ-CODE-VERSION.

      *>-----------------------------------------------------------------*
      *> 7700-START-CODE-VERSIONS - POSITIONS THE HISTORY ON THE FIRST   *
      *> VERSION OF CALC-CODE-WK AND READS IT; 7710 READS ON.  BOTH SET  *
      *> THE END SWITCH ONCE THE NEXT ROW BELONGS TO ANOTHER CODE.       *
      *>-----------------------------------------------------------------*
       7700-START-CODE-VERSIONS.
           MOVE "N" TO CALC-HIST-EOF-SW
           MOVE CALC-CODE-WK TO CALC-RTH-CODE
           MOVE 0 TO CALC-RTH-EFF-DATE
           MOVE 0 TO CALC-RTH-KEYED-DATE
           MOVE 0 TO CALC-RTH-KEYED-TIME
           START CALC-RATE-HISTORY KEY IS NOT LESS THAN CALC-RTH-KEY
               INVALID KEY
                   MOVE "Y" TO CALC-HIST-EOF-SW
           END-START
           IF NOT CALC-HIST-EOF-YES THEN
               PERFORM 7710-READ-CODE-VERSION
           END-IF.

       7710-READ-CODE-VERSION.
           READ CALC-RATE-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-HIST-EOF-SW
               NOT AT END
                   IF CALC-RTH-CODE NOT = CALC-CODE-WK THEN
                       MOVE "Y" TO CALC-HIST-EOF-SW
                   END-IF
           END-READ.

       7800-SET-VERSION-TEXT.
           EVALUATE TRUE
               WHEN CALC-RTH-ADD
                   MOVE "ADD" TO CALC-ACTION-TEXT
               WHEN CALC-RTH-CHANGE
                   MOVE "CHANGE" TO CALC-ACTION-TEXT
               WHEN OTHER
                   MOVE "EXPIRE" TO CALC-ACTION-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CALC-RTH-PENDING
                   MOVE "PENDING" TO CALC-STATUS-TEXT
               WHEN CALC-RTH-APPROVED
                   MOVE "APPROVED" TO CALC-STATUS-TEXT
               WHEN OTHER
                   MOVE "DECLINED" TO CALC-STATUS-TEXT
           END-EVALUATE.

       8000-STAMP-UPDATE.
           ACCEPT CALC-RTE-UPD-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-RTE-UPD-TIME FROM TIME
           MOVE CALC-SGN-OPERATOR TO CALC-RTE-UPD-BY.
