      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 09/02/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  THE SESSION NOW STARTS WITH AN OPERATOR SIGN-ON    *
      *>                THROUGH THE SHARED CalcSignOn; NO SIGN-ON, NO      *
      *>                SESSION (RETURN-CODE 12).  ONLY A SUPERVISOR MAY   *
      *>                RELEASE OR PULL AN ITEM - ANYONE ELSE SIGNED ON    *
      *>                CAN LOOK THROUGH THE OPEN ITEMS BUT LEAVES THEM    *
      *>                ALL OPEN.  EVERY RELEASE AND PULL NOW STAMPS THE   *
      *>                SUPERVISOR AND DATE ON THE ITEM.                   *
      *> 10/15/2026 RH  A SESSION THAT IS NOT A SUPERVISOR'S NOW ONLY      *
      *>                READS CALCSUS; IT NO LONGER REBUILDS CALCSUS OR    *
      *>                EMPTIES CALCSRL, SO RELEASES ALREADY MADE THAT DAY *
      *>                STAY QUEUED FOR THE NEXT RUN.                      *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcSuspenseReview.
       COPY CALCSUS.

       FD  CALC-SUSPENSE-TEMP-FILE.
       COPY CALCSUS REPLACING
           ==CALC-SUSPENSE-RECORD== BY ==CALC-SUSPENSE-TEMP-RECORD==.

       FD  CALC-RELEASE-FILE.
       COPY CALCREC REPLACING
           ==CALC-INPUT-RECORD== BY ==CALC-RELEASE-RECORD==
           ==CALC-RATE-DETAIL-RECORD== BY ==CALC-RELEASE-RATE-RECORD==
           ==CALC-SET-STEP-RECORD== BY ==CALC-RELEASE-SET-RECORD==
           ==CALC-REVERSAL-RECORD== BY ==CALC-RELEASE-REVERSAL-RECORD==
           ==CALC-BATCH-HEADER-RECORD==
               BY ==CALC-RELEASE-HEADER-RECORD==
           ==CALC-BATCH-TRAILER-RECORD==
               BY ==CALC-RELEASE-TRAILER-RECORD==.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW              PIC X(01) VALUE "N".
           05 CALC-SRL-ID-DATE     PIC 9(06) VALUE 0.
       01 CALC-NUM1-DISPLAY        PIC -9(7).99.
       01 CALC-NUM2-DISPLAY        PIC -9(7).99.
       01 CALC-REFUSED-SW          PIC X(01) VALUE "N".
           88 CALC-SESSION-REFUSED VALUE "Y".
       01 CALC-BROWSE-SW           PIC X(01) VALUE "N".
           88 CALC-BROWSE-ONLY     VALUE "Y".
       01 CALC-SGN-CALLER          PIC X(20)
               VALUE "CalcSuspenseReview".
       01 CALC-SGN-OPERATOR        PIC X(08) VALUE SPACES.
       01 CALC-SGN-ROLE            PIC X(01) VALUE SPACE.
           88 CALC-SGN-CLERK       VALUE "C".
           88 CALC-SGN-SUPERVISOR  VALUE "S".
           88 CALC-SGN-RATE-DESK   VALUE "R".
       01 CALC-SGN-RESULT          PIC 9 VALUE 0.
           88 CALC-SGN-OK          VALUE 0.
           88 CALC-SGN-REFUSED     VALUE 1.

       PROCEDURE DIVISION.

           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - SIGN THE OPERATOR ON, OPEN THE FILES AND      *
      *> START THE RELEASE FILE WITH ITS OWN BATCH HEADER, DATED TODAY   *
      *> AND IDENTIFIED AS A SUSPENSE RELEASE, SO THE EDIT STEP CAN      *
      *> BALANCE IT LIKE ANY OTHER TRANSMISSION AND KNOW NOT TO RE-APPLY *
      *> THE RULES.  ANYONE SIGNED ON MAY LOOK THROUGH THE OPEN ITEMS,   *
      *> BUT ONLY A SUPERVISOR MAY RELEASE OR PULL ONE, SO ANYONE ELSE   *
      *> ONLY READS CALCSUS AND LEAVES CALCSRL - AND ANY RELEASES A      *
      *> SUPERVISOR ALREADY PUT ON IT - ALONE.  A MISSING SUSPENSE FILE  *
      *> JUST MEANS THERE IS NOTHING TO REVIEW.                          *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-RUN-DATE FROM DATE YYYYMMDD
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           IF CALC-SGN-REFUSED THEN
               DISPLAY "CalcSuspenseReview: no operator signed on "
                   "- session refused."
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO CALC-EOF-SW
               MOVE "Y" TO CALC-REFUSED-SW
           ELSE
               IF NOT CALC-SGN-SUPERVISOR THEN
                   DISPLAY "CalcSuspenseReview: not signed on as a "
                       "supervisor - items are shown but cannot be "
                       "released or pulled."
                   MOVE "Y" TO CALC-BROWSE-SW
               END-IF
               PERFORM 1010-OPEN-SUSPENSE
           END-IF.

       1010-OPEN-SUSPENSE.
           OPEN INPUT CALC-SUSPENSE-FILE
           IF CALC-SUSPENSE-FILE-NOT-FOUND THEN
               DISPLAY "CalcSuspenseReview: no suspense file found - "
                   "nothing to review."
               MOVE "Y" TO CALC-EOF-SW
           ELSE
               IF NOT CALC-BROWSE-ONLY THEN
                   PERFORM 1020-START-RELEASE-FILE
               END-IF
               PERFORM 1100-READ-SUSPENSE
           END-IF.

       1020-START-RELEASE-FILE.
           OPEN OUTPUT CALC-SUSPENSE-TEMP-FILE
           OPEN OUTPUT CALC-RELEASE-FILE
           MOVE CALC-RUN-DATE(3:6) TO CALC-SRL-ID-DATE
           MOVE "H" TO CALC-HDR-RECORD-TYPE
               OF CALC-RELEASE-HEADER-RECORD
           MOVE CALC-RELEASE-BATCH-ID TO CALC-HDR-BATCH-ID
               OF CALC-RELEASE-HEADER-RECORD
           MOVE CALC-RUN-DATE TO CALC-HDR-CREATE-DATE
               OF CALC-RELEASE-HEADER-RECORD
           MOVE "SUSPENSE" TO CALC-HDR-ORIGIN-SYSTEM
               OF CALC-RELEASE-HEADER-RECORD
           WRITE CALC-RELEASE-HEADER-RECORD.

       1100-READ-SUSPENSE.
           READ CALC-SUSPENSE-FILE
               AT END
           IF CALC-SUS-OPEN OF CALC-SUSPENSE-RECORD THEN
               PERFORM 2100-PROMPT-SUPERVISOR
           END-IF
           IF NOT CALC-BROWSE-ONLY THEN
               MOVE CALC-SUSPENSE-RECORD TO CALC-SUSPENSE-TEMP-RECORD
               WRITE CALC-SUSPENSE-TEMP-RECORD
           END-IF
           PERFORM 1100-READ-SUSPENSE.

      *>-----------------------------------------------------------------*
      *> 2100-PROMPT-SUPERVISOR - ONE DECISION PER OPEN ITEM.  THE       *
      *> DISPOSITION IS UPDATED ON THE RECORD BEFORE IT IS COPIED TO     *
      *> THE WORK FILE; A SKIP LEAVES IT "O" FOR THE NEXT REVIEW PASS.   *
      *> AN OPERATOR WHO IS NOT A SUPERVISOR ONLY SEES THE ITEM - EVERY  *
      *> ITEM IS LEFT OPEN FOR A SUPERVISOR'S PASS.                      *
      *>-----------------------------------------------------------------*
       2100-PROMPT-SUPERVISOR.
           DISPLAY " "
               "  rule: " CALC-SUS-RULE OF CALC-SUSPENSE-RECORD
           PERFORM 2200-SHOW-HELD-RECORD
           MOVE SPACE TO CALC-REPLY
           IF CALC-SGN-SUPERVISOR THEN
               DISPLAY "Release, pull, or skip (R/P/S)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Press ENTER for the next item: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT CALC-REPLY
           IF NOT CALC-SGN-SUPERVISOR THEN
               MOVE "S" TO CALC-REPLY
           END-IF
           EVALUATE CALC-REPLY
               WHEN "R"
               WHEN "r"
               WHEN "p"
                   MOVE "P" TO CALC-SUS-DISPOSITION
                       OF CALC-SUSPENSE-RECORD
                   PERFORM 2400-STAMP-DISPOSITION
                   ADD 1 TO CALC-PULL-COUNT
                   DISPLAY "Pulled."
               WHEN OTHER
           END-IF
           WRITE CALC-RELEASE-RECORD
           MOVE "L" TO CALC-SUS-DISPOSITION OF CALC-SUSPENSE-RECORD
           PERFORM 2400-STAMP-DISPOSITION
           ADD 1 TO CALC-RELEASE-COUNT
           DISPLAY "Released - queued for the next run.".

      *>-----------------------------------------------------------------*
      *> 2400-STAMP-DISPOSITION - WHO DECIDED AN ITEM, AND WHEN, GOES    *
      *> ON THE ITEM ITSELF.                                             *
      *>-----------------------------------------------------------------*
       2400-STAMP-DISPOSITION.
           MOVE CALC-SGN-OPERATOR
               TO CALC-SUS-DISP-BY OF CALC-SUSPENSE-RECORD
           MOVE CALC-RUN-DATE
               TO CALC-SUS-DISP-DATE OF CALC-SUSPENSE-RECORD.

      *>-----------------------------------------------------------------*
      *> 3000-REWRITE-SUSPENSE-FILE - COPIES THE UPDATED ROWS BACK OVER  *
      *> THE LIVE FILE, THE SAME COPY-THROUGH-A-WORK-FILE TECHNIQUE THE  *
      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - CLOSE THE RELEASE FILE WITH ITS TRAILER, FOLD   *
      *> THE UPDATED DISPOSITIONS BACK INTO THE LIVE FILE, AND REPORT    *
      *> THE SESSION.  A BROWSE CHANGED NOTHING, SO IT ONLY CLOSES       *
      *> CALCSUS.                                                        *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           IF NOT CALC-SUSPENSE-FILE-NOT-FOUND
                   AND NOT CALC-SESSION-REFUSED
                   AND CALC-BROWSE-ONLY THEN
               CLOSE CALC-SUSPENSE-FILE
           END-IF
           IF NOT CALC-SUSPENSE-FILE-NOT-FOUND
                   AND NOT CALC-SESSION-REFUSED
                   AND NOT CALC-BROWSE-ONLY THEN
               MOVE "T" TO CALC-TRL-RECORD-TYPE
                   OF CALC-RELEASE-TRAILER-RECORD
               MOVE CALC-RELEASE-COUNT TO CALC-TRL-REC-COUNT
