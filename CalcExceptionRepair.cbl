      *>                IS REWRITTEN.  A BUSY LOCK REFUSES THE SESSION     *
      *>                WITH RETURN-CODE 12; A STALE ONE IS REPORTED AND   *
      *>                TAKEN OVER.                                        *
      *> 10/15/2026 RH  THE SESSION NOW STARTS WITH AN OPERATOR SIGN-ON    *
      *>                THROUGH THE SHARED CalcSignOn, BEFORE THE LOCK IS  *
      *>                TAKEN; NO SIGN-ON, NO SESSION (RETURN-CODE 12).    *
      *>                ONLY A SUPERVISOR MAY WRITE AN EXCEPTION OFF.      *
      *>                EVERY REPAIR AND WRITE-OFF NOW STAMPS THE OPERATOR *
      *>                AND DATE ON THE ENTRY.                             *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcExceptionRepair.
       COPY CALCEXC.

       FD  CALC-EXCEPTIONS-TEMP-FILE.
       COPY CALCEXC REPLACING
           ==CALC-EXCEPTION-RECORD== BY ==CALC-EXCEPTION-TEMP-RECORD==.

       FD  CALC-RESUBMIT-FILE.
       COPY CALCREC REPLACING
           ==CALC-INPUT-RECORD== BY ==CALC-RESUBMIT-RECORD==
           ==CALC-RATE-DETAIL-RECORD== BY ==CALC-RESUBMIT-RATE-RECORD==
           ==CALC-SET-STEP-RECORD== BY ==CALC-RESUBMIT-SET-RECORD==
           ==CALC-REVERSAL-RECORD== BY ==CALC-RESUBMIT-REVERSAL-RECORD==
           ==CALC-BATCH-HEADER-RECORD==
               BY ==CALC-RESUBMIT-HEADER-RECORD==
           ==CALC-BATCH-TRAILER-RECORD==
               BY ==CALC-RESUBMIT-TRAILER-RECORD==.

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW              PIC X(01) VALUE "N".
       01 CALC-NUM1-DISPLAY        PIC -9(7).99.
       01 CALC-NUM2-DISPLAY        PIC -9(7).99.
       01 CALC-LCK-FUNCTION        PIC X(01) VALUE SPACE.
       01 CALC-LCK-CALLER          PIC X(20)
               VALUE "CalcExceptionRepair".
       01 CALC-LCK-RESULT          PIC 9 VALUE 0.
           88 CALC-LCK-OK          VALUE 0.
           88 CALC-LCK-BUSY        VALUE 1.
           88 CALC-LOCK-HELD-HERE  VALUE "Y".
       01 CALC-REFUSED-SW          PIC X(01) VALUE "N".
           88 CALC-SESSION-REFUSED VALUE "Y".
       01 CALC-SGN-CALLER          PIC X(20)
               VALUE "CalcExceptionRepair".
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
      *> 1000-INITIALIZE - SIGN THE OPERATOR ON, TAKE THE LOCK, OPEN THE *
      *> FILES AND START THE RESUBMISSION FILE WITH ITS OWN BATCH        *
      *> HEADER, DATED TODAY AND IDENTIFIED AS A REPAIR BATCH, SO THE    *
      *> EDIT STEP CAN BALANCE IT LIKE ANY OTHER TRANSMISSION.  THE      *
      *> SIGN-ON COMES FIRST SO THE LOCK IS NEVER HELD WHILE SOMEONE     *
      *> FUMBLES A PASSWORD.  A MISSING EXCEPTIONS FILE JUST MEANS THERE *
      *> IS NOTHING TO REPAIR.                                           *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-RUN-DATE FROM DATE YYYYMMDD
           CALL "CalcSignOn" USING CALC-SGN-CALLER CALC-SGN-OPERATOR
               CALC-SGN-ROLE CALC-SGN-RESULT
           IF CALC-SGN-REFUSED THEN
               DISPLAY "CalcExceptionRepair: no operator signed on "
                   "- session refused."
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO CALC-EOF-SW
               MOVE "Y" TO CALC-REFUSED-SW
           ELSE
               PERFORM 1005-TAKE-LOCK
           END-IF
           IF CALC-EOF-YES THEN
               CONTINUE
           ELSE
               PERFORM 1010-OPEN-EXCEPTIONS
           END-IF.

       1005-TAKE-LOCK.
           MOVE "T" TO CALC-LCK-FUNCTION
           CALL "CalcLockManager" USING CALC-LCK-FUNCTION
               CALC-LCK-CALLER CALC-LCK-RESULT
               MOVE "Y" TO CALC-REFUSED-SW
           ELSE
               MOVE "Y" TO CALC-LOCK-HELD-SW
           END-IF.

       1010-OPEN-EXCEPTIONS.
           OPEN INPUT CALC-EXCEPTIONS-FILE
           IF CALC-EXCEPTIONS-FILE-NOT-FOUND THEN
               DISPLAY "CalcExceptionRepair: no exceptions file found "
                   "- nothing to repair."
               MOVE "Y" TO CALC-EOF-SW
           ELSE
               OPEN OUTPUT CALC-EXCEPTIONS-TEMP-FILE
      *> 2100-PROMPT-OPERATOR - ONE DECISION PER OPEN EXCEPTION.  THE    *
      *> DISPOSITION IS UPDATED ON THE RECORD BEFORE IT IS COPIED TO     *
      *> THE WORK FILE; A SKIP LEAVES IT "O" FOR THE NEXT REPAIR PASS.   *
      *> ONLY A SUPERVISOR MAY WRITE AN EXCEPTION OFF - ANYONE ELSE WHO  *
      *> ASKS TO IS TURNED DOWN AND THE ENTRY STAYS OPEN.                *
      *>-----------------------------------------------------------------*
       2100-PROMPT-OPERATOR.
           MOVE CALC-EXC-NUM1 OF CALC-EXCEPTION-RECORD
               TO CALC-NUM1-DISPLAY
           MOVE CALC-EXC-NUM2 OF CALC-EXCEPTION-RECORD
               TO CALC-NUM2-DISPLAY
           DISPLAY " "
           DISPLAY "Exception: transaction "
               CALC-EXC-TRAN-ID OF CALC-EXCEPTION-RECORD
               " " CALC-EXC-TIME OF CALC-EXCEPTION-RECORD
               "  operands " CALC-NUM1-DISPLAY " / " CALC-NUM2-DISPLAY
           MOVE SPACE TO CALC-REPLY
           IF CALC-SGN-SUPERVISOR THEN
               DISPLAY "Repair, write off, or skip (R/W/S)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Repair or skip (R/S)? " WITH NO ADVANCING
           END-IF
           ACCEPT CALC-REPLY
           EVALUATE CALC-REPLY
               WHEN "R"
                   END-EVALUATE
               WHEN "W"
               WHEN "w"
                   IF CALC-SGN-SUPERVISOR THEN
                       MOVE "W" TO CALC-EXC-DISPOSITION
                           OF CALC-EXCEPTION-RECORD
                       PERFORM 2300-STAMP-DISPOSITION
                       ADD 1 TO CALC-WRITEOFF-COUNT
                       DISPLAY "Written off."
                   ELSE
                       ADD 1 TO CALC-SKIP-COUNT
                       DISPLAY "Only a supervisor may write an "
                           "exception off - left open."
                   END-IF
               WHEN OTHER
                   ADD 1 TO CALC-SKIP-COUNT
                   DISPLAY "Skipped - left open for the next pass."
                   TO CALC-IN-TRAN-ID OF CALC-RESUBMIT-RECORD
               WRITE CALC-RESUBMIT-RECORD
               MOVE "R" TO CALC-EXC-DISPOSITION OF CALC-EXCEPTION-RECORD
               PERFORM 2300-STAMP-DISPOSITION
               ADD 1 TO CALC-REPAIR-COUNT
               DISPLAY "Repaired - queued for resubmission."
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2300-STAMP-DISPOSITION - WHO DECIDED AN ENTRY, AND WHEN, GOES   *
      *> ON THE ENTRY ITSELF.                                            *
      *>-----------------------------------------------------------------*
       2300-STAMP-DISPOSITION.
           MOVE CALC-SGN-OPERATOR
               TO CALC-EXC-DISP-BY OF CALC-EXCEPTION-RECORD
           MOVE CALC-RUN-DATE
               TO CALC-EXC-DISP-DATE OF CALC-EXCEPTION-RECORD.

      *>-----------------------------------------------------------------*
      *> 3000-REWRITE-EXCEPTIONS-FILE - COPIES THE UPDATED ROWS BACK     *
      *> OVER THE LIVE FILE, THE SAME COPY-THROUGH-A-WORK-FILE TECHNIQUE *
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   MOVE CALC-EXCEPTION-TEMP-RECORD
                       TO CALC-EXCEPTION-RECORD
                   WRITE CALC-EXCEPTION-RECORD
           END-READ.

