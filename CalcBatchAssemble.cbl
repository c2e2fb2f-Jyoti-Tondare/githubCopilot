      *>=================================================================*
      *> PROGRAM-ID : CalcBatchAssemble                                   *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> ASSEMBLY STEP AHEAD OF THE EDIT STEP.  BUILDS TONIGHT'S CALCIN  *
      *> FROM EVERY FILE THAT FEEDS IT, ONE AFTER ANOTHER, EACH COPIED   *
      *> WHOLE AND UNCHANGED:                                            *
      *>   CALCTRN - THE ORIGIN SYSTEMS' TRANSMISSIONS (WITH THE CALCRSB *
      *>             REPAIR FILE RIDING ALONG, AS IN THE OLD RELEASE);   *
      *>   CALCADP - THE PRICING PLATFORM'S BATCH FROM CalcIntakeAdapter;*
      *>   CALCSRL - SUSPENSE ITEMS RELEASED BY CalcSuspenseReview;      *
      *>   CALCSIB - TONIGHT'S STANDING INSTRUCTIONS FROM                *
      *>             CalcStandingGenerate;                               *
      *>   CALCDPB - TONIGHT'S DESK POSTINGS FROM CalcDeskCutoff.        *
      *> EVERY FEEDER IS ALREADY A COMPLETE CALCIN-FORMAT FILE OF ONE OR *
      *> MORE "H"/"T" BATCHES, SO THE EDIT STEP BALANCES EACH ON ITS OWN *
      *> AND CalcAcknowledge ANSWERS EACH ORIGIN FROM THE SAME CALCIN.  A *
      *> FEEDER THAT IS NOT THERE COUNTS AS EMPTY.  CALCIN IS REBUILT    *
      *> FROM THE TOP EVERY TIME, SO A RESTART AT THIS STEP CANNOT       *
      *> DOUBLE A BATCH UP.  ENDS 16 WHEN CALCIN CANNOT BE WRITTEN OR A  *
      *> FEEDER THAT IS THERE CANNOT BE READ.                            *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  EVERY FEEDER READ AND CALCIN WRITE IS NOW CHECKED; *
      *>                A FAILURE STOPS THE COPY AND ENDS THE STEP 16      *
      *>                INSTEAD OF LOOPING OR CARRYING ON.                 *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcBatchAssemble.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FEEDER-FILE ASSIGN USING CALC-FEEDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-FEEDER-STATUS.
           SELECT CALC-INPUT-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> BOTH FILES ARE HANDLED AS PLAIN CALCREC-FORMAT LINES, WIDE
      *> ENOUGH FOR THE LONGEST LAYOUT (THE "S" SET STEP).
       FD  CALC-FEEDER-FILE.
       01 CALC-FEEDER-RECORD           PIC X(42).

       FD  CALC-INPUT-FILE.
       01 CALC-ASSEMBLED-RECORD        PIC X(42).

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-ABORT-SW                PIC X(01) VALUE "N".
           88 CALC-ABORT-YES           VALUE "Y".
       01 CALC-FEEDER-STATUS           PIC X(02) VALUE "00".
           88 CALC-FEEDER-OK           VALUE "00".
           88 CALC-FEEDER-AT-END       VALUE "10".
           88 CALC-FEEDER-NOT-FOUND    VALUE "35".
       01 CALC-INPUT-STATUS            PIC X(02) VALUE "00".
           88 CALC-INPUT-OK            VALUE "00".
       01 CALC-FEEDER-FILE-NAME        PIC X(08) VALUE SPACES.
       01 CALC-FEEDER-SUB              PIC 9(02) COMP VALUE 0.
       01 CALC-FEEDER-RECORDS          PIC 9(07) VALUE 0.
       01 CALC-FEEDER-BATCHES          PIC 9(05) VALUE 0.
       01 CALC-TOTAL-RECORDS           PIC 9(07) VALUE 0.
       01 CALC-TOTAL-BATCHES           PIC 9(05) VALUE 0.

      *> THE FEEDERS, IN THE ORDER THEY GO INTO CALCIN.
       01 CALC-FEEDER-LIST.
           05 FILLER                   PIC X(08) VALUE "CALCTRN".
           05 FILLER                   PIC X(08) VALUE "CALCADP".
           05 FILLER                   PIC X(08) VALUE "CALCSRL".
           05 FILLER                   PIC X(08) VALUE "CALCSIB".
           05 FILLER                   PIC X(08) VALUE "CALCDPB".
       01 CALC-FEEDER-TABLE REDEFINES CALC-FEEDER-LIST.
           05 CALC-FEEDER-NAME         PIC X(08) OCCURS 5 TIMES.
       01 CALC-FEEDER-COUNT            PIC 9(02) COMP VALUE 5.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE                                              *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF NOT CALC-ABORT-YES THEN
               MOVE 1 TO CALC-FEEDER-SUB
               PERFORM 2000-COPY-ONE-FEEDER
                   THRU 2000-COPY-ONE-FEEDER-EXIT
                   UNTIL CALC-FEEDER-SUB > CALC-FEEDER-COUNT
                      OR CALC-ABORT-YES
               PERFORM 9000-FINALIZE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - CALCIN IS OPENED OUTPUT, SO WHATEVER AN       *
      *> EARLIER ATTEMPT AT TONIGHT'S RUN LEFT THERE IS REPLACED.        *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CALC-INPUT-FILE
           IF NOT CALC-INPUT-OK THEN
               DISPLAY "CalcBatchAssemble: CALCIN could not be opened "
                   "(status " CALC-INPUT-STATUS ") - step refused."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-COPY-ONE-FEEDER - COPIES ONE FEEDER TO CALCIN AS IT        *
      *> STANDS AND REPORTS WHAT IT CARRIED.  A MISSING FEEDER ONLY      *
      *> MEANS NOTHING CAME FROM THAT SOURCE TONIGHT; ONE THAT IS THERE  *
      *> BUT CANNOT BE OPENED OR READ, OR A RECORD THAT CANNOT BE        *
      *> WRITTEN TO CALCIN, STOPS THE COPY AND ENDS THE STEP 16 SO THE   *
      *> JOB HALTS BEFORE THE EDIT STEP RUNS ON A SHORT CALCIN.          *
      *>-----------------------------------------------------------------*
       2000-COPY-ONE-FEEDER.
           MOVE CALC-FEEDER-NAME(CALC-FEEDER-SUB)
               TO CALC-FEEDER-FILE-NAME
           ADD 1 TO CALC-FEEDER-SUB
           MOVE 0 TO CALC-FEEDER-RECORDS
           MOVE 0 TO CALC-FEEDER-BATCHES
           OPEN INPUT CALC-FEEDER-FILE
           IF CALC-FEEDER-NOT-FOUND THEN
               DISPLAY "CalcBatchAssemble: " CALC-FEEDER-FILE-NAME
                   " not present - nothing taken from it."
               GO TO 2000-COPY-ONE-FEEDER-EXIT
           END-IF
           IF NOT CALC-FEEDER-OK THEN
               DISPLAY "CalcBatchAssemble: " CALC-FEEDER-FILE-NAME
                   " could not be opened (status " CALC-FEEDER-STATUS
                   ") - CALCIN is incomplete."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
               GO TO 2000-COPY-ONE-FEEDER-EXIT
           END-IF
           MOVE "N" TO CALC-EOF-SW
           PERFORM 2100-COPY-ONE-RECORD UNTIL CALC-EOF-YES
           CLOSE CALC-FEEDER-FILE
           DISPLAY "CalcBatchAssemble: " CALC-FEEDER-FILE-NAME " - "
               CALC-FEEDER-BATCHES " batch(es), " CALC-FEEDER-RECORDS
               " record(s).".
       2000-COPY-ONE-FEEDER-EXIT.
           EXIT.

       2100-COPY-ONE-RECORD.
           READ CALC-FEEDER-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
           END-READ
           EVALUATE TRUE
               WHEN CALC-EOF-YES OR CALC-FEEDER-AT-END
                   MOVE "Y" TO CALC-EOF-SW
               WHEN NOT CALC-FEEDER-OK
                   DISPLAY "CalcBatchAssemble: " CALC-FEEDER-FILE-NAME
                       " could not be read (status " CALC-FEEDER-STATUS
                       ") - CALCIN is incomplete."
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO CALC-EOF-SW
                   MOVE "Y" TO CALC-ABORT-SW
               WHEN OTHER
                   PERFORM 2200-WRITE-ONE-RECORD
           END-EVALUATE.

       2200-WRITE-ONE-RECORD.
           WRITE CALC-ASSEMBLED-RECORD FROM CALC-FEEDER-RECORD
           IF NOT CALC-INPUT-OK THEN
               DISPLAY "CalcBatchAssemble: CALCIN could not be written "
                   "(status " CALC-INPUT-STATUS ") while copying "
                   CALC-FEEDER-FILE-NAME " - CALCIN is incomplete."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-EOF-SW
               MOVE "Y" TO CALC-ABORT-SW
           ELSE
               ADD 1 TO CALC-FEEDER-RECORDS
               ADD 1 TO CALC-TOTAL-RECORDS
               IF CALC-FEEDER-RECORD(1:1) = "H" THEN
                   ADD 1 TO CALC-FEEDER-BATCHES
                   ADD 1 TO CALC-TOTAL-BATCHES
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - CLOSE CALCIN AND REPORT THE NIGHT'S TOTAL, OR   *
      *> HOW FAR THE COPY GOT BEFORE IT WAS STOPPED.  A CLOSE THAT FAILS *
      *> MEANS THE LAST RECORDS NEVER REACHED CALCIN, SO IT ENDS 16 TOO. *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           CLOSE CALC-INPUT-FILE
           IF NOT CALC-INPUT-OK AND NOT CALC-ABORT-YES THEN
               DISPLAY "CalcBatchAssemble: CALCIN could not be closed "
                   "(status " CALC-INPUT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
           END-IF
           IF CALC-ABORT-YES THEN
               DISPLAY "CalcBatchAssemble: copy stopped after "
                   CALC-TOTAL-RECORDS " record(s) - CALCIN is not "
                   "fit for the edit step."
           ELSE
               DISPLAY "CalcBatchAssemble: CALCIN built - "
                   CALC-TOTAL-BATCHES " batch(es), " CALC-TOTAL-RECORDS
                   " record(s)."
           END-IF.
