      *>=================================================================*
      *> PROGRAM-ID : CalcRateChangeReport                                *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> RATE-CHANGE REPORT OVER THE CALCRTH RATE HISTORY.  EVERY ADD,   *
      *> CHANGE AND EXPIRY KEYED THROUGH CalcRateMaintenance IS LISTED   *
      *> ON CALCRCR IN RATE-CODE AND EFFECTIVE-DATE ORDER, SHOWING THE   *
      *> RATE BEFORE AND AFTER, WHO KEYED IT AND WHEN, AND WHO APPROVED  *
      *> OR DECLINED IT AND WHEN.  CHANGES STILL WAITING FOR A SECOND    *
      *> OPERATOR ARE COUNTED IN THE FOOTER SO THE DESK CAN CHASE THEM.  *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRateChangeReport.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RATE-HISTORY ASSIGN TO "CALCRTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALC-RTH-KEY
               FILE STATUS IS CALC-RATE-HIST-STATUS.
           SELECT CALC-REPORT-FILE ASSIGN TO "CALCRCR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RATE-HISTORY.
       COPY CALCRTH.

       FD  CALC-REPORT-FILE.
       01 CALC-REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-RATE-HIST-STATUS        PIC X(02) VALUE "00".
           88 CALC-RATE-HIST-NOT-FOUND VALUE "35".
       01 CALC-TODAY-DATE              PIC 9(08) VALUE 0.
       01 CALC-VERSION-COUNT           PIC 9(07) COMP VALUE 0.
       01 CALC-APPROVED-COUNT          PIC 9(07) COMP VALUE 0.
       01 CALC-PENDING-COUNT           PIC 9(07) COMP VALUE 0.
       01 CALC-DECLINED-COUNT          PIC 9(07) COMP VALUE 0.
       01 CALC-RATE-EDIT               PIC -(7)9.99.

       01 CALC-HEADER-LINE-1.
           05 FILLER                   PIC X(28) VALUE
               "CALC RATE CHANGE REPORT".
           05 FILLER                   PIC X(06) VALUE "DATE: ".
           05 CALC-HDR-DATE            PIC 9(08).

       01 CALC-HEADER-LINE-2.
           05 FILLER                   PIC X(10) VALUE "CODE".
           05 FILLER                   PIC X(08) VALUE "ACTION".
           05 FILLER                   PIC X(10) VALUE "EFFECTIVE".
           05 FILLER                   PIC X(13) VALUE "     BEFORE".
           05 FILLER                   PIC X(13) VALUE "      AFTER".
           05 FILLER                   PIC X(10) VALUE "STATUS".
           05 FILLER                   PIC X(10) VALUE "KEYED BY".
           05 FILLER                   PIC X(17) VALUE "KEYED ON".
           05 FILLER                   PIC X(10) VALUE "DECIDED BY".
           05 FILLER                   PIC X(15) VALUE "DECIDED ON".

       01 CALC-DETAIL-LINE.
           05 CALC-DTL-CODE            PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-ACTION          PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-EFF-DATE        PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-BEFORE          PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-AFTER           PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-STATUS          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-KEYED-BY        PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-KEYED-DATE      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-DTL-KEYED-TIME      PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-DECIDED-BY      PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CALC-DTL-DECIDED-DATE    PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CALC-DTL-DECIDED-TIME    PIC X(06).

       01 CALC-COUNT-LINE.
           05 CALC-CNT-DESC            PIC X(36).
           05 CALC-CNT-VALUE           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE                                              *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-VERSION UNTIL CALC-EOF-YES
           PERFORM 9000-FINALIZE
           STOP RUN.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS.  A     *
      *> MISSING HISTORY FILE JUST MEANS NO RATE HAS BEEN KEYED SINCE    *
      *> THE HISTORY WAS INTRODUCED.                                     *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CALC-REPORT-FILE
           MOVE CALC-TODAY-DATE TO CALC-HDR-DATE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-1
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-2
           OPEN INPUT CALC-RATE-HISTORY
           IF CALC-RATE-HIST-NOT-FOUND THEN
               DISPLAY "CalcRateChangeReport: no rate history found - "
                   "nothing to report."
               MOVE "Y" TO CALC-EOF-SW
           ELSE
               PERFORM 1100-READ-HISTORY
           END-IF.

       1100-READ-HISTORY.
           READ CALC-RATE-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO CALC-EOF-SW
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2000-REPORT-ONE-VERSION - ONE LINE PER VERSION.  AN ADD HAS NO  *
      *> BEFORE RATE; AN EXPIRY HAS NO AFTER RATE, ONLY THE DATE THE     *
      *> CODE GOES OUT OF SERVICE IN THE EFFECTIVE COLUMN.  A PENDING    *
      *> VERSION HAS NO DECISION YET.                                    *
      *>-----------------------------------------------------------------*
       2000-REPORT-ONE-VERSION.
           ADD 1 TO CALC-VERSION-COUNT
           MOVE CALC-RTH-CODE TO CALC-DTL-CODE
           MOVE CALC-RTH-EFF-DATE TO CALC-DTL-EFF-DATE
           EVALUATE TRUE
               WHEN CALC-RTH-ADD
                   MOVE "ADD" TO CALC-DTL-ACTION
                   MOVE SPACES TO CALC-DTL-BEFORE
                   MOVE CALC-RTH-RATE TO CALC-RATE-EDIT
                   MOVE CALC-RATE-EDIT TO CALC-DTL-AFTER
               WHEN CALC-RTH-CHANGE
                   MOVE "CHANGE" TO CALC-DTL-ACTION
                   MOVE CALC-RTH-BEFORE-RATE TO CALC-RATE-EDIT
                   MOVE CALC-RATE-EDIT TO CALC-DTL-BEFORE
                   MOVE CALC-RTH-RATE TO CALC-RATE-EDIT
                   MOVE CALC-RATE-EDIT TO CALC-DTL-AFTER
               WHEN OTHER
                   MOVE "EXPIRE" TO CALC-DTL-ACTION
                   MOVE CALC-RTH-BEFORE-RATE TO CALC-RATE-EDIT
                   MOVE CALC-RATE-EDIT TO CALC-DTL-BEFORE
                   MOVE "    EXPIRED" TO CALC-DTL-AFTER
           END-EVALUATE
           MOVE CALC-RTH-KEYED-BY TO CALC-DTL-KEYED-BY
           MOVE CALC-RTH-KEYED-DATE TO CALC-DTL-KEYED-DATE
           MOVE CALC-RTH-KEYED-TIME(1:6) TO CALC-DTL-KEYED-TIME
           IF CALC-RTH-PENDING THEN
               MOVE "PENDING" TO CALC-DTL-STATUS
               MOVE SPACES TO CALC-DTL-DECIDED-BY
               MOVE SPACES TO CALC-DTL-DECIDED-DATE
               MOVE SPACES TO CALC-DTL-DECIDED-TIME
               ADD 1 TO CALC-PENDING-COUNT
           ELSE
               IF CALC-RTH-APPROVED THEN
                   MOVE "APPROVED" TO CALC-DTL-STATUS
                   ADD 1 TO CALC-APPROVED-COUNT
               ELSE
                   MOVE "DECLINED" TO CALC-DTL-STATUS
                   ADD 1 TO CALC-DECLINED-COUNT
               END-IF
               MOVE CALC-RTH-APPROVED-BY TO CALC-DTL-DECIDED-BY
               MOVE CALC-RTH-APPROVED-DATE TO CALC-DTL-DECIDED-DATE
               MOVE CALC-RTH-APPROVED-TIME(1:6)
                   TO CALC-DTL-DECIDED-TIME
           END-IF
           WRITE CALC-REPORT-LINE FROM CALC-DETAIL-LINE
           PERFORM 1100-READ-HISTORY.

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE - PRINT THE FOOTER COUNTS AND CLOSE UP.           *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           IF NOT CALC-RATE-HIST-NOT-FOUND THEN
               CLOSE CALC-RATE-HISTORY
           END-IF
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE "VERSIONS ON FILE" TO CALC-CNT-DESC
           MOVE CALC-VERSION-COUNT TO CALC-CNT-VALUE
           WRITE CALC-REPORT-LINE FROM CALC-COUNT-LINE
           MOVE "APPROVED" TO CALC-CNT-DESC
           MOVE CALC-APPROVED-COUNT TO CALC-CNT-VALUE
           WRITE CALC-REPORT-LINE FROM CALC-COUNT-LINE
           MOVE "DECLINED" TO CALC-CNT-DESC
           MOVE CALC-DECLINED-COUNT TO CALC-CNT-VALUE
           WRITE CALC-REPORT-LINE FROM CALC-COUNT-LINE
           MOVE "PENDING A SECOND OPERATOR" TO CALC-CNT-DESC
           MOVE CALC-PENDING-COUNT TO CALC-CNT-VALUE
           WRITE CALC-REPORT-LINE FROM CALC-COUNT-LINE
           CLOSE CALC-REPORT-FILE
           DISPLAY "CalcRateChangeReport: " CALC-VERSION-COUNT
               " version(s) listed, " CALC-PENDING-COUNT
               " pending approval.".
