      *>=================================================================*
      *> PROGRAM-ID : CalcAcknowledge                                     *
      *> AUTHOR     : R. HOLLOWAY                                         *
      *> INSTALLATION : DATA PROCESSING                                   *
      *> DATE-WRITTEN : 10/15/2026                                        *
      *>-------------------------------------------------------------------*
      *> RETURN FILE BACK TO THE ORIGIN SYSTEMS.  THE EDIT STEP LOGS THE *
      *> ORIGIN SYSTEM ON EVERY BATCH HEADER, BUT UNTIL NOW THE SENDER   *
      *> NEVER HEARD BACK AND RANG DATA CONTROL EACH MORNING TO ASK WHAT *
      *> WAS ACCEPTED.  RUN AFTER THE NIGHTLY CHAIN, THIS STEP REREADS   *
      *> TONIGHT'S CALCIN AND, FOR EVERY BATCH AND EVERY DETAIL IN IT,   *
      *> WORKS OUT WHAT BECAME OF IT FROM THE FILES THE CHAIN LEFT       *
      *> BEHIND, SELECTED BY THE RUN CARD'S RUN ID THE SAME WAY THE      *
      *> RECONCILIATION SELECTS TONIGHT'S EXCEPTIONS:                    *
      *>   CALCREJ - A DETAIL REJECT (REASON AND FIELD), OR A REASON     *
      *>             "04" ROW REFUSING THE WHOLE BATCH.                  *
      *>   CALCSUS - A DETAIL HELD IN SUSPENSE (AND THE RULE).           *
      *>   CALCMST - A DETAIL POSTED TONIGHT, WITH ITS RESULT; A ROW     *
      *>             POSTED IN ERROR TAKES ITS REASON FROM CALCEXC.      *
      *> ANYTHING ELSE PASSED THE EDIT BUT WAS NOT POSTED TONIGHT.  THE  *
      *> ACKNOWLEDGEMENT ROWS ARE SORTED BY ORIGIN SYSTEM, KEEPING       *
      *> CALCIN ORDER WITHIN IT, AND EACH ORIGIN SYSTEM GETS A FILE OF   *
      *> ITS OWN NAMED CALCACK.<ORIGIN> IN THE CALCACK LAYOUT - HEADER,  *
      *> A BATCH ROW AHEAD OF EACH BATCH'S DETAIL ROWS, AND A TRAILER    *
      *> WITH THE COUNTS - SO EACH SENDER CAN RECONCILE AUTOMATICALLY.   *
      *> ENDS 16 WITH NO RUN CARD OR NO CALCIN, 8 WHEN AN ORIGIN'S FILE  *
      *> COULD NOT BE OPENED, 4 WHEN A LOOK-UP TABLE OVERFLOWED OR A     *
      *> DETAIL ARRIVED OUTSIDE ANY BATCH (IT HAS NO ORIGIN TO BE        *
      *> ACKNOWLEDGED TO).                                               *
      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 10/15/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  AN ACKNOWLEDGEMENT FILE THAT CANNOT BE OPENED IS   *
      *>                REPORTED, ITS ORIGIN'S ROWS ARE PASSED OVER AND    *
      *>                THE STEP ENDS 8.                                   *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcAcknowledge.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-INPUT-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-INPUT-STATUS.
           SELECT CALC-REJECTS-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-REJECTS-STATUS.
           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-SUSPENSE-STATUS.
           SELECT CALC-EXCEPTIONS-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-EXCEPTIONS-STATUS.
           SELECT CALC-RESULTS-MASTER ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALC-MST-TRAN-ID
               FILE STATUS IS CALC-MASTER-STATUS.
           SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-RUN-CONTROL-STATUS.
           SELECT CALC-SORT-FILE ASSIGN TO "CALCAKW".
           SELECT CALC-SORTED-FILE ASSIGN TO "CALCAKS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-ACK-FILE ASSIGN USING CALC-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INPUT-FILE.
       COPY CALCREC.

       FD  CALC-REJECTS-FILE.
       COPY CALCREJ.

       FD  CALC-SUSPENSE-FILE.
       COPY CALCSUS.

       FD  CALC-EXCEPTIONS-FILE.
       COPY CALCEXC.

       FD  CALC-RESULTS-MASTER.
       COPY CALCMST.

       FD  CALC-RUN-CONTROL-FILE.
       COPY CALCRUN.

       SD  CALC-SORT-FILE.
       01 CALC-SORT-RECORD.
           05 CALC-SRT-ORIGIN          PIC X(08).
           05 CALC-SRT-SEQ-NO          PIC 9(07).
           05 CALC-SRT-ACK-IMAGE       PIC X(80).

       FD  CALC-SORTED-FILE.
       01 CALC-SORTED-RECORD.
           05 CALC-SDR-ORIGIN          PIC X(08).
           05 CALC-SDR-SEQ-NO          PIC 9(07).
           05 CALC-SDR-ACK-IMAGE       PIC X(80).

       FD  CALC-ACK-FILE.
       01 CALC-ACK-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALCACK.

       01 CALC-EOF-SW                  PIC X(01) VALUE "N".
           88 CALC-EOF-YES             VALUE "Y".
       01 CALC-LOAD-EOF-SW             PIC X(01) VALUE "N".
           88 CALC-LOAD-EOF-YES        VALUE "Y".
       01 CALC-ABORT-SW                PIC X(01) VALUE "N".
           88 CALC-ABORT-YES           VALUE "Y".
       01 CALC-INPUT-STATUS            PIC X(02) VALUE "00".
           88 CALC-INPUT-FILE-NOT-FOUND VALUE "35".
       01 CALC-REJECTS-STATUS          PIC X(02) VALUE "00".
           88 CALC-REJECTS-FILE-NOT-FOUND VALUE "35".
       01 CALC-SUSPENSE-STATUS         PIC X(02) VALUE "00".
           88 CALC-SUSPENSE-FILE-NOT-FOUND VALUE "35".
       01 CALC-EXCEPTIONS-STATUS       PIC X(02) VALUE "00".
           88 CALC-EXCEPTIONS-FILE-NOT-FOUND VALUE "35".
       01 CALC-MASTER-STATUS           PIC X(02) VALUE "00".
           88 CALC-MASTER-FILE-NOT-FOUND VALUE "35".
       01 CALC-MASTER-OPEN-SW          PIC X(01) VALUE "N".
           88 CALC-MASTER-OPEN         VALUE "Y".
       01 CALC-RUN-CONTROL-STATUS      PIC X(02) VALUE "00".
           88 CALC-RUN-CONTROL-NOT-FOUND VALUE "35".
       01 CALC-RUN-ID-WK               PIC 9(05) VALUE 0.
       01 CALC-RUN-DATE-WK             PIC 9(08) VALUE 0.
       01 CALC-ACK-DATE                PIC 9(08) VALUE 0.
       01 CALC-ACK-TIME                PIC 9(08) VALUE 0.
       01 CALC-IN-SEQ-NO               PIC 9(07) VALUE 0.
       01 CALC-UNBATCHED-COUNT         PIC 9(07) COMP VALUE 0.
       01 CALC-TRAN-ID-WK              PIC X(10) VALUE SPACES.
       01 CALC-FOUND-SW                PIC X(01) VALUE "N".
           88 CALC-FOUND               VALUE "Y".
       01 CALC-SEEN-BEFORE-SW          PIC X(01) VALUE "N".
           88 CALC-SEEN-BEFORE         VALUE "Y".

       01 CALC-BATCH-OPEN-SW           PIC X(01) VALUE "N".
           88 CALC-BATCH-OPEN          VALUE "Y".
       01 CALC-BATCH-ID-WK             PIC X(08) VALUE SPACES.
       01 CALC-BATCH-DATE-WK           PIC 9(08) VALUE 0.
       01 CALC-BATCH-ORIGIN-WK         PIC X(08) VALUE SPACES.
       01 CALC-BATCH-SEQ-NO            PIC 9(07) VALUE 0.
       01 CALC-BAT-TRAN-COUNT          PIC 9(07) VALUE 0.
       01 CALC-BAT-POSTED              PIC 9(07) VALUE 0.
       01 CALC-BAT-REJECTED            PIC 9(07) VALUE 0.
       01 CALC-BAT-SUSPENDED           PIC 9(07) VALUE 0.
       01 CALC-BAT-EXCEPTED            PIC 9(07) VALUE 0.
       01 CALC-BAT-NOT-POSTED          PIC 9(07) VALUE 0.

       01 CALC-ACK-FILE-NAME           PIC X(20) VALUE SPACES.
       01 CALC-ACK-OPEN-SW             PIC X(01) VALUE "N".
           88 CALC-ACK-OPEN            VALUE "Y".
       01 CALC-ACK-FILE-STATUS         PIC X(02) VALUE "00".
           88 CALC-ACK-FILE-OK         VALUE "00".
       01 CALC-ACK-SKIP-SW             PIC X(01) VALUE "N".
           88 CALC-ACK-SKIPPING        VALUE "Y".
       01 CALC-ACK-FILE-COUNT          PIC 9(05) COMP VALUE 0.
       01 CALC-PRIOR-ORIGIN            PIC X(08) VALUE SPACES.
       01 CALC-BATCH-REFUSED-SW        PIC X(01) VALUE "N".
           88 CALC-BATCH-REFUSED-NOW   VALUE "Y".
       01 CALC-ORG-REC-COUNT           PIC 9(07) VALUE 0.
       01 CALC-ORG-BATCH-COUNT         PIC 9(05) VALUE 0.
       01 CALC-ORG-REFUSED-COUNT       PIC 9(05) VALUE 0.
       01 CALC-ORG-TRAN-COUNT          PIC 9(07) VALUE 0.
       01 CALC-ORG-POSTED              PIC 9(07) VALUE 0.
       01 CALC-ORG-REJECTED            PIC 9(07) VALUE 0.
       01 CALC-ORG-SUSPENDED           PIC 9(07) VALUE 0.
       01 CALC-ORG-EXCEPTED            PIC 9(07) VALUE 0.
       01 CALC-ORG-NOT-POSTED          PIC 9(07) VALUE 0.
       01 CALC-ORG-POSTED-AMOUNT       PIC S9(13)V99 VALUE 0.

       01 CALC-RJT-MAX                 PIC 9(04) COMP VALUE 2000.
       01 CALC-RJT-COUNT               PIC 9(04) COMP VALUE 0.
       01 CALC-RJT-SUB                 PIC 9(04) COMP VALUE 0.
       01 CALC-REJECT-TABLE.
           05 CALC-RJT-ENTRY OCCURS 2000 TIMES.
               10 CALC-RJT-IMAGE       PIC X(42).
               10 CALC-RJT-REASON      PIC X(02).
               10 CALC-RJT-FIELD       PIC X(10).
               10 CALC-RJT-ORIG-RUN-ID PIC 9(05).
               10 CALC-RJT-USED-SW     PIC X(01).
                   88 CALC-RJT-USED    VALUE "Y".
       01 CALC-BRT-MAX                 PIC 9(03) COMP VALUE 200.
       01 CALC-BRT-COUNT               PIC 9(03) COMP VALUE 0.
       01 CALC-BRT-SUB                 PIC 9(03) COMP VALUE 0.
       01 CALC-BATCH-REFUSAL-TABLE.
           05 CALC-BRT-ENTRY OCCURS 200 TIMES.
               10 CALC-BRT-BATCH-ID    PIC X(08).
               10 CALC-BRT-USED-SW     PIC X(01).
                   88 CALC-BRT-USED    VALUE "Y".
       01 CALC-SPT-MAX                 PIC 9(04) COMP VALUE 2000.
       01 CALC-SPT-COUNT               PIC 9(04) COMP VALUE 0.
       01 CALC-SPT-SUB                 PIC 9(04) COMP VALUE 0.
       01 CALC-SUSPENSE-TABLE.
           05 CALC-SPT-ENTRY OCCURS 2000 TIMES.
               10 CALC-SPT-IMAGE       PIC X(29).
               10 CALC-SPT-RULE        PIC X(16).
               10 CALC-SPT-USED-SW     PIC X(01).
                   88 CALC-SPT-USED    VALUE "Y".
       01 CALC-EXT-MAX                 PIC 9(04) COMP VALUE 2000.
       01 CALC-EXT-COUNT               PIC 9(04) COMP VALUE 0.
       01 CALC-EXT-SUB                 PIC 9(04) COMP VALUE 0.
       01 CALC-EXCEPTION-TABLE.
           05 CALC-EXT-ENTRY OCCURS 2000 TIMES.
               10 CALC-EXT-TRAN-ID     PIC X(10).
               10 CALC-EXT-REASON      PIC X(01).
       01 CALC-SEEN-MAX                PIC 9(04) COMP VALUE 2000.
       01 CALC-SEEN-COUNT              PIC 9(04) COMP VALUE 0.
       01 CALC-SEEN-SUB                PIC 9(04) COMP VALUE 0.
       01 CALC-SEEN-TABLE.
           05 CALC-SEEN-TRAN-ID        PIC X(10) OCCURS 2000 TIMES.
       01 CALC-TABLE-FULL-SW           PIC X(01) VALUE "N".
           88 CALC-TABLE-FULL          VALUE "Y".

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------*
      *> 0000-MAIN-PROCEDURE - LOAD TONIGHT'S OUTCOMES, THEN ONE SORT    *
      *> PASS: THE INPUT PROCEDURE WALKS CALCIN RELEASING ONE ROW PER    *
      *> BATCH AND DETAIL, AND THE SORTED FILE IS SPLIT INTO THE         *
      *> PER-ORIGIN ACKNOWLEDGEMENT FILES.                               *
      *>-----------------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF NOT CALC-ABORT-YES THEN
               SORT CALC-SORT-FILE
                   ON ASCENDING KEY CALC-SRT-ORIGIN CALC-SRT-SEQ-NO
                   INPUT PROCEDURE IS 2000-GATHER-ACK-ROWS
                   GIVING CALC-SORTED-FILE
               PERFORM 5000-WRITE-ACK-FILES
               PERFORM 9000-FINALIZE
           END-IF
           GOBACK.

      *>-----------------------------------------------------------------*
      *> 1000-INITIALIZE - THE RUN CARD SAYS WHICH RUN IS BEING          *
      *> ACKNOWLEDGED; WITHOUT IT TONIGHT'S ROWS CANNOT BE TOLD FROM     *
      *> EARLIER NIGHTS' ON THE CUMULATIVE FILES, SO THE STEP IS         *
      *> REFUSED.  A MISSING REJECT, SUSPENSE, EXCEPTION OR RESULTS FILE *
      *> JUST MEANS NOTHING OF THAT KIND HAPPENED YET.                   *
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CALC-ACK-DATE FROM DATE YYYYMMDD
           ACCEPT CALC-ACK-TIME FROM TIME
           PERFORM 1010-READ-RUN-CONTROL
           IF CALC-RUN-ID-WK = 0 THEN
               DISPLAY "CalcAcknowledge: no CALCRUN run card - "
                   "tonight's run cannot be identified."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT CALC-INPUT-FILE
           IF CALC-INPUT-FILE-NOT-FOUND THEN
               DISPLAY "CalcAcknowledge: no CALCIN transmission - "
                   "nothing to acknowledge."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO CALC-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           CLOSE CALC-INPUT-FILE
           PERFORM 1100-LOAD-REJECTS
           PERFORM 1200-LOAD-SUSPENSE
           PERFORM 1300-LOAD-EXCEPTIONS
           OPEN INPUT CALC-RESULTS-MASTER
           IF CALC-MASTER-FILE-NOT-FOUND THEN
               DISPLAY "CalcAcknowledge: no results master - nothing "
                   "shows as posted."
           ELSE
               MOVE "Y" TO CALC-MASTER-OPEN-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1010-READ-RUN-CONTROL.
           OPEN INPUT CALC-RUN-CONTROL-FILE
           IF NOT CALC-RUN-CONTROL-NOT-FOUND THEN
               READ CALC-RUN-CONTROL-FILE
                   NOT AT END
                       MOVE CALC-RUN-NUMBER TO CALC-RUN-ID-WK
                       MOVE CALC-RUN-PROC-DATE TO CALC-RUN-DATE-WK
               END-READ
               CLOSE CALC-RUN-CONTROL-FILE
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1100-LOAD-REJECTS - TONIGHT'S CALCREJ ROWS.  A REASON "04" ROW  *
      *> REFUSES A WHOLE BATCH AND IS TABLED BY THE BATCH ID OFF ITS     *
      *> HEADER IMAGE; EVERY OTHER ROW IS TABLED BY ITS RECORD IMAGE,    *
      *> WHICH IS THE CALCIN RECORD AS RECEIVED.                         *
      *>-----------------------------------------------------------------*
       1100-LOAD-REJECTS.
           MOVE "N" TO CALC-LOAD-EOF-SW
           OPEN INPUT CALC-REJECTS-FILE
           IF CALC-REJECTS-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-LOAD-EOF-SW
           END-IF
           PERFORM 1110-LOAD-ONE-REJECT UNTIL CALC-LOAD-EOF-YES
           IF NOT CALC-REJECTS-FILE-NOT-FOUND THEN
               CLOSE CALC-REJECTS-FILE
           END-IF.

       1110-LOAD-ONE-REJECT.
           READ CALC-REJECTS-FILE
               AT END
                   MOVE "Y" TO CALC-LOAD-EOF-SW
               NOT AT END
                   IF CALC-REJ-RUN-ID = CALC-RUN-ID-WK THEN
                       IF CALC-REJ-BATCH-FAILED THEN
                           PERFORM 1120-TABLE-BATCH-REFUSAL
                       ELSE
                           PERFORM 1130-TABLE-DETAIL-REJECT
                       END-IF
                   END-IF
           END-READ.

       1120-TABLE-BATCH-REFUSAL.
           IF CALC-BRT-COUNT < CALC-BRT-MAX THEN
               ADD 1 TO CALC-BRT-COUNT
               MOVE CALC-REJ-IMAGE(2:8)
                   TO CALC-BRT-BATCH-ID(CALC-BRT-COUNT)
               MOVE "N" TO CALC-BRT-USED-SW(CALC-BRT-COUNT)
           ELSE
               DISPLAY "CalcAcknowledge: batch-refusal table is full "
                   "- reject " CALC-REJ-ID " not matched."
               MOVE "Y" TO CALC-TABLE-FULL-SW
           END-IF.

       1130-TABLE-DETAIL-REJECT.
           IF CALC-RJT-COUNT < CALC-RJT-MAX THEN
               ADD 1 TO CALC-RJT-COUNT
               MOVE CALC-REJ-IMAGE TO CALC-RJT-IMAGE(CALC-RJT-COUNT)
               MOVE CALC-REJ-REASON-CODE
                   TO CALC-RJT-REASON(CALC-RJT-COUNT)
               MOVE CALC-REJ-FIELD-NAME
                   TO CALC-RJT-FIELD(CALC-RJT-COUNT)
               MOVE CALC-REJ-ORIG-RUN-ID
                   TO CALC-RJT-ORIG-RUN-ID(CALC-RJT-COUNT)
               MOVE "N" TO CALC-RJT-USED-SW(CALC-RJT-COUNT)
           ELSE
               DISPLAY "CalcAcknowledge: reject table is full - "
                   "reject " CALC-REJ-ID " not matched."
               MOVE "Y" TO CALC-TABLE-FULL-SW
           END-IF.

      *>-----------------------------------------------------------------*
      *> 1200-LOAD-SUSPENSE - TONIGHT'S CALCSUS ROWS, TABLED BY RECORD   *
      *> IMAGE WITH THE RULE THAT TRIPPED.                               *
      *>-----------------------------------------------------------------*
       1200-LOAD-SUSPENSE.
           MOVE "N" TO CALC-LOAD-EOF-SW
           OPEN INPUT CALC-SUSPENSE-FILE
           IF CALC-SUSPENSE-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-LOAD-EOF-SW
           END-IF
           PERFORM 1210-LOAD-ONE-SUSPENSE UNTIL CALC-LOAD-EOF-YES
           IF NOT CALC-SUSPENSE-FILE-NOT-FOUND THEN
               CLOSE CALC-SUSPENSE-FILE
           END-IF.

       1210-LOAD-ONE-SUSPENSE.
           READ CALC-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO CALC-LOAD-EOF-SW
               NOT AT END
                   IF CALC-SUS-RUN-ID = CALC-RUN-ID-WK THEN
                       IF CALC-SPT-COUNT < CALC-SPT-MAX THEN
                           ADD 1 TO CALC-SPT-COUNT
                           MOVE CALC-SUS-IMAGE
                               TO CALC-SPT-IMAGE(CALC-SPT-COUNT)
                           MOVE CALC-SUS-RULE
                               TO CALC-SPT-RULE(CALC-SPT-COUNT)
                           MOVE "N" TO CALC-SPT-USED-SW(CALC-SPT-COUNT)
                       ELSE
                           DISPLAY "CalcAcknowledge: suspense table is "
                               "full - item " CALC-SUS-ID
                               " not matched."
                           MOVE "Y" TO CALC-TABLE-FULL-SW
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 1300-LOAD-EXCEPTIONS - TONIGHT'S CALCEXC ROWS, TABLED BY        *
      *> TRANSACTION ID WITH THE EXCEPTION REASON.                       *
      *>-----------------------------------------------------------------*
       1300-LOAD-EXCEPTIONS.
           MOVE "N" TO CALC-LOAD-EOF-SW
           OPEN INPUT CALC-EXCEPTIONS-FILE
           IF CALC-EXCEPTIONS-FILE-NOT-FOUND THEN
               MOVE "Y" TO CALC-LOAD-EOF-SW
           END-IF
           PERFORM 1310-LOAD-ONE-EXCEPTION UNTIL CALC-LOAD-EOF-YES
           IF NOT CALC-EXCEPTIONS-FILE-NOT-FOUND THEN
               CLOSE CALC-EXCEPTIONS-FILE
           END-IF.

       1310-LOAD-ONE-EXCEPTION.
           READ CALC-EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO CALC-LOAD-EOF-SW
               NOT AT END
                   IF CALC-EXC-RUN-ID = CALC-RUN-ID-WK
                           AND CALC-EXC-TRAN-ID NOT = SPACES THEN
                       IF CALC-EXT-COUNT < CALC-EXT-MAX THEN
                           ADD 1 TO CALC-EXT-COUNT
                           MOVE CALC-EXC-TRAN-ID
                               TO CALC-EXT-TRAN-ID(CALC-EXT-COUNT)
                           MOVE CALC-EXC-REASON
                               TO CALC-EXT-REASON(CALC-EXT-COUNT)
                       ELSE
                           DISPLAY "CalcAcknowledge: exception table "
                               "is full - " CALC-EXC-TRAN-ID
                               " not matched."
                           MOVE "Y" TO CALC-TABLE-FULL-SW
                       END-IF
                   END-IF
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2000-GATHER-ACK-ROWS - SORT INPUT PROCEDURE.  ONE PASS OVER     *
      *> CALCIN, NUMBERING EVERY RECORD SO THE SORT KEEPS CALCIN ORDER   *
      *> WITHIN AN ORIGIN SYSTEM.  A BATCH STILL OPEN AT END OF FILE     *
      *> LOST ITS TRAILER AND IS CLOSED OUT AS IT STANDS.                *
      *>-----------------------------------------------------------------*
       2000-GATHER-ACK-ROWS.
           MOVE "N" TO CALC-EOF-SW
           MOVE 0 TO CALC-IN-SEQ-NO
           OPEN INPUT CALC-INPUT-FILE
           PERFORM 2050-READ-INPUT
           PERFORM 2100-ACK-ONE-RECORD UNTIL CALC-EOF-YES
           IF CALC-BATCH-OPEN THEN
               PERFORM 2300-CLOSE-BATCH
           END-IF
           CLOSE CALC-INPUT-FILE.

       2050-READ-INPUT.
           READ CALC-INPUT-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
               NOT AT END
                   ADD 1 TO CALC-IN-SEQ-NO
           END-READ.

      *>-----------------------------------------------------------------*
      *> 2100-ACK-ONE-RECORD - THE FIRST BYTE TELLS THE LAYOUTS APART    *
      *> THE SAME WAY THE EDIT STEP TELLS THEM APART.  A DETAIL OUTSIDE  *
      *> ANY BATCH HAS NO ORIGIN SYSTEM TO GO BACK TO, SO IT IS ONLY     *
      *> COUNTED.                                                        *
      *>-----------------------------------------------------------------*
       2100-ACK-ONE-RECORD.
           EVALUATE TRUE
               WHEN CALC-HDR-TYPE-HEADER
                   IF CALC-BATCH-OPEN THEN
                       PERFORM 2300-CLOSE-BATCH
                   END-IF
                   PERFORM 2200-OPEN-BATCH
               WHEN CALC-TRL-TYPE-TRAILER
                   IF CALC-BATCH-OPEN THEN
                       PERFORM 2300-CLOSE-BATCH
                   END-IF
               WHEN OTHER
                   IF CALC-BATCH-OPEN THEN
                       PERFORM 2400-ACK-ONE-DETAIL
                   ELSE
                       ADD 1 TO CALC-UNBATCHED-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2050-READ-INPUT.

       2200-OPEN-BATCH.
           MOVE "Y" TO CALC-BATCH-OPEN-SW
           MOVE CALC-HDR-BATCH-ID TO CALC-BATCH-ID-WK
           MOVE CALC-HDR-CREATE-DATE TO CALC-BATCH-DATE-WK
           MOVE CALC-HDR-ORIGIN-SYSTEM TO CALC-BATCH-ORIGIN-WK
           MOVE CALC-IN-SEQ-NO TO CALC-BATCH-SEQ-NO
           MOVE 0 TO CALC-BAT-TRAN-COUNT
           MOVE 0 TO CALC-BAT-POSTED
           MOVE 0 TO CALC-BAT-REJECTED
           MOVE 0 TO CALC-BAT-SUSPENDED
           MOVE 0 TO CALC-BAT-EXCEPTED
           MOVE 0 TO CALC-BAT-NOT-POSTED.

      *>-----------------------------------------------------------------*
      *> 2300-CLOSE-BATCH - RELEASES THE BATCH ROW UNDER THE HEADER'S    *
      *> SEQUENCE NUMBER, SO IT SORTS AHEAD OF ITS DETAILS.  THE BATCH   *
      *> WAS REFUSED WHEN TONIGHT'S CALCREJ CARRIES AN UNMATCHED "04"    *
      *> ROW FOR ITS BATCH ID AND NONE OF ITS DETAILS POSTED - A BATCH   *
      *> ID SENT TWICE IN ONE CALCIN CAN BE REFUSED ONCE AND ACCEPTED    *
      *> ONCE.  A REFUSED BATCH'S DETAILS NEVER REACHED CALCVAL, SO      *
      *> THOSE WITHOUT A REJECT OR SUSPENSE OF THEIR OWN COUNT AS        *
      *> REJECTED WITH THE BATCH.                                        *
      *>-----------------------------------------------------------------*
       2300-CLOSE-BATCH.
           MOVE "N" TO CALC-FOUND-SW
           IF CALC-BAT-POSTED = 0 AND CALC-BAT-EXCEPTED = 0 THEN
               MOVE 1 TO CALC-BRT-SUB
               PERFORM 2310-MATCH-ONE-REFUSAL
                   UNTIL CALC-BRT-SUB > CALC-BRT-COUNT OR CALC-FOUND
           END-IF
           MOVE SPACES TO CALC-ACK-BATCH-RECORD
           MOVE "B" TO CALC-ACK-BAT-RECORD-TYPE
           MOVE CALC-BATCH-ID-WK TO CALC-ACK-BAT-BATCH-ID
           MOVE CALC-BATCH-DATE-WK TO CALC-ACK-BAT-CREATE-DATE
           IF CALC-FOUND THEN
               MOVE "R" TO CALC-ACK-BAT-OUTCOME
               ADD CALC-BAT-NOT-POSTED TO CALC-BAT-REJECTED
               MOVE 0 TO CALC-BAT-NOT-POSTED
           ELSE
               MOVE "A" TO CALC-ACK-BAT-OUTCOME
           END-IF
           MOVE CALC-BAT-TRAN-COUNT TO CALC-ACK-BAT-TRAN-COUNT
           MOVE CALC-BAT-POSTED TO CALC-ACK-BAT-POSTED
           MOVE CALC-BAT-REJECTED TO CALC-ACK-BAT-REJECTED
           MOVE CALC-BAT-SUSPENDED TO CALC-ACK-BAT-SUSPENDED
           MOVE CALC-BAT-EXCEPTED TO CALC-ACK-BAT-EXCEPTED
           MOVE CALC-BAT-NOT-POSTED TO CALC-ACK-BAT-NOT-POSTED
           MOVE CALC-BATCH-ORIGIN-WK TO CALC-SRT-ORIGIN
           MOVE CALC-BATCH-SEQ-NO TO CALC-SRT-SEQ-NO
           MOVE CALC-ACK-BATCH-RECORD TO CALC-SRT-ACK-IMAGE
           RELEASE CALC-SORT-RECORD
           MOVE "N" TO CALC-BATCH-OPEN-SW.

       2310-MATCH-ONE-REFUSAL.
           IF NOT CALC-BRT-USED(CALC-BRT-SUB)
                   AND CALC-BRT-BATCH-ID(CALC-BRT-SUB)
                       = CALC-BATCH-ID-WK THEN
               MOVE "Y" TO CALC-BRT-USED-SW(CALC-BRT-SUB)
               MOVE "Y" TO CALC-FOUND-SW
           END-IF
           ADD 1 TO CALC-BRT-SUB.

      *>-----------------------------------------------------------------*
      *> 2400-ACK-ONE-DETAIL - ONE DETAIL'S FINAL DISPOSITION, LOOKED    *
      *> FOR IN THE ORDER THE CHAIN DECIDES IT: REJECTED BY THE EDIT,    *
      *> HELD IN SUSPENSE, THEN WHATEVER THE CALCULATOR LEFT ON THE      *
      *> RESULTS MASTER.  AN "S" SET STEP CARRIES ITS TRANSACTION ID     *
      *> FURTHER ALONG THE RECORD THAN THE OTHER DETAIL LAYOUTS.         *
      *>-----------------------------------------------------------------*
       2400-ACK-ONE-DETAIL.
           IF CALC-SET-TYPE-STEP THEN
               MOVE CALC-SET-TRAN-ID TO CALC-TRAN-ID-WK
           ELSE
               MOVE CALC-IN-TRAN-ID TO CALC-TRAN-ID-WK
           END-IF
           ADD 1 TO CALC-BAT-TRAN-COUNT
           MOVE SPACES TO CALC-ACK-DETAIL-RECORD
           MOVE "D" TO CALC-ACK-DTL-RECORD-TYPE
           MOVE CALC-BATCH-ID-WK TO CALC-ACK-DTL-BATCH-ID
           MOVE CALC-TRAN-ID-WK TO CALC-ACK-DTL-TRAN-ID
           MOVE 0 TO CALC-ACK-DTL-RESULT
           PERFORM 2410-FIND-REJECT
           IF NOT CALC-FOUND THEN
               PERFORM 2420-FIND-SUSPENSE
           END-IF
           IF NOT CALC-FOUND THEN
               PERFORM 2430-LOOK-UP-MASTER
           END-IF
           EVALUATE TRUE
               WHEN CALC-ACK-DTL-POSTED
                   ADD 1 TO CALC-BAT-POSTED
               WHEN CALC-ACK-DTL-REJECTED
                   ADD 1 TO CALC-BAT-REJECTED
               WHEN CALC-ACK-DTL-SUSPENDED
                   ADD 1 TO CALC-BAT-SUSPENDED
               WHEN CALC-ACK-DTL-EXCEPTED
                   ADD 1 TO CALC-BAT-EXCEPTED
               WHEN OTHER
                   ADD 1 TO CALC-BAT-NOT-POSTED
           END-EVALUATE
           PERFORM 2490-REMEMBER-TRAN-ID
           MOVE CALC-BATCH-ORIGIN-WK TO CALC-SRT-ORIGIN
           MOVE CALC-IN-SEQ-NO TO CALC-SRT-SEQ-NO
           MOVE CALC-ACK-DETAIL-RECORD TO CALC-SRT-ACK-IMAGE
           RELEASE CALC-SORT-RECORD.

      *>-----------------------------------------------------------------*
      *> 2410-FIND-REJECT - THE FIRST UNMATCHED REJECT CARRYING THIS     *
      *> RECORD'S IMAGE.  A REPEAT WITHIN TONIGHT'S CALCIN ("07" WITH    *
      *> TONIGHT'S RUN AS THE ORIGINAL) IS THE LATER COPY, NOT THE       *
      *> FIRST, SO IT ONLY MATCHES ONCE THE ID HAS ALREADY BEEN SEEN.    *
      *>-----------------------------------------------------------------*
       2410-FIND-REJECT.
           MOVE "N" TO CALC-FOUND-SW
           PERFORM 2480-CHECK-SEEN-BEFORE
           MOVE 1 TO CALC-RJT-SUB
           PERFORM 2415-MATCH-ONE-REJECT
               UNTIL CALC-RJT-SUB > CALC-RJT-COUNT OR CALC-FOUND.

       2415-MATCH-ONE-REJECT.
           IF NOT CALC-RJT-USED(CALC-RJT-SUB)
                   AND CALC-RJT-IMAGE(CALC-RJT-SUB)
                       = CALC-SET-STEP-RECORD THEN
               IF CALC-RJT-REASON(CALC-RJT-SUB) NOT = "07"
                       OR CALC-RJT-ORIG-RUN-ID(CALC-RJT-SUB)
                           NOT = CALC-RUN-ID-WK
                       OR CALC-SEEN-BEFORE THEN
                   MOVE "Y" TO CALC-RJT-USED-SW(CALC-RJT-SUB)
                   MOVE "Y" TO CALC-FOUND-SW
                   MOVE "J" TO CALC-ACK-DTL-DISPOSITION
                   MOVE CALC-RJT-REASON(CALC-RJT-SUB)
                       TO CALC-ACK-DTL-REASON
                   MOVE CALC-RJT-FIELD(CALC-RJT-SUB)
                       TO CALC-ACK-DTL-NOTE
               END-IF
           END-IF
           ADD 1 TO CALC-RJT-SUB.

       2420-FIND-SUSPENSE.
           MOVE 1 TO CALC-SPT-SUB
           PERFORM 2425-MATCH-ONE-SUSPENSE
               UNTIL CALC-SPT-SUB > CALC-SPT-COUNT OR CALC-FOUND.

       2425-MATCH-ONE-SUSPENSE.
           IF NOT CALC-SPT-USED(CALC-SPT-SUB)
                   AND CALC-SPT-IMAGE(CALC-SPT-SUB)
                       = CALC-INPUT-RECORD THEN
               MOVE "Y" TO CALC-SPT-USED-SW(CALC-SPT-SUB)
               MOVE "Y" TO CALC-FOUND-SW
               MOVE "S" TO CALC-ACK-DTL-DISPOSITION
               MOVE CALC-SPT-RULE(CALC-SPT-SUB) TO CALC-ACK-DTL-NOTE
           END-IF
           ADD 1 TO CALC-SPT-SUB.

      *>-----------------------------------------------------------------*
      *> 2430-LOOK-UP-MASTER - A MASTER ROW STAMPED WITH TONIGHT'S RUN   *
      *> IS TONIGHT'S POSTING: CLEAN, OR IN ERROR WITH ITS REASON TAKEN  *
      *> FROM TONIGHT'S EXCEPTIONS.  NO ROW, OR A ROW FROM ANOTHER RUN,  *
      *> MEANS THE CALCULATOR DID NOT POST THIS DETAIL TONIGHT.          *
      *>-----------------------------------------------------------------*
       2430-LOOK-UP-MASTER.
           MOVE "N" TO CALC-ACK-DTL-DISPOSITION
           IF CALC-MASTER-OPEN AND CALC-TRAN-ID-WK NOT = SPACES THEN
               MOVE CALC-TRAN-ID-WK TO CALC-MST-TRAN-ID
               READ CALC-RESULTS-MASTER
                   INVALID KEY
                       MOVE "N" TO CALC-ACK-DTL-DISPOSITION
                   NOT INVALID KEY
                       IF CALC-MST-RUN-ID = CALC-RUN-ID-WK THEN
                           PERFORM 2440-TAKE-MASTER-OUTCOME
                       END-IF
               END-READ
           END-IF.

       2440-TAKE-MASTER-OUTCOME.
           IF CALC-MST-STATUS-OK THEN
               MOVE "P" TO CALC-ACK-DTL-DISPOSITION
               MOVE CALC-MST-RESULT TO CALC-ACK-DTL-RESULT
           ELSE
               MOVE "E" TO CALC-ACK-DTL-DISPOSITION
               MOVE "N" TO CALC-FOUND-SW
               MOVE 1 TO CALC-EXT-SUB
               PERFORM 2445-MATCH-ONE-EXCEPTION
                   UNTIL CALC-EXT-SUB > CALC-EXT-COUNT OR CALC-FOUND
           END-IF.

       2445-MATCH-ONE-EXCEPTION.
           IF CALC-EXT-TRAN-ID(CALC-EXT-SUB) = CALC-TRAN-ID-WK THEN
               MOVE "Y" TO CALC-FOUND-SW
               MOVE CALC-EXT-REASON(CALC-EXT-SUB)
                   TO CALC-ACK-DTL-REASON
           END-IF
           ADD 1 TO CALC-EXT-SUB.

       2480-CHECK-SEEN-BEFORE.
           MOVE "N" TO CALC-SEEN-BEFORE-SW
           MOVE 1 TO CALC-SEEN-SUB
           PERFORM 2485-CHECK-ONE-SEEN
               UNTIL CALC-SEEN-SUB > CALC-SEEN-COUNT
                   OR CALC-SEEN-BEFORE.

       2485-CHECK-ONE-SEEN.
           IF CALC-SEEN-TRAN-ID(CALC-SEEN-SUB) = CALC-TRAN-ID-WK THEN
               MOVE "Y" TO CALC-SEEN-BEFORE-SW
           END-IF
           ADD 1 TO CALC-SEEN-SUB.

      *>-----------------------------------------------------------------*
      *> 2490-REMEMBER-TRAN-ID - KEEPS THE IDS ALREADY ACKNOWLEDGED SO A *
      *> LATER REPEAT OF ONE CAN BE TOLD FROM THE FIRST COPY.            *
      *>-----------------------------------------------------------------*
       2490-REMEMBER-TRAN-ID.
           IF CALC-TRAN-ID-WK NOT = SPACES AND NOT CALC-SEEN-BEFORE THEN
               IF CALC-SEEN-COUNT < CALC-SEEN-MAX THEN
                   ADD 1 TO CALC-SEEN-COUNT
                   MOVE CALC-TRAN-ID-WK
                       TO CALC-SEEN-TRAN-ID(CALC-SEEN-COUNT)
               ELSE
                   IF NOT CALC-TABLE-FULL THEN
                       DISPLAY "CalcAcknowledge: seen-ID table is "
                           "full - repeats past this point may be "
                           "matched to the first copy."
                   END-IF
                   MOVE "Y" TO CALC-TABLE-FULL-SW
               END-IF
           END-IF.

      *>-----------------------------------------------------------------*
      *> 5000-WRITE-ACK-FILES - THE SORTED ROWS ARE IN ORIGIN ORDER, SO  *
      *> EACH ORIGIN BREAK CLOSES ONE ACKNOWLEDGEMENT FILE WITH ITS      *
      *> TRAILER AND OPENS THE NEXT.                                     *
      *>-----------------------------------------------------------------*
       5000-WRITE-ACK-FILES.
           MOVE "N" TO CALC-EOF-SW
           OPEN INPUT CALC-SORTED-FILE
           PERFORM 5050-READ-SORTED
           PERFORM 5100-WRITE-ONE-ROW UNTIL CALC-EOF-YES
           IF CALC-ACK-OPEN THEN
               PERFORM 5300-CLOSE-ACK-FILE
           END-IF
           CLOSE CALC-SORTED-FILE.

       5050-READ-SORTED.
           READ CALC-SORTED-FILE
               AT END
                   MOVE "Y" TO CALC-EOF-SW
           END-READ.

      *>-----------------------------------------------------------------*
      *> 5100-WRITE-ONE-ROW - A BATCH ROW SAYS WHETHER THE DETAILS       *
      *> BEHIND IT BELONG TO A REFUSED BATCH; THOSE STILL SHOWING NOT    *
      *> POSTED WENT DOWN WITH THE BATCH AND ARE SENT BACK AS REJECTED   *
      *> "04", THE WAY THE BATCH ROW ALREADY COUNTED THEM.  THE ROWS OF  *
      *> AN ORIGIN WHOSE FILE COULD NOT BE OPENED ARE PASSED OVER.       *
      *>-----------------------------------------------------------------*
       5100-WRITE-ONE-ROW.
           IF CALC-SDR-ORIGIN NOT = CALC-PRIOR-ORIGIN
                   OR (NOT CALC-ACK-OPEN AND NOT CALC-ACK-SKIPPING)
                   THEN
               IF CALC-ACK-OPEN THEN
                   PERFORM 5300-CLOSE-ACK-FILE
               END-IF
               PERFORM 5200-OPEN-ACK-FILE
           END-IF
           IF NOT CALC-ACK-SKIPPING THEN
               PERFORM 5120-WRITE-ACK-ROW
           END-IF
           PERFORM 5050-READ-SORTED.

       5120-WRITE-ACK-ROW.
           IF CALC-SDR-ACK-IMAGE(1:1) = "B" THEN
               MOVE CALC-SDR-ACK-IMAGE TO CALC-ACK-BATCH-RECORD
               IF CALC-ACK-BAT-REFUSED THEN
                   MOVE "Y" TO CALC-BATCH-REFUSED-SW
                   ADD 1 TO CALC-ORG-REFUSED-COUNT
               ELSE
                   MOVE "N" TO CALC-BATCH-REFUSED-SW
               END-IF
               ADD 1 TO CALC-ORG-BATCH-COUNT
               WRITE CALC-ACK-LINE FROM CALC-ACK-BATCH-RECORD
           ELSE
               MOVE CALC-SDR-ACK-IMAGE TO CALC-ACK-DETAIL-RECORD
               IF CALC-BATCH-REFUSED-NOW
                       AND CALC-ACK-DTL-NOT-POSTED THEN
                   MOVE "J" TO CALC-ACK-DTL-DISPOSITION
                   MOVE "04" TO CALC-ACK-DTL-REASON
                   MOVE "BATCH" TO CALC-ACK-DTL-NOTE
               END-IF
               PERFORM 5150-TALLY-ONE-DETAIL
               WRITE CALC-ACK-LINE FROM CALC-ACK-DETAIL-RECORD
           END-IF
           ADD 1 TO CALC-ORG-REC-COUNT.

       5150-TALLY-ONE-DETAIL.
           ADD 1 TO CALC-ORG-TRAN-COUNT
           EVALUATE TRUE
               WHEN CALC-ACK-DTL-POSTED
                   ADD 1 TO CALC-ORG-POSTED
                   ADD CALC-ACK-DTL-RESULT TO CALC-ORG-POSTED-AMOUNT
               WHEN CALC-ACK-DTL-REJECTED
                   ADD 1 TO CALC-ORG-REJECTED
               WHEN CALC-ACK-DTL-SUSPENDED
                   ADD 1 TO CALC-ORG-SUSPENDED
               WHEN CALC-ACK-DTL-EXCEPTED
                   ADD 1 TO CALC-ORG-EXCEPTED
               WHEN OTHER
                   ADD 1 TO CALC-ORG-NOT-POSTED
           END-EVALUATE.

      *>-----------------------------------------------------------------*
      *> 5200-OPEN-ACK-FILE - ONE FILE PER ORIGIN SYSTEM, NAMED          *
      *> CALCACK.<ORIGIN>, STARTING WITH ITS HEADER.  A BATCH WHOSE      *
      *> HEADER NAMED NO ORIGIN IS ACKNOWLEDGED UNDER "UNKNOWN" SO DATA  *
      *> CONTROL STILL HAS IT.  A FILE THAT CANNOT BE OPENED LOSES ONLY  *
      *> THAT ORIGIN'S ACKNOWLEDGEMENT: THE STEP ENDS 8 SO OPERATIONS    *
      *> CAN SEND IT ONCE THE FILE IS FREED, AND THE OTHERS GO AS USUAL. *
      *>-----------------------------------------------------------------*
       5200-OPEN-ACK-FILE.
           MOVE CALC-SDR-ORIGIN TO CALC-PRIOR-ORIGIN
           MOVE SPACES TO CALC-ACK-FILE-NAME
           IF CALC-SDR-ORIGIN = SPACES THEN
               STRING "CALCACK." "UNKNOWN" DELIMITED BY SIZE
                   INTO CALC-ACK-FILE-NAME
               END-STRING
           ELSE
               STRING "CALCACK." DELIMITED BY SIZE
                   CALC-SDR-ORIGIN DELIMITED BY SPACE
                   INTO CALC-ACK-FILE-NAME
               END-STRING
           END-IF
           MOVE "N" TO CALC-ACK-SKIP-SW
           OPEN OUTPUT CALC-ACK-FILE
           IF CALC-ACK-FILE-OK THEN
               PERFORM 5250-START-ACK-FILE
           ELSE
               DISPLAY "CalcAcknowledge: origin " CALC-SDR-ORIGIN
                   " - " CALC-ACK-FILE-NAME " could not be opened "
                   "(status " CALC-ACK-FILE-STATUS
                   ") - not acknowledged."
               IF RETURN-CODE < 8 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO CALC-ACK-SKIP-SW
           END-IF.

       5250-START-ACK-FILE.
           MOVE "Y" TO CALC-ACK-OPEN-SW
           ADD 1 TO CALC-ACK-FILE-COUNT
           MOVE "N" TO CALC-BATCH-REFUSED-SW
           MOVE 0 TO CALC-ORG-BATCH-COUNT
           MOVE 0 TO CALC-ORG-REFUSED-COUNT
           MOVE 0 TO CALC-ORG-TRAN-COUNT
           MOVE 0 TO CALC-ORG-POSTED
           MOVE 0 TO CALC-ORG-REJECTED
           MOVE 0 TO CALC-ORG-SUSPENDED
           MOVE 0 TO CALC-ORG-EXCEPTED
           MOVE 0 TO CALC-ORG-NOT-POSTED
           MOVE 0 TO CALC-ORG-POSTED-AMOUNT
           MOVE SPACES TO CALC-ACK-HEADER-RECORD
           MOVE "H" TO CALC-ACK-HDR-RECORD-TYPE
           MOVE CALC-SDR-ORIGIN TO CALC-ACK-HDR-ORIGIN
           MOVE CALC-RUN-DATE-WK TO CALC-ACK-HDR-PROC-DATE
           MOVE CALC-RUN-ID-WK TO CALC-ACK-HDR-RUN-ID
           MOVE CALC-ACK-DATE TO CALC-ACK-HDR-CREATE-DATE
           MOVE CALC-ACK-TIME TO CALC-ACK-HDR-CREATE-TIME
           WRITE CALC-ACK-LINE FROM CALC-ACK-HEADER-RECORD
           MOVE 1 TO CALC-ORG-REC-COUNT.

      *>-----------------------------------------------------------------*
      *> 5300-CLOSE-ACK-FILE - THE TRAILER'S RECORD COUNT TAKES IN THE   *
      *> HEADER AND THE TRAILER ITSELF.                                  *
      *>-----------------------------------------------------------------*
       5300-CLOSE-ACK-FILE.
           ADD 1 TO CALC-ORG-REC-COUNT
           MOVE SPACES TO CALC-ACK-TRAILER-RECORD
           MOVE "T" TO CALC-ACK-TRL-RECORD-TYPE
           MOVE CALC-ORG-REC-COUNT TO CALC-ACK-TRL-REC-COUNT
           MOVE CALC-ORG-BATCH-COUNT TO CALC-ACK-TRL-BATCH-COUNT
           MOVE CALC-ORG-REFUSED-COUNT TO CALC-ACK-TRL-REFUSED-COUNT
           MOVE CALC-ORG-TRAN-COUNT TO CALC-ACK-TRL-TRAN-COUNT
           MOVE CALC-ORG-POSTED TO CALC-ACK-TRL-POSTED
           MOVE CALC-ORG-REJECTED TO CALC-ACK-TRL-REJECTED
           MOVE CALC-ORG-SUSPENDED TO CALC-ACK-TRL-SUSPENDED
           MOVE CALC-ORG-EXCEPTED TO CALC-ACK-TRL-EXCEPTED
           MOVE CALC-ORG-NOT-POSTED TO CALC-ACK-TRL-NOT-POSTED
           MOVE CALC-ORG-POSTED-AMOUNT TO CALC-ACK-TRL-POSTED-AMOUNT
           WRITE CALC-ACK-LINE FROM CALC-ACK-TRAILER-RECORD
           CLOSE CALC-ACK-FILE
           MOVE "N" TO CALC-ACK-OPEN-SW
           DISPLAY "CalcAcknowledge: " CALC-ACK-FILE-NAME " - "
               CALC-ORG-BATCH-COUNT " batch(es), "
               CALC-ORG-TRAN-COUNT " detail(s): "
               CALC-ORG-POSTED " posted, " CALC-ORG-REJECTED
               " rejected, " CALC-ORG-SUSPENDED " suspended, "
               CALC-ORG-EXCEPTED " excepted, " CALC-ORG-NOT-POSTED
               " not posted.".

      *>-----------------------------------------------------------------*
      *> 9000-FINALIZE                                                   *
      *>-----------------------------------------------------------------*
       9000-FINALIZE.
           IF CALC-MASTER-OPEN THEN
               CLOSE CALC-RESULTS-MASTER
           END-IF
           IF CALC-UNBATCHED-COUNT > 0 THEN
               DISPLAY "CalcAcknowledge: " CALC-UNBATCHED-COUNT
                   " detail(s) outside any batch - no origin system "
                   "to acknowledge them to."
           END-IF
           IF (CALC-UNBATCHED-COUNT > 0 OR CALC-TABLE-FULL)
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CalcAcknowledge: " CALC-ACK-FILE-COUNT
               " acknowledgement file(s) written for run "
               CALC-RUN-ID-WK ".".
