      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 09/02/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  THE GRID NOW CARRIES REASONS "06" (BAD REVERSAL)   *
      *>                AND "07" (DUPLICATE TRANSACTION ID) ON ROWS OF     *
      *>                THEIR OWN INSTEAD OF FOLDING THEM INTO BAD         *
      *>                STRUCTURE.                                         *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRejectAging.
       01 CALC-LEAP-SW                 PIC X(01) VALUE "N".
           88 CALC-LEAP-YEAR           VALUE "Y".

      *> AGING GRID: ONE ROW PER REASON CODE 01-07, FOUR AGE BANDS.
       01 CALC-AGING-TABLE.
           05 CALC-AGE-REASON-ENTRY OCCURS 7 TIMES.
               10 CALC-AGE-BAND-COUNT OCCURS 4 TIMES PIC 9(05) COMP.

       01 CALC-HEADER-LINE-1.
           05 CALC-CNT-DESC            PIC X(36).
           05 CALC-CNT-VALUE           PIC ZZZ,ZZ9.

       01 CALC-OLDEST-LEGACY-LINE.
           05 FILLER                   PIC X(22) VALUE
               "OLDEST OPEN REJECT".
           05 FILLER                   PIC X(48) VALUE
               "PRE-LIFECYCLE ROW - NO ID OR DATE ON FILE".

       01 CALC-OLDEST-LINE.
           05 FILLER                   PIC X(22) VALUE
      *>-----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 1 TO CALC-REASON-SUB
           PERFORM 1200-CLEAR-ONE-REASON UNTIL CALC-REASON-SUB > 7
           ACCEPT CALC-TODAY-DATE FROM DATE YYYYMMDD
           MOVE CALC-TODAY-DATE TO CALC-CNV-DATE-NUM
           PERFORM 5000-DATE-TO-DAY-NUMBER
                   ADD 1 TO CALC-STALE-COUNT
           END-EVALUATE
           IF CALC-REJ-REASON-CODE >= "01"
                   AND CALC-REJ-REASON-CODE <= "07" THEN
               MOVE CALC-REJ-REASON-CODE(2:1) TO CALC-REASON-SUB
           ELSE
               MOVE 3 TO CALC-REASON-SUB
                   MOVE "03 BAD STRUCTURE" TO CALC-RSN-DESC
               WHEN 4
                   MOVE "04 BATCH REFUSED" TO CALC-RSN-DESC
               WHEN 5
                   MOVE "05 BAD RATE CODE" TO CALC-RSN-DESC
               WHEN 6
                   MOVE "06 BAD REVERSAL" TO CALC-RSN-DESC
               WHEN OTHER
                   MOVE "07 DUPLICATE TRAN ID" TO CALC-RSN-DESC
           END-EVALUATE.

      *>-----------------------------------------------------------------*
           WRITE CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE FROM CALC-HEADER-LINE-2
           MOVE 1 TO CALC-REASON-SUB
           PERFORM 9100-PRINT-ONE-REASON UNTIL CALC-REASON-SUB > 7
           MOVE SPACES TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE "OPEN REJECTS" TO CALC-CNT-DESC
