      *>-------------------------------------------------------------------*
      *> MODIFICATION HISTORY                                              *
      *> 09/02/2026 RH  ORIGINAL VERSION.                                  *
      *> 10/15/2026 RH  OPCODE 9 (TIERED SCHEDULE) NOW HAS ITS OWN LINE IN *
      *>                THE PER-OPCODE TOTALS, PRINTED AS "TIERED RATE".   *
      *>                THE COPY REPLACING STATEMENTS AND THE COLUMN       *
      *>                HEADING ARE SPLIT OVER TWO LINES SO THE SOURCE     *
      *>                STAYS WITHIN COLUMN 72.                            *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcAuditRetrieve.
       COPY CALCAUD.

       FD  CALC-ARCHIVE-FILE.
       COPY CALCAUD REPLACING
           ==CALC-AUDIT-RECORD== BY ==CALC-ARCHIVE-RECORD==.

       SD  CALC-SORT-FILE.
       COPY CALCAUD REPLACING
           ==CALC-AUDIT-RECORD== BY ==CALC-SORT-RECORD==.

       FD  CALC-SORTED-FILE.
       COPY CALCAUD REPLACING
           ==CALC-AUDIT-RECORD== BY ==CALC-SORTED-RECORD==.

       FD  CALC-REPORT-FILE.
       01 CALC-REPORT-LINE             PIC X(100).
       01 CALC-PAGE-NUMBER             PIC 9(03) VALUE 0.

       01 CALC-OP-TOTALS-TABLE.
           05 CALC-OP-TOTAL-ENTRY OCCURS 9 TIMES.
               10 CALC-OP-TOT-COUNT    PIC 9(07) COMP.
               10 CALC-OP-TOT-AMOUNT   PIC S9(09)V99.

           05 FILLER                   PIC X(08) VALUE "  PAGE: ".
           05 CALC-HDR-PAGE-NUMBER     PIC ZZ9.

       01 CALC-HEADER-LINE-2.
           05 FILLER                   PIC X(35) VALUE
               "DATE     TIME     TRAN-ID    RUN   ".
           05 FILLER                   PIC X(55) VALUE
               "OP         NUM1         NUM2       RESULT ERR".

       01 CALC-SOURCE-LINE.
           05 CALC-SRC-DESC            PIC X(24).
               MOVE "Y" TO CALC-ABORT-SW
           END-IF
           MOVE 1 TO CALC-OP-SUB
           PERFORM 1100-CLEAR-ONE-OP-TOTAL UNTIL CALC-OP-SUB > 9.
       1000-VALIDATE-PARM-EXIT.
           EXIT.

           ADD CALC-AUD-RESULT OF CALC-SORTED-RECORD
               TO CALC-GRAND-AMOUNT
           IF CALC-AUD-OPCODE OF CALC-SORTED-RECORD >= 1
                   AND CALC-AUD-OPCODE OF CALC-SORTED-RECORD <= 9 THEN
               ADD 1 TO CALC-OP-TOT-COUNT
                   (CALC-AUD-OPCODE OF CALC-SORTED-RECORD)
               ADD CALC-AUD-RESULT OF CALC-SORTED-RECORD
           WRITE CALC-REPORT-LINE
           ADD 1 TO CALC-LINE-COUNT
           MOVE 1 TO CALC-OP-SUB
           PERFORM 8100-PRINT-ONE-OP-TOTAL UNTIL CALC-OP-SUB > 9
           MOVE CALC-PACK-COUNT TO CALC-GT-COUNT
           MOVE CALC-GRAND-AMOUNT TO CALC-GT-AMOUNT
           IF CALC-LINE-COUNT >= CALC-LINES-PER-PAGE THEN
           ADD 1 TO CALC-OP-SUB.

      *>-----------------------------------------------------------------*
      *> 8200-SET-OPCODE-DESCRIPTION - MAPS THE 1-9 OPCODE TO ITS NAME,  *
      *> THE SAME TEXT CalcSummaryReport PRINTS IN ITS PAGE HEADERS.     *
      *>-----------------------------------------------------------------*
       8200-SET-OPCODE-DESCRIPTION.
                   MOVE "AVERAGE" TO CALC-OPCODE-DESC
               WHEN 8
                   MOVE "ROUNDED DIVIDE" TO CALC-OPCODE-DESC
               WHEN 9
                   MOVE "TIERED RATE" TO CALC-OPCODE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO CALC-OPCODE-DESC
           END-EVALUATE.
