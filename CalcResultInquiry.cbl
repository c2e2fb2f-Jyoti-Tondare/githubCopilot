      *>                ROW ARE CALLED OUT ON THEIR OWN LINE - THE        *
      *>                OPERATOR CAN TELL WHICH DAY'S POSTING THEY ARE    *
      *>                LOOKING AT.                                       *
      *> 10/15/2026 RH  A REVERSAL ROW SHOWS THE TRANSACTION IT REVERSES,  *
      *>                AND A REVERSED ORIGINAL SHOWS THE TRANSACTION THAT *
      *>                REVERSED IT.                                       *
      *>=================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcResultInquiry.
           END-IF.

      *>-----------------------------------------------------------------*
      *> 2000-DISPLAY-RESULT - SHOWS THE MASTER ROW THE READ RETURNED,   *
      *> WITH THE REVERSAL IT BELONGS TO WHEN THERE IS ONE.              *
      *>-----------------------------------------------------------------*
       2000-DISPLAY-RESULT.
           MOVE CALC-MST-NUM1 TO CALC-NUM1-DISPLAY
               DISPLAY "Status      : OK"
           END-IF
           DISPLAY "Processed   : " CALC-MST-DATE " " CALC-MST-TIME
               "  run " CALC-MST-RUN-ID
           IF CALC-MST-ROW-REVERSAL THEN
               DISPLAY "Reverses    : " CALC-MST-REVERSES-ID
           END-IF
           IF CALC-MST-REVERSED THEN
               DISPLAY "Reversed by : " CALC-MST-REVERSED-BY
           END-IF.
