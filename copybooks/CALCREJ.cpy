      *>                CORRECTED RETRANSMISSION KEEPS THE BATCH ID, SO   *
      *>                BATCH-LEVEL REJECTS GET THE SAME LIFECYCLE AS     *
      *>                DETAIL REJECTS INSTEAD OF AGING FOREVER.          *
      *> 10/15/2026 RH  ADDED REASON "06" FOR AN "X" REVERSAL WHOSE       *
      *>                ORIGINAL TRANSACTION ID IS NOT ON THE CALCMST     *
      *>                RESULTS MASTER, WAS ALREADY REVERSED (ON THE      *
      *>                MASTER OR EARLIER IN THE SAME CALCIN), IS ITSELF  *
      *>                A REVERSAL, OR DID NOT POST CLEAN.                *
      *> 10/15/2026 RH  ADDED REASON "07" FOR A DETAIL WHOSE TRANSACTION  *
      *>                ID IS ALREADY ON THE CALCMST RESULTS MASTER OR    *
      *>                CAME EARLIER IN THE SAME CALCIN.  SUCH A ROW      *
      *>                CARRIES THE RUN ID AND DATE THE ID FIRST POSTED   *
      *>                UNDER (TONIGHT'S RUN AND DATE FOR A REPEAT        *
      *>                WITHIN CALCIN) SO THE RATE DESK CAN TELL A TRUE   *
      *>                RESEND FROM AN ID COLLISION; BOTH ARE ZERO ON     *
      *>                EVERY OTHER REASON.                               *
      *> 10/15/2026 RH  REASON "05" NOW ALSO COVERS A TIERED SCHEDULE     *
      *>                (OPCODE 9) DETAIL WHOSE SCHEDULE CODE HAS NO      *
      *>                CALCTRS SCHEDULE IN EFFECT ON THE PROCESSING      *
      *>                DATE; THE FAILING FIELD IS GIVEN AS "SCHEDULE".   *
      *>=================================================================*
       01 CALC-REJECT-RECORD.
           05 CALC-REJ-IMAGE           PIC X(42).
               88 CALC-REJ-BAD-STRUCTURE  VALUE "03".
               88 CALC-REJ-BATCH-FAILED   VALUE "04".
               88 CALC-REJ-BAD-RATECODE   VALUE "05".
               88 CALC-REJ-BAD-REVERSAL   VALUE "06".
               88 CALC-REJ-DUPLICATE-ID   VALUE "07".
           05 CALC-REJ-FIELD-NAME      PIC X(10).
           05 CALC-REJ-ID              PIC 9(07).
           05 CALC-REJ-DATE            PIC 9(08).
               88 CALC-REJ-OPEN        VALUE "O".
               88 CALC-REJ-CLOSED      VALUE "C".
               88 CALC-REJ-WRITTEN-OFF VALUE "W".
           05 CALC-REJ-ORIG-RUN-ID     PIC 9(05).
           05 CALC-REJ-ORIG-DATE       PIC 9(08).
