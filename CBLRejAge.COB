      *
      * Modification History:
      *   03/09/26  Beri  Original version.
      *   15/10/26  Beri  Print the meaning of every reason code the
      *                   edit now raises - reversals (13 to 15),
      *                   duplicate work orders (16) and loan terms
      *                   (17 to 19) - instead of UNKNOWN REASON.
      *   15/10/26  Beri  Name reason 20, loan terms the rounded
      *                   installment cannot carry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLRejAge.
                   WHEN "12"
                       MOVE "GL ACCOUNT NOT ON CHART"
                         TO WS-REASON-TEXT
                   WHEN "13"
                       MOVE "BAD ORIGINAL ON REVERSAL"
                         TO WS-REASON-TEXT
                   WHEN "14"
                       MOVE "ORIGINAL NEVER POSTED"
                         TO WS-REASON-TEXT
                   WHEN "15"
                       MOVE "ORIGINAL ALREADY REVERSED"
                         TO WS-REASON-TEXT
                   WHEN "16"
                       MOVE "DUPLICATE WORK ORDER"
                         TO WS-REASON-TEXT
                   WHEN "17"
                       MOVE "LOAN TERM NOT 1 TO 360 PERIODS"
                         TO WS-REASON-TEXT
                   WHEN "18"
                       MOVE "LOAN PRINCIPAL NOT ABOVE ZERO"
                         TO WS-REASON-TEXT
                   WHEN "19"
                       MOVE "LOAN RATE NOT 0 TO 99.99 PCT"
                         TO WS-REASON-TEXT
                   WHEN "20"
                       MOVE "LOAN INSTALLMENT NOT VIABLE"
                         TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN REASON"
                         TO WS-REASON-TEXT
