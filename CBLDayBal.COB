      *                   OK records - the count was read and never
      *                   checked, the same dead-field pattern as
      *                   the written count before it.
      *   15/10/26  Beri  Declined-hold notices on the result file
      *                   repeat an earlier run's figures and are
      *                   not records the calculator read, so they
      *                   are left out of the result counts and
      *                   reported on a note line of their own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDayBal.
       77 WS-RES-TOTAL             PIC 9(07) COMP VALUE ZERO.
       77 WS-RES-OK-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-RES-ERR-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-RES-NOTICE-COUNT      PIC 9(07) COMP VALUE ZERO.
       77 WS-NOTE-COUNT            PIC ZZZZZZ9.
       77 WS-AUD-DAY-COUNT         PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------*
            .

       PROC-RES-LOOP.
            IF CR-POST-DECLINED
                ADD 1 TO WS-RES-NOTICE-COUNT
            ELSE
                ADD 1 TO WS-RES-TOTAL

                IF CR-STATUS-ERROR
                    ADD 1 TO WS-RES-ERR-COUNT
                ELSE
                    ADD 1 TO WS-RES-OK-COUNT
                END-IF
            END-IF

            PERFORM PROC-RES-READ
            PERFORM PROC-CHECK-EQUAL
                    THRU PROC-CHECK-EQUAL-END

            IF WS-RES-NOTICE-COUNT > ZERO
                MOVE WS-RES-NOTICE-COUNT TO WS-NOTE-COUNT
                MOVE "DECLINED-HOLD NOTICES ON RESULT FILE, NOT "
                  TO WS-NOTE-TEXT
                MOVE "COUNTED:" TO WS-NOTE-TEXT(43:8)
                MOVE WS-NOTE-COUNT TO WS-NOTE-TEXT(52:7)
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            MOVE "AUDIT CHECK ASSUMES NO SAME-DAY INTERACTIVE "
              TO WS-NOTE-TEXT
