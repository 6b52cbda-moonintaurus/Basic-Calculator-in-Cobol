      *                   STEPCTL per completed run, so CBLDayBal
      *                   can prove the report ran against the day's
      *                   result file at day end.
      *   15/10/26  Beri  Name the reversal operation (op code R).
      *   15/10/26  Beri  A result whose posting was held over the
      *                   account limit prints as POST HELD, and a
      *                   declined-hold notice as NOT POSTED; the
      *                   notices repeat an earlier run's figures,
      *                   so they are counted on their own line and
      *                   kept out of the transactions reported,
      *                   the result total and the step record.
      *   15/10/26  Beri  Name the loan installment operation (op
      *                   code L).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLResRpt.
      *-----------------------------------------------------------*
       77 WS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77 WS-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
       77 WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
       77 WS-DECLINED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77 WS-RESULT-TOTAL          PIC S9(11)V99  VALUE ZERO.
       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       PROC-STEP-WRITE-END.

       PROC-REPORT-LOOP.
            PERFORM PROC-OP-NAME
                    THRU PROC-OP-NAME-END

            EVALUATE TRUE
                   WHEN CR-POST-DECLINED
                       ADD 1 TO WS-DECLINED-COUNT
                       MOVE "NOT POSTED"   TO WS-STATUS-WORDS
                   WHEN CR-STATUS-ERROR
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "** ERROR **"  TO WS-STATUS-WORDS
                   WHEN CR-POST-HELD
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-HELD-COUNT
                       ADD CR-RESULT TO WS-RESULT-TOTAL
                       MOVE "POST HELD"    TO WS-STATUS-WORDS
                   WHEN OTHER
                       ADD 1 TO WS-READ-COUNT
                       ADD CR-RESULT TO WS-RESULT-TOTAL
                       MOVE "COMPLETED"    TO WS-STATUS-WORDS
            END-EVALUATE

            PERFORM PROC-PRINT-DETAIL
                    THRU PROC-PRINT-DETAIL-END
                       MOVE "DISCOUNT"       TO WS-OP-NAME
                   WHEN "0"
                       MOVE "ROUNDING"       TO WS-OP-NAME
                   WHEN "R"
                       MOVE "REVERSAL"       TO WS-OP-NAME
                   WHEN "L"
                       MOVE "INSTALLMENT"    TO WS-OP-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN"        TO WS-OP-NAME
            END-EVALUATE
            SUBTRACT WS-ERROR-COUNT FROM WS-READ-COUNT
                     GIVING WS-TOT-COUNT
            MOVE WS-RESULT-TOTAL                TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "POSTINGS HELD FOR APPROVAL"   TO WS-TOT-TEXT
            MOVE WS-HELD-COUNT                  TO WS-TOT-COUNT
            MOVE ZERO                           TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "DECLINED HOLDS - NOT POSTED"  TO WS-TOT-TEXT
            MOVE WS-DECLINED-COUNT              TO WS-TOT-COUNT
            MOVE ZERO                           TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE
            .
