      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Customer copy of a loan repayment schedule, printed
      *          from the SCHDFILE schedule file CBLCalcu writes for
      *          every loan installment work order (op code L).
      *
      *          Each schedule prints on a page of its own, headed
      *          with the loan terms and the level installment, one
      *          line per monthly period - installment, interest,
      *          principal repaid and balance remaining - and totals
      *          of everything repaid and the interest within it, so
      *          the desk hands the customer the plan the ledger was
      *          posted from rather than a copy worked out again on
      *          a desk calculator.
      *
      *          Card: columns 1-15 a work-order reference (date and
      *          sequence) prints that one schedule; blank prints
      *          every schedule worked out on the date in columns
      *          16-23 (CCYYMMDD), today if that is blank too.
      *
      *          RETURN-CODE 00 printed, 04 nothing on SCHDFILE
      *          matched the card, so the desk knows the customer's
      *          copy did not come out.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLSchPrt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHDFILE  ASSIGN TO SCHDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHD-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT SCHPRT    ASSIGN TO SCHPRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SCH-RECORD.
           COPY CALCSCH.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  SCHPRT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SCHD-STATUS           PIC X(02).
           88  WS-SCHD-OK          VALUE "00".
           88  WS-SCHD-NOT-FOUND   VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

      *-----------------------------------------------------------*
      * Print card: one work order, or every schedule of a date.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-WORK-ORDER.
               10  WS-PARM-WO-DATE     PIC 9(08).
               10  WS-PARM-WO-SEQ      PIC 9(07).
           05  WS-PARM-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(57).

       01 WS-SEL-WORK-ORDER.
           05  WS-SEL-WO-DATE          PIC 9(08)      VALUE ZERO.
           05  WS-SEL-WO-SEQ           PIC 9(07)      VALUE ZERO.

       77 WS-SEL-RUN-DATE          PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------*
      * WS-SCHD-FLAG - whether a schedule is being printed, so the
      * first line of the next one (or end of file) closes it off
      * with its totals.  WS-CUR-WORK-ORDER is the one in hand.
      *-----------------------------------------------------------*
       77 WS-SCHD-FLAG             PIC X(01)      VALUE "N".
           88  WS-IN-SCHEDULE      VALUE "Y".

       01 WS-CUR-WORK-ORDER.
           05  WS-CUR-WO-DATE          PIC 9(08)      VALUE ZERO.
           05  WS-CUR-WO-SEQ           PIC 9(07)      VALUE ZERO.

      *-----------------------------------------------------------*
      * The schedule in hand: its terms, taken off its first line,
      * and the running totals for its closing lines.
      *-----------------------------------------------------------*
       77 WS-CUR-AMOUNT            PIC S9(07)V99  VALUE ZERO.
       77 WS-CUR-RATE              PIC 9(03)V99   VALUE ZERO.
       77 WS-CUR-PERIODS           PIC 9(03)      VALUE ZERO.
       77 WS-CUR-INSTALLMENT       PIC S9(07)V99  VALUE ZERO.
       77 WS-CUR-RUN-DATE          PIC 9(08)      VALUE ZERO.
       77 WS-CUR-TOT-PAID          PIC S9(09)V99  VALUE ZERO.
       77 WS-CUR-TOT-INTEREST      PIC S9(09)V99  VALUE ZERO.
       77 WS-CUR-TOT-PRINCIPAL     PIC S9(09)V99  VALUE ZERO.

       77 WS-SCHEDULE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77 WS-LINE-PRINTED-COUNT    PIC 9(07) COMP VALUE ZERO.
       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       77 WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 50.
       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE
               "LOAN REPAYMENT SCHEDULE".
           05  FILLER                  PIC X(05)  VALUE "PAGE ".
           05  WS-HDG-1-PAGE           PIC ZZZ9.

       01 WS-HDG-CONT.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "REFERENCE".
           05  WS-HDC-WO-DATE          PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE "-".
           05  WS-HDC-WO-SEQ           PIC 9(07).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-HDC-TEXT             PIC X(20).

       01 WS-HDG-TERM.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-HDT-TEXT             PIC X(32).
           05  WS-HDT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.

       01 WS-HDG-RATE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
               "ANNUAL INTEREST RATE".
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  WS-HDR-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(02)  VALUE " %".

       01 WS-HDG-PERIODS.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
               "NUMBER OF MONTHLY INSTALLMENTS".
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  WS-HDP-PERIODS          PIC ZZ9.

       01 WS-HDG-DATE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
               "SCHEDULE PREPARED".
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-HDD-DATE             PIC 9999/99/99.

       01 WS-HDG-COL-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "PAYMENT".
           05  FILLER                  PIC X(16)  VALUE
               "   INSTALLMENT".
           05  FILLER                  PIC X(16)  VALUE
               "      INTEREST".
           05  FILLER                  PIC X(16)  VALUE
               "     PRINCIPAL".
           05  FILLER                  PIC X(16)  VALUE
               "       BALANCE".

       01 WS-HDG-COL-2.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "NUMBER".
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE
               "        REPAID".
           05  FILLER                  PIC X(16)  VALUE
               "     REMAINING".

       01 WS-DETAIL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-PERIOD           PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-DTL-INSTALLMENT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-DTL-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-DTL-PRINCIPAL        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-DTL-BALANCE          PIC ZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE "TOTAL".
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-TOT-PAID             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-TOT-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-TOT-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-NOTE-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(80).

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            OPEN OUTPUT SCHPRT

            OPEN INPUT SCHDFILE

            IF WS-SCHD-NOT-FOUND
                MOVE SPACES TO RPT-LINE
                MOVE "NO SCHEDULE FILE - NO LOAN SCHEDULES ON RECORD"
                  TO RPT-LINE(6:50)
                WRITE RPT-LINE AFTER ADVANCING PAGE
            ELSE
                PERFORM PROC-SCHD-READ
                PERFORM PROC-REPORT-LOOP
                        THRU PROC-REPORT-LOOP-END
                        UNTIL WS-EOF
                CLOSE SCHDFILE

                IF WS-IN-SCHEDULE
                    PERFORM PROC-SCHEDULE-END
                            THRU PROC-SCHEDULE-END-END
                END-IF

                IF WS-SCHEDULE-COUNT = ZERO
                    MOVE SPACES TO RPT-LINE
                    MOVE "NO LOAN SCHEDULE MATCHES THE CARD"
                      TO RPT-LINE(6:40)
                    WRITE RPT-LINE AFTER ADVANCING PAGE
                END-IF
            END-IF

            CLOSE SCHPRT

            DISPLAY "CBLSCHPRT COMPLETE - SCHEDULES PRINTED: "
                    WS-SCHEDULE-COUNT
                    "  LINES: " WS-LINE-PRINTED-COUNT

            IF WS-SCHEDULE-COUNT = ZERO
                DISPLAY "WARNING: NO LOAN SCHEDULE MATCHES THE CARD"
                MOVE 04 TO RETURN-CODE
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PARM-LOAD - a non-zero work order selects that one
      * schedule; otherwise the run date on the card, or today,
      * selects every schedule worked out that day.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            MOVE WS-RUN-DATE TO WS-SEL-RUN-DATE
            MOVE SPACES      TO WS-PARM-CARD

            OPEN INPUT PARMFILE

            IF WS-PARM-NOT-FOUND
                CONTINUE
            ELSE
                READ PARMFILE INTO WS-PARM-CARD
                    AT END
                        MOVE SPACES TO WS-PARM-CARD
                END-READ
                CLOSE PARMFILE

                IF WS-PARM-WORK-ORDER NUMERIC
                   AND WS-PARM-WORK-ORDER NOT = ZERO
                    MOVE WS-PARM-WORK-ORDER TO WS-SEL-WORK-ORDER
                END-IF
                IF WS-PARM-RUN-DATE NUMERIC
                   AND WS-PARM-RUN-DATE > ZERO
                    MOVE WS-PARM-RUN-DATE TO WS-SEL-RUN-DATE
                END-IF
            END-IF
            .
       PROC-PARM-LOAD-END.

       PROC-SCHD-READ.
            READ SCHDFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

      *-----------------------------------------------------------*
      * PROC-REPORT-LOOP - a schedule's lines sit together on the
      * file, so a change of work order, or a line the card does
      * not select, closes the schedule in hand off with its
      * totals, and a selected line of a new work order opens the
      * next one on a fresh page.
      *-----------------------------------------------------------*
       PROC-REPORT-LOOP.
            IF WS-IN-SCHEDULE
               AND SC-WORK-ORDER NOT = WS-CUR-WORK-ORDER
                PERFORM PROC-SCHEDULE-END
                        THRU PROC-SCHEDULE-END-END
            END-IF

            IF (WS-SEL-WORK-ORDER NOT = ZERO
                AND SC-WORK-ORDER = WS-SEL-WORK-ORDER)
             OR (WS-SEL-WORK-ORDER = ZERO
                AND SC-RUN-DATE = WS-SEL-RUN-DATE)
                IF NOT WS-IN-SCHEDULE
                    PERFORM PROC-SCHEDULE-START
                            THRU PROC-SCHEDULE-START-END
                END-IF
                PERFORM PROC-PRINT-DETAIL
                        THRU PROC-PRINT-DETAIL-END
            END-IF

            PERFORM PROC-SCHD-READ
            .
       PROC-REPORT-LOOP-END.

       PROC-SCHEDULE-START.
            MOVE "Y"            TO WS-SCHD-FLAG
            ADD 1               TO WS-SCHEDULE-COUNT
            MOVE SC-WORK-ORDER  TO WS-CUR-WORK-ORDER
            MOVE SC-LOAN-AMOUNT TO WS-CUR-AMOUNT
            MOVE SC-ANNUAL-RATE TO WS-CUR-RATE
            MOVE SC-PERIODS     TO WS-CUR-PERIODS
            MOVE SC-INSTALLMENT TO WS-CUR-INSTALLMENT
            MOVE SC-RUN-DATE    TO WS-CUR-RUN-DATE
            MOVE ZERO           TO WS-CUR-TOT-PAID
            MOVE ZERO           TO WS-CUR-TOT-INTEREST
            MOVE ZERO           TO WS-CUR-TOT-PRINCIPAL
            MOVE SPACES         TO WS-HDC-TEXT

            PERFORM PROC-PRINT-HEADINGS
                    THRU PROC-PRINT-HEADINGS-END
            .
       PROC-SCHEDULE-START-END.

      *-----------------------------------------------------------*
      * PROC-SCHEDULE-END - the totals for the schedule in hand and
      * the note on the final installment.
      *-----------------------------------------------------------*
       PROC-SCHEDULE-END.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE WS-CUR-TOT-PAID      TO WS-TOT-PAID
            MOVE WS-CUR-TOT-INTEREST  TO WS-TOT-INTEREST
            MOVE WS-CUR-TOT-PRINCIPAL TO WS-TOT-PRINCIPAL
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "THE FINAL INSTALLMENT IS ADJUSTED FOR ROUNDING SO "
              TO WS-NOTE-TEXT
            WRITE RPT-LINE FROM WS-NOTE-LINE
                  AFTER ADVANCING 1 LINE
            MOVE "THAT THE LOAN IS REPAID EXACTLY."
              TO WS-NOTE-TEXT
            WRITE RPT-LINE FROM WS-NOTE-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "N" TO WS-SCHD-FLAG
            .
       PROC-SCHEDULE-END-END.

       PROC-PRINT-DETAIL.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                MOVE "(CONTINUED)" TO WS-HDC-TEXT
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
            END-IF

            MOVE SC-PERIOD         TO WS-DTL-PERIOD
            MOVE SC-INSTALLMENT    TO WS-DTL-INSTALLMENT
            MOVE SC-INTEREST       TO WS-DTL-INTEREST
            MOVE SC-PRINCIPAL-PAID TO WS-DTL-PRINCIPAL
            MOVE SC-BALANCE        TO WS-DTL-BALANCE

            WRITE RPT-LINE FROM WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-LINE-PRINTED-COUNT

            ADD SC-INSTALLMENT    TO WS-CUR-TOT-PAID
            ADD SC-INTEREST       TO WS-CUR-TOT-INTEREST
            ADD SC-PRINCIPAL-PAID TO WS-CUR-TOT-PRINCIPAL
            .
       PROC-PRINT-DETAIL-END.

      *-----------------------------------------------------------*
      * PROC-PRINT-HEADINGS - a schedule's first page carries the
      * loan terms; a continuation page repeats the reference so a
      * loose page still says whose plan it is.
      *-----------------------------------------------------------*
       PROC-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE WS-CUR-WO-DATE TO WS-HDC-WO-DATE
            MOVE WS-CUR-WO-SEQ  TO WS-HDC-WO-SEQ
            WRITE RPT-LINE FROM WS-HDG-CONT
                  AFTER ADVANCING 1 LINE
            MOVE 3 TO WS-LINE-COUNT

            IF WS-HDC-TEXT = SPACES
                MOVE WS-CUR-RUN-DATE TO WS-HDD-DATE
                WRITE RPT-LINE FROM WS-HDG-DATE
                      AFTER ADVANCING 1 LINE

                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE AFTER ADVANCING 1 LINE

                MOVE "AMOUNT BORROWED" TO WS-HDT-TEXT
                MOVE WS-CUR-AMOUNT     TO WS-HDT-AMOUNT
                WRITE RPT-LINE FROM WS-HDG-TERM
                      AFTER ADVANCING 1 LINE

                MOVE WS-CUR-RATE TO WS-HDR-RATE
                WRITE RPT-LINE FROM WS-HDG-RATE
                      AFTER ADVANCING 1 LINE

                MOVE WS-CUR-PERIODS TO WS-HDP-PERIODS
                WRITE RPT-LINE FROM WS-HDG-PERIODS
                      AFTER ADVANCING 1 LINE

                MOVE "MONTHLY INSTALLMENT" TO WS-HDT-TEXT
                MOVE WS-CUR-INSTALLMENT    TO WS-HDT-AMOUNT
                WRITE RPT-LINE FROM WS-HDG-TERM
                      AFTER ADVANCING 1 LINE

                ADD 6 TO WS-LINE-COUNT
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-HDG-COL-1
                  AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-HDG-COL-2
                  AFTER ADVANCING 1 LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            ADD 4 TO WS-LINE-COUNT
            .
       PROC-PRINT-HEADINGS-END.
       END PROGRAM CBLSchPrt.
