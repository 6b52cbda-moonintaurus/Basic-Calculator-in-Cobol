      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Failed sign-on and lock-out report over the SIGNLOG
      *          sign-on log and the OPRFILE operator file.
      *
      *          Every program that signs an operator on against
      *          OPRFILE logs each attempt on SIGNLOG, good or bad,
      *          and the third consecutive bad password locks the
      *          operator out.  A lock-out nobody hears about is
      *          just a desk that cannot work the next morning, and
      *          a run of bad passwords against somebody else's ID
      *          is exactly what should be heard about, so this
      *          report lists every failed or refused attempt in the
      *          date range on the card, flags the ones that locked
      *          an operator out, and then lists every operator who
      *          is locked out on OPRFILE now, however long ago it
      *          happened.
      *
      *          Card: from date and to date (CCYYMMDD); a blank
      *          from date means today, a blank to date the from
      *          date.
      *
      *          RETURN-CODE 00 nothing locked, 04 an operator was
      *          locked out in the range or is locked out now, so
      *          the scheduler can flag the day for the operator
      *          administrator.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLSgnRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNLOG   ASSIGN TO SIGNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SGN-STATUS.

           SELECT OPRFILE   ASSIGN TO OPRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPR-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT SGNRPT    ASSIGN TO SGNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SGN-RECORD.
           COPY CALCSGN.

       FD  OPRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OPR-RECORD.
           COPY CALCOPR.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  SGNRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SGN-STATUS            PIC X(02).
           88  WS-SGN-OK           VALUE "00".
           88  WS-SGN-NOT-FOUND    VALUE "35".

       77 WS-OPR-STATUS            PIC X(02).
           88  WS-OPR-OK           VALUE "00".
           88  WS-OPR-NOT-FOUND    VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

      *-----------------------------------------------------------*
      * Report card: the date range of the sign-on log to report.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-FROM-DATE       PIC 9(08).
           05  WS-PARM-TO-DATE         PIC 9(08).
           05  FILLER                  PIC X(64).

       77 WS-FROM-DATE             PIC 9(08)      VALUE ZERO.
       77 WS-TO-DATE               PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------*
      * Report counters and page control.  The counts by event
      * cover the date range; WS-LOCKED-NOW-COUNT is OPRFILE as it
      * stands.
      *-----------------------------------------------------------*
       77 WS-ATTEMPT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-SIGNED-ON-COUNT       PIC 9(07) COMP VALUE ZERO.
       77 WS-BAD-PASSWORD-COUNT    PIC 9(07) COMP VALUE ZERO.
       77 WS-UNKNOWN-ID-COUNT      PIC 9(07) COMP VALUE ZERO.
       77 WS-LOCKOUT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-REFUSED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-NOT-AUTH-COUNT        PIC 9(07) COMP VALUE ZERO.
       77 WS-LOCKED-NOW-COUNT      PIC 9(07) COMP VALUE ZERO.
       77 WS-LISTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       77 WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 50.
       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * WS-RPT-SECTION-FLAG - which column heading a page break
      * repeats: the sign-on log section or the locked-operator
      * section.
      *-----------------------------------------------------------*
       77 WS-RPT-SECTION-FLAG      PIC X(01)      VALUE "S".
           88  WS-RPT-LOG-SECTION  VALUE "S".
           88  WS-RPT-LOCK-SECTION VALUE "L".

      *-----------------------------------------------------------*
      * Time split for printing HHMMSSss as HH:MM:SS.
      *-----------------------------------------------------------*
       01 WS-TIME-SPLIT.
           05  WS-TIME-HH              PIC X(02).
           05  WS-TIME-MM              PIC X(02).
           05  WS-TIME-SS              PIC X(02).
           05  FILLER                  PIC X(02).

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(45)  VALUE
               "CBLCALCU FAILED SIGN-ON AND LOCKOUT REPORT".
           05  FILLER                  PIC X(10)  VALUE
               "RUN DATE ".
           05  WS-HDG-1-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE "PAGE ".
           05  WS-HDG-1-PAGE           PIC ZZZ9.

       01 WS-HDG-SEL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "SIGN-ONS FROM ".
           05  WS-HDG-FROM             PIC 9999/99/99.
           05  FILLER                  PIC X(04)  VALUE " TO ".
           05  WS-HDG-TO               PIC 9999/99/99.

       01 WS-HDG-LOG-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "DATE".
           05  FILLER                  PIC X(10)  VALUE "TIME".
           05  FILLER                  PIC X(10)  VALUE "OPERATOR".
           05  FILLER                  PIC X(12)  VALUE "PROGRAM".
           05  FILLER                  PIC X(34)  VALUE "ATTEMPT".
           05  FILLER                  PIC X(05)  VALUE "FAILS".

       01 WS-HDG-LOCK-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "OPERATOR".
           05  FILLER                  PIC X(32)  VALUE "NAME".
           05  FILLER                  PIC X(22)  VALUE
               "LOCKED OUT".
           05  FILLER                  PIC X(14)  VALUE
               "LAST SIGN-ON".

       01 WS-LOG-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-LOG-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LOG-TIME.
               10  WS-LOG-TIME-HH      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-LOG-TIME-MM      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-LOG-TIME-SS      PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LOG-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LOG-PROGRAM          PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LOG-EVENT            PIC X(32).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LOG-FAILS            PIC 9(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-LOG-FLAG             PIC X(18).

       01 WS-LOCK-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-LCK-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LCK-NAME             PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LCK-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-LCK-TIME.
               10  WS-LCK-TIME-HH      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-LCK-TIME-MM      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-LCK-TIME-SS      PIC X(02).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LCK-LAST-DATE        PIC 9999/99/99.

       01 WS-SECTION-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-SECT-TEXT            PIC X(60).

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(34).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            OPEN OUTPUT SGNRPT

            PERFORM PROC-REPORT-LOG
                    THRU PROC-REPORT-LOG-END

            PERFORM PROC-REPORT-LOCKED
                    THRU PROC-REPORT-LOCKED-END

            PERFORM PROC-TOTALS
                    THRU PROC-TOTALS-END

            CLOSE SGNRPT

            DISPLAY "CBLSGNRPT COMPLETE - FAILED OR REFUSED: "
                    WS-LISTED-COUNT
                    "  LOCK-OUTS: " WS-LOCKOUT-COUNT
                    "  LOCKED NOW: " WS-LOCKED-NOW-COUNT

            IF WS-LOCKOUT-COUNT > ZERO
             OR WS-LOCKED-NOW-COUNT > ZERO
                MOVE 04 TO RETURN-CODE
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PARM-LOAD - the date range, with today as the
      * fallback for the from date and the from date for the to
      * date.  A range given backwards is turned round.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            MOVE WS-RUN-DATE TO WS-FROM-DATE
            MOVE ZERO        TO WS-TO-DATE

            OPEN INPUT PARMFILE

            IF WS-PARM-NOT-FOUND
                CONTINUE
            ELSE
                READ PARMFILE INTO WS-PARM-CARD
                    AT END
                        MOVE ZERO TO WS-PARM-FROM-DATE
                        MOVE ZERO TO WS-PARM-TO-DATE
                END-READ
                CLOSE PARMFILE

                IF WS-PARM-FROM-DATE NUMERIC
                   AND WS-PARM-FROM-DATE > ZERO
                    MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                END-IF
                IF WS-PARM-TO-DATE NUMERIC
                   AND WS-PARM-TO-DATE > ZERO
                    MOVE WS-PARM-TO-DATE TO WS-TO-DATE
                END-IF
            END-IF

            IF WS-TO-DATE = ZERO
                MOVE WS-FROM-DATE TO WS-TO-DATE
            END-IF

            IF WS-TO-DATE < WS-FROM-DATE
                MOVE WS-TO-DATE   TO WS-PARM-TO-DATE
                MOVE WS-FROM-DATE TO WS-TO-DATE
                MOVE WS-PARM-TO-DATE TO WS-FROM-DATE
            END-IF
            .
       PROC-PARM-LOAD-END.

      *-----------------------------------------------------------*
      * PROC-REPORT-LOG - every failed or refused attempt on the
      * sign-on log in the date range.  Good sign-ons are counted
      * but not listed.
      *-----------------------------------------------------------*
       PROC-REPORT-LOG.
            SET WS-RPT-LOG-SECTION TO TRUE
            PERFORM PROC-PRINT-HEADINGS
                    THRU PROC-PRINT-HEADINGS-END

            MOVE "N" TO WS-EOF-FLAG

            OPEN INPUT SIGNLOG

            IF WS-SGN-NOT-FOUND
                MOVE SPACES TO RPT-LINE
                MOVE "NO SIGN-ON LOG - NO SIGN-ONS RECORDED"
                  TO RPT-LINE(6:40)
                WRITE RPT-LINE AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            ELSE
                PERFORM PROC-SGN-READ
                PERFORM PROC-LOG-LOOP
                        THRU PROC-LOG-LOOP-END
                        UNTIL WS-EOF
                CLOSE SIGNLOG

                IF WS-LISTED-COUNT = ZERO
                    MOVE SPACES TO RPT-LINE
                    MOVE "NO FAILED OR REFUSED SIGN-ONS IN THE RANGE"
                      TO RPT-LINE(6:45)
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
            END-IF
            .
       PROC-REPORT-LOG-END.

       PROC-SGN-READ.
            READ SIGNLOG
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-LOG-LOOP.
            IF SL-DATE >= WS-FROM-DATE
               AND SL-DATE <= WS-TO-DATE
                ADD 1 TO WS-ATTEMPT-COUNT
                IF SL-SIGNED-ON
                    ADD 1 TO WS-SIGNED-ON-COUNT
                ELSE
                    PERFORM PROC-PRINT-LOG
                            THRU PROC-PRINT-LOG-END
                END-IF
            END-IF

            PERFORM PROC-SGN-READ
            .
       PROC-LOG-LOOP-END.

       PROC-PRINT-LOG.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
            END-IF

            ADD 1 TO WS-LISTED-COUNT

            MOVE SL-DATE        TO WS-LOG-DATE
            MOVE SL-TIME        TO WS-TIME-SPLIT
            MOVE WS-TIME-HH     TO WS-LOG-TIME-HH
            MOVE WS-TIME-MM     TO WS-LOG-TIME-MM
            MOVE WS-TIME-SS     TO WS-LOG-TIME-SS
            MOVE SL-OPERATOR-ID TO WS-LOG-OPERATOR
            MOVE SL-PROGRAM     TO WS-LOG-PROGRAM
            MOVE SL-FAIL-COUNT  TO WS-LOG-FAILS
            MOVE SPACES         TO WS-LOG-FLAG

            EVALUATE TRUE
                   WHEN SL-BAD-PASSWORD
                       MOVE "WRONG PASSWORD" TO WS-LOG-EVENT
                       ADD 1 TO WS-BAD-PASSWORD-COUNT
                   WHEN SL-UNKNOWN-ID
                       MOVE "UNKNOWN OPERATOR ID" TO WS-LOG-EVENT
                       ADD 1 TO WS-UNKNOWN-ID-COUNT
                   WHEN SL-LOCKED-NOW
                       MOVE "WRONG PASSWORD - LOCKED OUT"
                         TO WS-LOG-EVENT
                       MOVE "** LOCKED OUT **" TO WS-LOG-FLAG
                       ADD 1 TO WS-LOCKOUT-COUNT
                   WHEN SL-REFUSED
                       MOVE "REFUSED - LOCKED OUT OR REVOKED"
                         TO WS-LOG-EVENT
                       ADD 1 TO WS-REFUSED-COUNT
                   WHEN SL-NOT-AUTHORISED
                       MOVE "NOT AUTHORISED FOR THE PROGRAM"
                         TO WS-LOG-EVENT
                       ADD 1 TO WS-NOT-AUTH-COUNT
                   WHEN OTHER
                       MOVE "UNKNOWN EVENT" TO WS-LOG-EVENT
            END-EVALUATE

            WRITE RPT-LINE FROM WS-LOG-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            .
       PROC-PRINT-LOG-END.

      *-----------------------------------------------------------*
      * PROC-REPORT-LOCKED - every operator locked out on OPRFILE
      * now, whenever the lock-out happened.
      *-----------------------------------------------------------*
       PROC-REPORT-LOCKED.
            SET WS-RPT-LOCK-SECTION TO TRUE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            MOVE "OPERATORS LOCKED OUT NOW (OPRFILE)" TO WS-SECT-TEXT
            WRITE RPT-LINE FROM WS-SECTION-LINE
                  AFTER ADVANCING 1 LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-HDG-LOCK-COL
                  AFTER ADVANCING 1 LINE
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            ADD 5 TO WS-LINE-COUNT

            MOVE "N" TO WS-EOF-FLAG

            OPEN INPUT OPRFILE

            IF WS-OPR-NOT-FOUND
                MOVE SPACES TO RPT-LINE
                MOVE "NO OPERATOR FILE" TO RPT-LINE(6:20)
                WRITE RPT-LINE AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            ELSE
                PERFORM PROC-OPR-READ
                PERFORM PROC-LOCKED-LOOP
                        THRU PROC-LOCKED-LOOP-END
                        UNTIL WS-EOF
                CLOSE OPRFILE

                IF WS-LOCKED-NOW-COUNT = ZERO
                    MOVE SPACES TO RPT-LINE
                    MOVE "NO OPERATOR IS LOCKED OUT"
                      TO RPT-LINE(6:30)
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
            END-IF
            .
       PROC-REPORT-LOCKED-END.

       PROC-OPR-READ.
            READ OPRFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-LOCKED-LOOP.
            IF OP-LOCKED
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM PROC-PRINT-HEADINGS
                            THRU PROC-PRINT-HEADINGS-END
                END-IF

                ADD 1 TO WS-LOCKED-NOW-COUNT

                MOVE OP-OPERATOR-ID      TO WS-LCK-OPERATOR
                MOVE OP-NAME             TO WS-LCK-NAME
                MOVE OP-LOCKED-DATE      TO WS-LCK-DATE
                MOVE OP-LOCKED-TIME      TO WS-TIME-SPLIT
                MOVE WS-TIME-HH          TO WS-LCK-TIME-HH
                MOVE WS-TIME-MM          TO WS-LCK-TIME-MM
                MOVE WS-TIME-SS          TO WS-LCK-TIME-SS
                MOVE OP-LAST-SIGNON-DATE TO WS-LCK-LAST-DATE

                WRITE RPT-LINE FROM WS-LOCK-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF

            PERFORM PROC-OPR-READ
            .
       PROC-LOCKED-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-PRINT-HEADINGS - page heading, the range, and the
      * column heading of the section being printed.
      *-----------------------------------------------------------*
       PROC-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE WS-FROM-DATE  TO WS-HDG-FROM
            MOVE WS-TO-DATE    TO WS-HDG-TO
            WRITE RPT-LINE FROM WS-HDG-SEL
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            IF WS-RPT-LOCK-SECTION
                WRITE RPT-LINE FROM WS-HDG-LOCK-COL
                      AFTER ADVANCING 1 LINE
            ELSE
                WRITE RPT-LINE FROM WS-HDG-LOG-COL
                      AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE 5 TO WS-LINE-COUNT
            .
       PROC-PRINT-HEADINGS-END.

       PROC-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "SIGN-ON ATTEMPTS IN RANGE"   TO WS-TOT-TEXT
            MOVE WS-ATTEMPT-COUNT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  SIGNED ON"                 TO WS-TOT-TEXT
            MOVE WS-SIGNED-ON-COUNT            TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  WRONG PASSWORD"            TO WS-TOT-TEXT
            MOVE WS-BAD-PASSWORD-COUNT         TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  WRONG PASSWORD - LOCKED OUT" TO WS-TOT-TEXT
            MOVE WS-LOCKOUT-COUNT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  UNKNOWN OPERATOR ID"       TO WS-TOT-TEXT
            MOVE WS-UNKNOWN-ID-COUNT           TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  REFUSED - LOCKED OR REVOKED" TO WS-TOT-TEXT
            MOVE WS-REFUSED-COUNT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  NOT AUTHORISED"            TO WS-TOT-TEXT
            MOVE WS-NOT-AUTH-COUNT             TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "OPERATORS LOCKED OUT NOW"    TO WS-TOT-TEXT
            MOVE WS-LOCKED-NOW-COUNT           TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-TOTALS-END.
       END PROGRAM CBLSgnRpt.
