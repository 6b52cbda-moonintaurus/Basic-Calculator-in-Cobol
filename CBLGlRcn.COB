      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: GL return-file import and reconciliation.
      *
      *          Once GLFILE left us we never heard what the GL job
      *          did with it: a posting rejected at the GL end for a
      *          closed period or a frozen account only turned up
      *          when the month failed to balance.  The GL job now
      *          sends back a return file, GLRETN (CALCGRT layout),
      *          with one accept or reject record per work order it
      *          picked up, keyed by run number and work-order
      *          reference, with the GL's reason code on a reject.
      *
      *          Each run of this program first registers every
      *          posting sent on GLFILE on the GLSTAT status file
      *          (CALCGST, indexed on work order and run), as SENT,
      *          then imports the return file against it, marking
      *          each posting POSTED or REJECTED.  GLFILE is extended
      *          by every CBLCalcu run, so a posting already on
      *          GLSTAT is left as it is.  The contra leg of a pair
      *          travels under the same work order and is
      *          acknowledged with it.
      *
      *          The exception report lists postings the GL
      *          rejected, return records for postings we never
      *          sent, and postings sent more than the grace period
      *          ago that the GL has never acknowledged.  CBLWoTrc
      *          shows the GLSTAT status in the dispute packet.
      *
      *          Card: as-at date (CCYYMMDD, blank means today) and
      *          the acknowledgement grace period in days (blank
      *          means 2).
      *
      *          RETURN-CODE 00 nothing to report, 04 at least one
      *          exception, 16 GLSTAT would not open.  A missing
      *          return file is reported and the unacknowledged
      *          postings are still listed.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLGlRcn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFILE    ASSIGN TO GLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT GLRETN    ASSIGN TO GLRETN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTN-STATUS.

           SELECT GLSTAT    ASSIGN TO GLSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GS-KEY
                  FILE STATUS IS WS-GST-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT RCNRPT    ASSIGN TO RCNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY CALCGL.
       01  GL-BATCH-RECORD.
           COPY CALCGLB.

       FD  GLRETN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RTN-RECORD.
           COPY CALCGRT.

       FD  GLSTAT
           LABEL RECORDS ARE STANDARD.
       01  GST-RECORD.
           COPY CALCGST.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  RCNRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-GL-STATUS             PIC X(02).
           88  WS-GL-OK            VALUE "00".
           88  WS-GL-NOT-FOUND     VALUE "35".

       77 WS-RTN-STATUS            PIC X(02).
           88  WS-RTN-OK           VALUE "00".
           88  WS-RTN-NOT-FOUND    VALUE "35".

       77 WS-GST-STATUS            PIC X(02).
           88  WS-GST-OK           VALUE "00".
           88  WS-GST-NOT-FOUND    VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

      *-----------------------------------------------------------*
      * Report card: the as-at date and the grace period.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-ASAT-DATE       PIC 9(08).
           05  WS-PARM-GRACE           PIC 9(03).
           05  FILLER                  PIC X(69).

       77 WS-ASAT-DATE             PIC 9(08)      VALUE ZERO.
       77 WS-GRACE-DAYS            PIC 9(03)      VALUE 2.

       77 WS-ASAT-INT              PIC 9(08) COMP VALUE ZERO.
       77 WS-DAYS-OUT              PIC S9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * The CALCGLB run the GLFILE details in hand were sent
      * under; zero outside a batch wrap.
      *-----------------------------------------------------------*
       77 WS-CUR-RUN-NUMBER        PIC 9(05)      VALUE ZERO.
       77 WS-CUR-RUN-DATE          PIC 9(08)      VALUE ZERO.

       77 WS-ACK-STATUS            PIC X(01).

      *-----------------------------------------------------------*
      * Counters.
      *-----------------------------------------------------------*
       77 WS-SENT-NEW              PIC 9(07) COMP VALUE ZERO.
       77 WS-SENT-KNOWN            PIC 9(07) COMP VALUE ZERO.
       77 WS-SENT-UNWRAPPED        PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-READ              PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-ACCEPTED          PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-REJECTED          PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-REPEATED          PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-CHANGED           PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-NOT-SENT          PIC 9(07) COMP VALUE ZERO.
       77 WS-RTN-INVALID           PIC 9(07) COMP VALUE ZERO.
       77 WS-UNACK-OVERDUE         PIC 9(07) COMP VALUE ZERO.
       77 WS-UNACK-WAITING         PIC 9(07) COMP VALUE ZERO.
       77 WS-ON-FILE-POSTED        PIC 9(07) COMP VALUE ZERO.
       77 WS-ON-FILE-REJECTED      PIC 9(07) COMP VALUE ZERO.
       77 WS-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
       77 WS-SECT-COUNT            PIC 9(07) COMP VALUE ZERO.

       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       77 WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 50.

       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               "GL RETURN RECONCILIATION EXCEPTIONS".
           05  FILLER                  PIC X(10)  VALUE
               "RUN DATE ".
           05  WS-HDG-1-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE "PAGE ".
           05  WS-HDG-1-PAGE           PIC ZZZ9.

       01 WS-HDG-2.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE "AS AT ".
           05  WS-HDG-2-ASAT           PIC 9999/99/99.
           05  FILLER                  PIC X(17)  VALUE
               "   GRACE PERIOD ".
           05  WS-HDG-2-GRACE          PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE " DAYS".

       01 WS-HDG-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(26)  VALUE
               "  RUN  WORK ORDER".
           05  FILLER                  PIC X(29)  VALUE
               "ACCOUNT        AMOUNT SIGN".
           05  FILLER                  PIC X(40)  VALUE
               "REASON / DAYS".

       01 WS-SECT-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-SECT-TEXT            PIC X(60).

       01 WS-DTL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-DTL-RUN              PIC 9(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-WO.
               10  WS-DTL-WO-DATE      PIC 9(08).
               10  FILLER              PIC X(01)  VALUE "-".
               10  WS-DTL-WO-SEQ       PIC 9(07).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-DTL-ACCT             PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DTL-AMOUNT           PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-SIGN             PIC X(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-DTL-REASON           PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DTL-TEXT             PIC X(40).

       01 WS-DAYS-WORDS.
           05  WS-DYW-DAYS             PIC ZZZZ9.
           05  WS-DYW-TEXT             PIC X(35).

       01 WS-NOTE-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(60).

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(44).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            COMPUTE WS-ASAT-INT =
                    FUNCTION INTEGER-OF-DATE(WS-ASAT-DATE)

            OPEN I-O GLSTAT
            IF WS-GST-NOT-FOUND
                OPEN OUTPUT GLSTAT
                CLOSE GLSTAT
                OPEN I-O GLSTAT
            END-IF

            IF NOT WS-GST-OK
                DISPLAY "ERROR: GLSTAT WILL NOT OPEN - STATUS "
                        WS-GST-STATUS " - RECONCILIATION ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT RCNRPT

                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END

                PERFORM PROC-REGISTER-SENT
                        THRU PROC-REGISTER-SENT-END

                PERFORM PROC-IMPORT-RETURN
                        THRU PROC-IMPORT-RETURN-END

                PERFORM PROC-UNACKNOWLEDGED
                        THRU PROC-UNACKNOWLEDGED-END

                PERFORM PROC-TOTALS
                        THRU PROC-TOTALS-END

                CLOSE GLSTAT
                CLOSE RCNRPT

                DISPLAY "CBLGLRCN COMPLETE - RETURNS: " WS-RTN-READ
                        "  REJECTED: " WS-RTN-REJECTED
                        "  NOT SENT: " WS-RTN-NOT-SENT
                        "  UNACKNOWLEDGED: " WS-UNACK-OVERDUE

                IF WS-EXCEPTION-COUNT > ZERO
                    MOVE 04 TO RETURN-CODE
                END-IF
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PARM-LOAD - as-at date and grace period, with today
      * and two days as the fallbacks.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            MOVE WS-RUN-DATE TO WS-ASAT-DATE
            MOVE 2           TO WS-GRACE-DAYS

            OPEN INPUT PARMFILE

            IF WS-PARM-NOT-FOUND
                CONTINUE
            ELSE
                READ PARMFILE INTO WS-PARM-CARD
                    AT END
                        MOVE ZERO TO WS-PARM-ASAT-DATE
                        MOVE ZERO TO WS-PARM-GRACE
                END-READ
                CLOSE PARMFILE

                IF WS-PARM-ASAT-DATE NUMERIC
                   AND WS-PARM-ASAT-DATE > ZERO
                    MOVE WS-PARM-ASAT-DATE TO WS-ASAT-DATE
                END-IF
                IF WS-PARM-GRACE NUMERIC
                   AND WS-PARM-GRACE > ZERO
                    MOVE WS-PARM-GRACE TO WS-GRACE-DAYS
                END-IF
            END-IF
            .
       PROC-PARM-LOAD-END.

      *-----------------------------------------------------------*
      * PROC-REGISTER-SENT - every primary-leg detail on GLFILE
      * under a batch header goes onto GLSTAT as SENT unless it is
      * already there.  A detail with no work order, or outside
      * any wrap, cannot be acknowledged and is only counted.
      *-----------------------------------------------------------*
       PROC-REGISTER-SENT.
            MOVE "N"  TO WS-EOF-FLAG
            MOVE ZERO TO WS-CUR-RUN-NUMBER
            MOVE ZERO TO WS-CUR-RUN-DATE

            OPEN INPUT GLFILE

            IF WS-GL-NOT-FOUND
                MOVE "NO GL INTERFACE FILE - NO POSTINGS REGISTERED"
                  TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            ELSE
                PERFORM PROC-GL-READ
                PERFORM PROC-REGISTER-LOOP
                        THRU PROC-REGISTER-LOOP-END
                        UNTIL WS-EOF
                CLOSE GLFILE
            END-IF
            .
       PROC-REGISTER-SENT-END.

       PROC-GL-READ.
            READ GLFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-REGISTER-LOOP.
            EVALUATE TRUE
                   WHEN GB-TYPE-HEADER
                       MOVE GB-RUN-NUMBER TO WS-CUR-RUN-NUMBER
                       MOVE GB-RUN-DATE   TO WS-CUR-RUN-DATE
                   WHEN GB-TYPE-TRAILER
                       MOVE ZERO TO WS-CUR-RUN-NUMBER
                       MOVE ZERO TO WS-CUR-RUN-DATE
                   WHEN GL-TYPE-DETAIL
                       IF GL-LEG-CONTRA
                           CONTINUE
                       ELSE
                           IF WS-CUR-RUN-NUMBER = ZERO
                            OR GL-WORK-ORDER NOT NUMERIC
                            OR GL-WO-SEQ = ZERO
                               ADD 1 TO WS-SENT-UNWRAPPED
                           ELSE
                               PERFORM PROC-REGISTER-ONE
                                       THRU PROC-REGISTER-ONE-END
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE

            PERFORM PROC-GL-READ
            .
       PROC-REGISTER-LOOP-END.

       PROC-REGISTER-ONE.
            MOVE SPACES             TO GST-RECORD
            MOVE GL-WORK-ORDER      TO GS-WORK-ORDER
            MOVE WS-CUR-RUN-NUMBER  TO GS-RUN-NUMBER
            MOVE WS-CUR-RUN-DATE    TO GS-RUN-DATE
            MOVE GL-ACCOUNT-REF     TO GS-ACCOUNT-REF
            MOVE GL-OFFSET-ACCOUNT  TO GS-OFFSET-ACCOUNT
            MOVE GL-AMOUNT          TO GS-AMOUNT
            MOVE GL-SIGN            TO GS-SIGN
            MOVE "S"                TO GS-STATUS
            MOVE ZERO               TO GS-GL-DATE
            MOVE ZERO               TO GS-ACK-IMPORT-DATE
            MOVE ZERO               TO GS-ACK-COUNT

            WRITE GST-RECORD
                INVALID KEY
                    ADD 1 TO WS-SENT-KNOWN
                NOT INVALID KEY
                    ADD 1 TO WS-SENT-NEW
            END-WRITE
            .
       PROC-REGISTER-ONE-END.

      *-----------------------------------------------------------*
      * PROC-IMPORT-RETURN - one GL return record at a time
      * against the posting it acknowledges.
      *-----------------------------------------------------------*
       PROC-IMPORT-RETURN.
            MOVE "REJECTED BY THE GL / RETURNS FOR POSTINGS NOT SENT"
              TO WS-SECT-TEXT
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N" TO WS-EOF-FLAG
            OPEN INPUT GLRETN

            IF WS-RTN-NOT-FOUND
                MOVE "NO GL RETURN FILE - NOTHING IMPORTED"
                  TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            ELSE
                PERFORM PROC-RTN-READ
                PERFORM PROC-IMPORT-LOOP
                        THRU PROC-IMPORT-LOOP-END
                        UNTIL WS-EOF
                CLOSE GLRETN

                IF WS-SECT-COUNT = ZERO
                    MOVE "NONE" TO WS-NOTE-TEXT
                    WRITE RPT-LINE FROM WS-NOTE-LINE
                          AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
            END-IF
            .
       PROC-IMPORT-RETURN-END.

       PROC-RTN-READ.
            READ GLRETN
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

      *-----------------------------------------------------------*
      * PROC-IMPORT-LOOP - a return record for a posting not on
      * GLSTAT was never sent by us.  A posting's first
      * acknowledgement sets its status; a later one that agrees
      * is a repeat, and one that disagrees replaces it and is
      * reported, since the GL has changed its mind.
      *-----------------------------------------------------------*
       PROC-IMPORT-LOOP.
            ADD 1 TO WS-RTN-READ
            MOVE FUNCTION UPPER-CASE(GR-ACK-STATUS) TO WS-ACK-STATUS

            IF GR-RUN-NUMBER NOT NUMERIC
             OR GR-WORK-ORDER NOT NUMERIC
             OR (WS-ACK-STATUS NOT = "A" AND WS-ACK-STATUS NOT = "R")
                ADD 1 TO WS-RTN-INVALID
                MOVE "UNREADABLE RETURN RECORD - IGNORED"
                  TO WS-DTL-TEXT
                PERFORM PROC-RTN-EXCEPTION
                        THRU PROC-RTN-EXCEPTION-END
            ELSE
                MOVE GR-WORK-ORDER TO GS-WORK-ORDER
                MOVE GR-RUN-NUMBER TO GS-RUN-NUMBER

                READ GLSTAT
                    INVALID KEY
                        ADD 1 TO WS-RTN-NOT-SENT
                        MOVE "ACKNOWLEDGED BY THE GL BUT NEVER SENT"
                          TO WS-DTL-TEXT
                        PERFORM PROC-RTN-EXCEPTION
                                THRU PROC-RTN-EXCEPTION-END
                    NOT INVALID KEY
                        PERFORM PROC-RTN-APPLY
                                THRU PROC-RTN-APPLY-END
                END-READ
            END-IF

            PERFORM PROC-RTN-READ
            .
       PROC-IMPORT-LOOP-END.

       PROC-RTN-APPLY.
            IF NOT GS-SENT
               AND GS-STATUS = WS-ACK-STATUS
                ADD 1 TO WS-RTN-REPEATED
            ELSE
                IF NOT GS-SENT
                    ADD 1 TO WS-RTN-CHANGED
                END-IF

                IF WS-ACK-STATUS = "A"
                    MOVE "P"    TO GS-STATUS
                    MOVE SPACES TO GS-REASON-CODE
                    MOVE SPACES TO GS-REASON-TEXT
                    ADD 1 TO WS-RTN-ACCEPTED
                ELSE
                    MOVE "R"            TO GS-STATUS
                    MOVE GR-REASON-CODE TO GS-REASON-CODE
                    MOVE GR-REASON-TEXT TO GS-REASON-TEXT
                    ADD 1 TO WS-RTN-REJECTED
                END-IF
                MOVE GR-GL-DATE  TO GS-GL-DATE
                MOVE WS-RUN-DATE TO GS-ACK-IMPORT-DATE
                IF GS-ACK-COUNT < 999
                    ADD 1 TO GS-ACK-COUNT
                END-IF

                REWRITE GST-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: GLSTAT REWRITE FAILED FOR "
                                GS-WORK-ORDER " RUN " GS-RUN-NUMBER
                                " STATUS " WS-GST-STATUS
                END-REWRITE

                IF GS-REJECTED
                    MOVE GS-REASON-TEXT TO WS-DTL-TEXT
                    PERFORM PROC-GST-EXCEPTION
                            THRU PROC-GST-EXCEPTION-END
                ELSE
                    IF GS-ACK-COUNT > 1
                        MOVE "NOW ACCEPTED - EARLIER REJECTED"
                          TO WS-DTL-TEXT
                        PERFORM PROC-GST-EXCEPTION
                                THRU PROC-GST-EXCEPTION-END
                    END-IF
                END-IF
            END-IF
            .
       PROC-RTN-APPLY-END.

      *-----------------------------------------------------------*
      * PROC-UNACKNOWLEDGED - every posting on GLSTAT still SENT
      * after the grace period.  The browse also counts what the
      * GL has posted and rejected over all runs.
      *-----------------------------------------------------------*
       PROC-UNACKNOWLEDGED.
            MOVE "SENT TO THE GL BUT NEVER ACKNOWLEDGED"
              TO WS-SECT-TEXT
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N"        TO WS-EOF-FLAG
            MOVE LOW-VALUES TO GS-KEY

            START GLSTAT KEY NOT < GS-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START

            IF NOT WS-EOF
                PERFORM PROC-GST-READ-NEXT
            END-IF

            PERFORM PROC-UNACK-LOOP
                    THRU PROC-UNACK-LOOP-END
                    UNTIL WS-EOF

            IF WS-SECT-COUNT = ZERO
                MOVE "NONE" TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            .
       PROC-UNACKNOWLEDGED-END.

       PROC-GST-READ-NEXT.
            READ GLSTAT NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-UNACK-LOOP.
            EVALUATE TRUE
                   WHEN GS-POSTED
                       ADD 1 TO WS-ON-FILE-POSTED
                   WHEN GS-REJECTED
                       ADD 1 TO WS-ON-FILE-REJECTED
                   WHEN OTHER
                       COMPUTE WS-DAYS-OUT = WS-ASAT-INT
                               - FUNCTION INTEGER-OF-DATE(GS-RUN-DATE)
                       IF WS-DAYS-OUT > WS-GRACE-DAYS
                           ADD 1 TO WS-UNACK-OVERDUE
                           MOVE WS-DAYS-OUT TO WS-DYW-DAYS
                           MOVE " DAYS SINCE SENT" TO WS-DYW-TEXT
                           MOVE WS-DAYS-WORDS TO WS-DTL-TEXT
                           PERFORM PROC-GST-EXCEPTION
                                   THRU PROC-GST-EXCEPTION-END
                       ELSE
                           ADD 1 TO WS-UNACK-WAITING
                       END-IF
            END-EVALUATE

            PERFORM PROC-GST-READ-NEXT
            .
       PROC-UNACK-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-GST-EXCEPTION / PROC-RTN-EXCEPTION - an exception
      * line from the GLSTAT record in hand, or from the return
      * record when there is no GLSTAT record to show.  The
      * caller sets WS-DTL-TEXT.
      *-----------------------------------------------------------*
       PROC-GST-EXCEPTION.
            MOVE GS-RUN-NUMBER  TO WS-DTL-RUN
            MOVE GS-WO-DATE     TO WS-DTL-WO-DATE
            MOVE GS-WO-SEQ      TO WS-DTL-WO-SEQ
            MOVE GS-ACCOUNT-REF TO WS-DTL-ACCT
            MOVE GS-AMOUNT      TO WS-DTL-AMOUNT
            MOVE GS-SIGN        TO WS-DTL-SIGN
            MOVE GS-REASON-CODE TO WS-DTL-REASON

            PERFORM PROC-WRITE-EXCEPTION
                    THRU PROC-WRITE-EXCEPTION-END
            .
       PROC-GST-EXCEPTION-END.

       PROC-RTN-EXCEPTION.
            MOVE ZERO   TO WS-DTL-RUN
            MOVE ZERO   TO WS-DTL-WO-DATE
            MOVE ZERO   TO WS-DTL-WO-SEQ
            IF GR-RUN-NUMBER NUMERIC
                MOVE GR-RUN-NUMBER TO WS-DTL-RUN
            END-IF
            IF GR-WORK-ORDER NUMERIC
                MOVE GR-WO-DATE    TO WS-DTL-WO-DATE
                MOVE GR-WO-SEQ     TO WS-DTL-WO-SEQ
            END-IF
            MOVE SPACES         TO WS-DTL-ACCT
            MOVE ZERO           TO WS-DTL-AMOUNT
            MOVE WS-ACK-STATUS  TO WS-DTL-SIGN
            MOVE GR-REASON-CODE TO WS-DTL-REASON

            PERFORM PROC-WRITE-EXCEPTION
                    THRU PROC-WRITE-EXCEPTION-END
            .
       PROC-RTN-EXCEPTION-END.

       PROC-WRITE-EXCEPTION.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
                WRITE RPT-LINE FROM WS-SECT-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF

            WRITE RPT-LINE FROM WS-DTL-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-SECT-COUNT
            ADD 1 TO WS-EXCEPTION-COUNT
            .
       PROC-WRITE-EXCEPTION-END.

       PROC-SECTION-HEAD.
            MOVE ZERO TO WS-SECT-COUNT

            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-SECT-LINE
                  AFTER ADVANCING 1 LINE
            ADD 2 TO WS-LINE-COUNT
            .
       PROC-SECTION-HEAD-END.

       PROC-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE WS-ASAT-DATE  TO WS-HDG-2-ASAT
            MOVE WS-GRACE-DAYS TO WS-HDG-2-GRACE
            WRITE RPT-LINE FROM WS-HDG-2
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            WRITE RPT-LINE FROM WS-HDG-COL
                  AFTER ADVANCING 1 LINE

            MOVE 4 TO WS-LINE-COUNT
            .
       PROC-PRINT-HEADINGS-END.

       PROC-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 2 LINES

            MOVE "POSTINGS NEWLY REGISTERED AS SENT" TO WS-TOT-TEXT
            MOVE WS-SENT-NEW                  TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "POSTINGS ALREADY REGISTERED"   TO WS-TOT-TEXT
            MOVE WS-SENT-KNOWN                TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "GL DETAILS WITH NO RUN OR WORK ORDER" TO WS-TOT-TEXT
            MOVE WS-SENT-UNWRAPPED            TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "RETURN RECORDS READ"           TO WS-TOT-TEXT
            MOVE WS-RTN-READ                  TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  ACCEPTED"                    TO WS-TOT-TEXT
            MOVE WS-RTN-ACCEPTED              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  REJECTED"                    TO WS-TOT-TEXT
            MOVE WS-RTN-REJECTED              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  REPEATS OF AN EARLIER ACKNOWLEDGEMENT"
              TO WS-TOT-TEXT
            MOVE WS-RTN-REPEATED              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  CHANGING AN EARLIER ACKNOWLEDGEMENT"
              TO WS-TOT-TEXT
            MOVE WS-RTN-CHANGED               TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  FOR POSTINGS NEVER SENT"     TO WS-TOT-TEXT
            MOVE WS-RTN-NOT-SENT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  UNREADABLE"                  TO WS-TOT-TEXT
            MOVE WS-RTN-INVALID               TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "UNACKNOWLEDGED PAST THE GRACE PERIOD"
              TO WS-TOT-TEXT
            MOVE WS-UNACK-OVERDUE             TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "UNACKNOWLEDGED WITHIN THE GRACE PERIOD"
              TO WS-TOT-TEXT
            MOVE WS-UNACK-WAITING             TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "POSTINGS ON FILE POSTED BY THE GL" TO WS-TOT-TEXT
            MOVE WS-ON-FILE-POSTED            TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "POSTINGS ON FILE REJECTED BY THE GL"
              TO WS-TOT-TEXT
            MOVE WS-ON-FILE-REJECTED          TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-TOTALS-END.
       END PROGRAM CBLGlRcn.
