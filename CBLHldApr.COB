      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Supervisor approval and release of high-value GL
      *          postings held by CBLCalcu.
      *
      *          A posting over its account's COA-POST-LIMIT on the
      *          chart of accounts does not go to GLFILE: CBLCalcu
      *          writes it to HOLDFILE (CALCHLD layout) instead, so
      *          a keying slip cannot put a seven-figure adjustment
      *          into the GL with nobody looking at it.  This
      *          program lists the held items with their work-order
      *          reference and inputs and lets a supervisor approve
      *          or decline each one; the decision is written back
      *          onto the hold record with the supervisor's ID and
      *          the date and time it was made.  The next CBLCalcu
      *          run releases approved items into its GL batch
      *          header/trailer wrap and reports declined ones on
      *          RESFILE as not posted.
      *
      *          Each decision is rewritten in place as it is made,
      *          so a session abandoned half-way keeps the decisions
      *          already taken and leaves the rest held.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      *   15/10/26  Beri  The item display shows the contra account
      *                   the held posting will balance against.
      *   15/10/26  Beri  The supervisor signs on with an ID and
      *                   password checked against OPRFILE, and needs
      *                   authority level 4 (GL posting); every
      *                   attempt is logged on SIGNLOG and the third
      *                   consecutive bad password locks the ID out.
      *   15/10/26  Beri  A supervisor cannot approve or decline a
      *                   posting held under their own ID; the item
      *                   stays held for another supervisor.
      *   15/10/26  Beri  A hold file that will not open, or a decision
      *                   whose rewrite fails, ends with return code 8;
      *                   a failed rewrite is not counted or confirmed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHldApr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE  ASSIGN TO HOLDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPRFILE   ASSIGN TO OPRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPR-STATUS.

           SELECT SIGNLOG   ASSIGN TO SIGNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY CALCHLD.

       FD  OPRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OPR-RECORD.
           COPY CALCOPR.

       FD  SIGNLOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SGN-RECORD.
           COPY CALCSGN.

       WORKING-STORAGE SECTION.
       77 WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-OK          VALUE "00".
           88  WS-HOLD-NOT-FOUND   VALUE "35".

       77 WS-HOLD-EOF-FLAG         PIC X(01)      VALUE "N".
           88  WS-HOLD-EOF         VALUE "Y".

      *-----------------------------------------------------------*
      * The supervisor making the decisions, signed on against
      * OPRFILE at the start of the session and stamped on every
      * decision made.  Approving a posting takes authority level
      * 4, the level that may post to the GL.  Every sign-on
      * attempt is logged on SIGNLOG, and the third consecutive bad
      * password locks the ID out.
      *-----------------------------------------------------------*
       77 WS-SUPERVISOR-ID         PIC X(08)      VALUE SPACES.

       77 WS-OPR-STATUS            PIC X(02).
           88  WS-OPR-OK           VALUE "00".
           88  WS-OPR-NOT-FOUND    VALUE "35".

       77 WS-OPR-EOF-FLAG          PIC X(01)      VALUE "N".
           88  WS-OPR-EOF          VALUE "Y".

       77 WS-OPR-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-OPR-FOUND        VALUE "Y".

       77 WS-SGN-STATUS            PIC X(02).
           88  WS-SGN-OK           VALUE "00".
           88  WS-SGN-NOT-FOUND    VALUE "35".

       77 WS-SIGNON-PASSWORD       PIC X(08).
       77 WS-SIGNON-EVENT          PIC X(01).
       77 WS-SIGNON-FAILS          PIC 9(01)      VALUE ZERO.
       77 WS-SIGNON-DATE           PIC 9(08).
       77 WS-SIGNON-TIME           PIC 9(08).
       77 WS-SIGNON-TRIES          PIC 9(01) COMP VALUE ZERO.
       77 WS-SIGNON-MAX-TRIES      PIC 9(01) COMP VALUE 3.
       77 WS-SIGNON-LOCK-LIMIT     PIC 9(01)      VALUE 3.
       77 WS-SIGNON-LEVEL-NEEDED   PIC 9(01)      VALUE 4.

       77 WS-SIGNON-FLAG           PIC X(01)      VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
           88  WS-SIGNON-REFUSED   VALUE "R".

       77 WS-CHOICE                PIC X(01).
       77 WS-DECISION              PIC X(01).

       77 WS-EXIT-FLAG             PIC X(01)      VALUE "N".
           88  WS-EXIT-WANTED      VALUE "Y".

       77 WS-QUIT-FLAG             PIC X(01)      VALUE "N".
           88  WS-REVIEW-QUIT      VALUE "Y".

       77 WS-DECISION-OK-FLAG      PIC X(01)      VALUE "N".
           88  WS-DECISION-TAKEN   VALUE "Y".

       77 WS-RECORDED-FLAG         PIC X(01)      VALUE "N".
           88  WS-DECISION-RECORDED VALUE "Y".

       77 WS-DECIDE-DATE           PIC 9(08).
       77 WS-DECIDE-TIME           PIC 9(08).

      *-----------------------------------------------------------*
      * Session counters, shown on the way out.
      *-----------------------------------------------------------*
       77 WS-LISTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77 WS-APPROVE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77 WS-DECLINE-COUNT         PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * Display lines for one held item: the calculation as
      * audited, then the posting that was held and the limit it
      * went over.
      *-----------------------------------------------------------*
       01 WS-ITEM-LINE-1.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-IT1-WO-DATE          PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE "-".
           05  WS-IT1-WO-SEQ           PIC 9(07).
           05  FILLER                  PIC X(04)  VALUE " OP ".
           05  WS-IT1-OP               PIC X(01).
           05  FILLER                  PIC X(07)  VALUE "  NUM1 ".
           05  WS-IT1-NUM-1            PIC -(7)9.99.
           05  FILLER                  PIC X(07)  VALUE "  NUM2 ".
           05  WS-IT1-NUM-2            PIC -(7)9.99.
           05  FILLER                  PIC X(09)  VALUE "  RESULT ".
           05  WS-IT1-RESULT           PIC -(7)9.99.

       01 WS-ITEM-LINE-2.
           05  FILLER                  PIC X(19)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE "ACCOUNT ".
           05  WS-IT2-ACCT             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-IT2-AMOUNT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-IT2-SIGN             PIC X(06).
           05  FILLER                  PIC X(08)  VALUE "  LIMIT ".
           05  WS-IT2-LIMIT            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(07)  VALUE "  HELD ".
           05  WS-IT2-HELD-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(05)  VALUE " RUN ".
           05  WS-IT2-HELD-RUN         PIC 9(05).
           05  FILLER                  PIC X(08)  VALUE " CONTRA ".
           05  WS-IT2-CONTRA           PIC X(10).

       01 WS-ITEM-LINE-3.
           05  FILLER                  PIC X(19)  VALUE SPACES.
           05  WS-IT3-STATUS           PIC X(20).
           05  FILLER                  PIC X(04)  VALUE " BY ".
           05  WS-IT3-BY               PIC X(08).
           05  FILLER                  PIC X(04)  VALUE " ON ".
           05  WS-IT3-DATE             PIC 9999/99/99.

       PROCEDURE DIVISION.
       PROC-START.
            PERFORM PROC-SIGN-ON
                    THRU PROC-SIGN-ON-END

            IF NOT WS-SIGNED-ON
                DISPLAY "ERROR: NO SUPERVISOR SIGNED ON - APPROVAL "
                        "SESSION ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM PROC-MENU
                        THRU PROC-MENU-END
                        UNTIL WS-EXIT-WANTED

                DISPLAY "APPROVAL SESSION ENDED - APPROVED "
                        WS-APPROVE-COUNT "  DECLINED "
                        WS-DECLINE-COUNT
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-SIGN-ON - signs the operator on against OPRFILE,
      * allowing WS-SIGNON-MAX-TRIES attempts.  An attempt
      * that cannot usefully be retried - a locked or revoked ID, a
      * lock-out caused by this attempt, too low an authority, or
      * an operator file that will not open - ends the loop at
      * once.  Every attempt is logged on SIGNLOG, which has to
      * open: a sign-on that could not be logged is not allowed.
      *-----------------------------------------------------------*
       PROC-SIGN-ON.
            MOVE "N"  TO WS-SIGNON-FLAG
            MOVE ZERO TO WS-SIGNON-TRIES

            OPEN EXTEND SIGNLOG
            IF WS-SGN-NOT-FOUND
                OPEN OUTPUT SIGNLOG
                CLOSE SIGNLOG
                OPEN EXTEND SIGNLOG
            END-IF

            IF NOT WS-SGN-OK
                DISPLAY "ERROR: SIGNLOG WILL NOT OPEN - STATUS "
                        WS-SGN-STATUS
            ELSE
                PERFORM PROC-SIGN-ON-TRY
                        THRU PROC-SIGN-ON-TRY-END
                        UNTIL WS-SIGNED-ON
                           OR WS-SIGNON-REFUSED
                           OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES
                CLOSE SIGNLOG
            END-IF
            .
       PROC-SIGN-ON-END.

      *-----------------------------------------------------------*
      * PROC-SIGN-ON-TRY - one attempt.  The operator's record is
      * found on OPRFILE, judged, and rewritten in place with the
      * failed-attempt count, the lock-out or the last sign-on.  An
      * unknown ID and a wrong password get the same answer at the
      * keyboard.
      *-----------------------------------------------------------*
       PROC-SIGN-ON-TRY.
            ADD 1 TO WS-SIGNON-TRIES

            DISPLAY "Enter your supervisor ID:"
            ACCEPT WS-SUPERVISOR-ID
            MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-ID)
              TO WS-SUPERVISOR-ID
            DISPLAY "Enter your password:"
            ACCEPT WS-SIGNON-PASSWORD

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIGNON-DATE
            ACCEPT WS-SIGNON-TIME FROM TIME
            MOVE "U"  TO WS-SIGNON-EVENT
            MOVE ZERO TO WS-SIGNON-FAILS
            MOVE "N"  TO WS-OPR-EOF-FLAG
            MOVE "N"  TO WS-OPR-FOUND-FLAG

            OPEN I-O OPRFILE

            IF NOT WS-OPR-OK
                DISPLAY "ERROR: OPRFILE WILL NOT OPEN - STATUS "
                        WS-OPR-STATUS " - SIGN-ON REFUSED"
                MOVE "R" TO WS-SIGNON-EVENT
                MOVE "R" TO WS-SIGNON-FLAG
            ELSE
                PERFORM PROC-OPR-READ
                PERFORM PROC-SIGN-ON-FIND
                        THRU PROC-SIGN-ON-FIND-END
                        UNTIL WS-OPR-EOF
                           OR WS-OPR-FOUND
                IF WS-OPR-FOUND
                    PERFORM PROC-SIGN-ON-CHECK
                            THRU PROC-SIGN-ON-CHECK-END
                ELSE
                    DISPLAY "SIGN-ON REFUSED - ID OR PASSWORD NOT "
                            "RECOGNISED"
                END-IF
                CLOSE OPRFILE
            END-IF

            PERFORM PROC-SIGN-ON-LOG
                    THRU PROC-SIGN-ON-LOG-END
            .
       PROC-SIGN-ON-TRY-END.

       PROC-OPR-READ.
            READ OPRFILE
                AT END
                    MOVE "Y" TO WS-OPR-EOF-FLAG
            END-READ
            .

       PROC-SIGN-ON-FIND.
            IF OP-OPERATOR-ID = WS-SUPERVISOR-ID
                MOVE "Y" TO WS-OPR-FOUND-FLAG
            ELSE
                PERFORM PROC-OPR-READ
            END-IF
            .
       PROC-SIGN-ON-FIND-END.

      *-----------------------------------------------------------*
      * PROC-SIGN-ON-CHECK - judges the attempt against the
      * operator's record.  The password is checked before the
      * authority, so a wrong guess at any ID counts towards its
      * lock-out; a locked or revoked ID is refused without
      * looking at the password at all.
      *-----------------------------------------------------------*
       PROC-SIGN-ON-CHECK.
            EVALUATE TRUE
                   WHEN OP-REVOKED
                       DISPLAY "SIGN-ON REFUSED - OPERATOR "
                               WS-SUPERVISOR-ID " IS REVOKED"
                       MOVE "R" TO WS-SIGNON-EVENT
                       MOVE "R" TO WS-SIGNON-FLAG
                   WHEN OP-LOCKED
                       DISPLAY "SIGN-ON REFUSED - OPERATOR "
                               WS-SUPERVISOR-ID " IS LOCKED OUT"
                       MOVE "R" TO WS-SIGNON-EVENT
                       MOVE "R" TO WS-SIGNON-FLAG
                   WHEN OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                       ADD 1 TO OP-FAIL-COUNT
                       IF OP-FAIL-COUNT >= WS-SIGNON-LOCK-LIMIT
                           SET OP-LOCKED TO TRUE
                           MOVE WS-SIGNON-DATE TO OP-LOCKED-DATE
                           MOVE WS-SIGNON-TIME TO OP-LOCKED-TIME
                           DISPLAY "SIGN-ON REFUSED - TOO MANY FAILED "
                                   "ATTEMPTS, OPERATOR "
                                   WS-SUPERVISOR-ID " IS NOW LOCKED OUT"
                           MOVE "L" TO WS-SIGNON-EVENT
                           MOVE "R" TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "SIGN-ON REFUSED - ID OR PASSWORD "
                                   "NOT RECOGNISED"
                           MOVE "F" TO WS-SIGNON-EVENT
                       END-IF
                       REWRITE OPR-RECORD
                       IF NOT WS-OPR-OK
                           DISPLAY "ERROR: OPRFILE REWRITE FAILED - "
                                   "STATUS " WS-OPR-STATUS
                       END-IF
                   WHEN OP-AUTH-LEVEL < WS-SIGNON-LEVEL-NEEDED
                       DISPLAY "SIGN-ON REFUSED - OPERATOR "
                               WS-SUPERVISOR-ID " IS NOT AUTHORISED "
                               "FOR THIS PROGRAM"
                       MOVE "N" TO WS-SIGNON-EVENT
                       MOVE "R" TO WS-SIGNON-FLAG
                   WHEN OTHER
                       MOVE ZERO           TO OP-FAIL-COUNT
                       MOVE WS-SIGNON-DATE TO OP-LAST-SIGNON-DATE
                       MOVE WS-SIGNON-TIME TO OP-LAST-SIGNON-TIME
                       REWRITE OPR-RECORD
                       IF NOT WS-OPR-OK
                           DISPLAY "ERROR: OPRFILE REWRITE FAILED - "
                                   "STATUS " WS-OPR-STATUS
                                   " - SIGN-ON REFUSED"
                           MOVE "R" TO WS-SIGNON-EVENT
                           MOVE "R" TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "SIGNED ON AS " WS-SUPERVISOR-ID " "
                                   OP-NAME
                           MOVE "S" TO WS-SIGNON-EVENT
                           MOVE "Y" TO WS-SIGNON-FLAG
                       END-IF
            END-EVALUATE

            MOVE OP-FAIL-COUNT TO WS-SIGNON-FAILS
            .
       PROC-SIGN-ON-CHECK-END.

      *-----------------------------------------------------------*
      * PROC-SIGN-ON-LOG - logs the attempt on SIGNLOG for the
      * failed sign-on and lock-out report.
      *-----------------------------------------------------------*
       PROC-SIGN-ON-LOG.
            MOVE SPACES          TO SGN-RECORD
            MOVE WS-SUPERVISOR-ID  TO SL-OPERATOR-ID
            MOVE "CBLHLDAPR"     TO SL-PROGRAM
            MOVE WS-SIGNON-EVENT TO SL-EVENT
            MOVE WS-SIGNON-DATE  TO SL-DATE
            MOVE WS-SIGNON-TIME  TO SL-TIME
            MOVE WS-SIGNON-FAILS TO SL-FAIL-COUNT

            WRITE SGN-RECORD
            IF NOT WS-SGN-OK
                DISPLAY "WARNING: SIGNLOG WRITE FAILED - STATUS "
                        WS-SGN-STATUS
            END-IF
            .
       PROC-SIGN-ON-LOG-END.

      *-----------------------------------------------------------*
      * PROC-MENU - one pass of the supervisor menu.
      *-----------------------------------------------------------*
       PROC-MENU.
            DISPLAY "*************************************************"
            DISPLAY "HIGH-VALUE POSTING APPROVAL - SUPERVISOR "
                    WS-SUPERVISOR-ID
            DISPLAY "<L> List postings awaiting a decision or release"
            DISPLAY "<R> Review held postings and decide"
            DISPLAY "<X> Exit"
            DISPLAY "*************************************************"
            ACCEPT WS-CHOICE
            MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

            EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM PROC-LIST
                               THRU PROC-LIST-END
                   WHEN "R"
                       PERFORM PROC-REVIEW
                               THRU PROC-REVIEW-END
                   WHEN "X"
                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - ENTER L, R OR X"
            END-EVALUATE
            .
       PROC-MENU-END.

       PROC-HOLD-READ.
            READ HOLDFILE
                AT END
                    MOVE "Y" TO WS-HOLD-EOF-FLAG
            END-READ
            .

      *-----------------------------------------------------------*
      * PROC-LIST - every item still in the pipeline: held and
      * waiting for a decision, approved and waiting for the next
      * calculator run to release it, or declined and waiting for
      * the next batch run to report it.
      *-----------------------------------------------------------*
       PROC-LIST.
            MOVE ZERO TO WS-LISTED-COUNT
            MOVE "N"  TO WS-HOLD-EOF-FLAG

            OPEN INPUT HOLDFILE

            EVALUATE TRUE
                   WHEN WS-HOLD-NOT-FOUND
                       DISPLAY "NO HOLD FILE - NO POSTINGS HAVE BEEN "
                               "HELD"
                   WHEN NOT WS-HOLD-OK
                       DISPLAY "ERROR: HOLDFILE WILL NOT OPEN - STATUS "
                               WS-HOLD-STATUS " - NOTHING LISTED"
                       MOVE 08 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PROC-HOLD-READ
                       PERFORM PROC-LIST-LOOP
                               THRU PROC-LIST-LOOP-END
                               UNTIL WS-HOLD-EOF
                       CLOSE HOLDFILE

                       IF WS-LISTED-COUNT = ZERO
                           DISPLAY "NO POSTINGS AWAITING A DECISION OR "
                                   "RELEASE"
                       END-IF
            END-EVALUATE
            .
       PROC-LIST-END.

       PROC-LIST-LOOP.
            IF HD-HELD OR HD-APPROVED OR HD-DECLINED
                ADD 1 TO WS-LISTED-COUNT
                PERFORM PROC-SHOW-ITEM
                        THRU PROC-SHOW-ITEM-END
            END-IF

            PERFORM PROC-HOLD-READ
            .
       PROC-LIST-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-SHOW-ITEM - displays the hold record in hand.
      *-----------------------------------------------------------*
       PROC-SHOW-ITEM.
            MOVE HD-WO-DATE     TO WS-IT1-WO-DATE
            MOVE HD-WO-SEQ      TO WS-IT1-WO-SEQ
            MOVE HD-OP-CODE     TO WS-IT1-OP
            MOVE HD-NUM-1       TO WS-IT1-NUM-1
            MOVE HD-NUM-2       TO WS-IT1-NUM-2
            MOVE HD-RESULT      TO WS-IT1-RESULT
            DISPLAY WS-ITEM-LINE-1

            MOVE HD-ACCOUNT-REF TO WS-IT2-ACCT
            MOVE HD-AMOUNT      TO WS-IT2-AMOUNT
            IF HD-DEBIT
                MOVE "DEBIT"    TO WS-IT2-SIGN
            ELSE
                MOVE "CREDIT"   TO WS-IT2-SIGN
            END-IF
            MOVE HD-POST-LIMIT  TO WS-IT2-LIMIT
            MOVE HD-HELD-DATE   TO WS-IT2-HELD-DATE
            MOVE HD-HELD-RUN    TO WS-IT2-HELD-RUN
            MOVE HD-CONTRA-REF  TO WS-IT2-CONTRA
            DISPLAY WS-ITEM-LINE-2

            IF NOT HD-HELD
                EVALUATE TRUE
                       WHEN HD-APPROVED
                           MOVE "APPROVED - TO RELEASE"
                             TO WS-IT3-STATUS
                       WHEN HD-DECLINED
                           MOVE "DECLINED - TO REPORT"
                             TO WS-IT3-STATUS
                       WHEN HD-RELEASED
                           MOVE "RELEASED TO GL"
                             TO WS-IT3-STATUS
                       WHEN OTHER
                           MOVE "DECLINED - REPORTED"
                             TO WS-IT3-STATUS
                END-EVALUATE
                MOVE HD-DECIDED-BY   TO WS-IT3-BY
                MOVE HD-DECIDED-DATE TO WS-IT3-DATE
                DISPLAY WS-ITEM-LINE-3
            END-IF
            .
       PROC-SHOW-ITEM-END.

      *-----------------------------------------------------------*
      * PROC-REVIEW - walks the hold file and asks for a decision
      * on each item still held.  A decision is rewritten onto the
      * record at once, with the supervisor and the time; a skipped
      * item stays held for another day, and Q ends the review.
      *-----------------------------------------------------------*
       PROC-REVIEW.
            MOVE "N" TO WS-HOLD-EOF-FLAG
            MOVE "N" TO WS-QUIT-FLAG

            OPEN I-O HOLDFILE

            EVALUATE TRUE
                   WHEN WS-HOLD-NOT-FOUND
                       DISPLAY "NO HOLD FILE - NO POSTINGS HAVE BEEN "
                               "HELD"
                   WHEN NOT WS-HOLD-OK
                       DISPLAY "ERROR: HOLDFILE WILL NOT OPEN - STATUS "
                               WS-HOLD-STATUS " - NOTHING REVIEWED"
                       MOVE 08 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PROC-HOLD-READ
                       PERFORM PROC-REVIEW-LOOP
                               THRU PROC-REVIEW-LOOP-END
                               UNTIL WS-HOLD-EOF
                                  OR WS-REVIEW-QUIT
                       CLOSE HOLDFILE
            END-EVALUATE
            .
       PROC-REVIEW-END.

       PROC-REVIEW-LOOP.
            IF HD-HELD
                DISPLAY " "
                PERFORM PROC-SHOW-ITEM
                        THRU PROC-SHOW-ITEM-END

                MOVE "N" TO WS-DECISION-OK-FLAG
                PERFORM PROC-DECIDE
                        THRU PROC-DECIDE-END
                        UNTIL WS-DECISION-TAKEN
            END-IF

            IF NOT WS-REVIEW-QUIT
                PERFORM PROC-HOLD-READ
            END-IF
            .
       PROC-REVIEW-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-DECIDE - one prompt for the decision on the item in
      * hand; the caller loops until a valid answer is keyed.  An
      * item held under the supervisor's own ID can only be
      * skipped - somebody else has to look at it.
      *-----------------------------------------------------------*
       PROC-DECIDE.
            DISPLAY "<A> Approve  <D> Decline  <S> Skip  "
                    "<Q> End the review"
            ACCEPT WS-DECISION
            MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION

            EVALUATE TRUE
                   WHEN (WS-DECISION = "A" OR WS-DECISION = "D")
                    AND HD-HELD-BY = WS-SUPERVISOR-ID
                       DISPLAY "CANNOT DECIDE YOUR OWN HELD POSTING"
                   WHEN WS-DECISION = "A"
                       SET HD-APPROVED TO TRUE
                       PERFORM PROC-RECORD-DECISION
                               THRU PROC-RECORD-DECISION-END
                       IF WS-DECISION-RECORDED
                           ADD 1 TO WS-APPROVE-COUNT
                           DISPLAY "APPROVED - RELEASES WITH THE NEXT "
                                   "CALCULATOR RUN"
                       END-IF
                   WHEN WS-DECISION = "D"
                       SET HD-DECLINED TO TRUE
                       PERFORM PROC-RECORD-DECISION
                               THRU PROC-RECORD-DECISION-END
                       IF WS-DECISION-RECORDED
                           ADD 1 TO WS-DECLINE-COUNT
                           DISPLAY "DECLINED - WILL NOT BE POSTED"
                       END-IF
                   WHEN WS-DECISION = "S"
                       MOVE "Y" TO WS-DECISION-OK-FLAG
                       DISPLAY "SKIPPED - STILL HELD"
                   WHEN WS-DECISION = "Q"
                       MOVE "Y" TO WS-DECISION-OK-FLAG
                       MOVE "Y" TO WS-QUIT-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID DECISION - ENTER A, D, S OR Q"
            END-EVALUATE
            .
       PROC-DECIDE-END.

      *-----------------------------------------------------------*
      * PROC-RECORD-DECISION - stamps who decided and when on the
      * hold record and rewrites it in place.  WS-DECISION-RECORDED
      * says whether the rewrite took; if it did not, the review
      * ends and the item stays held.
      *-----------------------------------------------------------*
       PROC-RECORD-DECISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DECIDE-DATE
            ACCEPT WS-DECIDE-TIME FROM TIME

            MOVE WS-SUPERVISOR-ID TO HD-DECIDED-BY
            MOVE WS-DECIDE-DATE   TO HD-DECIDED-DATE
            MOVE WS-DECIDE-TIME   TO HD-DECIDED-TIME

            MOVE "N" TO WS-RECORDED-FLAG

            REWRITE HOLD-RECORD

            IF WS-HOLD-OK
                MOVE "Y" TO WS-RECORDED-FLAG
                MOVE "Y" TO WS-DECISION-OK-FLAG
            ELSE
                DISPLAY "ERROR: HOLD FILE STATUS " WS-HOLD-STATUS
                        " ON REWRITE - DECISION NOT RECORDED"
                MOVE "Y" TO WS-DECISION-OK-FLAG
                MOVE "Y" TO WS-QUIT-FLAG
                MOVE 08 TO RETURN-CODE
            END-IF
            .
       PROC-RECORD-DECISION-END.
       END PROGRAM CBLHldApr.
