      *                   truncated silently and the save-on-exit
      *                   would then have destroyed every entry
      *                   beyond the ceiling.
      *   15/10/26  Beri  Every add, update and delete is written to
      *                   the CHGJRNL change journal with the entry
      *                   before and after, the operator, and the
      *                   date and time.  The operator signs on at the
      *                   start; no ID, or a journal that will not
      *                   open, abandons the run with RETURN-CODE 16
      *                   before anything can be changed.
      *   15/10/26  Beri  The operator signs on with an ID and
      *                   password checked against OPRFILE, and needs
      *                   authority level 4; every attempt is logged
      *                   on SIGNLOG and the third consecutive bad
      *                   password locks the operator out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLFxMnt.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FX-STATUS.

           SELECT CHGJRNL   ASSIGN TO CHGJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT OPRFILE   ASSIGN TO OPRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPR-STATUS.

           SELECT SIGNLOG   ASSIGN TO SIGNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXFILE
       01  FX-RECORD.
           COPY CALCFX.

       FD  CHGJRNL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JRN-RECORD.
           COPY CALCCHG.

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
       77 WS-FX-STATUS             PIC X(02).
           88  WS-FX-OK            VALUE "00".
       77 WS-FX-EOF-FLAG           PIC X(01)      VALUE "N".
           88  WS-FX-EOF           VALUE "Y".

       77 WS-JRN-STATUS            PIC X(02).
           88  WS-JRN-OK           VALUE "00".
           88  WS-JRN-NOT-FOUND    VALUE "35".

      *-----------------------------------------------------------*
      * The operator making the changes, signed on against OPRFILE
      * at the start of the session and stamped on every journal
      * record.  Maintaining the rates takes authority level 4 or
      * above.  Every sign-on attempt is logged on SIGNLOG, and
      * the third consecutive bad password locks the operator out.
      *-----------------------------------------------------------*
       77 WS-OPERATOR-ID           PIC X(08)      VALUE SPACES.

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

      *-----------------------------------------------------------*
      * In-storage rate table, held in ascending currency-code /
      * effective-date sequence at all times.  Five hundred entries

       PROCEDURE DIVISION.
       PROC-START.
            PERFORM PROC-SIGN-ON
                    THRU PROC-SIGN-ON-END

            IF NOT WS-SIGNED-ON
                DISPLAY "ERROR: NO OPERATOR SIGNED ON - MAINTENANCE "
                        "ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM PROC-JRN-OPEN
                        THRU PROC-JRN-OPEN-END

                IF NOT WS-JRN-OK
                    DISPLAY "ERROR: CHGJRNL WILL NOT OPEN - STATUS "
                            WS-JRN-STATUS " - MAINTENANCE ABANDONED"
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM PROC-FX-LOAD
                            THRU PROC-FX-LOAD-END

                    IF WS-LOAD-OVERFLOWED
                        DISPLAY "ERROR: FILE HOLDS MORE THAN "
                                WS-FX-MAX " ENTRIES - MAINTENANCE "
                                "ABANDONED, FILE UNCHANGED"
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM PROC-MENU
                                THRU PROC-MENU-END
                                UNTIL WS-EXIT-WANTED

                        PERFORM PROC-FX-SAVE
                                THRU PROC-FX-SAVE-END
                    END-IF

                    CLOSE CHGJRNL
                END-IF
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

            DISPLAY "Enter your operator ID:"
            ACCEPT WS-OPERATOR-ID
            MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
              TO WS-OPERATOR-ID
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
            IF OP-OPERATOR-ID = WS-OPERATOR-ID
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
                               WS-OPERATOR-ID " IS REVOKED"
                       MOVE "R" TO WS-SIGNON-EVENT
                       MOVE "R" TO WS-SIGNON-FLAG
                   WHEN OP-LOCKED
                       DISPLAY "SIGN-ON REFUSED - OPERATOR "
                               WS-OPERATOR-ID " IS LOCKED OUT"
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
                                   WS-OPERATOR-ID " IS NOW LOCKED OUT"
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
                               WS-OPERATOR-ID " IS NOT AUTHORISED "
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
                           DISPLAY "SIGNED ON AS " WS-OPERATOR-ID " "
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
            MOVE WS-OPERATOR-ID  TO SL-OPERATOR-ID
            MOVE "CBLFXMNT"      TO SL-PROGRAM
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
      * PROC-JRN-OPEN - opens the change journal for extension,
      * creating it on the first run.
      *-----------------------------------------------------------*
       PROC-JRN-OPEN.
            OPEN EXTEND CHGJRNL
            IF WS-JRN-NOT-FOUND
                OPEN OUTPUT CHGJRNL
                CLOSE CHGJRNL
                OPEN EXTEND CHGJRNL
            END-IF
            .
       PROC-JRN-OPEN-END.

      *-----------------------------------------------------------*
      * PROC-JRN-WRITE - completes and writes the journal record
      * the caller has set up with the action and the before and
      * after images.  The journal is written as each change is
      * made; the file itself is rewritten on exit.
      *-----------------------------------------------------------*
       PROC-JRN-WRITE.
            MOVE "FXFILE"       TO CJ-FILE-ID
            MOVE WS-ENT-CODE    TO CJ-FX-CODE
            MOVE WS-ENT-DATE    TO CJ-FX-EFF-DATE
            MOVE WS-OPERATOR-ID TO CJ-OPERATOR
            MOVE "CBLFXMNT"     TO CJ-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-CHG-DATE
            ACCEPT CJ-CHG-TIME FROM TIME

            WRITE JRN-RECORD
            IF NOT WS-JRN-OK
                DISPLAY "WARNING: CHGJRNL WRITE FAILED - STATUS "
                        WS-JRN-STATUS
            END-IF
            .
       PROC-JRN-WRITE-END.

      *-----------------------------------------------------------*
      * PROC-FX-LOAD - loads the reference file, inserting each
      * record at its key-sequence position rather than appending,
                        IF WS-FIELD-OK
                            PERFORM PROC-INSERT-ENTRY
                                    THRU PROC-INSERT-ENTRY-END
                            MOVE SPACES TO JRN-RECORD
                            MOVE "A"    TO CJ-ACTION
                            MOVE WS-FX-ENTRY(WS-ENT-POS)
                              TO CJ-AFTER-IMAGE
                            PERFORM PROC-JRN-WRITE
                                    THRU PROC-JRN-WRITE-END
                            DISPLAY "ADDED " WS-ENT-CODE " "
                                    WS-ENT-DATE " RATE " WS-ENT-RATE
                        END-IF
                    PERFORM PROC-GET-RATE
                            THRU PROC-GET-RATE-END
                    IF WS-FIELD-OK
                        MOVE SPACES TO JRN-RECORD
                        MOVE "U"    TO CJ-ACTION
                        MOVE WS-FX-ENTRY(WS-ENT-HIT)
                          TO CJ-BEFORE-IMAGE
                        MOVE WS-ENT-RATE TO WS-FX-RATE(WS-ENT-HIT)
                        MOVE WS-FX-ENTRY(WS-ENT-HIT)
                          TO CJ-AFTER-IMAGE
                        PERFORM PROC-JRN-WRITE
                                THRU PROC-JRN-WRITE-END
                        DISPLAY "UPDATED " WS-ENT-CODE " "
                                WS-ENT-DATE " RATE " WS-ENT-RATE
                    END-IF
                            "? (Y/N)"
                    ACCEPT WS-ANSWER
                    IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                        MOVE SPACES TO JRN-RECORD
                        MOVE "D"    TO CJ-ACTION
                        MOVE WS-FX-ENTRY(WS-ENT-HIT)
                          TO CJ-BEFORE-IMAGE
                        PERFORM PROC-JRN-WRITE
                                THRU PROC-JRN-WRITE-END
                        MOVE WS-ENT-HIT TO WS-SHIFT-SUB
                        PERFORM PROC-DELETE-SHIFT
                                THRU PROC-DELETE-SHIFT-END
