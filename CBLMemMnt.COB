      *                   a store in the old layout fails its open
      *                   with status 39, and I/O against a file
      *                   that never opened raises no INVALID KEY.
      *   15/10/26  Beri  Every add, correction, delete and purge is
      *                   written to the CHGJRNL change journal with
      *                   the entry before and after, the operator,
      *                   and the date and time.  The operator signs
      *                   on at the start; no ID, or a journal that
      *                   will not open, abandons the run with
      *                   RETURN-CODE 16 before anything can change.
      *   15/10/26  Beri  The operator signs on with an ID and
      *                   password checked against OPRFILE, and needs
      *                   authority level 3; every attempt is logged
      *                   on SIGNLOG and the third consecutive bad
      *                   password locks the operator out.
      *   15/10/26  Beri  Add, correct, delete and purge check the
      *                   MEMFILE status and journal only a change
      *                   that actually reached the store.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLMemMnt.
                  RECORD KEY IS MM-NAME
                  FILE STATUS IS WS-MEM-STATUS.

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
       FD  MEMFILE
       01  MEM-RECORD.
           COPY CALCMEM.

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
       77 WS-MEM-STATUS            PIC X(02).
           88  WS-MEM-OK                VALUE "00".
       77 WS-MEM-FAIL-FLAG         PIC X(01)      VALUE "N".
           88  WS-MEM-OPEN-FAILED  VALUE "Y".

       77 WS-JRN-STATUS            PIC X(02).
           88  WS-JRN-OK           VALUE "00".
           88  WS-JRN-NOT-FOUND    VALUE "35".

      *-----------------------------------------------------------*
      * The operator making the changes, signed on against OPRFILE
      * at the start of the session and stamped on every journal
      * record.  Maintaining the store takes authority level 3 or
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
       77 WS-SIGNON-LEVEL-NEEDED   PIC 9(01)      VALUE 3.

       77 WS-SIGNON-FLAG           PIC X(01)      VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
           88  WS-SIGNON-REFUSED   VALUE "R".

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

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
                    PERFORM PROC-MEM-OPEN
                            THRU PROC-MEM-OPEN-END

                    IF WS-MEM-OPEN-FAILED
                        DISPLAY "ERROR: MEMFILE OPEN FAILED - STATUS "
                                WS-MEM-STATUS
                                " - MAINTENANCE ABANDONED."
                        DISPLAY "IF THE STATUS IS 39 THE STORE IS IN "
                                "THE OLD LAYOUT - CONVERT IT WITH "
                                "CBLMEMCNV"
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM PROC-MENU
                                THRU PROC-MENU-END
                                UNTIL WS-EXIT-WANTED

                        CLOSE MEMFILE
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
            MOVE "CBLMEMMNT"     TO SL-PROGRAM
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
      * the caller has set up with the action, the name and the
      * before and after images.
      *-----------------------------------------------------------*
       PROC-JRN-WRITE.
            MOVE "MEMFILE"      TO CJ-FILE-ID
            MOVE WS-OPERATOR-ID TO CJ-OPERATOR
            MOVE "CBLMEMMNT"    TO CJ-PROGRAM
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
      * PROC-MEM-OPEN - opens MEMFILE for update, creating it on
      * first use, the same create-on-missing open CBLCalcu uses.
      * PROC-ADD - adds a new name or corrects the value under an
      * existing one.  Either way the last-used date is stamped
      * today, the same as a store from the calculator, so a value
      * corrected here does not purge as stale tomorrow.  The entry
      * is read first for the journal's before image.
      *-----------------------------------------------------------*
       PROC-ADD.
            PERFORM PROC-GET-NAME
            END-IF

            IF WS-FIELD-OK
                MOVE SPACES       TO JRN-RECORD
                MOVE WS-ENT-NAME  TO CJ-KEY
                MOVE WS-ENT-NAME  TO MM-NAME

                READ MEMFILE
                    NOT INVALID KEY
                        MOVE MEM-RECORD TO CJ-BEFORE-IMAGE
                END-READ

                MOVE WS-ENT-NAME  TO MM-NAME
                MOVE WS-ENT-VALUE TO MM-VALUE
                MOVE WS-RUN-DATE  TO MM-LAST-USED
                WRITE MEM-RECORD
                    INVALID KEY
                        REWRITE MEM-RECORD
                        MOVE "U" TO CJ-ACTION
                    NOT INVALID KEY
                        MOVE "A" TO CJ-ACTION
                END-WRITE

                IF WS-MEM-OK
                    IF CJ-ACTION = "U"
                        DISPLAY "CORRECTED " MM-NAME " TO " MM-VALUE
                    ELSE
                        DISPLAY "ADDED " MM-NAME " VALUE " MM-VALUE
                    END-IF
                    MOVE MEM-RECORD TO CJ-AFTER-IMAGE
                    PERFORM PROC-JRN-WRITE
                            THRU PROC-JRN-WRITE-END
                ELSE
                    DISPLAY "ERROR: MEMFILE STATUS " WS-MEM-STATUS
                            " - " MM-NAME " NOT STORED"
                END-IF
            END-IF
            .
       PROC-ADD-END.
                                " LAST USED " MM-LAST-USED "? (Y/N)"
                        ACCEPT WS-ANSWER
                        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                            MOVE SPACES     TO JRN-RECORD
                            MOVE "D"        TO CJ-ACTION
                            MOVE MM-NAME    TO CJ-KEY
                            MOVE MEM-RECORD TO CJ-BEFORE-IMAGE
                            DELETE MEMFILE
                            IF WS-MEM-OK
                                PERFORM PROC-JRN-WRITE
                                        THRU PROC-JRN-WRITE-END
                                DISPLAY "DELETED"
                            ELSE
                                DISPLAY "ERROR: MEMFILE STATUS "
                                        WS-MEM-STATUS
                                        " - NOT DELETED"
                            END-IF
                        ELSE
                            DISPLAY "DELETE ABANDONED"
                        END-IF
       PROC-PURGE-ONE.
            IF MM-LAST-USED NOT NUMERIC
             OR MM-LAST-USED < WS-CUTOFF-DATE
                MOVE SPACES     TO JRN-RECORD
                MOVE "P"        TO CJ-ACTION
                MOVE MM-NAME    TO CJ-KEY
                MOVE MEM-RECORD TO CJ-BEFORE-IMAGE
                DELETE MEMFILE
                IF WS-MEM-OK
                    DISPLAY "PURGED " MM-NAME " VALUE " MM-VALUE
                            " LAST USED " MM-LAST-USED
                    PERFORM PROC-JRN-WRITE
                            THRU PROC-JRN-WRITE-END
                    ADD 1 TO WS-PURGE-COUNT
                ELSE
                    DISPLAY "ERROR: MEMFILE STATUS " WS-MEM-STATUS
                            " - " MM-NAME " NOT PURGED"
                    ADD 1 TO WS-KEPT-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-KEPT-COUNT
            END-IF
