      *
      * Modification History:
      *   03/09/26  Beri  Original version.
      *   15/10/26  Beri  Each account carries a high-value posting
      *                   limit (zero for none), keyed on add and
      *                   update and shown on the list; CBLCalcu
      *                   holds a posting over it for approval.
      *   15/10/26  Beri  Each account carries its contra account for
      *                   the double-entry GL journal.  A contra must
      *                   be on the chart and not the account itself,
      *                   and an account that is another's contra
      *                   cannot be deleted from under it.
      *   15/10/26  Beri  Every add, update and delete is written to
      *                   the CHGJRNL change journal with the account
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
       PROGRAM-ID. CBLCoaMnt.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COA-STATUS.

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
       FD  COAFILE
       01  COA-RECORD.
           COPY CALCCOA.

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
       77 WS-COA-STATUS            PIC X(02).
           88  WS-COA-OK           VALUE "00".
       77 WS-COA-EOF-FLAG          PIC X(01)      VALUE "N".
           88  WS-COA-EOF          VALUE "Y".

       77 WS-JRN-STATUS            PIC X(02).
           88  WS-JRN-OK           VALUE "00".
           88  WS-JRN-NOT-FOUND    VALUE "35".

      *-----------------------------------------------------------*
      * The operator making the changes, signed on against OPRFILE
      * at the start of the session and stamped on every journal
      * record.  Maintaining the chart takes authority level 4 or
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
      * In-storage account table, held in ascending account-
      * reference sequence at all times.
                       DEPENDING ON WS-COA-COUNT.
               10  WS-COA-ACCT      PIC X(10).
               10  WS-COA-DESC      PIC X(30).
               10  WS-COA-LIMIT     PIC 9(07)V99.
               10  WS-COA-CONTRA    PIC X(10).

      *-----------------------------------------------------------*
      * The entry being worked on, the table position located for
       01 WS-ENTRY-WORK.
           05  WS-ENT-ACCT             PIC X(10).
           05  WS-ENT-DESC             PIC X(30).
           05  WS-ENT-LIMIT            PIC 9(07)V99.
           05  WS-ENT-CONTRA           PIC X(10).

      *-----------------------------------------------------------*
      * Posting-limit entry staging, validated with the same
      * TEST-NUMVAL/NUMVAL pattern CBLFxMnt uses for the rate - an
      * IS NUMERIC class test would reject the decimal point.
      *-----------------------------------------------------------*
       77 WS-LIMIT-EDIT            PIC X(11).
       77 WS-NUMVAL-CHECK          PIC S9(04) COMP.

       77 WS-ENT-HIT               PIC 9(03) COMP VALUE ZERO.
       77 WS-ENT-POS               PIC 9(03) COMP VALUE ZERO.
       77 WS-ACCT-BLANK-FLAG       PIC X(01)      VALUE "N".
           88  WS-ACCT-BLANK-SEEN  VALUE "Y".

      *-----------------------------------------------------------*
      * Contra-account checks: WS-CONTRA-HIT is the contra's table
      * position (zero when it is not on the chart); WS-CONTRA-USE
      * counts the accounts naming a given account as contra.
      *-----------------------------------------------------------*
       77 WS-CONTRA-HIT            PIC 9(03) COMP VALUE ZERO.
       77 WS-CONTRA-USE            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * List line for the L option.
      *-----------------------------------------------------------*
           05  WS-LST-ACCT             PIC X(10).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-DESC             PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LST-LIMIT            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-CONTRA           PIC X(10).

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
                    PERFORM PROC-COA-LOAD
                            THRU PROC-COA-LOAD-END

                    IF WS-LOAD-OVERFLOWED
                        DISPLAY "ERROR: FILE HOLDS MORE THAN "
                                WS-COA-MAX " ENTRIES - MAINTENANCE "
                                "ABANDONED, FILE UNCHANGED"
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM PROC-MENU
                                THRU PROC-MENU-END
                                UNTIL WS-EXIT-WANTED

                        PERFORM PROC-COA-SAVE
                                THRU PROC-COA-SAVE-END
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
            MOVE "CBLCOAMNT"     TO SL-PROGRAM
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
            MOVE "COAFILE"      TO CJ-FILE-ID
            MOVE WS-ENT-ACCT    TO CJ-KEY
            MOVE WS-OPERATOR-ID TO CJ-OPERATOR
            MOVE "CBLCOAMNT"    TO CJ-PROGRAM
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
      * PROC-COA-LOAD - loads the reference file, inserting each
      * record at its key-sequence position rather than appending,
       PROC-COA-LOAD-LOOP.
            MOVE COA-ACCOUNT-REF TO WS-ENT-ACCT
            MOVE COA-DESCRIPTION TO WS-ENT-DESC
            IF COA-POST-LIMIT NUMERIC
                MOVE COA-POST-LIMIT TO WS-ENT-LIMIT
            ELSE
                MOVE ZERO           TO WS-ENT-LIMIT
            END-IF
            MOVE COA-CONTRA-ACCOUNT TO WS-ENT-CONTRA

            PERFORM PROC-FIND-ENTRY
                    THRU PROC-FIND-ENTRY-END
            IF WS-ENT-HIT > ZERO
                DISPLAY "WARNING: DUPLICATE " WS-ENT-ACCT
                        " ON FILE - LAST ONE KEPT"
                MOVE WS-ENT-DESC  TO WS-COA-DESC(WS-ENT-HIT)
                MOVE WS-ENT-LIMIT TO WS-COA-LIMIT(WS-ENT-HIT)
                MOVE WS-ENT-CONTRA TO WS-COA-CONTRA(WS-ENT-HIT)
            ELSE
                PERFORM PROC-INSERT-ENTRY
                        THRU PROC-INSERT-ENTRY-END
            DISPLAY "CHART OF ACCOUNTS MAINTENANCE - " WS-COA-COUNT
                    " ACCOUNTS"
            DISPLAY "<A> Add an account"
            DISPLAY "<U> Update a description, posting limit and "
                    "contra account"
            DISPLAY "<D> Delete an account"
            DISPLAY "<L> List all accounts"
            DISPLAY "<X> Save and exit"
            .
       PROC-GET-DESC-END.

      *-----------------------------------------------------------*
      * PROC-GET-LIMIT - accepts the high-value posting limit.  A
      * posting to the account over this amount is held for
      * supervisor approval; zero means the account has no limit.
      *-----------------------------------------------------------*
       PROC-GET-LIMIT.
            DISPLAY "Enter the posting limit (0 for no limit):"
            ACCEPT WS-LIMIT-EDIT
            COMPUTE WS-NUMVAL-CHECK =
                    FUNCTION TEST-NUMVAL(WS-LIMIT-EDIT)

            IF WS-NUMVAL-CHECK NOT = ZERO
                DISPLAY "ERROR: NUMERIC LIMIT REQUIRED"
                MOVE "N" TO WS-FIELD-OK-FLAG
            ELSE
                IF FUNCTION NUMVAL(WS-LIMIT-EDIT) < ZERO
                 OR FUNCTION NUMVAL(WS-LIMIT-EDIT) >= 10000000
                    DISPLAY "ERROR: LIMIT MUST BE ZERO OR ABOVE AND "
                            "BELOW 10000000"
                    MOVE "N" TO WS-FIELD-OK-FLAG
                ELSE
                    COMPUTE WS-ENT-LIMIT =
                            FUNCTION NUMVAL(WS-LIMIT-EDIT)
                END-IF
            END-IF
            .
       PROC-GET-LIMIT-END.

      *-----------------------------------------------------------*
      * PROC-GET-CONTRA - accepts the contra account every posting
      * to this one is balanced against.  It must be on the chart
      * and must not be the account itself.  Blank is accepted, so
      * the first account of a new pair can go on before its
      * partner does; CBLCalcu refuses to post to an account with
      * no contra until it is set.
      *-----------------------------------------------------------*
       PROC-GET-CONTRA.
            DISPLAY "Enter the contra account (blank if not yet on "
                    "the chart):"
            ACCEPT WS-ENT-CONTRA
            MOVE FUNCTION UPPER-CASE(WS-ENT-CONTRA) TO WS-ENT-CONTRA

            IF WS-ENT-CONTRA = SPACES
                DISPLAY "WARNING: NO CONTRA ACCOUNT - NOTHING WILL "
                        "POST TO " WS-ENT-ACCT " UNTIL ONE IS SET"
            ELSE
                IF WS-ENT-CONTRA = WS-ENT-ACCT
                    DISPLAY "ERROR: AN ACCOUNT CANNOT BE ITS OWN "
                            "CONTRA"
                    MOVE "N" TO WS-FIELD-OK-FLAG
                ELSE
                    PERFORM PROC-CONTRA-FIND
                            THRU PROC-CONTRA-FIND-END
                    IF WS-CONTRA-HIT = ZERO
                        DISPLAY "ERROR: CONTRA ACCOUNT "
                                WS-ENT-CONTRA
                                " IS NOT ON THE CHART OF ACCOUNTS"
                        MOVE "N" TO WS-FIELD-OK-FLAG
                    END-IF
                END-IF
            END-IF
            .
       PROC-GET-CONTRA-END.

      *-----------------------------------------------------------*
      * PROC-CONTRA-FIND - is WS-ENT-CONTRA on the chart?
      *-----------------------------------------------------------*
       PROC-CONTRA-FIND.
            MOVE ZERO TO WS-CONTRA-HIT
            MOVE ZERO TO WS-COA-SUB

            PERFORM PROC-CONTRA-FIND-SCAN
                    THRU PROC-CONTRA-FIND-SCAN-END
                    UNTIL WS-COA-SUB >= WS-COA-COUNT
                       OR WS-CONTRA-HIT > ZERO
            .
       PROC-CONTRA-FIND-END.

       PROC-CONTRA-FIND-SCAN.
            ADD 1 TO WS-COA-SUB
            IF WS-COA-ACCT(WS-COA-SUB) = WS-ENT-CONTRA
                MOVE WS-COA-SUB TO WS-CONTRA-HIT
            END-IF
            .
       PROC-CONTRA-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-CONTRA-USE - counts the accounts that name
      * WS-ENT-ACCT as their contra.
      *-----------------------------------------------------------*
       PROC-CONTRA-USE.
            MOVE ZERO TO WS-CONTRA-USE
            MOVE ZERO TO WS-COA-SUB

            PERFORM PROC-CONTRA-USE-SCAN
                    THRU PROC-CONTRA-USE-SCAN-END
                    UNTIL WS-COA-SUB >= WS-COA-COUNT
            .
       PROC-CONTRA-USE-END.

       PROC-CONTRA-USE-SCAN.
            ADD 1 TO WS-COA-SUB
            IF WS-COA-CONTRA(WS-COA-SUB) = WS-ENT-ACCT
                ADD 1 TO WS-CONTRA-USE
            END-IF
            .
       PROC-CONTRA-USE-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-FIND-ENTRY - scans the table for the working entry's
      * key.  WS-ENT-HIT is its position when found, zero when not;

            MOVE WS-ENT-ACCT TO WS-COA-ACCT(WS-ENT-POS)
            MOVE WS-ENT-DESC TO WS-COA-DESC(WS-ENT-POS)
            MOVE WS-ENT-LIMIT TO WS-COA-LIMIT(WS-ENT-POS)
            MOVE WS-ENT-CONTRA TO WS-COA-CONTRA(WS-ENT-POS)
            .
       PROC-INSERT-ENTRY-END.

                    ELSE
                        PERFORM PROC-GET-DESC
                                THRU PROC-GET-DESC-END
                        IF WS-FIELD-OK
                            PERFORM PROC-GET-LIMIT
                                    THRU PROC-GET-LIMIT-END
                        END-IF
                        IF WS-FIELD-OK
                            PERFORM PROC-GET-CONTRA
                                    THRU PROC-GET-CONTRA-END
                        END-IF
                        IF WS-FIELD-OK
                            PERFORM PROC-INSERT-ENTRY
                                    THRU PROC-INSERT-ENTRY-END
                            MOVE SPACES TO JRN-RECORD
                            MOVE "A"    TO CJ-ACTION
                            MOVE WS-COA-ENTRY(WS-ENT-POS)
                              TO CJ-AFTER-IMAGE
                            PERFORM PROC-JRN-WRITE
                                    THRU PROC-JRN-WRITE-END
                            DISPLAY "ADDED " WS-ENT-ACCT " "
                                    WS-ENT-DESC
                        END-IF
                ELSE
                    DISPLAY "CURRENT DESCRIPTION IS "
                            WS-COA-DESC(WS-ENT-HIT)
                    DISPLAY "CURRENT POSTING LIMIT IS "
                            WS-COA-LIMIT(WS-ENT-HIT)
                    DISPLAY "CURRENT CONTRA ACCOUNT IS "
                            WS-COA-CONTRA(WS-ENT-HIT)
                    PERFORM PROC-GET-DESC
                            THRU PROC-GET-DESC-END
                    IF WS-FIELD-OK
                        PERFORM PROC-GET-LIMIT
                                THRU PROC-GET-LIMIT-END
                    END-IF
                    IF WS-FIELD-OK
                        PERFORM PROC-GET-CONTRA
                                THRU PROC-GET-CONTRA-END
                    END-IF
                    IF WS-FIELD-OK
                        MOVE SPACES TO JRN-RECORD
                        MOVE "U"    TO CJ-ACTION
                        MOVE WS-COA-ENTRY(WS-ENT-HIT)
                          TO CJ-BEFORE-IMAGE
                        MOVE WS-ENT-DESC TO WS-COA-DESC(WS-ENT-HIT)
                        MOVE WS-ENT-LIMIT
                          TO WS-COA-LIMIT(WS-ENT-HIT)
                        MOVE WS-ENT-CONTRA
                          TO WS-COA-CONTRA(WS-ENT-HIT)
                        MOVE WS-COA-ENTRY(WS-ENT-HIT)
                          TO CJ-AFTER-IMAGE
                        PERFORM PROC-JRN-WRITE
                                THRU PROC-JRN-WRITE-END
                        DISPLAY "UPDATED " WS-ENT-ACCT " "
                                WS-ENT-DESC
                    END-IF
                IF WS-ENT-HIT = ZERO
                    DISPLAY "ERROR: " WS-ENT-ACCT " NOT ON FILE"
                ELSE
                    PERFORM PROC-CONTRA-USE
                            THRU PROC-CONTRA-USE-END
                    IF WS-CONTRA-USE > ZERO
                        DISPLAY "ERROR: " WS-ENT-ACCT " IS THE "
                                "CONTRA ACCOUNT OF " WS-CONTRA-USE
                                " ACCOUNT(S) - CHANGE THEM FIRST"
                    ELSE
                        DISPLAY "DELETE " WS-ENT-ACCT " "
                                WS-COA-DESC(WS-ENT-HIT) "? (Y/N)"
                        ACCEPT WS-ANSWER
                        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                            MOVE SPACES TO JRN-RECORD
                            MOVE "D"    TO CJ-ACTION
                            MOVE WS-COA-ENTRY(WS-ENT-HIT)
                              TO CJ-BEFORE-IMAGE
                            PERFORM PROC-JRN-WRITE
                                    THRU PROC-JRN-WRITE-END
                            MOVE WS-ENT-HIT TO WS-SHIFT-SUB
                            PERFORM PROC-DELETE-SHIFT
                                    THRU PROC-DELETE-SHIFT-END
                                    UNTIL WS-SHIFT-SUB >= WS-COA-COUNT
                            SUBTRACT 1 FROM WS-COA-COUNT
                            DISPLAY "DELETED"
                        ELSE
                            DISPLAY "DELETE ABANDONED"
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-COA-COUNT = ZERO
                DISPLAY "NO ACCOUNTS ON FILE"
            ELSE
                DISPLAY "  ACCOUNT      DESCRIPTION        "
                        "            POST LIMIT   CONTRA"
                MOVE ZERO TO WS-COA-SUB
                PERFORM PROC-LIST-LINE
                        THRU PROC-LIST-LINE-END
            ADD 1 TO WS-COA-SUB
            MOVE WS-COA-ACCT(WS-COA-SUB) TO WS-LST-ACCT
            MOVE WS-COA-DESC(WS-COA-SUB) TO WS-LST-DESC
            MOVE WS-COA-LIMIT(WS-COA-SUB) TO WS-LST-LIMIT
            MOVE WS-COA-CONTRA(WS-COA-SUB) TO WS-LST-CONTRA
            DISPLAY WS-LIST-LINE
            .
       PROC-LIST-LINE-END.
            ADD 1 TO WS-COA-SUB
            MOVE WS-COA-ACCT(WS-COA-SUB) TO COA-ACCOUNT-REF
            MOVE WS-COA-DESC(WS-COA-SUB) TO COA-DESCRIPTION
            MOVE WS-COA-LIMIT(WS-COA-SUB) TO COA-POST-LIMIT
            MOVE WS-COA-CONTRA(WS-COA-SUB) TO COA-CONTRA-ACCOUNT
            WRITE COA-RECORD
            .
       PROC-COA-SAVE-WRITE-END.
