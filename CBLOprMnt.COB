      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Operator file maintenance for the CALCOPR operator
      *          file that CBLCalcu and the maintenance and approval
      *          programs sign on against.
      *
      *          The interactive side of CBLCalcu took anybody at
      *          the keyboard, and nothing on the audit trail said
      *          who keyed a figure.  Each person now has an
      *          operator record with a password and an authority
      *          level, and this program - in the mold of CBLCoaMnt
      *          - adds operators, changes their name and level,
      *          resets passwords, clears lock-outs and revokes or
      *          reinstates them, holding the table in ascending ID
      *          sequence and rewriting the file in key sequence on
      *          exit.  An operator is never deleted: the ID stays
      *          on the audit trail and the GL file for good, so it
      *          is revoked instead and can never be reissued to
      *          somebody else.
      *
      *          Only an administrator (level 5) may sign on here.
      *          With no operator file, or an empty one, the session
      *          runs as SETUP without a sign-on so the first
      *          operator can be added, and that operator has to be
      *          an administrator.  No change is allowed that would
      *          leave the file without an active administrator.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLOprMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRFILE   ASSIGN TO OPRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPR-STATUS.

           SELECT SIGNLOG   ASSIGN TO SIGNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------*
      * The administrator making the changes, signed on against
      * OPRFILE at the start of the session and stamped on every
      * record changed.  Every sign-on attempt is logged on
      * SIGNLOG, and the third consecutive bad password locks the
      * administrator out like anybody else.
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
       77 WS-SIGNON-LEVEL-NEEDED   PIC 9(01)      VALUE 5.

       77 WS-SIGNON-FLAG           PIC X(01)      VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
           88  WS-SIGNON-REFUSED   VALUE "R".

      *-----------------------------------------------------------*
      * WS-SETUP-FLAG - set when there is no operator file or it
      * holds no records: the session runs without a sign-on so
      * the first administrator can be added.
      *-----------------------------------------------------------*
       77 WS-SETUP-FLAG            PIC X(01)      VALUE "N".
           88  WS-SETUP-SESSION    VALUE "Y".

       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * In-storage operator table, held in ascending operator-ID
      * sequence at all times.
      *-----------------------------------------------------------*
       77 WS-OPR-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-OPR-MAX               PIC 9(03) COMP VALUE 200.

       01 WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-OPR-COUNT.
               10  WS-OT-ID         PIC X(08).
               10  WS-OT-NAME       PIC X(30).
               10  WS-OT-PASSWORD   PIC X(08).
               10  WS-OT-LEVEL      PIC 9(01).
               10  WS-OT-STATUS     PIC X(01).
                   88  WS-OT-ACTIVE     VALUE "A".
                   88  WS-OT-LOCKED     VALUE "L".
                   88  WS-OT-REVOKED    VALUE "X".
               10  WS-OT-FAILS      PIC 9(01).
               10  WS-OT-LAST-DATE  PIC 9(08).
               10  WS-OT-LAST-TIME  PIC 9(08).
               10  WS-OT-LOCK-DATE  PIC 9(08).
               10  WS-OT-LOCK-TIME  PIC 9(08).
               10  WS-OT-CHG-BY     PIC X(08).
               10  WS-OT-CHG-DATE   PIC 9(08).

      *-----------------------------------------------------------*
      * The entry being worked on, the table position located for
      * it, and the subscripts used by the search and shift loops.
      * WS-ENT-HIT is the matching entry when one exists;
      * WS-ENT-POS is where a new entry belongs in key sequence.
      *-----------------------------------------------------------*
       01 WS-ENTRY-WORK.
           05  WS-ENT-ID               PIC X(08).
           05  WS-ENT-NAME             PIC X(30).
           05  WS-ENT-PASSWORD         PIC X(08).
           05  WS-ENT-LEVEL            PIC 9(01).

       77 WS-LEVEL-EDIT            PIC X(01).
       77 WS-PASSWORD-AGAIN        PIC X(08).

       77 WS-ENT-HIT               PIC 9(03) COMP VALUE ZERO.
       77 WS-ENT-POS               PIC 9(03) COMP VALUE ZERO.
       77 WS-OPR-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-SHIFT-SUB             PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * WS-ADMIN-OTHERS - the active administrators other than the
      * entry being changed, so no change can leave the file with
      * nobody able to maintain it.
      *-----------------------------------------------------------*
       77 WS-ADMIN-OTHERS          PIC 9(03) COMP VALUE ZERO.

       77 WS-CHOICE                PIC X(01).
       77 WS-ANSWER                PIC X(01).

       77 WS-EXIT-FLAG             PIC X(01)      VALUE "N".
           88  WS-EXIT-WANTED      VALUE "Y".

      *-----------------------------------------------------------*
      * WS-OVERFLOW-FLAG - set when the file holds more entries
      * than the table; the run is abandoned before the menu so
      * the save-on-exit can never rewrite a truncated copy over
      * the full file.
      *-----------------------------------------------------------*
       77 WS-OVERFLOW-FLAG         PIC X(01)      VALUE "N".
           88  WS-LOAD-OVERFLOWED  VALUE "Y".

       77 WS-FIELD-OK-FLAG         PIC X(01)      VALUE "Y".
           88  WS-FIELD-OK         VALUE "Y".

      *-----------------------------------------------------------*
      * Operator-ID layout scan fields: non-blank, left-justified,
      * no embedded blanks - the ID is printed on every audit and
      * GL record and has to read the same everywhere.
      *-----------------------------------------------------------*
       77 WS-ID-SUB                PIC 9(02) COMP VALUE ZERO.

       77 WS-ID-BLANK-FLAG         PIC X(01)      VALUE "N".
           88  WS-ID-BLANK-SEEN    VALUE "Y".

      *-----------------------------------------------------------*
      * List line for the L option.  The password is never shown.
      *-----------------------------------------------------------*
       01 WS-LIST-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LST-ID               PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LST-NAME             PIC X(30).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-LEVEL            PIC 9(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-STATUS           PIC X(07).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-FAILS            PIC 9(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LST-LAST-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LST-CHG-BY           PIC X(08).

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM PROC-OPR-PROBE
                    THRU PROC-OPR-PROBE-END

            IF WS-SETUP-SESSION
                DISPLAY "WARNING: NO OPERATORS ON FILE - SET-UP "
                        "SESSION WITHOUT SIGN-ON"
                DISPLAY "THE FIRST OPERATOR ADDED MUST BE AN "
                        "ADMINISTRATOR (LEVEL 5)"
                MOVE "SETUP" TO WS-OPERATOR-ID
                MOVE "Y"     TO WS-SIGNON-FLAG
            ELSE
                PERFORM PROC-SIGN-ON
                        THRU PROC-SIGN-ON-END
            END-IF

            IF NOT WS-SIGNED-ON
                DISPLAY "ERROR: NO ADMINISTRATOR SIGNED ON - "
                        "MAINTENANCE ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM PROC-OPR-LOAD
                        THRU PROC-OPR-LOAD-END

                IF WS-LOAD-OVERFLOWED
                    DISPLAY "ERROR: FILE HOLDS MORE THAN "
                            WS-OPR-MAX " ENTRIES - MAINTENANCE "
                            "ABANDONED, FILE UNCHANGED"
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM PROC-MENU
                            THRU PROC-MENU-END
                            UNTIL WS-EXIT-WANTED

                    PERFORM PROC-OPR-SAVE
                            THRU PROC-OPR-SAVE-END
                END-IF
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-OPR-PROBE - is there an operator file with anything
      * on it?  A missing or empty file makes this a set-up
      * session.
      *-----------------------------------------------------------*
       PROC-OPR-PROBE.
            MOVE "N" TO WS-SETUP-FLAG
            MOVE "N" TO WS-OPR-EOF-FLAG

            OPEN INPUT OPRFILE

            IF WS-OPR-NOT-FOUND
                MOVE "Y" TO WS-SETUP-FLAG
            ELSE
                IF WS-OPR-OK
                    PERFORM PROC-OPR-READ
                    IF WS-OPR-EOF
                        MOVE "Y" TO WS-SETUP-FLAG
                    END-IF
                    CLOSE OPRFILE
                END-IF
            END-IF
            .
       PROC-OPR-PROBE-END.

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
            MOVE "CBLOPRMNT"     TO SL-PROGRAM
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
      * PROC-OPR-LOAD - loads the operator file, inserting each
      * record at its key-sequence position rather than appending,
      * so a file saved out of sequence by hand is clean again the
      * moment it is loaded.  A missing file starts an empty table.
      *-----------------------------------------------------------*
       PROC-OPR-LOAD.
            MOVE ZERO TO WS-OPR-COUNT
            MOVE "N"  TO WS-OPR-EOF-FLAG

            OPEN INPUT OPRFILE

            IF WS-OPR-NOT-FOUND
                DISPLAY "NO OPERATOR FILE - STARTING EMPTY"
            ELSE
                PERFORM PROC-OPR-READ
                PERFORM PROC-OPR-LOAD-LOOP
                        THRU PROC-OPR-LOAD-LOOP-END
                        UNTIL WS-OPR-EOF
                           OR WS-OPR-COUNT >= WS-OPR-MAX
                IF NOT WS-OPR-EOF
                    MOVE "Y" TO WS-OVERFLOW-FLAG
                END-IF
                CLOSE OPRFILE
                DISPLAY "LOADED " WS-OPR-COUNT " OPERATORS"
            END-IF
            .
       PROC-OPR-LOAD-END.

       PROC-OPR-LOAD-LOOP.
            MOVE OP-OPERATOR-ID TO WS-ENT-ID

            PERFORM PROC-FIND-ENTRY
                    THRU PROC-FIND-ENTRY-END

            IF WS-ENT-HIT > ZERO
                DISPLAY "WARNING: DUPLICATE " WS-ENT-ID
                        " ON FILE - LAST ONE KEPT"
                MOVE WS-ENT-HIT TO WS-ENT-POS
            ELSE
                PERFORM PROC-INSERT-ENTRY
                        THRU PROC-INSERT-ENTRY-END
            END-IF

            MOVE OP-NAME             TO WS-OT-NAME(WS-ENT-POS)
            MOVE OP-PASSWORD         TO WS-OT-PASSWORD(WS-ENT-POS)
            MOVE OP-AUTH-LEVEL       TO WS-OT-LEVEL(WS-ENT-POS)
            MOVE OP-STATUS           TO WS-OT-STATUS(WS-ENT-POS)
            MOVE OP-FAIL-COUNT       TO WS-OT-FAILS(WS-ENT-POS)
            MOVE OP-LAST-SIGNON-DATE TO WS-OT-LAST-DATE(WS-ENT-POS)
            MOVE OP-LAST-SIGNON-TIME TO WS-OT-LAST-TIME(WS-ENT-POS)
            MOVE OP-LOCKED-DATE      TO WS-OT-LOCK-DATE(WS-ENT-POS)
            MOVE OP-LOCKED-TIME      TO WS-OT-LOCK-TIME(WS-ENT-POS)
            MOVE OP-CHANGED-BY       TO WS-OT-CHG-BY(WS-ENT-POS)
            MOVE OP-CHANGED-DATE     TO WS-OT-CHG-DATE(WS-ENT-POS)

            PERFORM PROC-OPR-READ
            .
       PROC-OPR-LOAD-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-MENU - one pass of the administrator menu.
      *-----------------------------------------------------------*
       PROC-MENU.
            DISPLAY "*************************************************"
            DISPLAY "OPERATOR MAINTENANCE - " WS-OPR-COUNT
                    " OPERATORS"
            DISPLAY "<A> Add an operator"
            DISPLAY "<U> Update a name and authority level"
            DISPLAY "<P> Reset a password (clears a lock-out)"
            DISPLAY "<K> Unlock a locked-out operator"
            DISPLAY "<R> Revoke or reinstate an operator"
            DISPLAY "<L> List all operators"
            DISPLAY "<X> Save and exit"
            DISPLAY "*************************************************"
            ACCEPT WS-CHOICE
            MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

            EVALUATE WS-CHOICE
                   WHEN "A"
                       PERFORM PROC-ADD
                               THRU PROC-ADD-END
                   WHEN "U"
                       PERFORM PROC-UPDATE
                               THRU PROC-UPDATE-END
                   WHEN "P"
                       PERFORM PROC-RESET
                               THRU PROC-RESET-END
                   WHEN "K"
                       PERFORM PROC-UNLOCK
                               THRU PROC-UNLOCK-END
                   WHEN "R"
                       PERFORM PROC-REVOKE
                               THRU PROC-REVOKE-END
                   WHEN "L"
                       PERFORM PROC-LIST
                               THRU PROC-LIST-END
                   WHEN "X"
                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID SELECTION - ENTER A, U, P, "
                               "K, R, L OR X"
            END-EVALUATE
            .
       PROC-MENU-END.

      *-----------------------------------------------------------*
      * PROC-GET-KEY - accepts and validates the operator ID that
      * keys an entry, then locates the entry (WS-ENT-HIT) or the
      * place it belongs (WS-ENT-POS).
      *-----------------------------------------------------------*
       PROC-GET-KEY.
            MOVE "Y" TO WS-FIELD-OK-FLAG

            DISPLAY "Enter the operator ID:"
            ACCEPT WS-ENT-ID
            MOVE FUNCTION UPPER-CASE(WS-ENT-ID) TO WS-ENT-ID

            PERFORM PROC-ID-CHECK
                    THRU PROC-ID-CHECK-END

            IF WS-FIELD-OK
                PERFORM PROC-FIND-ENTRY
                        THRU PROC-FIND-ENTRY-END
            END-IF
            .
       PROC-GET-KEY-END.

      *-----------------------------------------------------------*
      * PROC-ID-CHECK - non-blank, left-justified, no embedded
      * blanks.
      *-----------------------------------------------------------*
       PROC-ID-CHECK.
            MOVE "N"  TO WS-ID-BLANK-FLAG
            MOVE ZERO TO WS-ID-SUB

            IF WS-ENT-ID = SPACES
                DISPLAY "ERROR: OPERATOR ID REQUIRED"
                MOVE "N" TO WS-FIELD-OK-FLAG
            ELSE
                PERFORM PROC-ID-SCAN
                        THRU PROC-ID-SCAN-END
                        UNTIL WS-ID-SUB >= 8
                           OR NOT WS-FIELD-OK
            END-IF
            .
       PROC-ID-CHECK-END.

       PROC-ID-SCAN.
            ADD 1 TO WS-ID-SUB

            IF WS-ENT-ID(WS-ID-SUB:1) = SPACE
                MOVE "Y" TO WS-ID-BLANK-FLAG
            ELSE
                IF WS-ID-BLANK-SEEN
                    DISPLAY "ERROR: OPERATOR ID MUST BE LEFT-"
                            "JUSTIFIED WITH NO EMBEDDED BLANKS"
                    MOVE "N" TO WS-FIELD-OK-FLAG
                END-IF
            END-IF
            .
       PROC-ID-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-GET-NAME - accepts the operator's name.
      *-----------------------------------------------------------*
       PROC-GET-NAME.
            DISPLAY "Enter the operator's name:"
            ACCEPT WS-ENT-NAME

            IF WS-ENT-NAME = SPACES
                DISPLAY "ERROR: NAME REQUIRED"
                MOVE "N" TO WS-FIELD-OK-FLAG
            END-IF
            .
       PROC-GET-NAME-END.

      *-----------------------------------------------------------*
      * PROC-GET-LEVEL - accepts the authority level, 1 to 5.
      *-----------------------------------------------------------*
       PROC-GET-LEVEL.
            DISPLAY "Enter the authority level:"
            DISPLAY "  1 calculate only       2 also convert currency"
            DISPLAY "  3 also store to memory 4 also post to the GL"
            DISPLAY "  5 administrator"
            ACCEPT WS-LEVEL-EDIT

            IF WS-LEVEL-EDIT < "1" OR WS-LEVEL-EDIT > "5"
                DISPLAY "ERROR: LEVEL MUST BE 1 TO 5"
                MOVE "N" TO WS-FIELD-OK-FLAG
            ELSE
                MOVE WS-LEVEL-EDIT TO WS-ENT-LEVEL
            END-IF
            .
       PROC-GET-LEVEL-END.

      *-----------------------------------------------------------*
      * PROC-GET-PASSWORD - accepts a new password, keyed twice so
      * a slip is caught here rather than at the first sign-on.
      *-----------------------------------------------------------*
       PROC-GET-PASSWORD.
            DISPLAY "Enter the new password:"
            ACCEPT WS-ENT-PASSWORD

            IF WS-ENT-PASSWORD = SPACES
                DISPLAY "ERROR: PASSWORD REQUIRED"
                MOVE "N" TO WS-FIELD-OK-FLAG
            ELSE
                DISPLAY "Enter the new password again:"
                ACCEPT WS-PASSWORD-AGAIN
                IF WS-PASSWORD-AGAIN NOT = WS-ENT-PASSWORD
                    DISPLAY "ERROR: THE TWO PASSWORDS DIFFER"
                    MOVE "N" TO WS-FIELD-OK-FLAG
                END-IF
            END-IF
            .
       PROC-GET-PASSWORD-END.

      *-----------------------------------------------------------*
      * PROC-ADMIN-OTHERS - counts the active administrators other
      * than the entry at WS-ENT-HIT.
      *-----------------------------------------------------------*
       PROC-ADMIN-OTHERS.
            MOVE ZERO TO WS-ADMIN-OTHERS
            MOVE ZERO TO WS-OPR-SUB

            PERFORM PROC-ADMIN-OTHERS-SCAN
                    THRU PROC-ADMIN-OTHERS-SCAN-END
                    UNTIL WS-OPR-SUB >= WS-OPR-COUNT
            .
       PROC-ADMIN-OTHERS-END.

       PROC-ADMIN-OTHERS-SCAN.
            ADD 1 TO WS-OPR-SUB
            IF WS-OPR-SUB NOT = WS-ENT-HIT
               AND WS-OT-ACTIVE(WS-OPR-SUB)
               AND WS-OT-LEVEL(WS-OPR-SUB) = 5
                ADD 1 TO WS-ADMIN-OTHERS
            END-IF
            .
       PROC-ADMIN-OTHERS-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-FIND-ENTRY - scans the table for the working entry's
      * key.  WS-ENT-HIT is its position when found, zero when not;
      * WS-ENT-POS is the key-sequence position a new entry takes.
      *-----------------------------------------------------------*
       PROC-FIND-ENTRY.
            MOVE ZERO TO WS-ENT-HIT
            MOVE ZERO TO WS-OPR-SUB
            COMPUTE WS-ENT-POS = WS-OPR-COUNT + 1

            PERFORM PROC-FIND-ENTRY-SCAN
                    THRU PROC-FIND-ENTRY-SCAN-END
                    UNTIL WS-OPR-SUB >= WS-OPR-COUNT
                       OR WS-ENT-HIT > ZERO
            .
       PROC-FIND-ENTRY-END.

       PROC-FIND-ENTRY-SCAN.
            ADD 1 TO WS-OPR-SUB

            IF WS-OT-ID(WS-OPR-SUB) = WS-ENT-ID
                MOVE WS-OPR-SUB TO WS-ENT-HIT
            ELSE
                IF WS-ENT-POS > WS-OPR-COUNT
                   AND WS-OT-ID(WS-OPR-SUB) > WS-ENT-ID
                    MOVE WS-OPR-SUB TO WS-ENT-POS
                END-IF
            END-IF
            .
       PROC-FIND-ENTRY-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-INSERT-ENTRY - opens a slot at WS-ENT-POS by shifting
      * the tail of the table down one, and places the working
      * entry's key there, keeping the table in key sequence.  The
      * caller fills in the rest of the entry.
      *-----------------------------------------------------------*
       PROC-INSERT-ENTRY.
            ADD 1 TO WS-OPR-COUNT
            MOVE WS-OPR-COUNT TO WS-SHIFT-SUB

            PERFORM PROC-INSERT-SHIFT
                    THRU PROC-INSERT-SHIFT-END
                    UNTIL WS-SHIFT-SUB <= WS-ENT-POS

            MOVE WS-ENT-ID TO WS-OT-ID(WS-ENT-POS)
            .
       PROC-INSERT-ENTRY-END.

       PROC-INSERT-SHIFT.
            MOVE WS-OPR-ENTRY(WS-SHIFT-SUB - 1)
              TO WS-OPR-ENTRY(WS-SHIFT-SUB)
            SUBTRACT 1 FROM WS-SHIFT-SUB
            .
       PROC-INSERT-SHIFT-END.

      *-----------------------------------------------------------*
      * PROC-STAMP-CHANGE - who changed the entry at WS-ENT-HIT,
      * and when.
      *-----------------------------------------------------------*
       PROC-STAMP-CHANGE.
            MOVE WS-OPERATOR-ID TO WS-OT-CHG-BY(WS-ENT-HIT)
            MOVE WS-RUN-DATE    TO WS-OT-CHG-DATE(WS-ENT-HIT)
            .
       PROC-STAMP-CHANGE-END.

       PROC-ADD.
            PERFORM PROC-GET-KEY
                    THRU PROC-GET-KEY-END

            IF WS-FIELD-OK
                IF WS-ENT-HIT > ZERO
                    DISPLAY "ERROR: " WS-ENT-ID
                            " ALREADY ON FILE - AN ID IS NEVER "
                            "REISSUED"
                ELSE
                    IF WS-OPR-COUNT >= WS-OPR-MAX
                        DISPLAY "ERROR: TABLE FULL - " WS-OPR-MAX
                                " ENTRIES"
                    ELSE
                        PERFORM PROC-GET-NAME
                                THRU PROC-GET-NAME-END
                        IF WS-FIELD-OK
                            PERFORM PROC-GET-LEVEL
                                    THRU PROC-GET-LEVEL-END
                        END-IF
                        IF WS-FIELD-OK
                           AND WS-OPR-COUNT = ZERO
                           AND WS-ENT-LEVEL NOT = 5
                            DISPLAY "ERROR: THE FIRST OPERATOR MUST "
                                    "BE AN ADMINISTRATOR (LEVEL 5)"
                            MOVE "N" TO WS-FIELD-OK-FLAG
                        END-IF
                        IF WS-FIELD-OK
                            PERFORM PROC-GET-PASSWORD
                                    THRU PROC-GET-PASSWORD-END
                        END-IF
                        IF WS-FIELD-OK
                            PERFORM PROC-INSERT-ENTRY
                                    THRU PROC-INSERT-ENTRY-END
                            MOVE WS-ENT-POS TO WS-ENT-HIT
                            MOVE WS-ENT-NAME
                              TO WS-OT-NAME(WS-ENT-HIT)
                            MOVE WS-ENT-PASSWORD
                              TO WS-OT-PASSWORD(WS-ENT-HIT)
                            MOVE WS-ENT-LEVEL
                              TO WS-OT-LEVEL(WS-ENT-HIT)
                            SET WS-OT-ACTIVE(WS-ENT-HIT) TO TRUE
                            MOVE ZERO TO WS-OT-FAILS(WS-ENT-HIT)
                            MOVE ZERO TO WS-OT-LAST-DATE(WS-ENT-HIT)
                            MOVE ZERO TO WS-OT-LAST-TIME(WS-ENT-HIT)
                            MOVE ZERO TO WS-OT-LOCK-DATE(WS-ENT-HIT)
                            MOVE ZERO TO WS-OT-LOCK-TIME(WS-ENT-HIT)
                            PERFORM PROC-STAMP-CHANGE
                                    THRU PROC-STAMP-CHANGE-END
                            DISPLAY "ADDED " WS-ENT-ID " "
                                    WS-ENT-NAME
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       PROC-ADD-END.

       PROC-UPDATE.
            PERFORM PROC-GET-KEY
                    THRU PROC-GET-KEY-END

            IF WS-FIELD-OK
                IF WS-ENT-HIT = ZERO
                    DISPLAY "ERROR: " WS-ENT-ID
                            " NOT ON FILE - USE A TO ADD"
                ELSE
                    DISPLAY "CURRENT NAME IS "
                            WS-OT-NAME(WS-ENT-HIT)
                    DISPLAY "CURRENT AUTHORITY LEVEL IS "
                            WS-OT-LEVEL(WS-ENT-HIT)
                    PERFORM PROC-GET-NAME
                            THRU PROC-GET-NAME-END
                    IF WS-FIELD-OK
                        PERFORM PROC-GET-LEVEL
                                THRU PROC-GET-LEVEL-END
                    END-IF
                    IF WS-FIELD-OK
                       AND WS-OT-ACTIVE(WS-ENT-HIT)
                       AND WS-OT-LEVEL(WS-ENT-HIT) = 5
                       AND WS-ENT-LEVEL NOT = 5
                        PERFORM PROC-ADMIN-OTHERS
                                THRU PROC-ADMIN-OTHERS-END
                        IF WS-ADMIN-OTHERS = ZERO
                            DISPLAY "ERROR: " WS-ENT-ID " IS THE "
                                    "ONLY ACTIVE ADMINISTRATOR"
                            MOVE "N" TO WS-FIELD-OK-FLAG
                        END-IF
                    END-IF
                    IF WS-FIELD-OK
                        MOVE WS-ENT-NAME  TO WS-OT-NAME(WS-ENT-HIT)
                        MOVE WS-ENT-LEVEL TO WS-OT-LEVEL(WS-ENT-HIT)
                        PERFORM PROC-STAMP-CHANGE
                                THRU PROC-STAMP-CHANGE-END
                        DISPLAY "UPDATED " WS-ENT-ID " "
                                WS-ENT-NAME
                    END-IF
                END-IF
            END-IF
            .
       PROC-UPDATE-END.

      *-----------------------------------------------------------*
      * PROC-RESET - a new password.  A locked-out operator is
      * unlocked with it, since a forgotten password is the usual
      * reason for the lock-out; a revoked one stays revoked.
      *-----------------------------------------------------------*
       PROC-RESET.
            PERFORM PROC-GET-KEY
                    THRU PROC-GET-KEY-END

            IF WS-FIELD-OK
                IF WS-ENT-HIT = ZERO
                    DISPLAY "ERROR: " WS-ENT-ID " NOT ON FILE"
                ELSE
                    PERFORM PROC-GET-PASSWORD
                            THRU PROC-GET-PASSWORD-END
                    IF WS-FIELD-OK
                        MOVE WS-ENT-PASSWORD
                          TO WS-OT-PASSWORD(WS-ENT-HIT)
                        MOVE ZERO TO WS-OT-FAILS(WS-ENT-HIT)
                        IF WS-OT-LOCKED(WS-ENT-HIT)
                            SET WS-OT-ACTIVE(WS-ENT-HIT) TO TRUE
                            DISPLAY "PASSWORD RESET AND " WS-ENT-ID
                                    " UNLOCKED"
                        ELSE
                            DISPLAY "PASSWORD RESET FOR " WS-ENT-ID
                        END-IF
                        PERFORM PROC-STAMP-CHANGE
                                THRU PROC-STAMP-CHANGE-END
                    END-IF
                END-IF
            END-IF
            .
       PROC-RESET-END.

      *-----------------------------------------------------------*
      * PROC-UNLOCK - clears a lock-out, keeping the password.
      * The locked date and time stay on the record for the
      * sign-on report.
      *-----------------------------------------------------------*
       PROC-UNLOCK.
            PERFORM PROC-GET-KEY
                    THRU PROC-GET-KEY-END

            IF WS-FIELD-OK
                IF WS-ENT-HIT = ZERO
                    DISPLAY "ERROR: " WS-ENT-ID " NOT ON FILE"
                ELSE
                    IF NOT WS-OT-LOCKED(WS-ENT-HIT)
                        DISPLAY "ERROR: " WS-ENT-ID
                                " IS NOT LOCKED OUT"
                    ELSE
                        SET WS-OT-ACTIVE(WS-ENT-HIT) TO TRUE
                        MOVE ZERO TO WS-OT-FAILS(WS-ENT-HIT)
                        PERFORM PROC-STAMP-CHANGE
                                THRU PROC-STAMP-CHANGE-END
                        DISPLAY "UNLOCKED " WS-ENT-ID
                    END-IF
                END-IF
            END-IF
            .
       PROC-UNLOCK-END.

      *-----------------------------------------------------------*
      * PROC-REVOKE - revokes an operator, or reinstates a revoked
      * one with a clean failed-attempt count.  The last active
      * administrator cannot be revoked.
      *-----------------------------------------------------------*
       PROC-REVOKE.
            PERFORM PROC-GET-KEY
                    THRU PROC-GET-KEY-END

            IF WS-FIELD-OK
                IF WS-ENT-HIT = ZERO
                    DISPLAY "ERROR: " WS-ENT-ID " NOT ON FILE"
                ELSE
                    IF WS-OT-REVOKED(WS-ENT-HIT)
                        DISPLAY "REINSTATE " WS-ENT-ID " "
                                WS-OT-NAME(WS-ENT-HIT) "? (Y/N)"
                        ACCEPT WS-ANSWER
                        IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                            SET WS-OT-ACTIVE(WS-ENT-HIT) TO TRUE
                            MOVE ZERO TO WS-OT-FAILS(WS-ENT-HIT)
                            PERFORM PROC-STAMP-CHANGE
                                    THRU PROC-STAMP-CHANGE-END
                            DISPLAY "REINSTATED"
                        ELSE
                            DISPLAY "REINSTATE ABANDONED"
                        END-IF
                    ELSE
                        MOVE 1 TO WS-ADMIN-OTHERS
                        IF WS-OT-ACTIVE(WS-ENT-HIT)
                           AND WS-OT-LEVEL(WS-ENT-HIT) = 5
                            PERFORM PROC-ADMIN-OTHERS
                                    THRU PROC-ADMIN-OTHERS-END
                        END-IF
                        IF WS-ADMIN-OTHERS = ZERO
                            DISPLAY "ERROR: " WS-ENT-ID " IS THE "
                                    "ONLY ACTIVE ADMINISTRATOR"
                        ELSE
                            DISPLAY "REVOKE " WS-ENT-ID " "
                                    WS-OT-NAME(WS-ENT-HIT) "? (Y/N)"
                            ACCEPT WS-ANSWER
                            IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                                SET WS-OT-REVOKED(WS-ENT-HIT)
                                    TO TRUE
                                PERFORM PROC-STAMP-CHANGE
                                        THRU PROC-STAMP-CHANGE-END
                                DISPLAY "REVOKED"
                            ELSE
                                DISPLAY "REVOKE ABANDONED"
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       PROC-REVOKE-END.

       PROC-LIST.
            IF WS-OPR-COUNT = ZERO
                DISPLAY "NO OPERATORS ON FILE"
            ELSE
                DISPLAY "  ID        NAME                          "
                        "  LVL  STATUS  FAILS  LAST ON     "
                        "CHANGED BY"
                MOVE ZERO TO WS-OPR-SUB
                PERFORM PROC-LIST-LINE
                        THRU PROC-LIST-LINE-END
                        UNTIL WS-OPR-SUB >= WS-OPR-COUNT
            END-IF
            .
       PROC-LIST-END.

       PROC-LIST-LINE.
            ADD 1 TO WS-OPR-SUB
            MOVE WS-OT-ID(WS-OPR-SUB)    TO WS-LST-ID
            MOVE WS-OT-NAME(WS-OPR-SUB)  TO WS-LST-NAME
            MOVE WS-OT-LEVEL(WS-OPR-SUB) TO WS-LST-LEVEL
            EVALUATE TRUE
                   WHEN WS-OT-ACTIVE(WS-OPR-SUB)
                       MOVE "ACTIVE"  TO WS-LST-STATUS
                   WHEN WS-OT-LOCKED(WS-OPR-SUB)
                       MOVE "LOCKED"  TO WS-LST-STATUS
                   WHEN WS-OT-REVOKED(WS-OPR-SUB)
                       MOVE "REVOKED" TO WS-LST-STATUS
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-LST-STATUS
            END-EVALUATE
            MOVE WS-OT-FAILS(WS-OPR-SUB)     TO WS-LST-FAILS
            MOVE WS-OT-LAST-DATE(WS-OPR-SUB) TO WS-LST-LAST-DATE
            MOVE WS-OT-CHG-BY(WS-OPR-SUB)    TO WS-LST-CHG-BY
            DISPLAY WS-LIST-LINE
            .
       PROC-LIST-LINE-END.

      *-----------------------------------------------------------*
      * PROC-OPR-SAVE - rewrites the operator file from the table,
      * which is in key sequence by construction.
      *-----------------------------------------------------------*
       PROC-OPR-SAVE.
            OPEN OUTPUT OPRFILE

            MOVE ZERO TO WS-OPR-SUB
            PERFORM PROC-OPR-SAVE-WRITE
                    THRU PROC-OPR-SAVE-WRITE-END
                    UNTIL WS-OPR-SUB >= WS-OPR-COUNT

            CLOSE OPRFILE
            DISPLAY "SAVED " WS-OPR-COUNT " OPERATORS IN KEY "
                    "SEQUENCE"
            .
       PROC-OPR-SAVE-END.

       PROC-OPR-SAVE-WRITE.
            ADD 1 TO WS-OPR-SUB
            MOVE SPACES                      TO OPR-RECORD
            MOVE WS-OT-ID(WS-OPR-SUB)        TO OP-OPERATOR-ID
            MOVE WS-OT-NAME(WS-OPR-SUB)      TO OP-NAME
            MOVE WS-OT-PASSWORD(WS-OPR-SUB)  TO OP-PASSWORD
            MOVE WS-OT-LEVEL(WS-OPR-SUB)     TO OP-AUTH-LEVEL
            MOVE WS-OT-STATUS(WS-OPR-SUB)    TO OP-STATUS
            MOVE WS-OT-FAILS(WS-OPR-SUB)     TO OP-FAIL-COUNT
            MOVE WS-OT-LAST-DATE(WS-OPR-SUB) TO OP-LAST-SIGNON-DATE
            MOVE WS-OT-LAST-TIME(WS-OPR-SUB) TO OP-LAST-SIGNON-TIME
            MOVE WS-OT-LOCK-DATE(WS-OPR-SUB) TO OP-LOCKED-DATE
            MOVE WS-OT-LOCK-TIME(WS-OPR-SUB) TO OP-LOCKED-TIME
            MOVE WS-OT-CHG-BY(WS-OPR-SUB)    TO OP-CHANGED-BY
            MOVE WS-OT-CHG-DATE(WS-OPR-SUB)  TO OP-CHANGED-DATE
            WRITE OPR-RECORD
            .
       PROC-OPR-SAVE-WRITE-END.
       END PROGRAM CBLOprMnt.
