      *                   conversion first, which pads the image,
      *                   stamps identities and opens their control
      *                   entries for the aging report.
      *   15/10/26  Beri  Edit reversal transactions (op code R): the
      *                   original work-order reference must be
      *                   numeric and not the record's own (reason
      *                   13), the original must have posted to the
      *                   GL (reason 14), and it must not already be
      *                   reversed on GLFILE or by an earlier record
      *                   in the same input (reason 15).  GLFILE is
      *                   read once up front for the originals named.
      *   15/10/26  Beri  Duplicate work orders: a non-zero work-order
      *                   reference already passed by this edit, or
      *                   already on the audit trail or an audit
      *                   archive from an earlier run, rejects
      *                   (reason 16).  A record with no reference
      *                   that matches an earlier one of the same
      *                   input on op code, operands, currency and
      *                   GL account still passes, but is listed on
      *                   a likely-duplicates section of the report
      *                   for the desk to confirm.
      *   15/10/26  Beri  Accept the loan installment operation (op
      *                   code L) and edit its terms: the number of
      *                   monthly periods must be 1 to 360 (reason
      *                   17), a literal principal must be above zero
      *                   (reason 18) and a literal annual rate 0 to
      *                   99.99 percent (reason 19).
      *   15/10/26  Beri  Literal loan terms whose rounded installment
      *                   is zero, or repays the principal before the
      *                   last period, reject (reason 20).
      *   15/10/26  Beri  Duplicate work orders are checked by keyed
      *                   read: earlier runs on XREFFILE instead of a
      *                   pass of the audit trail, repeats within the
      *                   input on the new DUPFILE scratch file, with
      *                   the no-reference signatures, instead of
      *                   fixed tables that stopped checking when
      *                   full.  An audit trail not cross-referenced,
      *                   or a DUPFILE that will not open, abandons
      *                   the edit with RETURN-CODE 16; a claim that
      *                   will not write ends it with 08.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTrnEdt.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STP-STATUS.

           SELECT GLFILE    ASSIGN TO GLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUD-STATUS.

           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

           SELECT DUPFILE   ASSIGN TO DUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DP-KEY
                  FILE STATUS IS WS-DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
                ==CT-WO-DATE==    BY ==RT-WO-DATE==
                ==CT-WO-SEQ==     BY ==RT-WO-SEQ==
                ==CT-CURRENCY==   BY ==RT-CURRENCY==
                ==CT-LOAN-PERIODS== BY ==RT-LOAN-PERIODS==
                ==CT-OPERAND-SOURCES== BY ==RT-OPERAND-SOURCES==
                ==CT-NUM-1-SOURCE== BY ==RT-NUM-1-SOURCE==
                ==CT-NUM-1-NAME==   BY ==RT-NUM-1-NAME==
                ==CT-NUM-2-SOURCE== BY ==RT-NUM-2-SOURCE==
                ==CT-NUM-2-NAME==   BY ==RT-NUM-2-NAME==
                ==CT-RESULT-NAME==  BY ==RT-RESULT-NAME==
                ==CT-REVERSAL-DATA== BY ==RT-REVERSAL-DATA==
                ==CT-ORIG-WORK-ORDER== BY ==RT-ORIG-WORK-ORDER==
                ==CT-ORIG-WO-DATE== BY ==RT-ORIG-WO-DATE==
                ==CT-ORIG-WO-SEQ==  BY ==RT-ORIG-WO-SEQ==
                ==CT-GL-POST-FLAG== BY ==RT-GL-POST-FLAG==
                ==CT-GL-POST==      BY ==RT-GL-POST==
                ==CT-GL-ACCOUNT==   BY ==RT-GL-ACCOUNT==.
       01  STP-RECORD.
           COPY CALCSTP.

       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY CALCGL.

       FD  AUDITFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY CALCAUD.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       FD  DUPFILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-RECORD.
           05  DP-KEY.
               10  DP-TYPE             PIC X(01).
               10  DP-VALUE            PIC X(54).
           05  DP-RECNO                PIC 9(07).
           05  DP-SOURCE               PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-TRAN-STATUS           PIC X(02).
           88  WS-TRAN-OK          VALUE "00".
                ==CT-WO-DATE==    BY ==ET-WO-DATE==
                ==CT-WO-SEQ==     BY ==ET-WO-SEQ==
                ==CT-CURRENCY==   BY ==ET-CURRENCY==
                ==CT-LOAN-PERIODS== BY ==ET-LOAN-PERIODS==
                ==CT-OPERAND-SOURCES== BY ==ET-OPERAND-SOURCES==
                ==CT-NUM-1-SOURCE== BY ==ET-NUM-1-SOURCE==
                ==CT-NUM-1-NAME==   BY ==ET-NUM-1-NAME==
                ==CT-NUM-2-SOURCE== BY ==ET-NUM-2-SOURCE==
                ==CT-NUM-2-NAME==   BY ==ET-NUM-2-NAME==
                ==CT-RESULT-NAME==  BY ==ET-RESULT-NAME==
                ==CT-REVERSAL-DATA== BY ==ET-REVERSAL-DATA==
                ==CT-ORIG-WORK-ORDER== BY ==ET-ORIG-WORK-ORDER==
                ==CT-ORIG-WO-DATE== BY ==ET-ORIG-WO-DATE==
                ==CT-ORIG-WO-SEQ==  BY ==ET-ORIG-WO-SEQ==
                ==CT-GL-POST-FLAG== BY ==ET-GL-POST-FLAG==
                ==CT-GL-POST==      BY ==ET-GL-POST==
                ==CT-GL-ACCOUNT==   BY ==ET-GL-ACCOUNT==.

       77 WS-REASON-TEXT           PIC X(30).

      *-----------------------------------------------------------*
      * Loan installment term limits (op code L), the same limits
      * the calculator holds the loan to at run time.
      *-----------------------------------------------------------*
       77 WS-LOAN-MAX-PERIODS      PIC 9(03)      VALUE 360.
       77 WS-LOAN-MAX-RATE         PIC 9(03)V99   VALUE 99.99.

      *-----------------------------------------------------------*
      * Loan installment working, for terms keyed as literals: the
      * calculator's own arithmetic, so what passes here the
      * calculator will accept.
      *-----------------------------------------------------------*
       77 WS-LOAN-PERIOD           PIC 9(03)      VALUE ZERO.
       77 WS-LOAN-RATE             PIC 9V9(17)    VALUE ZERO.
       77 WS-LOAN-DISCOUNT         PIC 9V9(17)    VALUE ZERO.
       77 WS-LOAN-FACTOR           PIC 9(03)V9(14) VALUE ZERO.
       77 WS-LOAN-INSTALLMENT      PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-BALANCE          PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-INTEREST         PIC S9(07)V99  VALUE ZERO.

       77 WS-LOAN-UNFIT-FLAG       PIC X(01)      VALUE "N".
           88  WS-LOAN-UNFIT       VALUE "Y".

      *-----------------------------------------------------------*
      * GL account layout check fields.  A usable account reference
      * is non-blank, left-justified and has no embedded blanks -
           88  WS-STP-OK           VALUE "00".
           88  WS-STP-NOT-FOUND    VALUE "35".

      *-----------------------------------------------------------*
      * Reversal table.  Before the edit proper, the RECYCLE and
      * TRANFILE inputs are passed once for the original work order
      * each op-code R record names, and GLFILE once for whether
      * each original posted and whether a reversal of it has
      * already posted.  A reversal accepted by this edit marks its
      * entry too, so a second reversal of the same original in the
      * same input rejects.  No GL file means nothing has posted,
      * so every reversal rejects.
      *-----------------------------------------------------------*
       77 WS-GL-STATUS             PIC X(02).
           88  WS-GL-OK            VALUE "00".
           88  WS-GL-NOT-FOUND     VALUE "35".

       77 WS-RVE-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-RVE-MAX               PIC 9(03) COMP VALUE 500.
       77 WS-RVE-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-RVE-KEY               PIC X(15).

       77 WS-RVE-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-RVE-FOUND        VALUE "Y".

       01 WS-RVE-TABLE.
           05  WS-RVE-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RVE-COUNT.
               10  WS-RVE-ORIG-WO      PIC X(15).
               10  WS-RVE-POST-FLAG    PIC X(01).
                   88  WS-RVE-POSTED   VALUE "Y".
               10  WS-RVE-DONE-FLAG    PIC X(01).
                   88  WS-RVE-REVERSED VALUE "Y".

      *-----------------------------------------------------------*
      * Duplicate work orders.  A reference already processed by
      * an earlier run is found by a keyed read of XREFFILE for an
      * audit trail or audit archive entry under it; the audit
      * trail is the test because the calculator audits every work
      * order it completes, posted or not.  An audit trail that is
      * not fully cross-referenced - no XREFFILE, or no control
      * entry for AUDITFILE on it - cannot be checked that way, and
      * the edit is abandoned until CBLXrfBld has run.  A record
      * that passes claims its reference on DUPFILE, so a repeat
      * later in the same input rejects while a first copy rejected
      * for some other reason does not knock out the good copy.
      * Reason 16 either way.
      *-----------------------------------------------------------*
       77 WS-AUD-STATUS            PIC X(02).
           88  WS-AUD-OK           VALUE "00".
           88  WS-AUD-NOT-FOUND    VALUE "35".

       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".
           88  WS-XRF-NOT-FOUND    VALUE "35".

      *    How earlier runs are checked: X by XREFFILE, N not at
      *    all - no audit trail and no XREFFILE, so there have been
      *    none - or U cannot be, which abandons the edit.
       77 WS-PRIOR-FLAG            PIC X(01)      VALUE "N".
           88  WS-PRIOR-BY-XRF     VALUE "X".
           88  WS-PRIOR-UNKNOWN    VALUE "U".

      *    Why the record in hand is a duplicate: I repeated in the
      *    same input, P processed by an earlier run.
       77 WS-WO-DUP-FLAG           PIC X(01)      VALUE "N".
           88  WS-WO-DUPLICATE     VALUE "I" "P".
           88  WS-WO-DUP-IN-INPUT  VALUE "I".

      *-----------------------------------------------------------*
      * DUPFILE - scratch file built afresh each run, keyed on what
      * the input has already claimed: W and a work-order
      * reference, or S and the signature of a record with none.
      * It holds as many as the input does.  One that will not
      * open abandons the edit; a claim that will not write is a
      * console error and ends the run with RETURN-CODE 08, since
      * the records after it were not checked against it.
      *-----------------------------------------------------------*
       77 WS-DUP-STATUS            PIC X(02).
           88  WS-DUP-OK           VALUE "00".

       77 WS-DUP-OPEN-FLAG         PIC X(01)      VALUE "N".
           88  WS-DUP-OPENED       VALUE "Y".

       77 WS-DUP-FAIL-FLAG         PIC X(01)      VALUE "N".
           88  WS-DUP-FAILED       VALUE "Y".

      *-----------------------------------------------------------*
      * Likely duplicates.  A record that passes with no work-order
      * reference claims its signature - op code, operands and
      * their sources, currency and GL account - on DUPFILE.  A
      * later one of the same input with the same signature still
      * passes, the desk may mean it, but is held on WS-LKD-TABLE
      * and listed on the likely-duplicates section of the report
      * against the record it matches.
      *-----------------------------------------------------------*
       01 WS-SIG-KEY.
           05  WS-SIG-K-OP             PIC X(01).
           05  WS-SIG-K-NUMS           PIC X(18).
           05  WS-SIG-K-SOURCES        PIC X(22).
           05  WS-SIG-K-CURRENCY       PIC X(03).
           05  WS-SIG-K-ACCOUNT        PIC X(10).

       77 WS-SIG-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-SIG-FOUND        VALUE "Y".

       77 WS-LKD-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-LKD-MAX               PIC 9(03) COMP VALUE 500.
       77 WS-LKD-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-LKD-TOTAL             PIC 9(07) COMP VALUE ZERO.

       01 WS-LKD-TABLE.
           05  WS-LKD-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-LKD-COUNT.
               10  WS-LKD-RECNO        PIC 9(07) COMP.
               10  WS-LKD-SOURCE       PIC X(01).
               10  WS-LKD-MATCH-RECNO  PIC 9(07) COMP.
               10  WS-LKD-MATCH-SOURCE PIC X(01).
               10  WS-LKD-TRAN         PIC X(80).

      *    Which section of the report is printing, so a page break
      *    repeats the right column headings.
       77 WS-RPT-SECTION-FLAG      PIC X(01)      VALUE "R".
           88  WS-RPT-LKD-SECTION  VALUE "L".

       77 WS-DUP-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * Edit counters and page control.
      *-----------------------------------------------------------*
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-REASON-TEXT      PIC X(30).

       01 WS-LKD-TITLE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(46)  VALUE
               "LIKELY DUPLICATES - NO WORK-ORDER REFERENCE -".
           05  FILLER                  PIC X(30)  VALUE
               "CONFIRM WITH THE ORIGINATOR".

       01 WS-HDG-COL-2.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE "RECORD".
           05  FILLER                  PIC X(04)  VALUE "SRC".
           05  FILLER                  PIC X(04)  VALUE "OP".
           05  FILLER                  PIC X(14)  VALUE
               "   OPERAND 1".
           05  FILLER                  PIC X(14)  VALUE
               "   OPERAND 2".
           05  FILLER                  PIC X(05)  VALUE "CCY".
           05  FILLER                  PIC X(12)  VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(14)  VALUE
               "SAME AS RECORD".

       01 WS-LKD-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-LKL-RECNO            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LKL-SOURCE           PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LKL-OP               PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LKL-OPERAND-1        PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LKL-OPERAND-2        PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LKL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LKL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-LKL-MATCH-RECNO      PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-LKL-MATCH-SOURCE     PIC X(01).

      *    One operand as listed: the literal amount, or where it
      *    comes from when it is chained.
       77 WS-OPERAND-SOURCE        PIC X(01).
       77 WS-OPERAND-NAME          PIC X(10).
       77 WS-OPERAND-AMOUNT        PIC S9(07)V99.
       77 WS-OPERAND-TEXT          PIC X(12).
       77 WS-OPERAND-EDIT          PIC -(7)9.99.

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(34).
            PERFORM PROC-RJC-LOAD
                    THRU PROC-RJC-LOAD-END

            PERFORM PROC-RVE-LOAD
                    THRU PROC-RVE-LOAD-END

            PERFORM PROC-DUP-OPEN
                    THRU PROC-DUP-OPEN-END

            OPEN INPUT TRANFILE

            EVALUATE TRUE
                   WHEN NOT WS-DUP-OPENED
                       DISPLAY "ERROR: DUPFILE WILL NOT OPEN - STATUS "
                               WS-DUP-STATUS " - EDIT RUN ABANDONED"
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-PRIOR-UNKNOWN
                       DISPLAY "ERROR: AUDIT TRAIL NOT CROSS-"
                               "REFERENCED - EDIT RUN ABANDONED, RUN "
                               "CBLXRFBLD FIRST"
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-RJC-OVERFLOWED
                       DISPLAY "ERROR: REJECT CONTROL FILE HOLDS "
                               "MORE THAN " WS-RJC-MAX " ENTRIES - "

                       CLOSE TRANFILE

                       PERFORM PROC-LKD-REPORT
                               THRU PROC-LKD-REPORT-END

                       PERFORM PROC-TOTALS
                               THRU PROC-TOTALS-END

                       CLOSE RUNFILE
                       CLOSE REJFILE
                       CLOSE EDTRPT
                       CLOSE DUPFILE
                       IF WS-PRIOR-BY-XRF
                           CLOSE XREFFILE
                       END-IF

                       PERFORM PROC-RJC-SAVE
                               THRU PROC-RJC-SAVE-END
                               WS-CLEARED-COUNT
                               "  OUTSTANDING: "
                               WS-OUTSTANDING-COUNT
                       DISPLAY "CBLTRNEDT DUPLICATES - REJECTED: "
                               WS-DUP-REJECT-COUNT
                               "  LIKELY, TO CONFIRM: "
                               WS-LKD-TOTAL
                       IF WS-DUP-FAILED
                           MOVE 08 TO RETURN-CODE
                       END-IF
            END-EVALUATE

            STOP RUN.
            .
       PROC-COA-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-RVE-LOAD - builds the reversal table from the op-code
      * R records on both inputs, then reads GLFILE for what the
      * reversals' originals did.  The edit passes proper re-open
      * both inputs from the top.
      *-----------------------------------------------------------*
       PROC-RVE-LOAD.
            MOVE ZERO TO WS-RVE-COUNT

            OPEN INPUT RECYCLE
            IF WS-RCY-OK
                MOVE "N" TO WS-EOF-FLAG
                PERFORM PROC-RECYCLE-READ
                PERFORM PROC-RVE-LOAD-RCY
                        THRU PROC-RVE-LOAD-RCY-END
                        UNTIL WS-EOF
                CLOSE RECYCLE
            END-IF

            OPEN INPUT TRANFILE
            IF WS-TRAN-OK
                MOVE "N" TO WS-EOF-FLAG
                PERFORM PROC-TRAN-READ
                PERFORM PROC-RVE-LOAD-TRAN
                        THRU PROC-RVE-LOAD-TRAN-END
                        UNTIL WS-EOF
                CLOSE TRANFILE
            END-IF

            IF WS-RVE-COUNT > ZERO
                OPEN INPUT GLFILE
                IF WS-GL-OK
                    MOVE "N" TO WS-EOF-FLAG
                    PERFORM PROC-RVE-GL-READ
                    PERFORM PROC-RVE-LOAD-GL
                            THRU PROC-RVE-LOAD-GL-END
                            UNTIL WS-EOF
                    CLOSE GLFILE
                ELSE
                    DISPLAY "WARNING: NO GL FILE - EVERY REVERSAL "
                            "REJECTS AS NEVER POSTED"
                END-IF
            END-IF

            MOVE "N" TO WS-EOF-FLAG
            .
       PROC-RVE-LOAD-END.

       PROC-RVE-LOAD-RCY.
            MOVE RJ-TRAN-IMAGE TO WS-EDIT-TRAN
            PERFORM PROC-RVE-ADD
                    THRU PROC-RVE-ADD-END
            PERFORM PROC-RECYCLE-READ
            .
       PROC-RVE-LOAD-RCY-END.

       PROC-RVE-LOAD-TRAN.
            MOVE TRAN-RECORD TO WS-EDIT-TRAN
            PERFORM PROC-RVE-ADD
                    THRU PROC-RVE-ADD-END
            PERFORM PROC-TRAN-READ
            .
       PROC-RVE-LOAD-TRAN-END.

       PROC-RVE-ADD.
            IF ET-OP-CODE = "R"
               AND ET-ORIG-WORK-ORDER NUMERIC
                MOVE ET-ORIG-WORK-ORDER TO WS-RVE-KEY
                PERFORM PROC-RVE-FIND
                        THRU PROC-RVE-FIND-END
                IF NOT WS-RVE-FOUND
                    IF WS-RVE-COUNT < WS-RVE-MAX
                        ADD 1 TO WS-RVE-COUNT
                        MOVE WS-RVE-KEY TO WS-RVE-ORIG-WO(WS-RVE-COUNT)
                        MOVE "N"      TO WS-RVE-POST-FLAG(WS-RVE-COUNT)
                        MOVE "N"      TO WS-RVE-DONE-FLAG(WS-RVE-COUNT)
                    ELSE
                        DISPLAY "WARNING: REVERSAL TABLE FULL - "
                                "ORIGINAL " WS-RVE-KEY " NOT LOADED"
                    END-IF
                END-IF
            END-IF
            .
       PROC-RVE-ADD-END.

       PROC-RVE-GL-READ.
            READ GLFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-RVE-LOAD-GL.
            IF GL-TYPE-DETAIL
                MOVE GL-WORK-ORDER TO WS-RVE-KEY
                PERFORM PROC-RVE-FIND
                        THRU PROC-RVE-FIND-END
                IF WS-RVE-FOUND
                    MOVE "Y" TO WS-RVE-POST-FLAG(WS-RVE-SUB)
                END-IF

                IF GL-ORIG-WORK-ORDER NUMERIC
                   AND GL-ORIG-WORK-ORDER NOT = ZERO
                    MOVE GL-ORIG-WORK-ORDER TO WS-RVE-KEY
                    PERFORM PROC-RVE-FIND
                            THRU PROC-RVE-FIND-END
                    IF WS-RVE-FOUND
                        MOVE "Y" TO WS-RVE-DONE-FLAG(WS-RVE-SUB)
                    END-IF
                END-IF
            END-IF

            PERFORM PROC-RVE-GL-READ
            .
       PROC-RVE-LOAD-GL-END.

       PROC-RVE-FIND.
            MOVE "N"  TO WS-RVE-FOUND-FLAG
            MOVE ZERO TO WS-RVE-SUB

            PERFORM PROC-RVE-FIND-SCAN
                    THRU PROC-RVE-FIND-SCAN-END
                    UNTIL WS-RVE-SUB >= WS-RVE-COUNT
                       OR WS-RVE-FOUND
            .
       PROC-RVE-FIND-END.

       PROC-RVE-FIND-SCAN.
            ADD 1 TO WS-RVE-SUB
            IF WS-RVE-ORIG-WO(WS-RVE-SUB) = WS-RVE-KEY
                MOVE "Y" TO WS-RVE-FOUND-FLAG
            END-IF
            .
       PROC-RVE-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-DUP-OPEN - sets up the duplicate checks: DUPFILE
      * created empty for this run's claims, and XREFFILE open for
      * the earlier runs' work orders, provided the audit trail
      * is fully cross-referenced.
      *-----------------------------------------------------------*
       PROC-DUP-OPEN.
            OPEN OUTPUT DUPFILE
            IF WS-DUP-OK
                CLOSE DUPFILE
                OPEN I-O DUPFILE
            END-IF
            IF WS-DUP-OK
                MOVE "Y" TO WS-DUP-OPEN-FLAG
            END-IF

            MOVE "N" TO WS-PRIOR-FLAG
            OPEN INPUT XREFFILE

            EVALUATE TRUE
                   WHEN WS-XRF-OK
                       MOVE "X" TO WS-PRIOR-FLAG
                       MOVE SPACES      TO XRF-RECORD
                       MOVE ZERO        TO XR-WORK-ORDER
                       MOVE "AUDITFILE" TO XR-FILE-ID
                       MOVE ZERO        TO XR-GENERATION
                       MOVE ZERO        TO XR-REC-NUMBER
                       READ XREFFILE
                           INVALID KEY
                               PERFORM PROC-DUP-AUD-PRESENT
                                       THRU PROC-DUP-AUD-PRESENT-END
                       END-READ
                   WHEN WS-XRF-NOT-FOUND
                       PERFORM PROC-DUP-AUD-PRESENT
                               THRU PROC-DUP-AUD-PRESENT-END
                   WHEN OTHER
                       MOVE "U" TO WS-PRIOR-FLAG
            END-EVALUATE
            .
       PROC-DUP-OPEN-END.

      *    No cross-reference for the audit trail: fatal only if
      *    there is an audit trail to have missed.
       PROC-DUP-AUD-PRESENT.
            OPEN INPUT AUDITFILE
            IF WS-AUD-OK
                CLOSE AUDITFILE
                MOVE "U" TO WS-PRIOR-FLAG
            END-IF
            .
       PROC-DUP-AUD-PRESENT-END.

      *-----------------------------------------------------------*
      * PROC-WOS-PRIOR - has an earlier run processed the reference
      * in WS-EDIT-TRAN?  Within a reference the entries sort by
      * file ID, ARCHIVE lowest and AUDITFILE next, so the first
      * entry at or after reference plus ARCHIVE is an archive or
      * audit trail location if it has one; anything else read
      * there - another file ID or the next reference - means it
      * has none.
      *-----------------------------------------------------------*
       PROC-WOS-PRIOR.
            MOVE LOW-VALUES    TO XR-KEY
            MOVE ET-WORK-ORDER TO XR-WORK-ORDER
            MOVE "ARCHIVE"     TO XR-FILE-ID

            START XREFFILE KEY NOT < XR-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ XREFFILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF XR-WORK-ORDER = ET-WORK-ORDER
                               AND (XR-IN-ARCHIVE
                                 OR XR-IN-AUDITFILE)
                                MOVE "P" TO WS-WO-DUP-FLAG
                            END-IF
                    END-READ
            END-START
            .
       PROC-WOS-PRIOR-END.

      *-----------------------------------------------------------*
      * PROC-WOS-CHECK - is the reference on the record in hand a
      * duplicate?  Sets WS-WO-DUP-FLAG for the validation: an
      * earlier run first, then a claim on DUPFILE by an earlier
      * record of this input.
      *-----------------------------------------------------------*
       PROC-WOS-CHECK.
            MOVE "N" TO WS-WO-DUP-FLAG

            IF ET-WORK-ORDER NUMERIC
               AND ET-WORK-ORDER NOT = ZERO
                IF WS-PRIOR-BY-XRF
                    PERFORM PROC-WOS-PRIOR
                            THRU PROC-WOS-PRIOR-END
                END-IF
                IF NOT WS-WO-DUPLICATE
                    MOVE "W"           TO DP-TYPE
                    MOVE ET-WORK-ORDER TO DP-VALUE
                    READ DUPFILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE "I" TO WS-WO-DUP-FLAG
                    END-READ
                END-IF
            END-IF
            .
       PROC-WOS-CHECK-END.

      *-----------------------------------------------------------*
      * PROC-DUP-REGISTER - a record that passed claims its work-
      * order reference, or, with no reference, has its signature
      * matched against the earlier no-reference records of the
      * input and is then kept for the records after it.
      *-----------------------------------------------------------*
       PROC-DUP-REGISTER.
            EVALUATE TRUE
                   WHEN ET-WORK-ORDER NUMERIC
                    AND ET-WORK-ORDER NOT = ZERO
                       MOVE "W"           TO DP-TYPE
                       MOVE ET-WORK-ORDER TO DP-VALUE
                       PERFORM PROC-DUP-WRITE
                               THRU PROC-DUP-WRITE-END
                   WHEN ET-OP-CODE = "R"
                       CONTINUE
                   WHEN ET-WORK-ORDER = SPACES
                     OR ET-WORK-ORDER = ZERO
                       PERFORM PROC-SIG-CHECK
                               THRU PROC-SIG-CHECK-END
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE
            .
       PROC-DUP-REGISTER-END.

       PROC-SIG-CHECK.
            MOVE ET-OP-CODE            TO WS-SIG-K-OP
            MOVE WS-EDIT-TRAN(2:18)    TO WS-SIG-K-NUMS
            MOVE ET-OPERAND-SOURCES(1:22) TO WS-SIG-K-SOURCES
            MOVE ET-CURRENCY           TO WS-SIG-K-CURRENCY
            MOVE ET-GL-ACCOUNT         TO WS-SIG-K-ACCOUNT

            MOVE "N"        TO WS-SIG-FOUND-FLAG
            MOVE "S"        TO DP-TYPE
            MOVE WS-SIG-KEY TO DP-VALUE
            READ DUPFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-SIG-FOUND-FLAG
            END-READ

            IF WS-SIG-FOUND
                PERFORM PROC-LKD-ADD
                        THRU PROC-LKD-ADD-END
            ELSE
                MOVE "S"        TO DP-TYPE
                MOVE WS-SIG-KEY TO DP-VALUE
                PERFORM PROC-DUP-WRITE
                        THRU PROC-DUP-WRITE-END
            END-IF
            .
       PROC-SIG-CHECK-END.

      *    Claims the key in DP-KEY for the record in hand.
       PROC-DUP-WRITE.
            MOVE WS-READ-COUNT TO DP-RECNO
            MOVE WS-EDT-SOURCE TO DP-SOURCE

            WRITE DUP-RECORD
                INVALID KEY
                    DISPLAY "ERROR: DUPFILE WRITE FAILED FOR RECORD "
                            WS-READ-COUNT " - STATUS " WS-DUP-STATUS
                            " - LATER RECORDS NOT CHECKED AGAINST IT"
                    MOVE "Y" TO WS-DUP-FAIL-FLAG
            END-WRITE
            .
       PROC-DUP-WRITE-END.

      *    Every likely duplicate is counted; the listing holds the
      *    first WS-LKD-MAX and says how many more there were.
       PROC-LKD-ADD.
            ADD 1 TO WS-LKD-TOTAL

            IF WS-LKD-COUNT < WS-LKD-MAX
                ADD 1 TO WS-LKD-COUNT
                MOVE WS-READ-COUNT   TO WS-LKD-RECNO(WS-LKD-COUNT)
                MOVE WS-EDT-SOURCE   TO WS-LKD-SOURCE(WS-LKD-COUNT)
                MOVE DP-RECNO        TO WS-LKD-MATCH-RECNO(WS-LKD-COUNT)
                MOVE DP-SOURCE      TO WS-LKD-MATCH-SOURCE(WS-LKD-COUNT)
                MOVE WS-EDIT-TRAN    TO WS-LKD-TRAN(WS-LKD-COUNT)
            END-IF
            .
       PROC-LKD-ADD-END.

      *-----------------------------------------------------------*
      * PROC-RJC-LOAD - loads the outstanding-reject control file,
      * continuing today's reject sequence past the highest entry
                ADD 1 TO WS-CLEAN-COUNT
                MOVE WS-EDIT-TRAN TO RUN-RECORD
                WRITE RUN-RECORD
                PERFORM PROC-DUP-REGISTER
                        THRU PROC-DUP-REGISTER-END
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                ADD 1 TO WS-REJ-SEQ
                MOVE WS-RUN-DATE      TO REJ-REJ-DATE
                MOVE WS-REJ-SEQ       TO REJ-REJ-SEQ
                WRITE REJ-RECORD
                IF WS-REJECT-REASON = "16"
                    ADD 1 TO WS-DUP-REJECT-COUNT
                END-IF
                PERFORM PROC-RJC-ADD
                        THRU PROC-RJC-ADD-END
                PERFORM PROC-PRINT-REJECT
      *-----------------------------------------------------------*
      * PROC-VALIDATE - one EVALUATE, first failing check settles
      * the reason code; a clean record matches nothing and keeps
      * reason 00.  A reversal carries its original reference over
      * the operand-source fields and takes its figures and account
      * from the original, so it has checks of its own.
      *-----------------------------------------------------------*
       PROC-VALIDATE.
            PERFORM PROC-GL-ACCT-CHECK
                    THRU PROC-GL-ACCT-CHECK-END

            PERFORM PROC-WOS-CHECK
                    THRU PROC-WOS-CHECK-END

            PERFORM PROC-COA-FIND
                    THRU PROC-COA-FIND-END

            PERFORM PROC-LOAN-TERM-CHECK
                    THRU PROC-LOAN-TERM-CHECK-END

            EVALUATE TRUE
                   WHEN ET-OP-CODE NOT = "1" AND "2" AND "3"
                                   AND "4" AND "7" AND "8"
                                   AND "9" AND "0" AND "R"
                                   AND "L"
                       MOVE "01" TO WS-REJECT-REASON
                   WHEN ET-OP-CODE = "R"
                       PERFORM PROC-REVERSAL-CHECK
                               THRU PROC-REVERSAL-CHECK-END
                   WHEN ET-NUM-1-SOURCE NOT = SPACE AND "L"
                                        AND "P" AND "M"
                     OR ET-NUM-2-SOURCE NOT = SPACE AND "L"
                   WHEN ET-WORK-ORDER NOT NUMERIC
                    AND ET-WORK-ORDER NOT = SPACES
                       MOVE "05" TO WS-REJECT-REASON
                   WHEN WS-WO-DUPLICATE
                       MOVE "16" TO WS-REJECT-REASON
                   WHEN ET-OP-CODE = "7"
                    AND ET-CURRENCY = SPACES
                       MOVE "06" TO WS-REJECT-REASON
                    AND (ET-NUM-2-SOURCE = SPACE OR "L")
                    AND ET-NUM-2 NOT = 1 AND 2 AND 3
                       MOVE "07" TO WS-REJECT-REASON
                   WHEN ET-OP-CODE = "L"
                    AND (ET-LOAN-PERIODS NOT NUMERIC
                      OR ET-LOAN-PERIODS < 1
                      OR ET-LOAN-PERIODS > WS-LOAN-MAX-PERIODS)
                       MOVE "17" TO WS-REJECT-REASON
                   WHEN ET-OP-CODE = "L"
                    AND (ET-NUM-1-SOURCE = SPACE OR "L")
                    AND ET-NUM-1 NOT > ZERO
                       MOVE "18" TO WS-REJECT-REASON
                   WHEN ET-OP-CODE = "L"
                    AND (ET-NUM-2-SOURCE = SPACE OR "L")
                    AND (ET-NUM-2 < ZERO
                      OR ET-NUM-2 > WS-LOAN-MAX-RATE)
                       MOVE "19" TO WS-REJECT-REASON
                   WHEN WS-LOAN-UNFIT
                       MOVE "20" TO WS-REJECT-REASON
                   WHEN ET-GL-POST-FLAG NOT = "Y" AND "N"
                                        AND SPACE
                       MOVE "10" TO WS-REJECT-REASON
            .
       PROC-VALIDATE-END.

      *-----------------------------------------------------------*
      * PROC-REVERSAL-CHECK - an op-code R record must name a
      * numeric original other than itself (13), the original must
      * have posted (14), and it must not already be reversed on
      * the GL file or by an earlier record of this edit (15).  Its
      * own reference is held to the duplicate check (16).  A
      * record that passes claims the original, so a second
      * reversal of it in the same input rejects.
      *-----------------------------------------------------------*
       PROC-REVERSAL-CHECK.
            MOVE ET-ORIG-WORK-ORDER TO WS-RVE-KEY
            PERFORM PROC-RVE-FIND
                    THRU PROC-RVE-FIND-END

            EVALUATE TRUE
                   WHEN ET-ORIG-WORK-ORDER NOT NUMERIC
                     OR ET-ORIG-WORK-ORDER = ZERO
                     OR ET-ORIG-WORK-ORDER = ET-WORK-ORDER
                       MOVE "13" TO WS-REJECT-REASON
                   WHEN ET-WORK-ORDER NOT NUMERIC
                    AND ET-WORK-ORDER NOT = SPACES
                       MOVE "05" TO WS-REJECT-REASON
                   WHEN WS-WO-DUPLICATE
                       MOVE "16" TO WS-REJECT-REASON
                   WHEN ET-GL-POST-FLAG NOT = "Y" AND "N"
                                        AND SPACE
                       MOVE "10" TO WS-REJECT-REASON
                   WHEN NOT WS-RVE-FOUND
                       MOVE "14" TO WS-REJECT-REASON
                   WHEN NOT WS-RVE-POSTED(WS-RVE-SUB)
                       MOVE "14" TO WS-REJECT-REASON
                   WHEN WS-RVE-REVERSED(WS-RVE-SUB)
                       MOVE "15" TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "Y" TO WS-RVE-DONE-FLAG(WS-RVE-SUB)
            END-EVALUATE
            .
       PROC-REVERSAL-CHECK-END.

      *-----------------------------------------------------------*
      * PROC-LOAN-TERM-CHECK - a loan keyed with a literal
      * principal, rate and term in range is worked as CBLCalcu
      * will work it: the installment from the annuity factor,
      * then the balance through every period but the last.  An
      * installment that rounds to 0.00, or one that repays the
      * principal with its interest before the last period, is
      * unfit (reason 20).  Terms taken from a previous result or
      * MEMFILE are not known until the run, where the calculator
      * applies the same rule.
      *-----------------------------------------------------------*
       PROC-LOAN-TERM-CHECK.
            MOVE "N" TO WS-LOAN-UNFIT-FLAG

            IF ET-OP-CODE = "L"
               AND (ET-NUM-1-SOURCE = SPACE OR "L")
               AND (ET-NUM-2-SOURCE = SPACE OR "L")
               AND ET-NUM-1 NUMERIC
               AND ET-NUM-2 NUMERIC
               AND ET-LOAN-PERIODS NUMERIC
               AND ET-LOAN-PERIODS >= 1
               AND ET-LOAN-PERIODS <= WS-LOAN-MAX-PERIODS
               AND ET-NUM-1 > ZERO
               AND ET-NUM-2 >= ZERO
               AND ET-NUM-2 <= WS-LOAN-MAX-RATE
                COMPUTE WS-LOAN-RATE ROUNDED = ET-NUM-2 / 1200
                IF WS-LOAN-RATE = ZERO
                    MOVE ET-LOAN-PERIODS TO WS-LOAN-FACTOR
                ELSE
                    MOVE 1 TO WS-LOAN-DISCOUNT
                    PERFORM PROC-LOAN-DISCOUNT
                            THRU PROC-LOAN-DISCOUNT-END
                            ET-LOAN-PERIODS TIMES
                    COMPUTE WS-LOAN-FACTOR ROUNDED =
                            (1 - WS-LOAN-DISCOUNT) / WS-LOAN-RATE
                END-IF
                COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                        ET-NUM-1 / WS-LOAN-FACTOR

                IF WS-LOAN-INSTALLMENT NOT > ZERO
                    MOVE "Y" TO WS-LOAN-UNFIT-FLAG
                ELSE
                    MOVE ET-NUM-1 TO WS-LOAN-BALANCE
                    MOVE ZERO     TO WS-LOAN-PERIOD
                    PERFORM PROC-LOAN-TERM-PERIOD
                            THRU PROC-LOAN-TERM-PERIOD-END
                            UNTIL WS-LOAN-PERIOD >= ET-LOAN-PERIODS - 1
                               OR WS-LOAN-BALANCE < ZERO
                    IF WS-LOAN-BALANCE < ZERO
                        MOVE "Y" TO WS-LOAN-UNFIT-FLAG
                    END-IF
                END-IF
            END-IF
            .
       PROC-LOAN-TERM-CHECK-END.

       PROC-LOAN-DISCOUNT.
            COMPUTE WS-LOAN-DISCOUNT ROUNDED =
                    WS-LOAN-DISCOUNT / (1 + WS-LOAN-RATE)
            .
       PROC-LOAN-DISCOUNT-END.

       PROC-LOAN-TERM-PERIOD.
            ADD 1 TO WS-LOAN-PERIOD
            COMPUTE WS-LOAN-INTEREST ROUNDED =
                    WS-LOAN-BALANCE * WS-LOAN-RATE
            COMPUTE WS-LOAN-BALANCE =
                    WS-LOAN-BALANCE - WS-LOAN-INSTALLMENT
                                    + WS-LOAN-INTEREST
            .
       PROC-LOAN-TERM-PERIOD-END.

      *-----------------------------------------------------------*
      * PROC-GL-ACCT-CHECK - layout check on the GL account
      * reference: non-blank, left-justified, no embedded blanks.
                   WHEN "12"
                       MOVE "GL ACCOUNT NOT ON CHART"
                         TO WS-REASON-TEXT
                   WHEN "13"
                       MOVE "BAD ORIGINAL ON REVERSAL"
                         TO WS-REASON-TEXT
                   WHEN "14"
                       MOVE "ORIGINAL NEVER POSTED"
                         TO WS-REASON-TEXT
                   WHEN "15"
                       MOVE "ORIGINAL ALREADY REVERSED"
                         TO WS-REASON-TEXT
                   WHEN "16"
                       IF WS-WO-DUP-IN-INPUT
                           MOVE "WORK ORDER REPEATED IN INPUT"
                             TO WS-REASON-TEXT
                       ELSE
                           MOVE "WORK ORDER ALREADY PROCESSED"
                             TO WS-REASON-TEXT
                       END-IF
                   WHEN "17"
                       MOVE "LOAN TERM NOT 1 TO 360 PERIODS"
                         TO WS-REASON-TEXT
                   WHEN "18"
                       MOVE "LOAN PRINCIPAL NOT ABOVE ZERO"
                         TO WS-REASON-TEXT
                   WHEN "19"
                       MOVE "LOAN RATE NOT 0 TO 99.99 PCT"
                         TO WS-REASON-TEXT
                   WHEN "20"
                       MOVE "LOAN INSTALLMENT NOT VIABLE"
                         TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN REASON"
                         TO WS-REASON-TEXT
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            IF WS-RPT-LKD-SECTION
                WRITE RPT-LINE FROM WS-LKD-TITLE
                      AFTER ADVANCING 1 LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE AFTER ADVANCING 1 LINE
                WRITE RPT-LINE FROM WS-HDG-COL-2
                      AFTER ADVANCING 1 LINE
                MOVE 7 TO WS-LINE-COUNT
            ELSE
                WRITE RPT-LINE FROM WS-HDG-COL-1
                      AFTER ADVANCING 1 LINE
                MOVE 5 TO WS-LINE-COUNT
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            .
       PROC-PRINT-HEADINGS-END.

      *-----------------------------------------------------------*
      * PROC-LKD-REPORT - the likely-duplicates section: each
      * record that passed with no work-order reference but matches
      * an earlier one, against the record it matches.  Both went
      * to the run file; a confirmed duplicate is backed out with
      * an op-code R reversal once it has posted.
      *-----------------------------------------------------------*
       PROC-LKD-REPORT.
            IF WS-LKD-COUNT > ZERO
                MOVE "L" TO WS-RPT-SECTION-FLAG

                IF WS-PAGE-COUNT = ZERO
                   OR WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                    PERFORM PROC-PRINT-HEADINGS
                            THRU PROC-PRINT-HEADINGS-END
                ELSE
                    MOVE SPACES TO RPT-LINE
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    WRITE RPT-LINE FROM WS-LKD-TITLE
                          AFTER ADVANCING 1 LINE
                    MOVE SPACES TO RPT-LINE
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    WRITE RPT-LINE FROM WS-HDG-COL-2
                          AFTER ADVANCING 1 LINE
                    MOVE SPACES TO RPT-LINE
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    ADD 5 TO WS-LINE-COUNT
                END-IF

                MOVE ZERO TO WS-LKD-SUB
                PERFORM PROC-LKD-PRINT
                        THRU PROC-LKD-PRINT-END
                        UNTIL WS-LKD-SUB >= WS-LKD-COUNT

                IF WS-LKD-TOTAL > WS-LKD-COUNT
                    MOVE SPACES TO RPT-LINE
                    MOVE "MORE LIKELY DUPLICATES THAN LISTED - SEE "
                      TO RPT-LINE(6:41)
                    MOVE "TOTALS" TO RPT-LINE(47:6)
                    WRITE RPT-LINE AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF

                MOVE "R" TO WS-RPT-SECTION-FLAG
            END-IF
            .
       PROC-LKD-REPORT-END.

       PROC-LKD-PRINT.
            ADD 1 TO WS-LKD-SUB

            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
            END-IF

            MOVE WS-LKD-TRAN(WS-LKD-SUB) TO WS-EDIT-TRAN

            MOVE WS-LKD-RECNO(WS-LKD-SUB)  TO WS-LKL-RECNO
            MOVE WS-LKD-SOURCE(WS-LKD-SUB) TO WS-LKL-SOURCE
            MOVE ET-OP-CODE                TO WS-LKL-OP

            MOVE ET-NUM-1-SOURCE           TO WS-OPERAND-SOURCE
            MOVE ET-NUM-1-NAME             TO WS-OPERAND-NAME
            MOVE ET-NUM-1                  TO WS-OPERAND-AMOUNT
            PERFORM PROC-OPERAND-TEXT
                    THRU PROC-OPERAND-TEXT-END
            MOVE WS-OPERAND-TEXT           TO WS-LKL-OPERAND-1

            MOVE ET-NUM-2-SOURCE           TO WS-OPERAND-SOURCE
            MOVE ET-NUM-2-NAME             TO WS-OPERAND-NAME
            MOVE ET-NUM-2                  TO WS-OPERAND-AMOUNT
            PERFORM PROC-OPERAND-TEXT
                    THRU PROC-OPERAND-TEXT-END
            MOVE WS-OPERAND-TEXT           TO WS-LKL-OPERAND-2

            MOVE ET-CURRENCY               TO WS-LKL-CURRENCY
            MOVE ET-GL-ACCOUNT             TO WS-LKL-ACCOUNT
            MOVE WS-LKD-MATCH-RECNO(WS-LKD-SUB)
                                           TO WS-LKL-MATCH-RECNO
            MOVE WS-LKD-MATCH-SOURCE(WS-LKD-SUB)
                                           TO WS-LKL-MATCH-SOURCE

            WRITE RPT-LINE FROM WS-LKD-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            .
       PROC-LKD-PRINT-END.

      *    A literal operand prints as its amount; a chained one by
      *    where it comes from, since its amount is not known until
      *    the run.
       PROC-OPERAND-TEXT.
            EVALUATE WS-OPERAND-SOURCE
                   WHEN "P"
                       MOVE "PREV RESULT" TO WS-OPERAND-TEXT
                   WHEN "M"
                       MOVE SPACES        TO WS-OPERAND-TEXT
                       MOVE "M:"          TO WS-OPERAND-TEXT(1:2)
                       MOVE WS-OPERAND-NAME TO WS-OPERAND-TEXT(3:10)
                   WHEN OTHER
                       MOVE WS-OPERAND-AMOUNT TO WS-OPERAND-EDIT
                       MOVE WS-OPERAND-EDIT   TO WS-OPERAND-TEXT
            END-EVALUATE
            .
       PROC-OPERAND-TEXT-END.

      *-----------------------------------------------------------*
      * PROC-TOTALS - edit totals, and the recycling instruction
      * for whoever works the rejects.
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  OF WHICH DUPLICATE WORK ORDERS" TO WS-TOT-TEXT
            MOVE WS-DUP-REJECT-COUNT       TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "REJECTS CLEARED BY RECYCLE" TO WS-TOT-TEXT
            MOVE WS-CLEARED-COUNT          TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "LIKELY DUPLICATES TO CONFIRM" TO WS-TOT-TEXT
            MOVE WS-LKD-TOTAL              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            MOVE "CORRECT THE REJECT FILE IN PLACE AND SUPPLY IT AS"
              TO RPT-LINE(6:50)
