      *
      * Modification History:
      *   03/09/26  Beri  Original version.
      *   15/10/26  Beri  Reversals trace as a pair: the audit trail
      *                   and GL file are read once for reversal
      *                   links, and an original or its reversal
      *                   brings the other into the packet, with a
      *                   REVERSAL LINKS section naming each pair.
      *   15/10/26  Beri  High-value holds: a HOLDFILE section shows
      *                   each held posting's decision, who made it
      *                   and when, and whether it was released to
      *                   the GL; result lines show POST HELD, and a
      *                   declined hold's notice shows NOT POSTED.
      *   15/10/26  Beri  Double-entry GL: each GL detail line shows
      *                   its leg (PRIMARY or CONTRA) and the account
      *                   the other leg of the pair went to.
      *   15/10/26  Beri  GL acknowledgement: a GLSTAT section shows
      *                   whether each posting sent to the GL was
      *                   posted or rejected there, with the GL's
      *                   reason on a reject.
      *   15/10/26  Beri  Work-order cross-reference: the trace looks
      *                   the range up on XREFFILE first, opens only
      *                   the files that hold it and reads each no
      *                   further than the last record it needs.
      *                   Column 31 of the card set to F reads every
      *                   file in full, as before.
      *   15/10/26  Beri  Audit and GL detail lines show who keyed the
      *                   calculation: the operator signed on, or the
      *                   batch job name.
      *   15/10/26  Beri  CBLCalcu keeps the AUDITFILE and GLFILE
      *                   entries on XREFFILE current, so the cross-
      *                   reference is used only when both files have
      *                   their control entry, and each pass stops at
      *                   the last record wanted.  TRANFILE and
      *                   RESFILE, which hold one cycle's work, are
      *                   read in full.  Reversal links come only from
      *                   the audit trail and GL file entries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLWoTrc.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT HOLDFILE  ASSIGN TO HOLDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT GLSTAT    ASSIGN TO GLSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GS-KEY
                  FILE STATUS IS WS-GST-STATUS.

           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.
       01  GL-RECORD.
           COPY CALCGL.

       FD  HOLDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY CALCHLD.

       FD  GLSTAT
           LABEL RECORDS ARE STANDARD.
       01  GST-RECORD.
           COPY CALCGST.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           88  WS-GL-OK            VALUE "00".
           88  WS-GL-NOT-FOUND     VALUE "35".

       77 WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-OK          VALUE "00".
           88  WS-HOLD-NOT-FOUND   VALUE "35".

       77 WS-GST-STATUS            PIC X(02).
           88  WS-GST-OK           VALUE "00".
           88  WS-GST-NOT-FOUND    VALUE "35".

       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".
      * optional reference the range runs to.  A blank or zero TO
      * reference traces the single FROM reference.  Both are the
      * fifteen-digit date-plus-sequence form the files carry.
      * F in column 31 passes every file in full rather than
      * going by the cross-reference.
      *-----------------------------------------------------------*
       01 WS-SELECTION-CARD.
           05  WS-SEL-WO-FROM          PIC X(15).
           05  WS-SEL-WO-TO            PIC X(15).
           05  WS-SEL-FULL-PASS        PIC X(01).
               88  WS-SEL-FULL         VALUE "F".
           05  FILLER                  PIC X(49).

       77 WS-CARD-OK-FLAG          PIC X(01)      VALUE "N".
           88  WS-CARD-OK          VALUE "Y".
      *-----------------------------------------------------------*
       77 WS-REC-WO                PIC X(15).

       77 WS-WO-SELECT-FLAG        PIC X(01)      VALUE "N".
           88  WS-WO-SELECTED      VALUE "Y".

      *-----------------------------------------------------------*
      * Cross-reference lookup.  Each live file's limit is the
      * position of the last record the packet needs from it -
      * zero when the file holds none, so it is not opened, and
      * WS-FULL-LIMIT when it must be read to the end: the full
      * pass was asked for, the cross-reference is not there or
      * not current, or the file is TRANFILE or RESFILE, which
      * only hold the current cycle.  WS-REC-POS counts records as
      * a pass reads, and the pass ends when it reaches the limit.
      *-----------------------------------------------------------*
       77 WS-XRF-USED-FLAG         PIC X(01)      VALUE "N".
           88  WS-XRF-USED         VALUE "Y".

       77 WS-XRF-STALE-FLAG        PIC X(01)      VALUE "N".
           88  WS-XRF-STALE        VALUE "Y".

       77 WS-XRF-BUILT-DATE        PIC 9(08)      VALUE ZERO.
       77 WS-XRF-LOW-WO            PIC X(15).
       77 WS-XRF-HIGH-WO           PIC X(15).
       77 WS-XRF-CTL-FILE          PIC X(10).
       77 WS-LNK-PTR               PIC 9(03) COMP VALUE ZERO.

       77 WS-FULL-LIMIT            PIC 9(09) COMP VALUE 999999999.
       77 WS-TRAN-LIMIT            PIC 9(09) COMP VALUE ZERO.
       77 WS-RES-LIMIT             PIC 9(09) COMP VALUE ZERO.
       77 WS-AUD-LIMIT             PIC 9(09) COMP VALUE ZERO.
       77 WS-GL-LIMIT              PIC 9(09) COMP VALUE ZERO.
       77 WS-REC-LIMIT             PIC 9(09) COMP VALUE ZERO.
       77 WS-REC-POS               PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * Reversal links touching the card range: an original and
      * the reversal that backs it out, picked up off the audit
      * trail and the GL file before the trace passes.  Either
      * half inside the range brings the other half into the
      * packet, so a dispute sees the correction with the figure
      * it corrects.
      *-----------------------------------------------------------*
       77 WS-LNK-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-LNK-MAX               PIC 9(03) COMP VALUE 200.
       77 WS-LNK-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-LNK-ORIG-KEY          PIC X(15).
       77 WS-LNK-REV-KEY           PIC X(15).

       77 WS-LNK-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-LNK-FOUND        VALUE "Y".

       01 WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-LNK-COUNT.
               10  WS-LNK-ORIG-WO      PIC X(15).
               10  WS-LNK-REV-WO       PIC X(15).

      *-----------------------------------------------------------*
      * Per-file match counters - zero after a file's pass writes
      * the NOT FOUND line for that file.
       77 WS-RES-MATCHED           PIC 9(07) COMP VALUE ZERO.
       77 WS-AUD-MATCHED           PIC 9(07) COMP VALUE ZERO.
       77 WS-GL-MATCHED            PIC 9(07) COMP VALUE ZERO.
       77 WS-HLD-MATCHED           PIC 9(07) COMP VALUE ZERO.
       77 WS-GST-MATCHED           PIC 9(07) COMP VALUE ZERO.

       77 WS-RUN-DATE              PIC 9(08).

               "  NOT FOUND ON ".
           05  WS-NF-FILE              PIC X(10).

       01 WS-LINK-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE "ORIGINAL ".
           05  WS-LNK-LINE-ORIG        PIC X(16).
           05  FILLER                  PIC X(13)  VALUE
               " REVERSED BY ".
           05  WS-LNK-LINE-REV         PIC X(16).

       01 WS-XREF-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-XRL-TEXT             PIC X(40).
           05  WS-XRL-BUILT            PIC X(07).
           05  WS-XRL-DATE             PIC X(10).

       77 WS-XRL-DATE-EDIT         PIC 9999/99/99.

       01 WS-NOAVAIL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
               10  WS-AUD-TIME-MM      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-AUD-TIME-SS      PIC X(02).
           05  FILLER                  PIC X(04)  VALUE " BY ".
           05  WS-AUD-BY               PIC X(08).

       01 WS-GL-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-GLL-SIGN             PIC X(06).
           05  FILLER                  PIC X(09)  VALUE "  POSTED ".
           05  WS-GLL-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-GLL-LEG              PIC X(07).
           05  FILLER                  PIC X(09)  VALUE " AGAINST ".
           05  WS-GLL-OFFSET           PIC X(10).
           05  FILLER                  PIC X(04)  VALUE " BY ".
           05  WS-GLL-BY               PIC X(08).

       01 WS-HLD-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-HDL-WO               PIC X(16).
           05  FILLER                  PIC X(09)  VALUE " ACCOUNT ".
           05  WS-HDL-ACCT             PIC X(10).
           05  FILLER                  PIC X(09)  VALUE "  AMOUNT ".
           05  WS-HDL-AMOUNT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-HDL-SIGN             PIC X(06).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-HDL-STATUS           PIC X(24).
           05  FILLER                  PIC X(04)  VALUE " BY ".
           05  WS-HDL-BY               PIC X(08).
           05  FILLER                  PIC X(04)  VALUE " ON ".
           05  WS-HDL-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-HDL-TIME.
               10  WS-HDL-TIME-HH      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-HDL-TIME-MM      PIC X(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-HDL-TIME-SS      PIC X(02).

       01 WS-GST-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-GSL-WO               PIC X(16).
           05  FILLER                  PIC X(05)  VALUE " RUN ".
           05  WS-GSL-RUN              PIC 9(05).
           05  FILLER                  PIC X(09)  VALUE "  AMOUNT ".
           05  WS-GSL-AMOUNT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-GSL-SIGN             PIC X(06).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-GSL-STATUS           PIC X(16).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-GSL-GL-DATE          PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-GSL-REASON           PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-GSL-REASON-TEXT      PIC X(30).

       77 WS-GSL-DATE-EDIT         PIC 9999/99/99.

       01 WS-HLD-RUN-WORDS.
           05  WS-HRW-TEXT             PIC X(13).
           05  WS-HRW-RUN              PIC 9(05).
           05  FILLER                  PIC X(06)  VALUE SPACES.

      *-----------------------------------------------------------*
      * Scratch fields: the printable dddddddd-sssssss form of a
            IF WS-CARD-OK
                OPEN OUTPUT TRCRPT

                PERFORM PROC-XREF-LOCATE
                        THRU PROC-XREF-LOCATE-END

                PERFORM PROC-PRINT-BANNER
                        THRU PROC-PRINT-BANNER-END

                PERFORM PROC-LINK-LOAD
                        THRU PROC-LINK-LOAD-END

                PERFORM PROC-TRACE-TRAN
                        THRU PROC-TRACE-TRAN-END
                PERFORM PROC-TRACE-RES
                        THRU PROC-TRACE-AUDIT-END
                PERFORM PROC-TRACE-GL
                        THRU PROC-TRACE-GL-END
                PERFORM PROC-TRACE-HOLD
                        THRU PROC-TRACE-HOLD-END
                PERFORM PROC-TRACE-GLSTAT
                        THRU PROC-TRACE-GLSTAT-END

                CLOSE TRCRPT

                        "  RES: " WS-RES-MATCHED
                        "  AUDIT: " WS-AUD-MATCHED
                        "  GL: " WS-GL-MATCHED
                        "  HOLD: " WS-HLD-MATCHED
                        "  GL STATUS: " WS-GST-MATCHED
            ELSE
                MOVE 16 TO RETURN-CODE
            END-IF
            MOVE WS-WO-PRINT          TO WS-HDG-SEL-TO
            WRITE RPT-LINE FROM WS-HDG-SEL
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-XRL-BUILT
            MOVE SPACES TO WS-XRL-DATE
            EVALUATE TRUE
                   WHEN WS-XRF-USED
                       MOVE "UPDATED"         TO WS-XRL-BUILT
                       MOVE "LOCATED VIA WORK-ORDER CROSS-REFERENCE"
                         TO WS-XRL-TEXT
                       MOVE WS-XRF-BUILT-DATE TO WS-XRL-DATE-EDIT
                       MOVE WS-XRL-DATE-EDIT  TO WS-XRL-DATE
                   WHEN WS-SEL-FULL
                       MOVE "FULL PASS REQUESTED - FILES READ IN FULL"
                         TO WS-XRL-TEXT
                   WHEN WS-XRF-STALE
                       MOVE "CROSS-REFERENCE NOT CURRENT - FULL PASS"
                         TO WS-XRL-TEXT
                   WHEN OTHER
                       MOVE "NO CROSS-REFERENCE - FILES READ IN FULL"
                         TO WS-XRL-TEXT
            END-EVALUATE
            WRITE RPT-LINE FROM WS-XREF-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-PRINT-BANNER-END.

      *-----------------------------------------------------------*
      * PROC-XREF-LOCATE - the range, and any reversal partner of
      * a reference in it, looked up on XREFFILE.  The cross-
      * reference is used only when AUDITFILE and GLFILE both have
      * their control entry: CBLCalcu takes a file's control entry
      * off while it appends to the file and puts it back, with the
      * new record count, once every record added is indexed, so
      * a file without one may hold records the cross-reference
      * does not know about.  A location entry raises its file's
      * limit to the record's position; a reversal entry, or an
      * audit or GL entry naming an original, makes a reversal
      * link, so the partner is looked up too.  TRANFILE and
      * RESFILE hold one cycle's work and are read in full.
      * Archive entries are CBLAudInq's business and are passed
      * over.
      *-----------------------------------------------------------*
       PROC-XREF-LOCATE.
            MOVE "N"           TO WS-XRF-USED-FLAG
            MOVE "N"           TO WS-XRF-STALE-FLAG
            MOVE ZERO          TO WS-LNK-COUNT
            MOVE WS-FULL-LIMIT TO WS-TRAN-LIMIT
            MOVE WS-FULL-LIMIT TO WS-RES-LIMIT
            MOVE WS-FULL-LIMIT TO WS-AUD-LIMIT
            MOVE WS-FULL-LIMIT TO WS-GL-LIMIT

            IF NOT WS-SEL-FULL
                OPEN INPUT XREFFILE
                IF WS-XRF-OK
                    MOVE 99999999 TO WS-XRF-BUILT-DATE

                    MOVE "AUDITFILE" TO WS-XRF-CTL-FILE
                    PERFORM PROC-XRF-CONTROL
                            THRU PROC-XRF-CONTROL-END
                    IF NOT WS-XRF-STALE
                        MOVE "GLFILE"    TO WS-XRF-CTL-FILE
                        PERFORM PROC-XRF-CONTROL
                                THRU PROC-XRF-CONTROL-END
                    END-IF

                    IF NOT WS-XRF-STALE
                        MOVE "Y"  TO WS-XRF-USED-FLAG
                        MOVE ZERO TO WS-AUD-LIMIT
                        MOVE ZERO TO WS-GL-LIMIT

                        MOVE WS-SEL-WO-FROM TO WS-XRF-LOW-WO
                        MOVE WS-SEL-WO-TO   TO WS-XRF-HIGH-WO
                        PERFORM PROC-XRF-BROWSE
                                THRU PROC-XRF-BROWSE-END

                        MOVE ZERO TO WS-LNK-PTR
                        PERFORM PROC-XRF-PARTNER
                                THRU PROC-XRF-PARTNER-END
                                UNTIL WS-LNK-PTR >= WS-LNK-COUNT
                    END-IF

                    CLOSE XREFFILE
                END-IF
            END-IF
            .
       PROC-XREF-LOCATE-END.

      *    Every entry from WS-XRF-LOW-WO to WS-XRF-HIGH-WO.
       PROC-XRF-BROWSE.
            MOVE "N"           TO WS-EOF-FLAG
            MOVE LOW-VALUES    TO XR-KEY
            MOVE WS-XRF-LOW-WO TO XR-WORK-ORDER

            START XREFFILE KEY NOT < XR-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START

            IF NOT WS-EOF
                PERFORM PROC-XRF-READ-NEXT
            END-IF

            PERFORM PROC-XRF-NOTE
                    THRU PROC-XRF-NOTE-END
                    UNTIL WS-EOF
            .
       PROC-XRF-BROWSE-END.

       PROC-XRF-READ-NEXT.
            READ XREFFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    IF XR-WORK-ORDER > WS-XRF-HIGH-WO
                        MOVE "Y" TO WS-EOF-FLAG
                    END-IF
            END-READ
            .

       PROC-XRF-NOTE.
            EVALUATE TRUE
                   WHEN XR-REVERSAL-LINK
                       MOVE XR-WORK-ORDER      TO WS-LNK-ORIG-KEY
                       MOVE XR-LINK-WORK-ORDER TO WS-LNK-REV-KEY
                       PERFORM PROC-LINK-ADD
                               THRU PROC-LINK-ADD-END
                   WHEN XR-IN-AUDITFILE
                       IF XR-REC-NUMBER > WS-AUD-LIMIT
                           MOVE XR-REC-NUMBER TO WS-AUD-LIMIT
                       END-IF
                   WHEN XR-IN-GLFILE
                       IF XR-REC-NUMBER > WS-GL-LIMIT
                           MOVE XR-REC-NUMBER TO WS-GL-LIMIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE

            IF (XR-IN-AUDITFILE OR XR-IN-GLFILE)
               AND XR-LINK-WORK-ORDER NUMERIC
               AND XR-LINK-WORK-ORDER NOT = ZERO
                MOVE XR-LINK-WORK-ORDER TO WS-LNK-ORIG-KEY
                MOVE XR-WORK-ORDER      TO WS-LNK-REV-KEY
                PERFORM PROC-LINK-ADD
                        THRU PROC-LINK-ADD-END
            END-IF

            PERFORM PROC-XRF-READ-NEXT
            .
       PROC-XRF-NOTE-END.

      *    The half of each link outside the card range, looked up
      *    in its own right.  A partner already in the range was
      *    browsed with it.
       PROC-XRF-PARTNER.
            ADD 1 TO WS-LNK-PTR

            MOVE WS-LNK-ORIG-WO(WS-LNK-PTR) TO WS-XRF-LOW-WO
            PERFORM PROC-XRF-PARTNER-ONE
                    THRU PROC-XRF-PARTNER-ONE-END

            MOVE WS-LNK-REV-WO(WS-LNK-PTR)  TO WS-XRF-LOW-WO
            PERFORM PROC-XRF-PARTNER-ONE
                    THRU PROC-XRF-PARTNER-ONE-END
            .
       PROC-XRF-PARTNER-END.

       PROC-XRF-PARTNER-ONE.
            IF WS-XRF-LOW-WO < WS-SEL-WO-FROM
             OR WS-XRF-LOW-WO > WS-SEL-WO-TO
                MOVE WS-XRF-LOW-WO TO WS-XRF-HIGH-WO
                PERFORM PROC-XRF-BROWSE
                        THRU PROC-XRF-BROWSE-END
            END-IF
            .
       PROC-XRF-PARTNER-ONE-END.

      *    WS-XRF-STALE is set when the file in WS-XRF-CTL-FILE has
      *    no control entry.  The banner shows the older of the
      *    dates the two files were last brought up to date.
       PROC-XRF-CONTROL.
            MOVE "N"             TO WS-XRF-STALE-FLAG
            MOVE LOW-VALUES      TO XR-KEY
            MOVE ZERO            TO XR-WORK-ORDER
            MOVE WS-XRF-CTL-FILE TO XR-FILE-ID
            MOVE ZERO            TO XR-GENERATION
            MOVE ZERO            TO XR-REC-NUMBER

            READ XREFFILE
                INVALID KEY
                    MOVE "Y" TO WS-XRF-STALE-FLAG
                NOT INVALID KEY
                    IF XR-BUILT-DATE < WS-XRF-BUILT-DATE
                        MOVE XR-BUILT-DATE TO WS-XRF-BUILT-DATE
                    END-IF
            END-READ
            .
       PROC-XRF-CONTROL-END.

      *-----------------------------------------------------------*
      * PROC-LINK-LOAD - one pass each of AUDITFILE and GLFILE for
      * records carrying an original reference, keeping each
      * original/reversal pair with either half in the card range,
      * then prints the pairs found.  The GL pass catches a pair
      * whose audit records have already been archived.  A missing
      * file is reported by its own trace pass.  When the cross-
      * reference was used the pairs came from it and the passes
      * are not needed.
      *-----------------------------------------------------------*
       PROC-LINK-LOAD.
            IF NOT WS-XRF-USED
                MOVE ZERO          TO WS-LNK-COUNT
                MOVE WS-FULL-LIMIT TO WS-REC-LIMIT

                MOVE "N"  TO WS-EOF-FLAG
                MOVE ZERO TO WS-REC-POS
                OPEN INPUT AUDITFILE
                IF WS-AUDIT-OK
                    PERFORM PROC-AUDIT-READ
                    PERFORM PROC-LINK-AUDIT
                            THRU PROC-LINK-AUDIT-END
                            UNTIL WS-EOF
                    CLOSE AUDITFILE
                END-IF

                MOVE "N"  TO WS-EOF-FLAG
                MOVE ZERO TO WS-REC-POS
                OPEN INPUT GLFILE
                IF WS-GL-OK
                    PERFORM PROC-GL-READ
                    PERFORM PROC-LINK-GL
                            THRU PROC-LINK-GL-END
                            UNTIL WS-EOF
                    CLOSE GLFILE
                END-IF
            END-IF

            IF WS-LNK-COUNT > ZERO
                MOVE "REVERSAL LINKS" TO WS-SECT-TEXT
                PERFORM PROC-SECTION-HEAD
                        THRU PROC-SECTION-HEAD-END
                MOVE ZERO TO WS-LNK-SUB
                PERFORM PROC-LINK-PRINT
                        THRU PROC-LINK-PRINT-END
                        UNTIL WS-LNK-SUB >= WS-LNK-COUNT
            END-IF
            .
       PROC-LINK-LOAD-END.

       PROC-LINK-AUDIT.
            IF CA-ORIG-WORK-ORDER NUMERIC
               AND CA-ORIG-WORK-ORDER NOT = ZERO
                MOVE CA-ORIG-WORK-ORDER TO WS-LNK-ORIG-KEY
                MOVE CA-WORK-ORDER      TO WS-LNK-REV-KEY
                PERFORM PROC-LINK-ADD
                        THRU PROC-LINK-ADD-END
            END-IF

            PERFORM PROC-AUDIT-READ
            .
       PROC-LINK-AUDIT-END.

       PROC-LINK-GL.
            IF GL-TYPE-DETAIL
               AND GL-ORIG-WORK-ORDER NUMERIC
               AND GL-ORIG-WORK-ORDER NOT = ZERO
                MOVE GL-ORIG-WORK-ORDER TO WS-LNK-ORIG-KEY
                MOVE GL-WORK-ORDER      TO WS-LNK-REV-KEY
                PERFORM PROC-LINK-ADD
                        THRU PROC-LINK-ADD-END
            END-IF

            PERFORM PROC-GL-READ
            .
       PROC-LINK-GL-END.

      *    Keeps the pair if either half is inside the card range
      *    and it is not already held.
       PROC-LINK-ADD.
            IF (WS-LNK-ORIG-KEY >= WS-SEL-WO-FROM
                AND WS-LNK-ORIG-KEY <= WS-SEL-WO-TO)
             OR (WS-LNK-REV-KEY >= WS-SEL-WO-FROM
                AND WS-LNK-REV-KEY <= WS-SEL-WO-TO)
                MOVE "N"  TO WS-LNK-FOUND-FLAG
                MOVE ZERO TO WS-LNK-SUB
                PERFORM PROC-LINK-ADD-SCAN
                        THRU PROC-LINK-ADD-SCAN-END
                        UNTIL WS-LNK-SUB >= WS-LNK-COUNT
                           OR WS-LNK-FOUND
                IF NOT WS-LNK-FOUND
                    IF WS-LNK-COUNT < WS-LNK-MAX
                        ADD 1 TO WS-LNK-COUNT
                        MOVE WS-LNK-ORIG-KEY
                          TO WS-LNK-ORIG-WO(WS-LNK-COUNT)
                        MOVE WS-LNK-REV-KEY
                          TO WS-LNK-REV-WO(WS-LNK-COUNT)
                    ELSE
                        DISPLAY "WARNING: REVERSAL LINK TABLE FULL - "
                                "PAIR " WS-LNK-ORIG-KEY "/"
                                WS-LNK-REV-KEY " NOT TRACED"
                    END-IF
                END-IF
            END-IF
            .
       PROC-LINK-ADD-END.

       PROC-LINK-ADD-SCAN.
            ADD 1 TO WS-LNK-SUB
            IF WS-LNK-ORIG-WO(WS-LNK-SUB) = WS-LNK-ORIG-KEY
               AND WS-LNK-REV-WO(WS-LNK-SUB) = WS-LNK-REV-KEY
                MOVE "Y" TO WS-LNK-FOUND-FLAG
            END-IF
            .
       PROC-LINK-ADD-SCAN-END.

       PROC-LINK-PRINT.
            ADD 1 TO WS-LNK-SUB
            MOVE WS-LNK-ORIG-WO(WS-LNK-SUB)(1:8) TO WS-WOP-DATE
            MOVE WS-LNK-ORIG-WO(WS-LNK-SUB)(9:7) TO WS-WOP-SEQ
            MOVE WS-WO-PRINT                     TO WS-LNK-LINE-ORIG
            MOVE WS-LNK-REV-WO(WS-LNK-SUB)(1:8)  TO WS-WOP-DATE
            MOVE WS-LNK-REV-WO(WS-LNK-SUB)(9:7)  TO WS-WOP-SEQ
            MOVE WS-WO-PRINT                     TO WS-LNK-LINE-REV
            WRITE RPT-LINE FROM WS-LINK-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-LINK-PRINT-END.

      *-----------------------------------------------------------*
      * PROC-WO-SELECT - is the work order in WS-REC-WO in the
      * packet?  Inside the card range, or either half of a
      * reversal link found for it.
      *-----------------------------------------------------------*
       PROC-WO-SELECT.
            MOVE "N" TO WS-WO-SELECT-FLAG

            IF WS-REC-WO >= WS-SEL-WO-FROM
               AND WS-REC-WO <= WS-SEL-WO-TO
                MOVE "Y" TO WS-WO-SELECT-FLAG
            ELSE
                MOVE ZERO TO WS-LNK-SUB
                PERFORM PROC-WO-SELECT-SCAN
                        THRU PROC-WO-SELECT-SCAN-END
                        UNTIL WS-LNK-SUB >= WS-LNK-COUNT
                           OR WS-WO-SELECTED
            END-IF
            .
       PROC-WO-SELECT-END.

       PROC-WO-SELECT-SCAN.
            ADD 1 TO WS-LNK-SUB
            IF WS-LNK-ORIG-WO(WS-LNK-SUB) = WS-REC-WO
             OR WS-LNK-REV-WO(WS-LNK-SUB) = WS-REC-WO
                MOVE "Y" TO WS-WO-SELECT-FLAG
            END-IF
            .
       PROC-WO-SELECT-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-SECTION-HEAD - opens one file's section of the packet.
      * Each file pass stages its work order into WS-REC-WO and
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N"  TO WS-EOF-FLAG
            MOVE ZERO TO WS-REC-POS
            MOVE WS-TRAN-LIMIT TO WS-REC-LIMIT

            IF WS-REC-LIMIT = ZERO
                MOVE "TRANFILE"  TO WS-NF-FILE
                WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                OPEN INPUT TRANFILE

                IF WS-TRAN-NOT-FOUND
                    MOVE "TRANFILE"  TO WS-NA-FILE
                    WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM PROC-TRAN-READ
                    PERFORM PROC-TRAN-LOOP
                            THRU PROC-TRAN-LOOP-END
                            UNTIL WS-EOF
                    CLOSE TRANFILE

                    IF WS-TRAN-MATCHED = ZERO
                        MOVE "TRANFILE"  TO WS-NF-FILE
                        WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-IF
            END-IF
            .
       PROC-TRACE-TRAN-END.

       PROC-TRAN-READ.
            IF WS-REC-POS >= WS-REC-LIMIT
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                READ TRANFILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-REC-POS
                END-READ
            END-IF
            .

       PROC-TRAN-LOOP.
            MOVE CT-WORK-ORDER TO WS-REC-WO
            PERFORM PROC-WO-SELECT
                    THRU PROC-WO-SELECT-END

            IF WS-WO-SELECTED
                ADD 1 TO WS-TRAN-MATCHED
                MOVE CT-WO-DATE      TO WS-WOP-DATE
                MOVE CT-WO-SEQ       TO WS-WOP-SEQ
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N"  TO WS-EOF-FLAG
            MOVE ZERO TO WS-REC-POS
            MOVE WS-RES-LIMIT TO WS-REC-LIMIT

            IF WS-REC-LIMIT = ZERO
                MOVE "RESFILE"   TO WS-NF-FILE
                WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                OPEN INPUT RESFILE

                IF WS-RES-NOT-FOUND
                    MOVE "RESFILE"   TO WS-NA-FILE
                    WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM PROC-RES-READ
                    PERFORM PROC-RES-LOOP
                            THRU PROC-RES-LOOP-END
                            UNTIL WS-EOF
                    CLOSE RESFILE

                    IF WS-RES-MATCHED = ZERO
                        MOVE "RESFILE"   TO WS-NF-FILE
                        WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-IF
            END-IF
            .
       PROC-TRACE-RES-END.

       PROC-RES-READ.
            IF WS-REC-POS >= WS-REC-LIMIT
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                READ RESFILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-REC-POS
                END-READ
            END-IF
            .

       PROC-RES-LOOP.
            MOVE CR-WORK-ORDER TO WS-REC-WO
            PERFORM PROC-WO-SELECT
                    THRU PROC-WO-SELECT-END

            IF WS-WO-SELECTED
                ADD 1 TO WS-RES-MATCHED
                MOVE CR-WO-DATE  TO WS-WOP-DATE
                MOVE CR-WO-SEQ   TO WS-WOP-SEQ
                    MOVE ZERO     TO WS-RSL-NUM-2
                END-IF
                MOVE CR-RESULT   TO WS-RSL-RESULT
                EVALUATE TRUE
                       WHEN CR-STATUS-ERROR
                           MOVE "** ERROR **" TO WS-RSL-STATUS
                       WHEN CR-POST-DECLINED
                           MOVE "NOT POSTED"  TO WS-RSL-STATUS
                       WHEN CR-POST-HELD
                           MOVE "POST HELD"   TO WS-RSL-STATUS
                       WHEN OTHER
                           MOVE "COMPLETED"   TO WS-RSL-STATUS
                END-EVALUATE
                WRITE RPT-LINE FROM WS-RES-LINE
                      AFTER ADVANCING 1 LINE
            END-IF
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N"  TO WS-EOF-FLAG
            MOVE ZERO TO WS-REC-POS
            MOVE WS-AUD-LIMIT TO WS-REC-LIMIT

            IF WS-REC-LIMIT = ZERO
                MOVE "AUDITFILE" TO WS-NF-FILE
                WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                OPEN INPUT AUDITFILE

                IF WS-AUDIT-NOT-FOUND
                    MOVE "AUDITFILE" TO WS-NA-FILE
                    WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM PROC-AUDIT-READ
                    PERFORM PROC-AUDIT-LOOP
                            THRU PROC-AUDIT-LOOP-END
                            UNTIL WS-EOF
                    CLOSE AUDITFILE

                    IF WS-AUD-MATCHED = ZERO
                        MOVE "AUDITFILE" TO WS-NF-FILE
                        WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-IF
            END-IF
            .
       PROC-TRACE-AUDIT-END.

       PROC-AUDIT-READ.
            IF WS-REC-POS >= WS-REC-LIMIT
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                READ AUDITFILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-REC-POS
                END-READ
            END-IF
            .

       PROC-AUDIT-LOOP.
            MOVE CA-WORK-ORDER TO WS-REC-WO
            PERFORM PROC-WO-SELECT
                    THRU PROC-WO-SELECT-END

            IF WS-WO-SELECTED
                ADD 1 TO WS-AUD-MATCHED
                MOVE CA-WO-DATE   TO WS-WOP-DATE
                MOVE CA-WO-SEQ    TO WS-WOP-SEQ
                MOVE WS-TIME-HH   TO WS-AUD-TIME-HH
                MOVE WS-TIME-MM   TO WS-AUD-TIME-MM
                MOVE WS-TIME-SS   TO WS-AUD-TIME-SS
                MOVE CA-OPERATOR-ID TO WS-AUD-BY
                WRITE RPT-LINE FROM WS-AUD-LINE
                      AFTER ADVANCING 1 LINE
            END-IF
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N"  TO WS-EOF-FLAG
            MOVE ZERO TO WS-REC-POS
            MOVE WS-GL-LIMIT TO WS-REC-LIMIT

            IF WS-REC-LIMIT = ZERO
                MOVE "GLFILE"    TO WS-NF-FILE
                WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                OPEN INPUT GLFILE

                IF WS-GL-NOT-FOUND
                    MOVE "GLFILE"    TO WS-NA-FILE
                    WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM PROC-GL-READ
                    PERFORM PROC-GL-LOOP
                            THRU PROC-GL-LOOP-END
                            UNTIL WS-EOF
                    CLOSE GLFILE

                    IF WS-GL-MATCHED = ZERO
                        MOVE "GLFILE"    TO WS-NF-FILE
                        WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-IF
            END-IF
            .
       PROC-TRACE-GL-END.

       PROC-GL-READ.
            IF WS-REC-POS >= WS-REC-LIMIT
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                READ GLFILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WS-REC-POS
                END-READ
            END-IF
            .

       PROC-GL-LOOP.
            IF GL-TYPE-DETAIL
                MOVE GL-WORK-ORDER TO WS-REC-WO
                PERFORM PROC-WO-SELECT
                        THRU PROC-WO-SELECT-END

                IF WS-WO-SELECTED
                    ADD 1 TO WS-GL-MATCHED
                    MOVE GL-WO-DATE     TO WS-WOP-DATE
                    MOVE GL-WO-SEQ      TO WS-WOP-SEQ
                        MOVE "CREDIT"   TO WS-GLL-SIGN
                    END-IF
                    MOVE GL-POST-DATE   TO WS-GLL-DATE
                    IF GL-LEG-CONTRA
                        MOVE "CONTRA"   TO WS-GLL-LEG
                    ELSE
                        MOVE "PRIMARY"  TO WS-GLL-LEG
                    END-IF
                    MOVE GL-OFFSET-ACCOUNT TO WS-GLL-OFFSET
                    MOVE GL-OPERATOR-ID TO WS-GLL-BY
                    WRITE RPT-LINE FROM WS-GL-LINE
                          AFTER ADVANCING 1 LINE
                END-IF
            PERFORM PROC-GL-READ
            .
       PROC-GL-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-TRACE-HOLD - any high-value hold for the range: the
      * posting that was held, the supervisor's decision with who
      * made it and when, and where it went from there.  A
      * declined hold never reached the GL.
      *-----------------------------------------------------------*
       PROC-TRACE-HOLD.
            MOVE "HIGH-VALUE POSTING HOLDS (HOLDFILE)" TO WS-SECT-TEXT
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N" TO WS-EOF-FLAG
            OPEN INPUT HOLDFILE

            IF WS-HOLD-NOT-FOUND
                MOVE "HOLDFILE"  TO WS-NA-FILE
                WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                PERFORM PROC-HOLD-READ
                PERFORM PROC-HOLD-LOOP
                        THRU PROC-HOLD-LOOP-END
                        UNTIL WS-EOF
                CLOSE HOLDFILE

                IF WS-HLD-MATCHED = ZERO
                    MOVE "HOLDFILE"  TO WS-NF-FILE
                    WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                          AFTER ADVANCING 1 LINE
                END-IF
            END-IF
            .
       PROC-TRACE-HOLD-END.

       PROC-HOLD-READ.
            READ HOLDFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-HOLD-LOOP.
            MOVE HD-WORK-ORDER TO WS-REC-WO
            PERFORM PROC-WO-SELECT
                    THRU PROC-WO-SELECT-END

            IF WS-WO-SELECTED
                ADD 1 TO WS-HLD-MATCHED
                MOVE HD-WO-DATE     TO WS-WOP-DATE
                MOVE HD-WO-SEQ      TO WS-WOP-SEQ
                MOVE WS-WO-PRINT    TO WS-HDL-WO
                MOVE HD-ACCOUNT-REF TO WS-HDL-ACCT
                MOVE HD-AMOUNT      TO WS-HDL-AMOUNT
                IF HD-DEBIT
                    MOVE "DEBIT"    TO WS-HDL-SIGN
                ELSE
                    MOVE "CREDIT"   TO WS-HDL-SIGN
                END-IF
                EVALUATE TRUE
                       WHEN HD-HELD
                           MOVE "HELD - AWAITING DECISION"
                             TO WS-HDL-STATUS
                       WHEN HD-APPROVED
                           MOVE "APPROVED - TO RELEASE"
                             TO WS-HDL-STATUS
                       WHEN HD-RELEASED
                           MOVE "APPROVED, GL RUN " TO WS-HRW-TEXT
                           MOVE HD-RELEASE-RUN      TO WS-HRW-RUN
                           MOVE WS-HLD-RUN-WORDS    TO WS-HDL-STATUS
                       WHEN OTHER
                           MOVE "DECLINED - NOT POSTED"
                             TO WS-HDL-STATUS
                END-EVALUATE
                IF HD-HELD
                    MOVE SPACES         TO WS-HDL-BY
                    MOVE ZERO           TO WS-HDL-DATE
                    MOVE SPACES         TO WS-HDL-TIME-HH
                    MOVE SPACES         TO WS-HDL-TIME-MM
                    MOVE SPACES         TO WS-HDL-TIME-SS
                ELSE
                    MOVE HD-DECIDED-BY   TO WS-HDL-BY
                    MOVE HD-DECIDED-DATE TO WS-HDL-DATE
                    MOVE HD-DECIDED-TIME TO WS-TIME-SPLIT
                    MOVE WS-TIME-HH      TO WS-HDL-TIME-HH
                    MOVE WS-TIME-MM      TO WS-HDL-TIME-MM
                    MOVE WS-TIME-SS      TO WS-HDL-TIME-SS
                END-IF
                WRITE RPT-LINE FROM WS-HLD-LINE
                      AFTER ADVANCING 1 LINE
            END-IF

            PERFORM PROC-HOLD-READ
            .
       PROC-HOLD-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-TRACE-GLSTAT - what the GL did with each posting sent
      * for the range, as imported off its return file: posted,
      * rejected with the GL's reason, or not yet acknowledged.
      *-----------------------------------------------------------*
       PROC-TRACE-GLSTAT.
            MOVE "GL ACKNOWLEDGEMENT (GLSTAT)" TO WS-SECT-TEXT
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            MOVE "N" TO WS-EOF-FLAG
            OPEN INPUT GLSTAT

            IF NOT WS-GST-OK
                MOVE "GLSTAT"    TO WS-NA-FILE
                WRITE RPT-LINE FROM WS-NOAVAIL-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                PERFORM PROC-GST-READ
                PERFORM PROC-GST-LOOP
                        THRU PROC-GST-LOOP-END
                        UNTIL WS-EOF
                CLOSE GLSTAT

                IF WS-GST-MATCHED = ZERO
                    MOVE "GLSTAT"    TO WS-NF-FILE
                    WRITE RPT-LINE FROM WS-NOTFOUND-LINE
                          AFTER ADVANCING 1 LINE
                END-IF
            END-IF
            .
       PROC-TRACE-GLSTAT-END.

       PROC-GST-READ.
            READ GLSTAT
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-GST-LOOP.
            MOVE GS-WORK-ORDER TO WS-REC-WO
            PERFORM PROC-WO-SELECT
                    THRU PROC-WO-SELECT-END

            IF WS-WO-SELECTED
                ADD 1 TO WS-GST-MATCHED
                PERFORM PROC-GST-PRINT
                        THRU PROC-GST-PRINT-END
            END-IF

            PERFORM PROC-GST-READ
            .
       PROC-GST-LOOP-END.

       PROC-GST-PRINT.
            MOVE GS-WO-DATE     TO WS-WOP-DATE
            MOVE GS-WO-SEQ      TO WS-WOP-SEQ
            MOVE WS-WO-PRINT    TO WS-GSL-WO
            MOVE GS-RUN-NUMBER  TO WS-GSL-RUN
            MOVE GS-AMOUNT      TO WS-GSL-AMOUNT
            IF GS-DEBIT
                MOVE "DEBIT"    TO WS-GSL-SIGN
            ELSE
                MOVE "CREDIT"   TO WS-GSL-SIGN
            END-IF
            MOVE SPACES         TO WS-GSL-GL-DATE
            MOVE SPACES         TO WS-GSL-REASON
            MOVE SPACES         TO WS-GSL-REASON-TEXT
            EVALUATE TRUE
                   WHEN GS-POSTED
                       MOVE "POSTED IN GL"     TO WS-GSL-STATUS
                   WHEN GS-REJECTED
                       MOVE "REJECTED BY GL"   TO WS-GSL-STATUS
                       MOVE GS-REASON-CODE     TO WS-GSL-REASON
                       MOVE GS-REASON-TEXT     TO WS-GSL-REASON-TEXT
                   WHEN OTHER
                       MOVE "NOT ACKNOWLEDGED" TO WS-GSL-STATUS
            END-EVALUATE
            IF NOT GS-SENT
                MOVE GS-GL-DATE       TO WS-GSL-DATE-EDIT
                MOVE WS-GSL-DATE-EDIT TO WS-GSL-GL-DATE
            END-IF
            WRITE RPT-LINE FROM WS-GST-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-GST-PRINT-END.
       END PROGRAM CBLWoTrc.
