      *                   - a dispute skews old, so the records most
      *                   likely to be questioned are exactly the
      *                   ones the inquiry used to be blind to.
      *   15/10/26  Beri  Name the reversal operation (op code R);
      *                   the record layout carries the reversed
      *                   original's reference.
      *   15/10/26  Beri  Select by work-order reference or range.
      *                   A range is looked up on the work-order
      *                   cross-reference (XREFFILE): only the files
      *                   holding it are opened, each is read no
      *                   further than the last record needed, and
      *                   archive generations that hold the range
      *                   but were not supplied are named.  The card
      *                   gives ARCHFIL1's generation number so the
      *                   archives can be matched to it; F in column
      *                   72 reads every file in full, as before.
      *   15/10/26  Beri  Each detail line shows the operator who
      *                   keyed the calculation, or the batch job
      *                   name.
      *   15/10/26  Beri  Name the loan installment operation (op
      *                   code L).
      *   15/10/26  Beri  CBLCalcu keeps the live file's entries on
      *                   XREFFILE current, so the live file is read
      *                   in full only when its control entry is
      *                   missing, not whenever the range reaches
      *                   past the last build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLAudInq.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARC3-STATUS.

           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.
                ==CA-RUN-TIME==   BY ==LV-RUN-TIME==
                ==CA-WORK-ORDER== BY ==LV-WORK-ORDER==
                ==CA-WO-DATE==    BY ==LV-WO-DATE==
                ==CA-WO-SEQ==     BY ==LV-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==LV-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==LV-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==LV-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==LV-OPERATOR-ID==.

       FD  ARCHFIL1
           LABEL RECORDS ARE STANDARD
                ==CA-RUN-TIME==   BY ==A1-RUN-TIME==
                ==CA-WORK-ORDER== BY ==A1-WORK-ORDER==
                ==CA-WO-DATE==    BY ==A1-WO-DATE==
                ==CA-WO-SEQ==     BY ==A1-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==A1-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==A1-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==A1-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==A1-OPERATOR-ID==.

       FD  ARCHFIL2
           LABEL RECORDS ARE STANDARD
                ==CA-RUN-TIME==   BY ==A2-RUN-TIME==
                ==CA-WORK-ORDER== BY ==A2-WORK-ORDER==
                ==CA-WO-DATE==    BY ==A2-WO-DATE==
                ==CA-WO-SEQ==     BY ==A2-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==A2-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==A2-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==A2-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==A2-OPERATOR-ID==.

       FD  ARCHFIL3
           LABEL RECORDS ARE STANDARD
                ==CA-RUN-TIME==   BY ==A3-RUN-TIME==
                ==CA-WORK-ORDER== BY ==A3-WORK-ORDER==
                ==CA-WO-DATE==    BY ==A3-WO-DATE==
                ==CA-WO-SEQ==     BY ==A3-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==A3-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==A3-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==A3-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==A3-OPERATOR-ID==.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           88  WS-ARC3-OK          VALUE "00".
           88  WS-ARC3-NOT-FOUND   VALUE "35".

       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".
      *    thru ARCHFIL3) to search alongside the live file, so one
      *    report covers a span that crosses the archive boundary.
           05  WS-SEL-ARCH-COUNT       PIC 9(01).
      *    A work-order reference, or a range of them, in the
      *    fifteen-digit date-plus-sequence form; a blank TO means
      *    the FROM reference alone.  The generation number
      *    CBLAudArc gave ARCHFIL1 (ARCHFIL2 and 3 are the two
      *    before it) lets the cross-reference be matched to the
      *    archives supplied.  F reads every file in full.
           05  WS-SEL-WO-FROM          PIC X(15).
           05  WS-SEL-WO-TO            PIC X(15).
           05  WS-SEL-ARCH1-GEN        PIC 9(04).
           05  WS-SEL-FULL-PASS        PIC X(01).
               88  WS-SEL-FULL         VALUE "F".
           05  FILLER                  PIC X(08).

       77 WS-SEL-WO-FLAG           PIC X(01)      VALUE "N".
           88  WS-SEL-BY-WO        VALUE "Y".

      *-----------------------------------------------------------*
      * The merged record the report works on, under the original
      * in date and time order across the archive boundary.  The
      * record buffer is sized ahead of the CALCAUD record so a
      * modest layout growth does not truncate here.
      *
      * Each stream also carries the archive generation it holds
      * (zero for the live file, or when the card gives none) and
      * its read limit: the position of the last record the
      * cross-reference says is wanted, zero when nothing is, or
      * WS-FULL-LIMIT to read to the end.
      *-----------------------------------------------------------*
       77 WS-MRG-SUB               PIC 9(01) COMP VALUE ZERO.
       77 WS-MRG-PICK              PIC 9(01) COMP VALUE ZERO.
       77 WS-FULL-LIMIT            PIC 9(09) COMP VALUE 999999999.

       01 WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 4 TIMES.
               10  WS-MRG-OPENED       PIC X(01).
               10  WS-MRG-GEN          PIC 9(04).
               10  WS-MRG-LIMIT        PIC 9(09) COMP.
               10  WS-MRG-POS          PIC 9(09) COMP.
               10  WS-MRG-ACTIVE       PIC X(01).
               10  WS-MRG-KEY.
                   15  WS-MRG-DATE     PIC 9(08).
                   15  WS-MRG-TIME     PIC 9(08).
               10  WS-MRG-REC          PIC X(100).

      *-----------------------------------------------------------*
      * Files-searched banner, built at startup and repeated on
       01 WS-HDG-FILES.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "SEARCHED: ".
           05  WS-HDG-FILES-TEXT       PIC X(117).

       77 WS-FILES-PTR             PIC 9(02) COMP VALUE 1.

      *-----------------------------------------------------------*
      * Cross-reference lookup, and the archive generations it
      * found the range on that the card did not supply.
      *-----------------------------------------------------------*
       77 WS-XRF-USED-FLAG         PIC X(01)      VALUE "N".
           88  WS-XRF-USED         VALUE "Y".

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

       77 WS-GEN-OFFSET            PIC 9(04)      VALUE ZERO.

       77 WS-MISS-COUNT            PIC 9(02) COMP VALUE ZERO.
       77 WS-MISS-MAX              PIC 9(02) COMP VALUE 10.
       77 WS-MISS-SUB              PIC 9(02) COMP VALUE ZERO.

       77 WS-MISS-FOUND-FLAG       PIC X(01)      VALUE "N".
           88  WS-MISS-FOUND       VALUE "Y".

       01 WS-MISS-TABLE.
           05  WS-MISS-GEN OCCURS 1 TO 10 TIMES
                       DEPENDING ON WS-MISS-COUNT
                                       PIC 9(04).

       01 WS-MISS-TEXT.
           05  FILLER                  PIC X(06)  VALUE " (GEN ".
           05  WS-MISS-TEXT-GEN        PIC 9(04).
           05  FILLER                  PIC X(14)  VALUE
               " NOT SUPPLIED)".

      *-----------------------------------------------------------*
      * Per-operation subtotal table.  One slot is claimed per
      * distinct CA-OP-CODE met on the selected records, so a new
               "   OP CODE ".
           05  WS-HDG-SEL-OP           PIC X(05).

       01 WS-HDG-SEL-WO.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
               "WORK ORDERS ".
           05  WS-HDG-SEL-WO-FROM      PIC X(16).
           05  FILLER                  PIC X(04)  VALUE " TO ".
           05  WS-HDG-SEL-WO-TO        PIC X(16).

       01 WS-WO-PRINT.
           05  WS-WOP-DATE             PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE "-".
           05  WS-WOP-SEQ              PIC 9(07).

       01 WS-HDG-SEL-2.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE SPACES.
               "       RESULT".
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "WORK ORDER".
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE "OPERATOR".

       01 WS-DETAIL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
               10  WS-DTL-WO-DATE      PIC 9(08).
               10  FILLER              PIC X(01)  VALUE "-".
               10  WS-DTL-WO-SEQ       PIC 9(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-OPERATOR         PIC X(08).

       01 WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
                        "ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM PROC-XREF-LOCATE
                        THRU PROC-XREF-LOCATE-END

                PERFORM PROC-STREAMS-OPEN
                        THRU PROC-STREAMS-OPEN-END

      * files-searched banner, and primes every open stream with
      * its first record.  A requested generation that is missing
      * is named on the banner and the console and the search
      * carries on over the files that are there.  A file the
      * cross-reference says holds nothing for the range is not
      * read, and the banner says so.
      *-----------------------------------------------------------*
       PROC-STREAMS-OPEN.
            MOVE "N" TO WS-MRG-ACTIVE(1) WS-MRG-ACTIVE(2)
                        WS-MRG-ACTIVE(3) WS-MRG-ACTIVE(4)
            MOVE "N" TO WS-MRG-OPENED(2) WS-MRG-OPENED(3)
                        WS-MRG-OPENED(4)
            MOVE "Y" TO WS-MRG-OPENED(1)
            MOVE SPACES TO WS-HDG-FILES-TEXT
            MOVE 1 TO WS-FILES-PTR

            IF WS-MRG-LIMIT(1) = ZERO
                STRING "AUDITFILE (NOT NEEDED)" DELIMITED BY SIZE
                       INTO WS-HDG-FILES-TEXT
                       WITH POINTER WS-FILES-PTR
                END-STRING
            ELSE
                MOVE "Y" TO WS-MRG-ACTIVE(1)
                STRING "AUDITFILE" DELIMITED BY SIZE
                       INTO WS-HDG-FILES-TEXT
                       WITH POINTER WS-FILES-PTR
                END-STRING
            END-IF

            IF WS-SEL-ARCH-COUNT >= 1
                IF WS-MRG-LIMIT(2) = ZERO
                    STRING " (ARCHFIL1 NOT NEEDED)" DELIMITED BY SIZE
                           INTO WS-HDG-FILES-TEXT
                           WITH POINTER WS-FILES-PTR
                    END-STRING
                ELSE
                    OPEN INPUT ARCHFIL1
                    IF WS-ARC1-NOT-FOUND
                        DISPLAY "WARNING: ARCHFIL1 NOT FOUND - NOT "
                                "SEARCHED"
                        STRING " (ARCHFIL1 MISSING)" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    ELSE
                        MOVE "Y" TO WS-MRG-OPENED(2)
                        MOVE "Y" TO WS-MRG-ACTIVE(2)
                        STRING " ARCHFIL1" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    END-IF
                END-IF
            END-IF

            IF WS-SEL-ARCH-COUNT >= 2
                IF WS-MRG-LIMIT(3) = ZERO
                    STRING " (ARCHFIL2 NOT NEEDED)" DELIMITED BY SIZE
                           INTO WS-HDG-FILES-TEXT
                           WITH POINTER WS-FILES-PTR
                    END-STRING
                ELSE
                    OPEN INPUT ARCHFIL2
                    IF WS-ARC2-NOT-FOUND
                        DISPLAY "WARNING: ARCHFIL2 NOT FOUND - NOT "
                                "SEARCHED"
                        STRING " (ARCHFIL2 MISSING)" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    ELSE
                        MOVE "Y" TO WS-MRG-OPENED(3)
                        MOVE "Y" TO WS-MRG-ACTIVE(3)
                        STRING " ARCHFIL2" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    END-IF
                END-IF
            END-IF

            IF WS-SEL-ARCH-COUNT >= 3
                IF WS-MRG-LIMIT(4) = ZERO
                    STRING " (ARCHFIL3 NOT NEEDED)" DELIMITED BY SIZE
                           INTO WS-HDG-FILES-TEXT
                           WITH POINTER WS-FILES-PTR
                    END-STRING
                ELSE
                    OPEN INPUT ARCHFIL3
                    IF WS-ARC3-NOT-FOUND
                        DISPLAY "WARNING: ARCHFIL3 NOT FOUND - NOT "
                                "SEARCHED"
                        STRING " (ARCHFIL3 MISSING)" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    ELSE
                        MOVE "Y" TO WS-MRG-OPENED(4)
                        MOVE "Y" TO WS-MRG-ACTIVE(4)
                        STRING " ARCHFIL3" DELIMITED BY SIZE
                               INTO WS-HDG-FILES-TEXT
                               WITH POINTER WS-FILES-PTR
                        END-STRING
                    END-IF
                END-IF
            END-IF

            MOVE ZERO TO WS-MISS-SUB
            PERFORM PROC-MISS-BANNER
                    THRU PROC-MISS-BANNER-END
                    UNTIL WS-MISS-SUB >= WS-MISS-COUNT

            MOVE ZERO TO WS-MRG-SUB
            PERFORM PROC-STREAM-PRIME
                    THRU PROC-STREAM-PRIME-END
            .
       PROC-STREAMS-OPEN-END.

       PROC-MISS-BANNER.
            ADD 1 TO WS-MISS-SUB
            MOVE WS-MISS-GEN(WS-MISS-SUB) TO WS-MISS-TEXT-GEN
            STRING WS-MISS-TEXT DELIMITED BY SIZE
                   INTO WS-HDG-FILES-TEXT
                   WITH POINTER WS-FILES-PTR
            END-STRING
            .
       PROC-MISS-BANNER-END.

       PROC-STREAM-PRIME.
            ADD 1 TO WS-MRG-SUB
            IF WS-MRG-ACTIVE(WS-MRG-SUB) = "Y"
      *-----------------------------------------------------------*
      * PROC-STREAM-READ - reads the next record of stream
      * WS-MRG-SUB, staging the record and its date-plus-time sort
      * key; end of file, or reading past the stream's limit,
      * retires the stream from the merge.
      *-----------------------------------------------------------*
       PROC-STREAM-READ.
            EVALUATE WS-MRG-SUB
                               MOVE A3-RUN-TIME TO WS-MRG-TIME(4)
                       END-READ
            END-EVALUATE

            IF WS-MRG-ACTIVE(WS-MRG-SUB) = "Y"
                ADD 1 TO WS-MRG-POS(WS-MRG-SUB)
                IF WS-MRG-POS(WS-MRG-SUB) > WS-MRG-LIMIT(WS-MRG-SUB)
                    MOVE "N" TO WS-MRG-ACTIVE(WS-MRG-SUB)
                END-IF
            END-IF
            .
       PROC-STREAM-READ-END.

       PROC-STREAMS-CLOSE.
            CLOSE AUDITFILE

            IF WS-MRG-OPENED(2) = "Y"
                CLOSE ARCHFIL1
            END-IF
            IF WS-MRG-OPENED(3) = "Y"
                CLOSE ARCHFIL2
            END-IF
            IF WS-MRG-OPENED(4) = "Y"
                CLOSE ARCHFIL3
            END-IF
            .
            MOVE ZERO   TO WS-SEL-AMT-FROM
            MOVE ZERO   TO WS-SEL-AMT-TO
            MOVE ZERO   TO WS-SEL-ARCH-COUNT
            MOVE SPACES TO WS-SEL-WO-FROM
            MOVE SPACES TO WS-SEL-WO-TO
            MOVE ZERO   TO WS-SEL-ARCH1-GEN
            MOVE SPACE  TO WS-SEL-FULL-PASS
            MOVE "N"    TO WS-SEL-WO-FLAG

            OPEN INPUT PARMFILE

                            "GENERATIONS - 3 ASSUMED"
                    MOVE 3 TO WS-SEL-ARCH-COUNT
                END-IF
                IF WS-SEL-ARCH1-GEN NOT NUMERIC
                    MOVE ZERO TO WS-SEL-ARCH1-GEN
                END-IF
                IF WS-SEL-WO-FROM NUMERIC
                   AND WS-SEL-WO-FROM NOT = "000000000000000"
                    MOVE "Y" TO WS-SEL-WO-FLAG
                    IF WS-SEL-WO-TO NOT NUMERIC
                     OR WS-SEL-WO-TO = "000000000000000"
                        MOVE WS-SEL-WO-FROM TO WS-SEL-WO-TO
                    END-IF
                ELSE
                    IF WS-SEL-WO-FROM NOT = SPACES
                        DISPLAY "WARNING: WORK-ORDER REFERENCE ON "
                                "SELECTION CARD NOT NUMERIC - IGNORED"
                    END-IF
                END-IF
            END-IF
            .
       PROC-PARM-LOAD-END.

      *-----------------------------------------------------------*
      * PROC-XREF-LOCATE - sets each stream's generation and read
      * limit.  Without a work-order range, or with the full pass
      * asked for, or with no cross-reference, every stream is
      * read to the end.  Otherwise the range is looked up: the
      * live file and each supplied archive generation is read as
      * far as its last entry, and not at all when it has none.
      * The live file is read in full when it has no control
      * entry - CBLCalcu takes it off while appending and puts it
      * back once every record added is indexed - as is an archive
      * that was never indexed or whose generation the card does
      * not give.
      *-----------------------------------------------------------*
       PROC-XREF-LOCATE.
            MOVE "N"  TO WS-XRF-USED-FLAG
            MOVE ZERO TO WS-MISS-COUNT
            MOVE ZERO TO WS-MRG-SUB
            PERFORM PROC-XRF-STREAM-INIT
                    THRU PROC-XRF-STREAM-INIT-END
                    UNTIL WS-MRG-SUB >= 4

            IF WS-SEL-BY-WO
               AND NOT WS-SEL-FULL
                OPEN INPUT XREFFILE
                IF NOT WS-XRF-OK
                    DISPLAY "WARNING: XREFFILE NOT AVAILABLE - FILES "
                            "READ IN FULL"
                ELSE
                    MOVE "Y" TO WS-XRF-USED-FLAG

                    MOVE ZERO TO WS-MRG-SUB
                    PERFORM PROC-XRF-STREAM-CTL
                            THRU PROC-XRF-STREAM-CTL-END
                            UNTIL WS-MRG-SUB >= 4

                    MOVE "N"            TO WS-EOF-FLAG
                    MOVE LOW-VALUES     TO XR-KEY
                    MOVE WS-SEL-WO-FROM TO XR-WORK-ORDER
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

                    CLOSE XREFFILE
                END-IF
            END-IF
            .
       PROC-XREF-LOCATE-END.

      *    Stream 1 is the live file; streams 2-4 hold ARCHFIL1-3,
      *    one generation older each.
       PROC-XRF-STREAM-INIT.
            ADD 1 TO WS-MRG-SUB
            MOVE WS-FULL-LIMIT TO WS-MRG-LIMIT(WS-MRG-SUB)
            MOVE ZERO          TO WS-MRG-POS(WS-MRG-SUB)
            MOVE ZERO          TO WS-MRG-GEN(WS-MRG-SUB)
            IF WS-MRG-SUB > 1
                SUBTRACT 2 FROM WS-MRG-SUB GIVING WS-GEN-OFFSET
                IF WS-SEL-ARCH1-GEN > WS-GEN-OFFSET
                    SUBTRACT WS-GEN-OFFSET FROM WS-SEL-ARCH1-GEN
                        GIVING WS-MRG-GEN(WS-MRG-SUB)
                END-IF
            END-IF
            .
       PROC-XRF-STREAM-INIT-END.

      *    A stream starts with nothing wanted when its control
      *    entry shows it indexed.
       PROC-XRF-STREAM-CTL.
            ADD 1 TO WS-MRG-SUB
            IF WS-MRG-SUB = 1
             OR WS-MRG-GEN(WS-MRG-SUB) > ZERO
                MOVE LOW-VALUES TO XR-KEY
                MOVE ZERO       TO XR-WORK-ORDER
                IF WS-MRG-SUB = 1
                    MOVE "AUDITFILE" TO XR-FILE-ID
                ELSE
                    MOVE "ARCHIVE"   TO XR-FILE-ID
                END-IF
                MOVE WS-MRG-GEN(WS-MRG-SUB) TO XR-GENERATION
                MOVE ZERO                   TO XR-REC-NUMBER
                READ XREFFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ZERO TO WS-MRG-LIMIT(WS-MRG-SUB)
                END-READ
            END-IF
            .
       PROC-XRF-STREAM-CTL-END.

       PROC-XRF-READ-NEXT.
            READ XREFFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    IF XR-WORK-ORDER > WS-SEL-WO-TO
                        MOVE "Y" TO WS-EOF-FLAG
                    END-IF
            END-READ
            .

      *    A live or archive entry raises its stream's limit to
      *    the record's position; an archive entry for a
      *    generation not supplied is noted for the banner, unless
      *    archives were supplied without a generation to match.
      *    Entries for the other files are passed over.
       PROC-XRF-NOTE.
            EVALUATE TRUE
                   WHEN XR-IN-AUDITFILE
                       MOVE 1 TO WS-MRG-PICK
                       PERFORM PROC-XRF-RAISE
                               THRU PROC-XRF-RAISE-END
                   WHEN XR-IN-ARCHIVE
                       MOVE ZERO TO WS-MRG-PICK
                       MOVE 1    TO WS-MRG-SUB
                       PERFORM PROC-XRF-GEN-SCAN
                               THRU PROC-XRF-GEN-SCAN-END
                               UNTIL WS-MRG-SUB > WS-SEL-ARCH-COUNT
                                  OR WS-MRG-PICK > ZERO
                       EVALUATE TRUE
                              WHEN WS-MRG-PICK > ZERO
                                  PERFORM PROC-XRF-RAISE
                                          THRU PROC-XRF-RAISE-END
                              WHEN WS-SEL-ARCH1-GEN > ZERO
                               OR WS-SEL-ARCH-COUNT = ZERO
                                  PERFORM PROC-XRF-MISSED
                                          THRU PROC-XRF-MISSED-END
                              WHEN OTHER
                                  CONTINUE
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE

            PERFORM PROC-XRF-READ-NEXT
            .
       PROC-XRF-NOTE-END.

       PROC-XRF-GEN-SCAN.
            ADD 1 TO WS-MRG-SUB
            IF WS-MRG-GEN(WS-MRG-SUB) = XR-GENERATION
                MOVE WS-MRG-SUB TO WS-MRG-PICK
            END-IF
            .
       PROC-XRF-GEN-SCAN-END.

       PROC-XRF-RAISE.
            IF XR-REC-NUMBER > WS-MRG-LIMIT(WS-MRG-PICK)
                MOVE XR-REC-NUMBER TO WS-MRG-LIMIT(WS-MRG-PICK)
            END-IF
            .
       PROC-XRF-RAISE-END.

       PROC-XRF-MISSED.
            MOVE "N"  TO WS-MISS-FOUND-FLAG
            MOVE ZERO TO WS-MISS-SUB
            PERFORM PROC-XRF-MISSED-SCAN
                    THRU PROC-XRF-MISSED-SCAN-END
                    UNTIL WS-MISS-SUB >= WS-MISS-COUNT
                       OR WS-MISS-FOUND

            IF NOT WS-MISS-FOUND
               AND WS-MISS-COUNT < WS-MISS-MAX
                ADD 1 TO WS-MISS-COUNT
                MOVE XR-GENERATION TO WS-MISS-GEN(WS-MISS-COUNT)
                DISPLAY "WARNING: ARCHIVE GENERATION " XR-GENERATION
                        " HOLDS RECORDS FOR THE RANGE - NOT SUPPLIED"
            END-IF
            .
       PROC-XRF-MISSED-END.

       PROC-XRF-MISSED-SCAN.
            ADD 1 TO WS-MISS-SUB
            IF WS-MISS-GEN(WS-MISS-SUB) = XR-GENERATION
                MOVE "Y" TO WS-MISS-FOUND-FLAG
            END-IF
            .
       PROC-XRF-MISSED-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-MERGE-LOOP - takes the next record in date-and-time
      * order off whichever stream holds it, applies the selection

            IF CA-RUN-DATE >= WS-SEL-DATE-FROM
               AND CA-RUN-DATE <= WS-SEL-DATE-TO
               AND (NOT WS-SEL-BY-WO
                    OR (CA-WORK-ORDER >= WS-SEL-WO-FROM
                        AND CA-WORK-ORDER <= WS-SEL-WO-TO))
               AND (WS-SEL-OP-CODE = SPACE
                    OR CA-OP-CODE = WS-SEL-OP-CODE)
               AND (NOT WS-SEL-BY-AMOUNT
            MOVE CA-RESULT    TO WS-DTL-RESULT
            MOVE CA-WO-DATE   TO WS-DTL-WO-DATE
            MOVE CA-WO-SEQ    TO WS-DTL-WO-SEQ
            MOVE CA-OPERATOR-ID TO WS-DTL-OPERATOR

            WRITE RPT-LINE FROM WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
                       MOVE "9 DISCOUNT"       TO WS-DTL-OP
                   WHEN "0"
                       MOVE "0 ROUNDING"       TO WS-DTL-OP
                   WHEN "R"
                       MOVE "R REVERSAL"       TO WS-DTL-OP
                   WHEN "L"
                       MOVE "L INSTALLMENT"    TO WS-DTL-OP
                   WHEN OTHER
                       MOVE CA-OP-CODE         TO WS-DTL-OP
                       MOVE " UNKNOWN"         TO WS-DTL-OP(2:15)
            WRITE RPT-LINE FROM WS-HDG-SEL-1
                  AFTER ADVANCING 1 LINE

            IF WS-SEL-BY-WO
                MOVE WS-SEL-WO-FROM(1:8) TO WS-WOP-DATE
                MOVE WS-SEL-WO-FROM(9:7) TO WS-WOP-SEQ
                MOVE WS-WO-PRINT         TO WS-HDG-SEL-WO-FROM
                MOVE WS-SEL-WO-TO(1:8)   TO WS-WOP-DATE
                MOVE WS-SEL-WO-TO(9:7)   TO WS-WOP-SEQ
                MOVE WS-WO-PRINT         TO WS-HDG-SEL-WO-TO
                WRITE RPT-LINE FROM WS-HDG-SEL-WO
                      AFTER ADVANCING 1 LINE
            END-IF

            IF WS-SEL-BY-AMOUNT
                MOVE WS-SEL-AMT-FROM TO WS-HDG-SEL-AMT-FROM
                MOVE WS-SEL-AMT-TO   TO WS-HDG-SEL-AMT-TO
