      *          manifest prints the criteria, the counts, the date
      *          span archived and the reconciliation verdict.
      *
      *          Once the counts reconcile, the work-order cross-
      *          reference (XREFFILE) is brought into line: each
      *          archived record gets an entry naming this run's
      *          archive generation and its position, and the live
      *          audit entries are re-pointed at the keep file, which
      *          is the live file from the next step on.
      *
      *          RETURN-CODE 00 means the counts reconcile and the
      *          job may replace the live file with the keep file;
      *          04 means the same but the cross-reference could not
      *          be brought up to date (no generation on the card,
      *          or XREFFILE would not open) - the archive is good,
      *          the nightly build re-points the live entries, and
      *          dispute lookups read the archive in full; 16 means
      *          a missing or invalid cutoff card, a missing audit
      *          file, or a reconciliation failure - leave the
      *          live file alone and investigate.
      *
      *          The cutoff is CCYYMMDD, matching CA-RUN-DATE, so a
      *
      * Modification History:
      *   22/08/26  Beri  Original version.
      *   15/10/26  Beri  Keep the work-order cross-reference current:
      *                   archived records are indexed under the
      *                   card's generation, live audit entries are
      *                   re-pointed at the keep file, and the
      *                   manifest counts both.
      *   15/10/26  Beri  Control entries carry the file's record
      *                   count.
      *   15/10/26  Beri  With no generation on the card the live
      *                   audit file's control entry is still dropped,
      *                   so nothing trusts its old record count
      *                   against the keep file and CBLCalcu does not
      *                   index its appends from the wrong position.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLAudArc.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.

           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.
                ==CA-RUN-TIME==   BY ==KP-RUN-TIME==
                ==CA-WORK-ORDER== BY ==KP-WORK-ORDER==
                ==CA-WO-DATE==    BY ==KP-WO-DATE==
                ==CA-WO-SEQ==     BY ==KP-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==KP-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==KP-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==KP-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==KP-OPERATOR-ID==.

       FD  ARCHFILE
           LABEL RECORDS ARE STANDARD
                ==CA-RUN-TIME==   BY ==AR-RUN-TIME==
                ==CA-WORK-ORDER== BY ==AR-WORK-ORDER==
                ==CA-WO-DATE==    BY ==AR-WO-DATE==
                ==CA-WO-SEQ==     BY ==AR-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==AR-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==AR-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==AR-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==AR-OPERATOR-ID==.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
       77 WS-KEEP-STATUS           PIC X(02).
       77 WS-ARCH-STATUS           PIC X(02).

       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".
           88  WS-XRF-NOT-FOUND    VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".
       77 WS-KEEP-REREAD           PIC 9(07) COMP VALUE ZERO.
       77 WS-ARCH-REREAD           PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * Cross-reference upkeep: the record in hand staged for
      * PROC-XRF-ADD, and the counts for the manifest.  The archive
      * and keep records are staged here, not in AUDIT-RECORD, as
      * AUDITFILE is closed by the time the index is brought up to
      * date.
      *-----------------------------------------------------------*
       01 WS-AUD-STAGE.
           COPY CALCAUD REPLACING
                ==CA-OP-CODE==    BY ==ST-OP-CODE==
                ==CA-NUM-1==      BY ==ST-NUM-1==
                ==CA-NUM-2==      BY ==ST-NUM-2==
                ==CA-RESULT==     BY ==ST-RESULT==
                ==CA-RUN-DATE==   BY ==ST-RUN-DATE==
                ==CA-RUN-TIME==   BY ==ST-RUN-TIME==
                ==CA-WORK-ORDER== BY ==ST-WORK-ORDER==
                ==CA-WO-DATE==    BY ==ST-WO-DATE==
                ==CA-WO-SEQ==     BY ==ST-WO-SEQ==
                ==CA-ORIG-WORK-ORDER== BY ==ST-ORIG-WORK-ORDER==
                ==CA-ORIG-WO-DATE== BY ==ST-ORIG-WO-DATE==
                ==CA-ORIG-WO-SEQ==  BY ==ST-ORIG-WO-SEQ==
                ==CA-OPERATOR-ID==  BY ==ST-OPERATOR-ID==.

       77 WS-STG-FILE              PIC X(10).
       77 WS-STG-GEN               PIC 9(04)      VALUE ZERO.
       77 WS-STG-POS               PIC 9(09) COMP VALUE ZERO.
       77 WS-STG-HIGH-WO           PIC X(15).

       77 WS-XRF-DROPPED           PIC 9(07) COMP VALUE ZERO.
       77 WS-XRF-ARCHIVED          PIC 9(07) COMP VALUE ZERO.
       77 WS-XRF-KEPT              PIC 9(07) COMP VALUE ZERO.

       77 WS-XRF-DONE-FLAG         PIC X(01)      VALUE "N".
           88  WS-XRF-DONE         VALUE "Y".

       77 WS-ARCH-FIRST-DATE       PIC 9(08)      VALUE ZERO.
       77 WS-ARCH-LAST-DATE        PIC 9(08)      VALUE ZERO.

                PERFORM PROC-RECONCILE
                        THRU PROC-RECONCILE-END

                IF WS-RECON-IN-BALANCE
                    PERFORM PROC-XREF-UPDATE
                            THRU PROC-XREF-UPDATE-END
                END-IF

                PERFORM PROC-MANIFEST
                        THRU PROC-MANIFEST-END

                IF WS-RECON-IN-BALANCE
                    IF WS-XRF-DONE
                        MOVE 00 TO WS-RETURN-CODE
                    ELSE
                        MOVE 04 TO WS-RETURN-CODE
                    END-IF
                    DISPLAY "CBLAUDARC COMPLETE - KEPT: "
                            WS-KEEP-COUNT "  ARCHIVED: "
                            WS-ARCH-COUNT
            .
       PROC-ARCH-REREAD-END.

      *-----------------------------------------------------------*
      * PROC-XREF-UPDATE - drops the live audit entries, indexes
      * the archive under this run's generation and the keep file
      * as the live audit file.  Without a generation on the card
      * the archive cannot be named; only the live audit file's
      * control entry is dropped, since its record count no longer
      * describes the keep file that replaces it, and the file is
      * read in full until the nightly build puts the live entries
      * right.
      *-----------------------------------------------------------*
       PROC-XREF-UPDATE.
            MOVE "N" TO WS-XRF-DONE-FLAG

            IF WS-CUT-GENERATION = ZERO
                DISPLAY "WARNING: NO ARCHIVE GENERATION ON THE CUTOFF "
                        "CARD - CROSS-REFERENCE NOT UPDATED"
                PERFORM PROC-XRF-DROP-CONTROL
                        THRU PROC-XRF-DROP-CONTROL-END
            ELSE
                OPEN I-O XREFFILE
                IF WS-XRF-NOT-FOUND
                    OPEN OUTPUT XREFFILE
                    CLOSE XREFFILE
                    OPEN I-O XREFFILE
                END-IF

                IF NOT WS-XRF-OK
                    DISPLAY "WARNING: XREFFILE WILL NOT OPEN - STATUS "
                            WS-XRF-STATUS " - CROSS-REFERENCE NOT "
                            "UPDATED"
                ELSE
                    PERFORM PROC-XRF-DROP-LIVE
                            THRU PROC-XRF-DROP-LIVE-END

                    MOVE "ARCHIVE"         TO WS-STG-FILE
                    MOVE WS-CUT-GENERATION TO WS-STG-GEN
                    MOVE ZERO              TO WS-STG-POS
                    MOVE "N"               TO WS-EOF-FLAG
                    MOVE ZERO              TO WS-STG-HIGH-WO
                    OPEN INPUT ARCHFILE
                    PERFORM PROC-XRF-ARCH
                            THRU PROC-XRF-ARCH-END
                            UNTIL WS-EOF
                    CLOSE ARCHFILE
                    PERFORM PROC-XRF-CONTROL
                            THRU PROC-XRF-CONTROL-END

                    MOVE "AUDITFILE"       TO WS-STG-FILE
                    MOVE ZERO              TO WS-STG-GEN
                    MOVE ZERO              TO WS-STG-POS
                    MOVE ZERO              TO WS-STG-HIGH-WO
                    MOVE "N"               TO WS-EOF-FLAG
                    OPEN INPUT KEEPFILE
                    PERFORM PROC-XRF-KEEP
                            THRU PROC-XRF-KEEP-END
                            UNTIL WS-EOF
                    CLOSE KEEPFILE

                    PERFORM PROC-XRF-CONTROL
                            THRU PROC-XRF-CONTROL-END

                    CLOSE XREFFILE
                    MOVE "Y" TO WS-XRF-DONE-FLAG
                END-IF
            END-IF
            .
       PROC-XREF-UPDATE-END.

       PROC-XRF-DROP-CONTROL.
            OPEN I-O XREFFILE

            IF WS-XRF-OK
                MOVE SPACES      TO XRF-RECORD
                MOVE ZERO        TO XR-WORK-ORDER
                MOVE "AUDITFILE" TO XR-FILE-ID
                MOVE ZERO        TO XR-GENERATION
                MOVE ZERO        TO XR-REC-NUMBER
                DELETE XREFFILE RECORD
                    INVALID KEY
                        IF WS-XRF-STATUS NOT = "23"
                            DISPLAY "ERROR: XREFFILE CONTROL DELETE "
                                    "FAILED - STATUS " WS-XRF-STATUS
                        END-IF
                END-DELETE
                CLOSE XREFFILE
            END-IF
            .
       PROC-XRF-DROP-CONTROL-END.

       PROC-XRF-DROP-LIVE.
            MOVE "N"        TO WS-EOF-FLAG
            MOVE LOW-VALUES TO XR-KEY

            START XREFFILE KEY NOT < XR-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START

            IF NOT WS-EOF
                PERFORM PROC-XRF-READ-NEXT
            END-IF

            PERFORM PROC-XRF-DROP-LOOP
                    THRU PROC-XRF-DROP-LOOP-END
                    UNTIL WS-EOF
            .
       PROC-XRF-DROP-LIVE-END.

       PROC-XRF-READ-NEXT.
            READ XREFFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-XRF-DROP-LOOP.
            IF XR-IN-AUDITFILE
                DELETE XREFFILE RECORD
                    INVALID KEY
                        DISPLAY "ERROR: XREFFILE DELETE FAILED - "
                                "STATUS " WS-XRF-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-XRF-DROPPED
                END-DELETE
            END-IF

            PERFORM PROC-XRF-READ-NEXT
            .
       PROC-XRF-DROP-LOOP-END.

       PROC-XRF-ARCH.
            READ ARCHFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    ADD 1 TO WS-STG-POS
                    MOVE ARCH-RECORD TO WS-AUD-STAGE
                    PERFORM PROC-XRF-ADD
                            THRU PROC-XRF-ADD-END
            END-READ
            .
       PROC-XRF-ARCH-END.

       PROC-XRF-KEEP.
            READ KEEPFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    ADD 1 TO WS-STG-POS
                    MOVE KEEP-RECORD TO WS-AUD-STAGE
                    PERFORM PROC-XRF-ADD
                            THRU PROC-XRF-ADD-END
            END-READ
            .
       PROC-XRF-KEEP-END.

      *-----------------------------------------------------------*
      * PROC-XRF-ADD - the location entry for the audit record
      * staged in WS-AUD-STAGE, and the reversal entry under its
      * original when it is a reversal (already there, as a rule,
      * from the nightly build).
      *-----------------------------------------------------------*
       PROC-XRF-ADD.
            IF ST-WORK-ORDER NUMERIC
               AND ST-WORK-ORDER NOT = ZERO
                MOVE SPACES        TO XRF-RECORD
                MOVE ST-WORK-ORDER TO XR-WORK-ORDER
                MOVE WS-STG-FILE   TO XR-FILE-ID
                MOVE WS-STG-GEN    TO XR-GENERATION
                MOVE WS-STG-POS    TO XR-REC-NUMBER
                MOVE ST-RUN-DATE   TO XR-REC-DATE
                IF ST-ORIG-WORK-ORDER NUMERIC
                    MOVE ST-ORIG-WORK-ORDER TO XR-LINK-WORK-ORDER
                ELSE
                    MOVE ZERO               TO XR-LINK-WORK-ORDER
                END-IF

                PERFORM PROC-XRF-PUT
                        THRU PROC-XRF-PUT-END
                IF WS-XRF-OK
                    IF WS-STG-GEN = ZERO
                        ADD 1 TO WS-XRF-KEPT
                    ELSE
                        ADD 1 TO WS-XRF-ARCHIVED
                    END-IF
                END-IF

                IF ST-WORK-ORDER > WS-STG-HIGH-WO
                    MOVE ST-WORK-ORDER TO WS-STG-HIGH-WO
                END-IF

                IF XR-LINK-WORK-ORDER NOT = ZERO
                    MOVE XR-LINK-WORK-ORDER TO XR-WORK-ORDER
                    MOVE "REVERSAL"         TO XR-FILE-ID
                    MOVE ZERO               TO XR-GENERATION
                    MOVE ST-WO-SEQ          TO XR-REC-NUMBER
                    MOVE ST-WORK-ORDER      TO XR-LINK-WORK-ORDER
                    WRITE XRF-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            END-IF
            .
       PROC-XRF-ADD-END.

      *    An entry already there - a rerun for the same generation
      *    - is replaced rather than refused.
       PROC-XRF-PUT.
            WRITE XRF-RECORD
                INVALID KEY
                    REWRITE XRF-RECORD
                        INVALID KEY
                            DISPLAY "ERROR: XREFFILE WRITE FAILED FOR "
                                    WS-STG-FILE " RECORD " WS-STG-POS
                                    " STATUS " WS-XRF-STATUS
                    END-REWRITE
            END-WRITE
            .
       PROC-XRF-PUT-END.

      *    The control entry for the file just indexed: the archive
      *    generation, so CBLAudInq knows it was indexed at all, or
      *    the live audit file, re-dated to today.  Each carries
      *    the highest reference on the file and its record count.
       PROC-XRF-CONTROL.
            MOVE SPACES         TO XRF-RECORD
            MOVE ZERO           TO XR-WORK-ORDER
            MOVE WS-STG-FILE    TO XR-FILE-ID
            MOVE WS-STG-GEN     TO XR-GENERATION
            MOVE ZERO           TO XR-REC-NUMBER
            MOVE WS-RUN-DATE    TO XR-BUILT-DATE
            MOVE WS-STG-HIGH-WO TO XR-BUILT-HIGH-WO
            MOVE WS-STG-POS     TO XR-BUILT-COUNT

            MOVE ZERO TO WS-STG-POS
            PERFORM PROC-XRF-PUT
                    THRU PROC-XRF-PUT-END
            .
       PROC-XRF-CONTROL-END.

      *-----------------------------------------------------------*
      * PROC-MANIFEST - one page naming what this run did: the
      * criteria, the counts both as written and as re-read from
            WRITE RPT-LINE FROM WS-COUNT-LINE
                  AFTER ADVANCING 1 LINE

            IF WS-XRF-DONE
                MOVE "XREF ENTRIES DROPPED (LIVE)" TO WS-CNT-TEXT
                MOVE WS-XRF-DROPPED                TO WS-CNT-COUNT
                WRITE RPT-LINE FROM WS-COUNT-LINE
                      AFTER ADVANCING 2 LINES

                MOVE "XREF ENTRIES ADDED (ARCHIVE)" TO WS-CNT-TEXT
                MOVE WS-XRF-ARCHIVED               TO WS-CNT-COUNT
                WRITE RPT-LINE FROM WS-COUNT-LINE
                      AFTER ADVANCING 1 LINE

                MOVE "XREF ENTRIES ADDED (KEPT)"   TO WS-CNT-TEXT
                MOVE WS-XRF-KEPT                   TO WS-CNT-COUNT
                WRITE RPT-LINE FROM WS-COUNT-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                IF WS-RECON-IN-BALANCE
                    MOVE SPACES TO RPT-LINE
                    MOVE "CROSS-REFERENCE NOT UPDATED - SEE CONSOLE"
                      TO RPT-LINE(6:42)
                    WRITE RPT-LINE AFTER ADVANCING 2 LINES
                END-IF
            END-IF

            IF WS-ARCH-COUNT > ZERO
                MOVE WS-ARCH-FIRST-DATE TO WS-SPAN-FIRST
                MOVE WS-ARCH-LAST-DATE  TO WS-SPAN-LAST
