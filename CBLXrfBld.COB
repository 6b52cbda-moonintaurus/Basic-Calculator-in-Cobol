      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Nightly build of the work-order cross-reference.
      *
      *          A dispute trace used to read TRANFILE, RESFILE,
      *          AUDITFILE and GLFILE end to end, and with AUDITFILE
      *          extended every run one lookup was tying up the batch
      *          window.  XREFFILE (CALCXRF layout, indexed on work
      *          order) says where each work order's records sit, so
      *          CBLWoTrc and CBLAudInq examine only the records
      *          that hold them.  Between builds CBLCalcu keeps the
      *          AUDITFILE and GLFILE entries current as it appends.
      *
      *          This step runs after the day's CBLCalcu runs.  It
      *          drops every live-file entry, then indexes the four
      *          live files afresh: one location entry per record
      *          carrying a work order, a reversal entry under the
      *          original for every reversal met, and a control entry
      *          per file with today's date, the highest work order
      *          indexed and the number of records on the file.
      *          Archive entries belong to CBLAudArc and are left
      *          alone, and so are reversal entries - a reversal does
      *          not un-happen when its records move to an archive.
      *
      *          RETURN-CODE 00 built, 04 a live file was missing and
      *          is indexed as empty, 16 XREFFILE would not open.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      *   15/10/26  Beri  Each file's control entry carries its
      *                   record count, so CBLWoTrc and CBLAudInq
      *                   also read the records appended since the
      *                   build.
      *   15/10/26  Beri  Reversal entries come only from AUDITFILE and
      *                   GLFILE records.  CBLCalcu now indexes what it
      *                   appends to those two files, so a control
      *                   entry's count covers the whole file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLXrfBld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

           SELECT TRANFILE  ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.

           SELECT RESFILE   ASSIGN TO RESFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RES-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GLFILE    ASSIGN TO GLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT XRFRPT    ASSIGN TO XRFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       FD  TRANFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           COPY CALCTRN.

       FD  RESFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RES-RECORD.
           COPY CALCRES.

       FD  AUDITFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY CALCAUD.

       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY CALCGL.

       FD  XRFRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".
           88  WS-XRF-NOT-FOUND    VALUE "35".

       77 WS-TRAN-STATUS           PIC X(02).
           88  WS-TRAN-OK          VALUE "00".
           88  WS-TRAN-NOT-FOUND   VALUE "35".

       77 WS-RES-STATUS            PIC X(02).
           88  WS-RES-OK           VALUE "00".
           88  WS-RES-NOT-FOUND    VALUE "35".

       77 WS-AUDIT-STATUS          PIC X(02).
           88  WS-AUDIT-OK         VALUE "00".
           88  WS-AUDIT-NOT-FOUND  VALUE "35".

       77 WS-GL-STATUS             PIC X(02).
           88  WS-GL-OK            VALUE "00".
           88  WS-GL-NOT-FOUND     VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

      *-----------------------------------------------------------*
      * The record in hand, staged for PROC-XRF-ADD: which file,
      * its position, its work order and date, and the original it
      * reverses (zero when it is not a reversal).
      *-----------------------------------------------------------*
       77 WS-STG-FILE              PIC X(10).
       77 WS-STG-POS               PIC 9(09) COMP VALUE ZERO.
       77 WS-STG-WO                PIC X(15).
       77 WS-STG-DATE              PIC 9(08).
       77 WS-STG-ORIG-WO           PIC X(15).
       77 WS-STG-HIGH-WO           PIC X(15).

      *-----------------------------------------------------------*
      * Counters - per file for the report, plus the purge and
      * reversal totals.
      *-----------------------------------------------------------*
       77 WS-PURGE-COUNT           PIC 9(09) COMP VALUE ZERO.
       77 WS-FILE-READ             PIC 9(09) COMP VALUE ZERO.
       77 WS-FILE-INDEXED          PIC 9(09) COMP VALUE ZERO.
       77 WS-FILE-NO-WO            PIC 9(09) COMP VALUE ZERO.
       77 WS-LINK-COUNT            PIC 9(09) COMP VALUE ZERO.
       77 WS-TOTAL-INDEXED         PIC 9(09) COMP VALUE ZERO.
       77 WS-MISSING-COUNT         PIC 9(02) COMP VALUE ZERO.

       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               "WORK-ORDER CROSS-REFERENCE BUILD".
           05  FILLER                  PIC X(10)  VALUE
               "RUN DATE ".
           05  WS-HDG-1-DATE           PIC 9999/99/99.

       01 WS-HDG-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "FILE".
           05  FILLER                  PIC X(33)  VALUE
               "   RECORDS    INDEXED   NO REF".
           05  FILLER                  PIC X(20)  VALUE
               "  HIGHEST REFERENCE".

       01 WS-FILE-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-FLN-FILE             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-FLN-READ             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-FLN-INDEXED          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-FLN-NO-WO            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-FLN-HIGH.
               10  WS-FLN-HIGH-DATE    PIC X(08).
               10  WS-FLN-HIGH-DASH    PIC X(01).
               10  WS-FLN-HIGH-SEQ     PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-FLN-NOTE             PIC X(30).

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(40).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            OPEN I-O XREFFILE
            IF WS-XRF-NOT-FOUND
                OPEN OUTPUT XREFFILE
                CLOSE XREFFILE
                OPEN I-O XREFFILE
            END-IF

            IF NOT WS-XRF-OK
                DISPLAY "ERROR: XREFFILE WILL NOT OPEN - STATUS "
                        WS-XRF-STATUS " - BUILD ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT XRFRPT

                MOVE WS-RUN-DATE TO WS-HDG-1-DATE
                WRITE RPT-LINE FROM WS-HDG-1
                      AFTER ADVANCING PAGE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE AFTER ADVANCING 1 LINE
                WRITE RPT-LINE FROM WS-HDG-COL
                      AFTER ADVANCING 1 LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE AFTER ADVANCING 1 LINE

                PERFORM PROC-PURGE-LIVE
                        THRU PROC-PURGE-LIVE-END

                PERFORM PROC-INDEX-TRAN
                        THRU PROC-INDEX-TRAN-END
                PERFORM PROC-INDEX-RES
                        THRU PROC-INDEX-RES-END
                PERFORM PROC-INDEX-AUDIT
                        THRU PROC-INDEX-AUDIT-END
                PERFORM PROC-INDEX-GL
                        THRU PROC-INDEX-GL-END

                PERFORM PROC-TOTALS
                        THRU PROC-TOTALS-END

                CLOSE XREFFILE
                CLOSE XRFRPT

                DISPLAY "CBLXRFBLD COMPLETE - DROPPED: " WS-PURGE-COUNT
                        "  INDEXED: " WS-TOTAL-INDEXED
                        "  REVERSAL LINKS: " WS-LINK-COUNT

                IF WS-MISSING-COUNT > ZERO
                    MOVE 04 TO RETURN-CODE
                END-IF
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PURGE-LIVE - every entry for a live file goes, control
      * entries included; the files are indexed again from the
      * top, so a file replaced since the last build leaves no
      * stale positions behind.
      *-----------------------------------------------------------*
       PROC-PURGE-LIVE.
            MOVE "N"        TO WS-EOF-FLAG
            MOVE LOW-VALUES TO XR-KEY

            START XREFFILE KEY NOT < XR-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START

            IF NOT WS-EOF
                PERFORM PROC-XRF-READ-NEXT
            END-IF

            PERFORM PROC-PURGE-LOOP
                    THRU PROC-PURGE-LOOP-END
                    UNTIL WS-EOF
            .
       PROC-PURGE-LIVE-END.

       PROC-XRF-READ-NEXT.
            READ XREFFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-PURGE-LOOP.
            IF XR-LIVE-FILE
                DELETE XREFFILE RECORD
                    INVALID KEY
                        DISPLAY "ERROR: XREFFILE DELETE FAILED - "
                                "STATUS " WS-XRF-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-PURGE-COUNT
                END-DELETE
            END-IF

            PERFORM PROC-XRF-READ-NEXT
            .
       PROC-PURGE-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-INDEX-TRAN / -RES / -AUDIT / -GL - one pass of each
      * live file.  The record's position counts every record read,
      * whether or not it carries a work order, so it is the
      * position a reader counting records will arrive at.  Only
      * AUDITFILE and GLFILE give reversal links: a reversal keyed
      * on TRANFILE or reported on RESFILE may have been rejected,
      * and only a posted one reverses anything.
      *-----------------------------------------------------------*
       PROC-INDEX-TRAN.
            MOVE "TRANFILE" TO WS-STG-FILE
            PERFORM PROC-FILE-RESET
                    THRU PROC-FILE-RESET-END

            OPEN INPUT TRANFILE
            IF WS-TRAN-OK
                PERFORM PROC-TRAN-READ
                PERFORM PROC-TRAN-LOOP
                        THRU PROC-TRAN-LOOP-END
                        UNTIL WS-EOF
                CLOSE TRANFILE
            ELSE
                ADD 1 TO WS-MISSING-COUNT
                MOVE "NOT PRESENT - INDEXED EMPTY" TO WS-FLN-NOTE
            END-IF

            PERFORM PROC-FILE-CLOSE
                    THRU PROC-FILE-CLOSE-END
            .
       PROC-INDEX-TRAN-END.

       PROC-TRAN-READ.
            READ TRANFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-TRAN-LOOP.
            ADD 1 TO WS-STG-POS
            MOVE CT-WORK-ORDER TO WS-STG-WO
            MOVE CT-WO-DATE    TO WS-STG-DATE
            MOVE ZERO          TO WS-STG-ORIG-WO
            PERFORM PROC-XRF-ADD
                    THRU PROC-XRF-ADD-END

            PERFORM PROC-TRAN-READ
            .
       PROC-TRAN-LOOP-END.

       PROC-INDEX-RES.
            MOVE "RESFILE" TO WS-STG-FILE
            PERFORM PROC-FILE-RESET
                    THRU PROC-FILE-RESET-END

            OPEN INPUT RESFILE
            IF WS-RES-OK
                PERFORM PROC-RES-READ
                PERFORM PROC-RES-LOOP
                        THRU PROC-RES-LOOP-END
                        UNTIL WS-EOF
                CLOSE RESFILE
            ELSE
                ADD 1 TO WS-MISSING-COUNT
                MOVE "NOT PRESENT - INDEXED EMPTY" TO WS-FLN-NOTE
            END-IF

            PERFORM PROC-FILE-CLOSE
                    THRU PROC-FILE-CLOSE-END
            .
       PROC-INDEX-RES-END.

       PROC-RES-READ.
            READ RESFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-RES-LOOP.
            ADD 1 TO WS-STG-POS
            MOVE CR-WORK-ORDER      TO WS-STG-WO
            MOVE CR-WO-DATE         TO WS-STG-DATE
            MOVE ZERO               TO WS-STG-ORIG-WO
            PERFORM PROC-XRF-ADD
                    THRU PROC-XRF-ADD-END

            PERFORM PROC-RES-READ
            .
       PROC-RES-LOOP-END.

       PROC-INDEX-AUDIT.
            MOVE "AUDITFILE" TO WS-STG-FILE
            PERFORM PROC-FILE-RESET
                    THRU PROC-FILE-RESET-END

            OPEN INPUT AUDITFILE
            IF WS-AUDIT-OK
                PERFORM PROC-AUDIT-READ
                PERFORM PROC-AUDIT-LOOP
                        THRU PROC-AUDIT-LOOP-END
                        UNTIL WS-EOF
                CLOSE AUDITFILE
            ELSE
                ADD 1 TO WS-MISSING-COUNT
                MOVE "NOT PRESENT - INDEXED EMPTY" TO WS-FLN-NOTE
            END-IF

            PERFORM PROC-FILE-CLOSE
                    THRU PROC-FILE-CLOSE-END
            .
       PROC-INDEX-AUDIT-END.

       PROC-AUDIT-READ.
            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-AUDIT-LOOP.
            ADD 1 TO WS-STG-POS
            MOVE CA-WORK-ORDER      TO WS-STG-WO
            MOVE CA-RUN-DATE        TO WS-STG-DATE
            MOVE CA-ORIG-WORK-ORDER TO WS-STG-ORIG-WO
            PERFORM PROC-XRF-ADD
                    THRU PROC-XRF-ADD-END

            PERFORM PROC-AUDIT-READ
            .
       PROC-AUDIT-LOOP-END.

      *    The CALCGLB header and trailer records count towards the
      *    position but carry no work order.
       PROC-INDEX-GL.
            MOVE "GLFILE" TO WS-STG-FILE
            PERFORM PROC-FILE-RESET
                    THRU PROC-FILE-RESET-END

            OPEN INPUT GLFILE
            IF WS-GL-OK
                PERFORM PROC-GL-READ
                PERFORM PROC-GL-LOOP
                        THRU PROC-GL-LOOP-END
                        UNTIL WS-EOF
                CLOSE GLFILE
            ELSE
                ADD 1 TO WS-MISSING-COUNT
                MOVE "NOT PRESENT - INDEXED EMPTY" TO WS-FLN-NOTE
            END-IF

            PERFORM PROC-FILE-CLOSE
                    THRU PROC-FILE-CLOSE-END
            .
       PROC-INDEX-GL-END.

       PROC-GL-READ.
            READ GLFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

       PROC-GL-LOOP.
            ADD 1 TO WS-STG-POS
            IF GL-TYPE-DETAIL
                MOVE GL-WORK-ORDER      TO WS-STG-WO
                MOVE GL-POST-DATE       TO WS-STG-DATE
                MOVE GL-ORIG-WORK-ORDER TO WS-STG-ORIG-WO
                PERFORM PROC-XRF-ADD
                        THRU PROC-XRF-ADD-END
            ELSE
                ADD 1 TO WS-FILE-READ
                ADD 1 TO WS-FILE-NO-WO
            END-IF

            PERFORM PROC-GL-READ
            .
       PROC-GL-LOOP-END.

       PROC-FILE-RESET.
            MOVE "N"    TO WS-EOF-FLAG
            MOVE ZERO   TO WS-STG-POS
            MOVE ZERO   TO WS-FILE-READ
            MOVE ZERO   TO WS-FILE-INDEXED
            MOVE ZERO   TO WS-FILE-NO-WO
            MOVE ZERO   TO WS-STG-HIGH-WO
            MOVE SPACES TO WS-FLN-NOTE
            .
       PROC-FILE-RESET-END.

      *-----------------------------------------------------------*
      * PROC-XRF-ADD - the location entry for the staged record,
      * and the reversal entry under its original when it is a
      * reversal.  A record with no usable work order cannot be
      * looked up by one and is only counted.
      *-----------------------------------------------------------*
       PROC-XRF-ADD.
            ADD 1 TO WS-FILE-READ

            IF WS-STG-WO NOT NUMERIC
             OR WS-STG-WO = ZERO
                ADD 1 TO WS-FILE-NO-WO
            ELSE
                MOVE SPACES         TO XRF-RECORD
                MOVE WS-STG-WO      TO XR-WORK-ORDER
                MOVE WS-STG-FILE    TO XR-FILE-ID
                MOVE ZERO           TO XR-GENERATION
                MOVE WS-STG-POS     TO XR-REC-NUMBER
                MOVE WS-STG-DATE    TO XR-REC-DATE
                IF WS-STG-ORIG-WO NUMERIC
                    MOVE WS-STG-ORIG-WO TO XR-LINK-WORK-ORDER
                ELSE
                    MOVE ZERO           TO XR-LINK-WORK-ORDER
                END-IF

                WRITE XRF-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: XREFFILE WRITE FAILED FOR "
                                WS-STG-FILE " RECORD " WS-STG-POS
                                " STATUS " WS-XRF-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-FILE-INDEXED
                        ADD 1 TO WS-TOTAL-INDEXED
                END-WRITE

                IF WS-STG-WO > WS-STG-HIGH-WO
                    MOVE WS-STG-WO TO WS-STG-HIGH-WO
                END-IF

                IF XR-LINK-WORK-ORDER NOT = ZERO
                    PERFORM PROC-XRF-LINK
                            THRU PROC-XRF-LINK-END
                END-IF
            END-IF
            .
       PROC-XRF-ADD-END.

      *    The same pair is met on several files; the entry is
      *    written once and the repeats fall on INVALID KEY.
       PROC-XRF-LINK.
            MOVE XR-LINK-WORK-ORDER TO XR-WORK-ORDER
            MOVE "REVERSAL"         TO XR-FILE-ID
            MOVE ZERO               TO XR-GENERATION
            MOVE WS-STG-WO(9:7)     TO XR-REC-NUMBER
            MOVE WS-STG-DATE        TO XR-REC-DATE
            MOVE WS-STG-WO          TO XR-LINK-WORK-ORDER

            WRITE XRF-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-LINK-COUNT
            END-WRITE
            .
       PROC-XRF-LINK-END.

      *-----------------------------------------------------------*
      * PROC-FILE-CLOSE - the file's control entry and its line on
      * the report.  The control entry carries the number of
      * records on the file, which CBLCalcu carries forward as it
      * indexes its appends to the audit trail and the GL file.
      *-----------------------------------------------------------*
       PROC-FILE-CLOSE.
            MOVE SPACES         TO XRF-RECORD
            MOVE ZERO           TO XR-WORK-ORDER
            MOVE WS-STG-FILE    TO XR-FILE-ID
            MOVE ZERO           TO XR-GENERATION
            MOVE ZERO           TO XR-REC-NUMBER
            MOVE WS-RUN-DATE    TO XR-BUILT-DATE
            MOVE WS-STG-HIGH-WO TO XR-BUILT-HIGH-WO
            MOVE WS-STG-POS     TO XR-BUILT-COUNT

            WRITE XRF-RECORD
                INVALID KEY
                    DISPLAY "ERROR: XREFFILE CONTROL WRITE FAILED FOR "
                            WS-STG-FILE " STATUS " WS-XRF-STATUS
            END-WRITE

            MOVE WS-STG-FILE          TO WS-FLN-FILE
            MOVE WS-FILE-READ         TO WS-FLN-READ
            MOVE WS-FILE-INDEXED      TO WS-FLN-INDEXED
            MOVE WS-FILE-NO-WO        TO WS-FLN-NO-WO
            MOVE WS-STG-HIGH-WO(1:8)  TO WS-FLN-HIGH-DATE
            MOVE "-"                  TO WS-FLN-HIGH-DASH
            MOVE WS-STG-HIGH-WO(9:7)  TO WS-FLN-HIGH-SEQ
            WRITE RPT-LINE FROM WS-FILE-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-FILE-CLOSE-END.

       PROC-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "LIVE-FILE ENTRIES DROPPED"      TO WS-TOT-TEXT
            MOVE WS-PURGE-COUNT                   TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "LOCATION ENTRIES WRITTEN"       TO WS-TOT-TEXT
            MOVE WS-TOTAL-INDEXED                 TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "NEW REVERSAL LINKS"             TO WS-TOT-TEXT
            MOVE WS-LINK-COUNT                    TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-TOTALS-END.
       END PROGRAM CBLXrfBld.
