      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: Reference-file change journal report.
      *
      *          CBLFxMnt, CBLCoaMnt and CBLMemMnt write a CHGJRNL
      *          record (CALCCHG layout) for every add, update,
      *          delete and purge they make, and CBLCalcu one for
      *          every MEMFILE store, each carrying the record as it
      *          stood before and after the change, who made it and
      *          when.  This program lists the changes selected by
      *          file, key and date range, with both images set out
      *          field by field, so a conversion that came out wrong
      *          can be checked against the rate edits made before
      *          it and an odd memory value traced to whoever set it.
      *
      *          For MEMFILE it also answers "what was this name's
      *          value on date D": the value set by the last change
      *          made on or before D, or, when every journalled
      *          change came after D, the value the first of them
      *          replaced.  A chained batch result can be re-derived
      *          from the values its M-source operands held that day.
      *
      *          Card: file (FXFILE, COAFILE or MEMFILE; blank for
      *          all), key (blank for all; an FXFILE key of a
      *          currency code alone selects every effective date
      *          for it), date from and date to (CCYYMMDD; blank for
      *          no limit), and the MEMFILE as-at date D (CCYYMMDD;
      *          blank for none).  The as-at section honours the file
      *          and key but not the date range.
      *
      *          RETURN-CODE 00 report complete, 04 more names than
      *          the as-at table holds, 16 CHGJRNL not found.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLChgRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRNL   ASSIGN TO CHGJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT CHGRPT    ASSIGN TO CHGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRNL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JRN-RECORD.
           COPY CALCCHG.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  CHGRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JRN-STATUS            PIC X(02).
           88  WS-JRN-OK           VALUE "00".
           88  WS-JRN-NOT-FOUND    VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

      *-----------------------------------------------------------*
      * Report card: file, key, date range and the MEMFILE as-at
      * date.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-FILE            PIC X(08).
           05  WS-PARM-KEY             PIC X(20).
           05  WS-PARM-DATE-FROM       PIC 9(08).
           05  WS-PARM-DATE-TO         PIC 9(08).
           05  WS-PARM-ASAT-DATE       PIC 9(08).
           05  FILLER                  PIC X(28).

       77 WS-SEL-FILE              PIC X(08)      VALUE SPACES.
       77 WS-SEL-DATE-FROM         PIC 9(08)      VALUE ZERO.
       77 WS-SEL-DATE-TO           PIC 9(08)      VALUE 99999999.
       77 WS-SEL-ASAT-DATE         PIC 9(08)      VALUE ZERO.

       01 WS-SEL-KEY               PIC X(20)      VALUE SPACES.
       01 WS-SEL-FX-KEY REDEFINES WS-SEL-KEY.
           05  WS-SEL-FX-CODE          PIC X(03).
           05  WS-SEL-FX-REST          PIC X(17).

       77 WS-KEY-MATCH-FLAG        PIC X(01)      VALUE "N".
           88  WS-KEY-MATCHES      VALUE "Y".

       77 WS-ASAT-WANTED-FLAG      PIC X(01)      VALUE "N".
           88  WS-ASAT-WANTED      VALUE "Y".

      *-----------------------------------------------------------*
      * Before and after images, decoded through the layout of the
      * file they came from.
      *-----------------------------------------------------------*
       01 WS-IMAGE                 PIC X(60).
       01 WS-FX-IMAGE REDEFINES WS-IMAGE.
           COPY CALCFX.
       01 WS-COA-IMAGE REDEFINES WS-IMAGE.
           COPY CALCCOA.
       01 WS-MEM-IMAGE REDEFINES WS-IMAGE.
           COPY CALCMEM.

      *-----------------------------------------------------------*
      * MEMFILE as-at table: one entry per name changed on the
      * journal.  The journal is in the order the changes were
      * made, so the last change on or before the as-at date simply
      * overwrites the one before it, and the first change after
      * the date is kept once found.
      *-----------------------------------------------------------*
       77 WS-VAT-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-VAT-MAX               PIC 9(03) COMP VALUE 500.
       77 WS-VAT-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-VAT-HIT               PIC 9(03) COMP VALUE ZERO.
       77 WS-VAT-DROPPED           PIC 9(05) COMP VALUE ZERO.

       01 WS-VAT-TABLE.
           05  WS-VAT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-VAT-COUNT.
               10  WS-VAT-NAME          PIC X(10).
               10  WS-VAT-LAST-FLAG     PIC X(01).
                   88  WS-VAT-HAS-LAST  VALUE "Y".
               10  WS-VAT-LAST-ACTION   PIC X(01).
               10  WS-VAT-LAST-DATE     PIC 9(08).
               10  WS-VAT-LAST-TIME     PIC 9(08).
               10  WS-VAT-LAST-OPERATOR PIC X(08).
               10  WS-VAT-LAST-IMAGE    PIC X(27).
               10  WS-VAT-NEXT-FLAG     PIC X(01).
                   88  WS-VAT-HAS-NEXT  VALUE "Y".
               10  WS-VAT-NEXT-DATE     PIC 9(08).
               10  WS-VAT-NEXT-IMAGE    PIC X(27).

      *-----------------------------------------------------------*
      * Counters.
      *-----------------------------------------------------------*
       77 WS-JRN-READ              PIC 9(07) COMP VALUE ZERO.
       77 WS-JRN-LISTED            PIC 9(07) COMP VALUE ZERO.
       77 WS-ADD-COUNT             PIC 9(07) COMP VALUE ZERO.
       77 WS-UPDATE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-DELETE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-PURGE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77 WS-STORE-COUNT           PIC 9(07) COMP VALUE ZERO.

       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       77 WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 50.

       77 WS-RUN-DATE              PIC 9(08).

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               "REFERENCE FILE CHANGE JOURNAL".
           05  FILLER                  PIC X(10)  VALUE
               "RUN DATE ".
           05  WS-HDG-1-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE "PAGE ".
           05  WS-HDG-1-PAGE           PIC ZZZ9.

       01 WS-HDG-2.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE "FILE ".
           05  WS-HDG-2-FILE           PIC X(08).
           05  FILLER                  PIC X(07)  VALUE "  KEY ".
           05  WS-HDG-2-KEY            PIC X(20).
           05  FILLER                  PIC X(08)  VALUE "  FROM ".
           05  WS-HDG-2-FROM           PIC 9999/99/99.
           05  FILLER                  PIC X(06)  VALUE "  TO ".
           05  WS-HDG-2-TO             PIC 9999/99/99.

       01 WS-HDG-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(31)  VALUE
               "DATE       TIME      FILE".
           05  FILLER                  PIC X(21)  VALUE "KEY".
           05  FILLER                  PIC X(14)  VALUE "ACTION".
           05  FILLER                  PIC X(09)  VALUE "OPERATOR".
           05  FILLER                  PIC X(07)  VALUE "PROGRAM".

       01 WS-SECT-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-SECT-TEXT            PIC X(60).

       01 WS-DTL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-DTL-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DTL-TIME.
               10  WS-DTL-HH           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-DTL-MM           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-DTL-SS           PIC 9(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-FILE             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-DTL-KEY              PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DTL-ACTION           PIC X(09).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-DTL-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DTL-PROGRAM          PIC X(10).

       01 WS-TIME-SPLIT.
           05  WS-TIME-HH              PIC 9(02).
           05  WS-TIME-MM              PIC 9(02).
           05  WS-TIME-SS              PIC 9(02).
           05  FILLER                  PIC 9(02).

       01 WS-IMG-LINE.
           05  FILLER                  PIC X(16)  VALUE SPACES.
           05  WS-IMG-LABEL            PIC X(08).
           05  WS-IMG-TEXT             PIC X(100).

       01 WS-FX-TEXT.
           05  FILLER                  PIC X(04)  VALUE "CCY ".
           05  WS-FXT-CODE             PIC X(03).
           05  FILLER                  PIC X(12)  VALUE
               "  EFFECTIVE ".
           05  WS-FXT-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(07)  VALUE "  RATE ".
           05  WS-FXT-RATE             PIC ZZ9.9999.

       01 WS-COA-TEXT.
           05  FILLER                  PIC X(08)  VALUE "ACCOUNT ".
           05  WS-COT-ACCT             PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-COT-DESC             PIC X(30).
           05  FILLER                  PIC X(08)  VALUE "  LIMIT ".
           05  WS-COT-LIMIT            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(09)  VALUE "  CONTRA ".
           05  WS-COT-CONTRA           PIC X(10).

       01 WS-MEM-TEXT.
           05  FILLER                  PIC X(05)  VALUE "NAME ".
           05  WS-MMT-NAME             PIC X(10).
           05  FILLER                  PIC X(08)  VALUE "  VALUE ".
           05  WS-MMT-VALUE            PIC -(7)9.99.
           05  FILLER                  PIC X(12)  VALUE
               "  LAST USED ".
           05  WS-MMT-LAST-USED        PIC 9999/99/99.

       01 WS-ASAT-TITLE.
           05  FILLER                  PIC X(21)  VALUE
               "MEMFILE VALUES AS AT ".
           05  WS-AST-TITLE-DATE       PIC 9999/99/99.

       01 WS-ASAT-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(28)  VALUE
               "NAME              VALUE".
           05  FILLER                  PIC X(40)  VALUE
               "SET BY".

       01 WS-ASAT-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-ASL-NAME             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-ASL-VALUE            PIC -(7)9.99.
           05  WS-ASL-STATUS REDEFINES WS-ASL-VALUE
                                       PIC X(11).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-ASL-TEXT             PIC X(90).

       01 WS-ASAT-SET.
           05  WS-AST-ACTION           PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-AST-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-AST-TIME.
               10  WS-AST-HH           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-AST-MM           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ":".
               10  WS-AST-SS           PIC 9(02).
           05  FILLER                  PIC X(04)  VALUE " BY ".
           05  WS-AST-OPERATOR         PIC X(08).

       01 WS-ASAT-BEFORE.
           05  FILLER                  PIC X(35)  VALUE
               "UNCHANGED UNTIL THE FIRST CHANGE ON".
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ASB-DATE             PIC 9999/99/99.

       01 WS-NOTE-LINE.
           05  FILLER                  PIC X(07)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(80).

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(44).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            OPEN INPUT CHGJRNL

            IF WS-JRN-NOT-FOUND
                DISPLAY "ERROR: CHGJRNL NOT FOUND - CHANGE REPORT "
                        "ABANDONED"
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT CHGRPT

                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END

                MOVE "CHANGES" TO WS-SECT-TEXT
                PERFORM PROC-SECTION-HEAD
                        THRU PROC-SECTION-HEAD-END

                PERFORM PROC-JRN-READ
                PERFORM PROC-JRN-ONE
                        THRU PROC-JRN-ONE-END
                        UNTIL WS-EOF

                CLOSE CHGJRNL

                IF WS-JRN-LISTED = ZERO
                    MOVE "NO CHANGES SELECTED" TO WS-NOTE-TEXT
                    WRITE RPT-LINE FROM WS-NOTE-LINE
                          AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF

                IF WS-ASAT-WANTED
                    PERFORM PROC-ASAT-REPORT
                            THRU PROC-ASAT-REPORT-END
                END-IF

                PERFORM PROC-TOTALS
                        THRU PROC-TOTALS-END

                CLOSE CHGRPT

                DISPLAY "CBLCHGRPT COMPLETE - JOURNAL RECORDS: "
                        WS-JRN-READ "  LISTED: " WS-JRN-LISTED

                IF WS-VAT-DROPPED > ZERO
                    DISPLAY "WARNING: " WS-VAT-DROPPED
                            " MEMFILE CHANGES BEYOND THE AS-AT TABLE"
                            " NOT VALUED"
                    MOVE 04 TO RETURN-CODE
                END-IF
            END-IF

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PARM-LOAD - file, key, date range and as-at date.  A
      * missing card or blank fields select everything with no
      * as-at section.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            OPEN INPUT PARMFILE

            IF WS-PARM-NOT-FOUND
                CONTINUE
            ELSE
                READ PARMFILE INTO WS-PARM-CARD
                    AT END
                        MOVE SPACES TO WS-PARM-CARD
                END-READ
                CLOSE PARMFILE

                MOVE FUNCTION UPPER-CASE(WS-PARM-FILE)
                  TO WS-SEL-FILE
                MOVE FUNCTION UPPER-CASE(WS-PARM-KEY)
                  TO WS-SEL-KEY

                IF WS-PARM-DATE-FROM NUMERIC
                    MOVE WS-PARM-DATE-FROM TO WS-SEL-DATE-FROM
                END-IF
                IF WS-PARM-DATE-TO NUMERIC
                   AND WS-PARM-DATE-TO > ZERO
                    MOVE WS-PARM-DATE-TO TO WS-SEL-DATE-TO
                END-IF
                IF WS-PARM-ASAT-DATE NUMERIC
                   AND WS-PARM-ASAT-DATE > ZERO
                    MOVE WS-PARM-ASAT-DATE TO WS-SEL-ASAT-DATE
                END-IF
            END-IF

            IF WS-SEL-ASAT-DATE > ZERO
               AND (WS-SEL-FILE = SPACES OR WS-SEL-FILE = "MEMFILE")
                MOVE "Y" TO WS-ASAT-WANTED-FLAG
            END-IF
            .
       PROC-PARM-LOAD-END.

       PROC-JRN-READ.
            READ CHGJRNL
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

      *-----------------------------------------------------------*
      * PROC-JRN-ONE - one journal record: listed when it falls in
      * the file, key and date selection, and noted for the as-at
      * section when it is a MEMFILE change for a selected name.
      *-----------------------------------------------------------*
       PROC-JRN-ONE.
            ADD 1 TO WS-JRN-READ

            PERFORM PROC-KEY-MATCH
                    THRU PROC-KEY-MATCH-END

            IF WS-KEY-MATCHES
               AND (WS-SEL-FILE = SPACES OR WS-SEL-FILE = CJ-FILE-ID)
                IF CJ-CHG-DATE NOT < WS-SEL-DATE-FROM
                   AND CJ-CHG-DATE NOT > WS-SEL-DATE-TO
                    PERFORM PROC-LIST-CHANGE
                            THRU PROC-LIST-CHANGE-END
                END-IF

                IF WS-ASAT-WANTED
                   AND CJ-MEMFILE
                    PERFORM PROC-ASAT-NOTE
                            THRU PROC-ASAT-NOTE-END
                END-IF
            END-IF

            PERFORM PROC-JRN-READ
            .
       PROC-JRN-ONE-END.

      *-----------------------------------------------------------*
      * PROC-KEY-MATCH - a blank card key matches everything; an
      * FXFILE key of a currency code alone matches every
      * effective date for that currency.
      *-----------------------------------------------------------*
       PROC-KEY-MATCH.
            MOVE "N" TO WS-KEY-MATCH-FLAG

            EVALUATE TRUE
                   WHEN WS-SEL-KEY = SPACES
                       MOVE "Y" TO WS-KEY-MATCH-FLAG
                   WHEN WS-SEL-KEY = CJ-KEY
                       MOVE "Y" TO WS-KEY-MATCH-FLAG
                   WHEN CJ-FXFILE
                    AND WS-SEL-FX-REST = SPACES
                    AND WS-SEL-FX-CODE = CJ-FX-CODE
                       MOVE "Y" TO WS-KEY-MATCH-FLAG
            END-EVALUATE
            .
       PROC-KEY-MATCH-END.

      *-----------------------------------------------------------*
      * PROC-LIST-CHANGE - the change line, then the before and
      * after images decoded through their file's layout.
      *-----------------------------------------------------------*
       PROC-LIST-CHANGE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
                WRITE RPT-LINE FROM WS-SECT-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF

            MOVE CJ-CHG-DATE    TO WS-DTL-DATE
            MOVE CJ-CHG-TIME    TO WS-TIME-SPLIT
            MOVE WS-TIME-HH     TO WS-DTL-HH
            MOVE WS-TIME-MM     TO WS-DTL-MM
            MOVE WS-TIME-SS     TO WS-DTL-SS
            MOVE CJ-FILE-ID     TO WS-DTL-FILE
            MOVE CJ-KEY         TO WS-DTL-KEY
            MOVE CJ-OPERATOR    TO WS-DTL-OPERATOR
            MOVE CJ-PROGRAM     TO WS-DTL-PROGRAM

            EVALUATE TRUE
                   WHEN CJ-ADDED
                       MOVE "ADD"       TO WS-DTL-ACTION
                       ADD 1 TO WS-ADD-COUNT
                   WHEN CJ-UPDATED
                       MOVE "UPDATE"    TO WS-DTL-ACTION
                       ADD 1 TO WS-UPDATE-COUNT
                   WHEN CJ-DELETED
                       MOVE "DELETE"    TO WS-DTL-ACTION
                       ADD 1 TO WS-DELETE-COUNT
                   WHEN CJ-PURGED
                       MOVE "PURGE"     TO WS-DTL-ACTION
                       ADD 1 TO WS-PURGE-COUNT
                   WHEN CJ-STORED
                       MOVE "STORE"     TO WS-DTL-ACTION
                       ADD 1 TO WS-STORE-COUNT
                   WHEN OTHER
                       MOVE CJ-ACTION   TO WS-DTL-ACTION
            END-EVALUATE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-DTL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "BEFORE"        TO WS-IMG-LABEL
            MOVE CJ-BEFORE-IMAGE TO WS-IMAGE
            PERFORM PROC-IMAGE-LINE
                    THRU PROC-IMAGE-LINE-END

            MOVE "AFTER"         TO WS-IMG-LABEL
            MOVE CJ-AFTER-IMAGE  TO WS-IMAGE
            PERFORM PROC-IMAGE-LINE
                    THRU PROC-IMAGE-LINE-END

            ADD 4 TO WS-LINE-COUNT
            ADD 1 TO WS-JRN-LISTED
            .
       PROC-LIST-CHANGE-END.

      *-----------------------------------------------------------*
      * PROC-IMAGE-LINE - sets out the image in WS-IMAGE field by
      * field.  A blank image is a record that was not there.
      *-----------------------------------------------------------*
       PROC-IMAGE-LINE.
            MOVE SPACES TO WS-IMG-TEXT

            EVALUATE TRUE
                   WHEN WS-IMAGE = SPACES
                       MOVE "(NOT ON FILE)" TO WS-IMG-TEXT
                   WHEN CJ-FXFILE
                       MOVE FX-CURRENCY-CODE  TO WS-FXT-CODE
                       MOVE FX-EFFECTIVE-DATE TO WS-FXT-DATE
                       MOVE FX-RATE           TO WS-FXT-RATE
                       MOVE WS-FX-TEXT        TO WS-IMG-TEXT
                   WHEN CJ-COAFILE
                       MOVE COA-ACCOUNT-REF    TO WS-COT-ACCT
                       MOVE COA-DESCRIPTION    TO WS-COT-DESC
                       MOVE COA-POST-LIMIT     TO WS-COT-LIMIT
                       MOVE COA-CONTRA-ACCOUNT TO WS-COT-CONTRA
                       MOVE WS-COA-TEXT        TO WS-IMG-TEXT
                   WHEN CJ-MEMFILE
                       MOVE MM-NAME  TO WS-MMT-NAME
                       MOVE MM-VALUE TO WS-MMT-VALUE
      *    An entry stored before the last-used date existed can
      *    carry blanks here; it shows as zero.
                       IF MM-LAST-USED NUMERIC
                           MOVE MM-LAST-USED TO WS-MMT-LAST-USED
                       ELSE
                           MOVE ZERO         TO WS-MMT-LAST-USED
                       END-IF
                       MOVE WS-MEM-TEXT TO WS-IMG-TEXT
                   WHEN OTHER
                       MOVE WS-IMAGE TO WS-IMG-TEXT
            END-EVALUATE

            WRITE RPT-LINE FROM WS-IMG-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-IMAGE-LINE-END.

      *-----------------------------------------------------------*
      * PROC-ASAT-NOTE - records a MEMFILE change against its name
      * for the as-at section: a change on or before the date
      * replaces the last one held; the first change after it is
      * kept for the value it replaced.
      *-----------------------------------------------------------*
       PROC-ASAT-NOTE.
            PERFORM PROC-VAT-FIND
                    THRU PROC-VAT-FIND-END

            IF WS-VAT-HIT = ZERO
                IF WS-VAT-COUNT >= WS-VAT-MAX
                    ADD 1 TO WS-VAT-DROPPED
                ELSE
                    ADD 1 TO WS-VAT-COUNT
                    MOVE WS-VAT-COUNT TO WS-VAT-HIT
                    MOVE CJ-KEY TO WS-VAT-NAME(WS-VAT-HIT)
                    MOVE "N"    TO WS-VAT-LAST-FLAG(WS-VAT-HIT)
                    MOVE "N"    TO WS-VAT-NEXT-FLAG(WS-VAT-HIT)
                END-IF
            END-IF

            IF WS-VAT-HIT > ZERO
                IF CJ-CHG-DATE NOT > WS-SEL-ASAT-DATE
                    MOVE "Y"         TO WS-VAT-LAST-FLAG(WS-VAT-HIT)
                    MOVE CJ-ACTION   TO WS-VAT-LAST-ACTION(WS-VAT-HIT)
                    MOVE CJ-CHG-DATE TO WS-VAT-LAST-DATE(WS-VAT-HIT)
                    MOVE CJ-CHG-TIME TO WS-VAT-LAST-TIME(WS-VAT-HIT)
                    MOVE CJ-OPERATOR
                      TO WS-VAT-LAST-OPERATOR(WS-VAT-HIT)
                    MOVE CJ-AFTER-IMAGE
                      TO WS-VAT-LAST-IMAGE(WS-VAT-HIT)
                ELSE
                    IF NOT WS-VAT-HAS-NEXT(WS-VAT-HIT)
                        MOVE "Y" TO WS-VAT-NEXT-FLAG(WS-VAT-HIT)
                        MOVE CJ-CHG-DATE
                          TO WS-VAT-NEXT-DATE(WS-VAT-HIT)
                        MOVE CJ-BEFORE-IMAGE
                          TO WS-VAT-NEXT-IMAGE(WS-VAT-HIT)
                    END-IF
                END-IF
            END-IF
            .
       PROC-ASAT-NOTE-END.

       PROC-VAT-FIND.
            MOVE ZERO TO WS-VAT-HIT
            MOVE ZERO TO WS-VAT-SUB

            PERFORM PROC-VAT-FIND-SCAN
                    THRU PROC-VAT-FIND-SCAN-END
                    UNTIL WS-VAT-SUB >= WS-VAT-COUNT
                       OR WS-VAT-HIT > ZERO
            .
       PROC-VAT-FIND-END.

       PROC-VAT-FIND-SCAN.
            ADD 1 TO WS-VAT-SUB

            IF WS-VAT-NAME(WS-VAT-SUB) = CJ-KEY
                MOVE WS-VAT-SUB TO WS-VAT-HIT
            END-IF
            .
       PROC-VAT-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-ASAT-REPORT - each name's value on the as-at date.
      * A name deleted or purged by then, or first added after
      * it, was not on file.  A name with no journalled change
      * at all is not listed; its value is the one on file now.
      *-----------------------------------------------------------*
       PROC-ASAT-REPORT.
            MOVE WS-SEL-ASAT-DATE TO WS-AST-TITLE-DATE
            MOVE WS-ASAT-TITLE    TO WS-SECT-TEXT
            PERFORM PROC-SECTION-HEAD
                    THRU PROC-SECTION-HEAD-END

            WRITE RPT-LINE FROM WS-ASAT-COL
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT

            IF WS-VAT-COUNT = ZERO
                MOVE "NO JOURNALLED MEMFILE CHANGES FOR THE SELECTION"
                  TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            ELSE
                MOVE ZERO TO WS-VAT-SUB
                PERFORM PROC-ASAT-LINE
                        THRU PROC-ASAT-LINE-END
                        UNTIL WS-VAT-SUB >= WS-VAT-COUNT
            END-IF

            MOVE "NAMES WITH NO JOURNALLED CHANGE ARE NOT LISTED - "
              TO WS-NOTE-TEXT
            WRITE RPT-LINE FROM WS-NOTE-LINE
                  AFTER ADVANCING 2 LINES
            MOVE "THEIR VALUE IS THE ONE ON FILE NOW"
              TO WS-NOTE-TEXT
            WRITE RPT-LINE FROM WS-NOTE-LINE
                  AFTER ADVANCING 1 LINE
            ADD 3 TO WS-LINE-COUNT
            .
       PROC-ASAT-REPORT-END.

       PROC-ASAT-LINE.
            ADD 1 TO WS-VAT-SUB

            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
                WRITE RPT-LINE FROM WS-ASAT-COL
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF

            MOVE WS-VAT-NAME(WS-VAT-SUB) TO WS-ASL-NAME
            MOVE SPACES                  TO WS-ASL-TEXT

            EVALUATE TRUE
                   WHEN WS-VAT-HAS-LAST(WS-VAT-SUB)
                       MOVE WS-VAT-LAST-IMAGE(WS-VAT-SUB) TO WS-IMAGE
                       EVALUATE WS-VAT-LAST-ACTION(WS-VAT-SUB)
                              WHEN "A"
                                  MOVE "ADDED"    TO WS-AST-ACTION
                              WHEN "U"
                                  MOVE "UPDATED"  TO WS-AST-ACTION
                              WHEN "D"
                                  MOVE "DELETED"  TO WS-AST-ACTION
                              WHEN "P"
                                  MOVE "PURGED"   TO WS-AST-ACTION
                              WHEN OTHER
                                  MOVE "STORED"   TO WS-AST-ACTION
                       END-EVALUATE
                       MOVE WS-VAT-LAST-DATE(WS-VAT-SUB) TO WS-AST-DATE
                       MOVE WS-VAT-LAST-TIME(WS-VAT-SUB)
                         TO WS-TIME-SPLIT
                       MOVE WS-TIME-HH TO WS-AST-HH
                       MOVE WS-TIME-MM TO WS-AST-MM
                       MOVE WS-TIME-SS TO WS-AST-SS
                       MOVE WS-VAT-LAST-OPERATOR(WS-VAT-SUB)
                         TO WS-AST-OPERATOR
                       MOVE WS-ASAT-SET TO WS-ASL-TEXT
                   WHEN OTHER
                       MOVE WS-VAT-NEXT-IMAGE(WS-VAT-SUB) TO WS-IMAGE
                       MOVE WS-VAT-NEXT-DATE(WS-VAT-SUB) TO WS-ASB-DATE
                       MOVE WS-ASAT-BEFORE TO WS-ASL-TEXT
            END-EVALUATE

            IF WS-IMAGE = SPACES
                MOVE "NOT ON FILE" TO WS-ASL-STATUS
            ELSE
                MOVE MM-VALUE TO WS-ASL-VALUE
            END-IF

            WRITE RPT-LINE FROM WS-ASAT-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            .
       PROC-ASAT-LINE-END.

       PROC-SECTION-HEAD.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
                PERFORM PROC-PRINT-HEADINGS
                        THRU PROC-PRINT-HEADINGS-END
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-SECT-LINE
                  AFTER ADVANCING 1 LINE
            ADD 2 TO WS-LINE-COUNT
            .
       PROC-SECTION-HEAD-END.

       PROC-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            IF WS-SEL-FILE = SPACES
                MOVE "ALL"       TO WS-HDG-2-FILE
            ELSE
                MOVE WS-SEL-FILE TO WS-HDG-2-FILE
            END-IF
            IF WS-SEL-KEY = SPACES
                MOVE "ALL"       TO WS-HDG-2-KEY
            ELSE
                MOVE WS-SEL-KEY  TO WS-HDG-2-KEY
            END-IF
            MOVE WS-SEL-DATE-FROM TO WS-HDG-2-FROM
            MOVE WS-SEL-DATE-TO   TO WS-HDG-2-TO
            WRITE RPT-LINE FROM WS-HDG-2
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            WRITE RPT-LINE FROM WS-HDG-COL
                  AFTER ADVANCING 1 LINE

            MOVE 4 TO WS-LINE-COUNT
            .
       PROC-PRINT-HEADINGS-END.

       PROC-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 2 LINES

            MOVE "JOURNAL RECORDS READ"          TO WS-TOT-TEXT
            MOVE WS-JRN-READ                  TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "CHANGES LISTED"                TO WS-TOT-TEXT
            MOVE WS-JRN-LISTED                TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  ADDS"                        TO WS-TOT-TEXT
            MOVE WS-ADD-COUNT                 TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  UPDATES"                     TO WS-TOT-TEXT
            MOVE WS-UPDATE-COUNT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  DELETES"                     TO WS-TOT-TEXT
            MOVE WS-DELETE-COUNT              TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  PURGES"                      TO WS-TOT-TEXT
            MOVE WS-PURGE-COUNT               TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "  CALCULATOR STORES"           TO WS-TOT-TEXT
            MOVE WS-STORE-COUNT               TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            IF WS-ASAT-WANTED
                MOVE "MEMFILE NAMES VALUED AS AT THE DATE"
                  TO WS-TOT-TEXT
                MOVE WS-VAT-COUNT             TO WS-TOT-COUNT
                WRITE RPT-LINE FROM WS-TOTAL-LINE
                      AFTER ADVANCING 1 LINE

                MOVE "MEMFILE CHANGES BEYOND THE AS-AT TABLE"
                  TO WS-TOT-TEXT
                MOVE WS-VAT-DROPPED           TO WS-TOT-COUNT
                WRITE RPT-LINE FROM WS-TOTAL-LINE
                      AFTER ADVANCING 1 LINE
            END-IF
            .
       PROC-TOTALS-END.
       END PROGRAM CBLChgRpt.
