      ******************************************************************
      * Author:  Beri
      * Date:    15/10/26
      * Purpose: GL account balance ledger and per-account activity
      *          statement for the calculator's GL postings.
      *
      *          We post to the GL every day but had no running
      *          picture of what the calculator has posted to each
      *          account - "how much have we posted to account X
      *          this month" meant a CBLAudInq run and a
      *          spreadsheet.  This program keeps the BALMAST
      *          balance master (CALCBAL layout, indexed on the
      *          account) with each account's opening balance,
      *          period-to-date debits and credits, and closing
      *          balance for the open period.
      *
      *          Each run reads GLFILE and applies every CALCGLB
      *          batch wrap not yet applied.  A wrap is applied
      *          only when it is complete and proves: its trailer
      *          count and hash totals agree with the details, and
      *          its debits equal its credits.  The run number is
      *          registered on BALRUN (CALCBRN) as the wrap is
      *          applied, and a run number already registered is
      *          refused - GLFILE is extended by every CBLCalcu
      *          run, so every earlier wrap is presented again.  A
      *          wrap dated after the open period is deferred
      *          until the month-end roll.  Every detail applied
      *          goes onto BALACT (CALCBAT, indexed on account,
      *          period, run and position) as well, which is where
      *          the statement comes from.
      *
      *          The statement prints one account per page: the
      *          opening balance brought forward, every posting of
      *          the period (date, work order, amount, sign) with
      *          the running balance, totals carried forward and
      *          brought forward across page breaks, and the
      *          closing balance.  Each account's activity is
      *          proved against its master record; a summary page
      *          proves the period's debits equal its credits.
      *
      *          PARMFILE card:
      *            col 1     A  apply outstanding GL runs, then
      *                         print the statement (the default)
      *                      S  statement only
      *                      R  month-end: apply, print the closing
      *                         statement, then roll every account's
      *                         closing balance into opening and
      *                         open the next period
      *            col 2-7   CCYYMM period to open a brand-new
      *                      ledger in (default: this month)
      *            col 8-17  one account for the statement (blank
      *                      for every account; ignored by R)
      *
      *          RETURN-CODE 00 clean; 04 a GL run was refused or
      *          deferred; 08 an account's activity does not agree
      *          with its balance, or the period does not balance -
      *          the roll is refused - or an applied run could not
      *          be registered on BALRUN; 16 abandoned.
      *
      * Modification History:
      *   15/10/26  Beri  Original version.
      *   15/10/26  Beri  Wraps already applied take no table entry,
      *                   so the table limit applies to new wraps and
      *                   not to the whole of GLFILE; a run that fails
      *                   to register on BALRUN is not counted applied
      *                   and ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLGlLdg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALMAST   ASSIGN TO BALMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BL-ACCOUNT-REF
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT BALACT    ASSIGN TO BALACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BA-KEY
                  FILE STATUS IS WS-ACT-STATUS.

           SELECT BALRUN    ASSIGN TO BALRUN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-RUN-NUMBER
                  FILE STATUS IS WS-BRN-STATUS.

           SELECT BALCTL    ASSIGN TO BALCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BLC-STATUS.

           SELECT GLFILE    ASSIGN TO GLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.

           SELECT PARMFILE  ASSIGN TO PARMFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT LDGRPT    ASSIGN TO LDGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALMAST
           LABEL RECORDS ARE STANDARD.
       01  BAL-RECORD.
           COPY CALCBAL.

       FD  BALACT
           LABEL RECORDS ARE STANDARD.
       01  BAT-RECORD.
           COPY CALCBAT.

       FD  BALRUN
           LABEL RECORDS ARE STANDARD.
       01  BRN-RECORD.
           COPY CALCBRN.

       FD  BALCTL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BLC-RECORD.
           COPY CALCBLC.

       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY CALCGL.
       01  GL-BATCH-RECORD.
           COPY CALCGLB.

       FD  PARMFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  LDGRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-MAST-STATUS           PIC X(02).
           88  WS-MAST-OK          VALUE "00".
           88  WS-MAST-NOT-FOUND   VALUE "35".

       77 WS-ACT-STATUS            PIC X(02).
           88  WS-ACT-OK           VALUE "00".
           88  WS-ACT-NOT-FOUND    VALUE "35".

       77 WS-BRN-STATUS            PIC X(02).
           88  WS-BRN-OK           VALUE "00".
           88  WS-BRN-NOT-FOUND    VALUE "35".

       77 WS-BLC-STATUS            PIC X(02).
           88  WS-BLC-OK           VALUE "00".
           88  WS-BLC-NOT-FOUND    VALUE "35".

       77 WS-GL-STATUS             PIC X(02).
           88  WS-GL-OK            VALUE "00".
           88  WS-GL-NOT-FOUND     VALUE "35".

       77 WS-PARM-STATUS           PIC X(02).
           88  WS-PARM-OK          VALUE "00".
           88  WS-PARM-NOT-FOUND   VALUE "35".

       77 WS-RPT-STATUS            PIC X(02).

       77 WS-EOF-FLAG              PIC X(01)      VALUE "N".
           88  WS-EOF              VALUE "Y".

       77 WS-MAST-EOF-FLAG         PIC X(01)      VALUE "N".
           88  WS-MAST-EOF         VALUE "Y".

       77 WS-ACT-EOF-FLAG          PIC X(01)      VALUE "N".
           88  WS-ACT-EOF          VALUE "Y".

      *-----------------------------------------------------------*
      * WS-FAIL-FLAG - set when an indexed file will not open; the
      * run is abandoned with RETURN-CODE 16 rather than applying
      * postings to a file that never opened.
      *-----------------------------------------------------------*
       77 WS-FAIL-FLAG             PIC X(01)      VALUE "N".
           88  WS-OPEN-FAILED      VALUE "Y".

      *-----------------------------------------------------------*
      * Control card.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-FUNCTION        PIC X(01).
           05  WS-PARM-NEW-PERIOD      PIC X(06).
           05  WS-PARM-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(63).

       77 WS-FUNCTION              PIC X(01)      VALUE "A".
           88  WS-FN-APPLY         VALUE "A".
           88  WS-FN-STATEMENT     VALUE "S".
           88  WS-FN-ROLL          VALUE "R".

       77 WS-SEL-ACCOUNT           PIC X(10)      VALUE SPACES.

      *-----------------------------------------------------------*
      * Ledger period.  WS-OPEN-PERIOD is the period the ledger is
      * open for (BALCTL, or the card / this month for a new
      * ledger); WS-NEXT-PERIOD is the one the roll opens.
      *-----------------------------------------------------------*
       77 WS-OPEN-PERIOD           PIC 9(06)      VALUE ZERO.
       77 WS-LAST-ROLL-DATE        PIC 9(08)      VALUE ZERO.

       01 WS-NEXT-PERIOD.
           05  WS-NXT-YEAR             PIC 9(04).
           05  WS-NXT-MONTH            PIC 9(02).

       01 WS-PERIOD-CHECK.
           05  WS-PCK-YEAR             PIC 9(04).
           05  WS-PCK-MONTH            PIC 9(02).

       77 WS-WRAP-PERIOD           PIC 9(06)      VALUE ZERO.

       77 WS-RUN-DATE              PIC 9(08).
       77 WS-RUN-TIME              PIC 9(08).

      *-----------------------------------------------------------*
      * Batch wraps found on GLFILE that are still to be applied
      * or reported, in file order, with the totals counted off the
      * details, the ordinal of the wrap's header on the file, and
      * what is to be done with the wrap.  A wrap is counted in
      * WS-WRP-OPEN while its details are read and takes an entry
      * only once its trailer (or the lack of one) has been judged;
      * a wrap BALRUN shows applied already is counted and never
      * takes one, so the table holds the new wraps, not the whole
      * history of GLFILE.  The second pass finds each entry by its
      * header ordinal.
      *-----------------------------------------------------------*
       77 WS-WRP-COUNT             PIC 9(04) COMP VALUE ZERO.
       77 WS-WRP-MAX               PIC 9(04) COMP VALUE 5000.
       77 WS-WRP-SUB               PIC 9(04) COMP VALUE ZERO.
       77 WS-WRP-CUR               PIC 9(04) COMP VALUE ZERO.
       77 WS-WRP-NEXT              PIC 9(04) COMP VALUE ZERO.
       77 WS-WRP-SCAN              PIC 9(04) COMP VALUE ZERO.
       77 WS-HDR-ORDINAL           PIC 9(07) COMP VALUE ZERO.

       77 WS-OPN-FLAG              PIC X(01)      VALUE "N".
           88  WS-WRAP-OPEN        VALUE "Y".

       77 WS-WRP-OVERFLOW-FLAG     PIC X(01)      VALUE "N".
           88  WS-WRP-OVERFLOWED   VALUE "Y".

       77 WS-WRP-DUP-FLAG          PIC X(01)      VALUE "N".
           88  WS-WRP-DUP-FOUND    VALUE "Y".

       01 WS-WRP-TABLE.
           05  WS-WRP-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-WRP-COUNT.
               10  WS-WRP-RUN          PIC 9(05).
               10  WS-WRP-DATE         PIC 9(08).
               10  WS-WRP-DETAILS      PIC 9(07) COMP.
               10  WS-WRP-DEBIT-HASH   PIC 9(09)V99.
               10  WS-WRP-CREDIT-HASH  PIC 9(09)V99.
               10  WS-WRP-ACTION       PIC X(01).
                   88  WS-WRP-TO-APPLY      VALUE "A".
                   88  WS-WRP-RUN-REUSED    VALUE "U".
                   88  WS-WRP-DUPLICATE     VALUE "2".
                   88  WS-WRP-INCOMPLETE    VALUE "I".
                   88  WS-WRP-MISMATCH      VALUE "M".
                   88  WS-WRP-UNBALANCED    VALUE "B".
                   88  WS-WRP-DEFERRED      VALUE "F".
               10  WS-WRP-ORDINAL      PIC 9(07) COMP.

       01 WS-WRP-OPEN.
           05  WS-OPN-RUN              PIC 9(05).
           05  WS-OPN-DATE             PIC 9(08).
           05  WS-OPN-DETAILS          PIC 9(07) COMP.
           05  WS-OPN-DEBIT-HASH       PIC 9(09)V99.
           05  WS-OPN-CREDIT-HASH      PIC 9(09)V99.
           05  WS-OPN-ACTION           PIC X(01).
               88  WS-OPN-TO-APPLY      VALUE "A".
               88  WS-OPN-DONE-BEFORE   VALUE "P".
               88  WS-OPN-RUN-REUSED    VALUE "U".
               88  WS-OPN-DUPLICATE     VALUE "2".
               88  WS-OPN-INCOMPLETE    VALUE "I".
               88  WS-OPN-MISMATCH      VALUE "M".
               88  WS-OPN-UNBALANCED    VALUE "B".
               88  WS-OPN-DEFERRED      VALUE "F".
           05  WS-OPN-ORDINAL          PIC 9(07) COMP.

       77 WS-WRP-SEQ               PIC 9(07)      VALUE ZERO.

      *-----------------------------------------------------------*
      * Apply counters.
      *-----------------------------------------------------------*
       77 WS-ORPHAN-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-RUNS-APPLIED          PIC 9(05) COMP VALUE ZERO.
       77 WS-RUNS-BEFORE           PIC 9(05) COMP VALUE ZERO.
       77 WS-RUNS-REFUSED          PIC 9(05) COMP VALUE ZERO.
       77 WS-RUNS-DEFERRED         PIC 9(05) COMP VALUE ZERO.
       77 WS-DETAILS-APPLIED       PIC 9(07) COMP VALUE ZERO.
       77 WS-DETAILS-ON-FILE       PIC 9(07) COMP VALUE ZERO.
       77 WS-NEW-ACCOUNTS          PIC 9(05) COMP VALUE ZERO.

       77 WS-NEW-ACCT-FLAG         PIC X(01)      VALUE "N".
           88  WS-NEW-ACCOUNT      VALUE "Y".

       77 WS-REGISTER-FLAG         PIC X(01)      VALUE "N".
           88  WS-REGISTER-FAILED  VALUE "Y".

      *-----------------------------------------------------------*
      * Statement running totals for the account on the page, and
      * the period totals for the summary.
      *-----------------------------------------------------------*
       77 WS-RUN-DEBITS            PIC 9(11)V99   VALUE ZERO.
       77 WS-RUN-CREDITS           PIC 9(11)V99   VALUE ZERO.
       77 WS-RUN-BALANCE           PIC S9(11)V99  VALUE ZERO.
       77 WS-ACCT-LINES            PIC 9(07) COMP VALUE ZERO.

       77 WS-TOT-ACCOUNTS          PIC 9(05) COMP VALUE ZERO.
       77 WS-TOT-OPENING           PIC S9(13)V99  VALUE ZERO.
       77 WS-TOT-DEBITS            PIC 9(13)V99   VALUE ZERO.
       77 WS-TOT-CREDITS           PIC 9(13)V99   VALUE ZERO.
       77 WS-TOT-CLOSING           PIC S9(13)V99  VALUE ZERO.
       77 WS-TOT-DISAGREE          PIC 9(05) COMP VALUE ZERO.

       77 WS-LEDGER-FLAG           PIC X(01)      VALUE "Y".
           88  WS-LEDGER-AGREES    VALUE "Y".

       77 WS-ROLL-COUNT            PIC 9(05) COMP VALUE ZERO.

       77 WS-PAGE-COUNT            PIC 9(04)      VALUE ZERO.
       77 WS-LINE-COUNT            PIC 9(02) COMP VALUE 99.
       77 WS-LINES-PER-PAGE        PIC 9(02) COMP VALUE 50.

       77 WS-RETURN-CODE           PIC 9(02)      VALUE ZERO.

      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01 WS-HDG-1.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-HDG-1-TITLE          PIC X(42).
           05  FILLER                  PIC X(10)  VALUE
               "RUN DATE ".
           05  WS-HDG-1-DATE           PIC 9999/99/99.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE "PAGE ".
           05  WS-HDG-1-PAGE           PIC ZZZ9.

       01 WS-HDG-RUN-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(28)  VALUE
               "  RUN  RUN DATE    DETAILS".
           05  FILLER                  PIC X(32)  VALUE
               "         DEBITS         CREDITS".
           05  FILLER                  PIC X(08)  VALUE "  ACTION".

       01 WS-RUN-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-RNL-RUN              PIC 9(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RNL-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RNL-DETAILS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RNL-DEBITS           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  WS-RNL-CREDITS          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-RNL-ACTION           PIC X(40).

       01 WS-HDG-ACCT.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE "ACCOUNT ".
           05  WS-HDA-ACCT             PIC X(10).
           05  FILLER                  PIC X(10)  VALUE
               "  PERIOD ".
           05  WS-HDA-PERIOD           PIC 9999/99.

       01 WS-HDG-STM-COL.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(36)  VALUE
               "POST DATE   WORK ORDER         RUN".
           05  FILLER                  PIC X(32)  VALUE
               "          DEBIT           CREDIT".
           05  FILLER                  PIC X(17)  VALUE
               "  BALANCE DR+/CR-".
           05  FILLER                  PIC X(09)  VALUE
               "  AGAINST".

       01 WS-STM-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-STM-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-STM-WO.
               10  WS-STM-WO-DATE      PIC 9(08).
               10  FILLER              PIC X(01)  VALUE "-".
               10  WS-STM-WO-SEQ       PIC 9(07).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-STM-RUN              PIC 9(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-STM-DEBIT            PIC Z(10)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-STM-CREDIT           PIC Z(10)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-STM-BALANCE          PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-STM-OFFSET           PIC X(10).

       01 WS-FWD-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-FWD-TEXT             PIC X(36).
           05  WS-FWD-DEBIT            PIC Z(10)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  WS-FWD-CREDIT           PIC Z(10)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  WS-FWD-BALANCE          PIC -(11)9.99.

       01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-TEXT             PIC X(40).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-TOT-AMOUNT           PIC -(13)9.99 BLANK WHEN ZERO.

       01 WS-NOTE-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(90).

       PROCEDURE DIVISION.
       PROC-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            ACCEPT WS-RUN-TIME FROM TIME

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            IF NOT (WS-FN-APPLY OR WS-FN-STATEMENT OR WS-FN-ROLL)
                DISPLAY "ERROR: FUNCTION " WS-FUNCTION " ON THE "
                        "CONTROL CARD IS NOT A, S OR R - LEDGER RUN "
                        "ABANDONED"
                MOVE 16 TO WS-RETURN-CODE
            ELSE
                PERFORM PROC-OPEN
                        THRU PROC-OPEN-END
            END-IF

            IF WS-RETURN-CODE = ZERO
               AND WS-OPEN-FAILED
                DISPLAY "ERROR: BALANCE LEDGER FILES WILL NOT OPEN - "
                        "MASTER " WS-MAST-STATUS " ACTIVITY "
                        WS-ACT-STATUS " RUNS " WS-BRN-STATUS
                        " - LEDGER RUN ABANDONED"
                MOVE 16 TO WS-RETURN-CODE
            END-IF

            IF WS-RETURN-CODE = ZERO
                OPEN OUTPUT LDGRPT

                IF NOT WS-FN-STATEMENT
                    PERFORM PROC-APPLY
                            THRU PROC-APPLY-END
                END-IF

                PERFORM PROC-STATEMENT
                        THRU PROC-STATEMENT-END

                IF WS-FN-ROLL
                    PERFORM PROC-ROLL
                            THRU PROC-ROLL-END
                END-IF

                PERFORM PROC-CTL-SAVE
                        THRU PROC-CTL-SAVE-END

                CLOSE LDGRPT
                CLOSE BALMAST
                CLOSE BALACT
                CLOSE BALRUN

                EVALUATE TRUE
                       WHEN NOT WS-LEDGER-AGREES
                        OR WS-REGISTER-FAILED
                           MOVE 08 TO WS-RETURN-CODE
                       WHEN WS-RUNS-REFUSED  > ZERO
                        OR WS-RUNS-DEFERRED > ZERO
                        OR WS-WRP-OVERFLOWED
                           MOVE 04 TO WS-RETURN-CODE
                       WHEN OTHER
                           MOVE 00 TO WS-RETURN-CODE
                END-EVALUATE

                DISPLAY "CBLGLLDG - PERIOD " WS-OPEN-PERIOD
                        "  RUNS APPLIED " WS-RUNS-APPLIED
                        "  REFUSED " WS-RUNS-REFUSED
                        "  DEFERRED " WS-RUNS-DEFERRED
                        "  ACCOUNTS " WS-TOT-ACCOUNTS
            END-IF

            MOVE WS-RETURN-CODE TO RETURN-CODE

            STOP RUN.
       PROC-START-END.

      *-----------------------------------------------------------*
      * PROC-PARM-LOAD - the control card; a missing or blank card
      * applies and prints every account.  The open period comes
      * off BALCTL; only a brand-new ledger takes it from the card,
      * or from today's date.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            MOVE SPACES TO WS-PARM-CARD

            OPEN INPUT PARMFILE

            IF WS-PARM-NOT-FOUND
                CONTINUE
            ELSE
                READ PARMFILE INTO WS-PARM-CARD
                    AT END
                        MOVE SPACES TO WS-PARM-CARD
                END-READ
                CLOSE PARMFILE
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-PARM-FUNCTION) TO WS-FUNCTION
            IF WS-FUNCTION = SPACE
                MOVE "A" TO WS-FUNCTION
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-PARM-ACCOUNT)
              TO WS-SEL-ACCOUNT
            IF WS-FN-ROLL
               AND WS-SEL-ACCOUNT NOT = SPACES
                DISPLAY "ACCOUNT SELECTION IGNORED - THE MONTH-END "
                        "ROLL PRINTS EVERY ACCOUNT"
                MOVE SPACES TO WS-SEL-ACCOUNT
            END-IF

            OPEN INPUT BALCTL

            IF WS-BLC-OK
                READ BALCTL
                    AT END
                        MOVE ZERO TO BC-OPEN-PERIOD
                        MOVE ZERO TO BC-LAST-ROLL-DATE
                END-READ
                CLOSE BALCTL
                MOVE BC-OPEN-PERIOD    TO WS-OPEN-PERIOD
                MOVE BC-LAST-ROLL-DATE TO WS-LAST-ROLL-DATE
            END-IF

            IF WS-OPEN-PERIOD = ZERO
                MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD
                IF WS-PARM-NEW-PERIOD NUMERIC
                    MOVE WS-PARM-NEW-PERIOD TO WS-PERIOD-CHECK
                    IF WS-PCK-MONTH >= 01 AND WS-PCK-MONTH <= 12
                        MOVE WS-PARM-NEW-PERIOD TO WS-OPEN-PERIOD
                    ELSE
                        DISPLAY "WARNING: PERIOD " WS-PARM-NEW-PERIOD
                                " ON THE CONTROL CARD IS NOT CCYYMM"
                                " - NEW LEDGER OPENED FOR "
                                WS-OPEN-PERIOD
                    END-IF
                END-IF
                DISPLAY "NEW BALANCE LEDGER OPENED FOR PERIOD "
                        WS-OPEN-PERIOD
            END-IF
            .
       PROC-PARM-LOAD-END.

      *-----------------------------------------------------------*
      * PROC-OPEN - the three indexed ledger files, each created on
      * first use the way CBLMemMnt creates MEMFILE.  Any other
      * open status fails the run.
      *-----------------------------------------------------------*
       PROC-OPEN.
            MOVE "N" TO WS-FAIL-FLAG

            OPEN I-O BALMAST
            IF WS-MAST-NOT-FOUND
                OPEN OUTPUT BALMAST
                CLOSE BALMAST
                OPEN I-O BALMAST
            END-IF
            IF NOT WS-MAST-OK
                MOVE "Y" TO WS-FAIL-FLAG
            END-IF

            OPEN I-O BALACT
            IF WS-ACT-NOT-FOUND
                OPEN OUTPUT BALACT
                CLOSE BALACT
                OPEN I-O BALACT
            END-IF
            IF NOT WS-ACT-OK
                MOVE "Y" TO WS-FAIL-FLAG
            END-IF

            OPEN I-O BALRUN
            IF WS-BRN-NOT-FOUND
                OPEN OUTPUT BALRUN
                CLOSE BALRUN
                OPEN I-O BALRUN
            END-IF
            IF NOT WS-BRN-OK
                MOVE "Y" TO WS-FAIL-FLAG
            END-IF
            .
       PROC-OPEN-END.

      *-----------------------------------------------------------*
      * PROC-APPLY - two passes of GLFILE.  The first proves each
      * batch wrap and decides what to do with it; the second
      * applies the details of the wraps that passed.  A wrap is
      * never half-applied because its trailer turned out wrong.
      *-----------------------------------------------------------*
       PROC-APPLY.
            MOVE "GL BALANCE LEDGER - GL RUNS APPLIED"
              TO WS-HDG-1-TITLE
            PERFORM PROC-RUN-HEADINGS
                    THRU PROC-RUN-HEADINGS-END

            OPEN INPUT GLFILE

            IF WS-GL-NOT-FOUND
                MOVE "NO GL INTERFACE FILE - NOTHING TO APPLY"
                  TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
            ELSE
                PERFORM PROC-PROVE-PASS
                        THRU PROC-PROVE-PASS-END
                CLOSE GLFILE

                OPEN INPUT GLFILE
                PERFORM PROC-APPLY-PASS
                        THRU PROC-APPLY-PASS-END
                CLOSE GLFILE

                MOVE ZERO TO WS-WRP-SUB
                PERFORM PROC-RUN-REPORT
                        THRU PROC-RUN-REPORT-END
                        UNTIL WS-WRP-SUB >= WS-WRP-COUNT

                PERFORM PROC-APPLY-TOTALS
                        THRU PROC-APPLY-TOTALS-END
            END-IF
            .
       PROC-APPLY-END.

       PROC-GL-READ.
            READ GLFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

      *-----------------------------------------------------------*
      * PROC-PROVE-PASS - counts and hashes the details of every
      * wrap and checks them against its trailer.  A header met
      * while a wrap is still open means that wrap lost its
      * trailer; so does end of file.  Details outside any wrap
      * are counted and never applied.
      *-----------------------------------------------------------*
       PROC-PROVE-PASS.
            MOVE ZERO TO WS-WRP-COUNT
            MOVE ZERO TO WS-HDR-ORDINAL
            MOVE "N"  TO WS-OPN-FLAG
            MOVE "N"  TO WS-EOF-FLAG

            PERFORM PROC-GL-READ
            PERFORM PROC-PROVE-LOOP
                    THRU PROC-PROVE-LOOP-END
                    UNTIL WS-EOF

            IF WS-WRAP-OPEN
                PERFORM PROC-WRAP-KEEP
                        THRU PROC-WRAP-KEEP-END
            END-IF
            .
       PROC-PROVE-PASS-END.

       PROC-PROVE-LOOP.
            EVALUATE TRUE
                   WHEN GB-TYPE-HEADER
                       IF WS-WRAP-OPEN
                           PERFORM PROC-WRAP-KEEP
                                   THRU PROC-WRAP-KEEP-END
                       END-IF
                       ADD 1 TO WS-HDR-ORDINAL
                       MOVE GB-RUN-NUMBER  TO WS-OPN-RUN
                       MOVE GB-RUN-DATE    TO WS-OPN-DATE
                       MOVE ZERO           TO WS-OPN-DETAILS
                       MOVE ZERO           TO WS-OPN-DEBIT-HASH
                       MOVE ZERO           TO WS-OPN-CREDIT-HASH
                       MOVE WS-HDR-ORDINAL TO WS-OPN-ORDINAL
                       SET WS-OPN-INCOMPLETE TO TRUE
                       MOVE "Y"            TO WS-OPN-FLAG
                   WHEN GL-TYPE-DETAIL
                       IF WS-WRAP-OPEN
                           ADD 1 TO WS-OPN-DETAILS
                           IF GL-AMOUNT NUMERIC
                               IF GL-DEBIT
                                   ADD GL-AMOUNT TO WS-OPN-DEBIT-HASH
                               ELSE
                                   ADD GL-AMOUNT TO WS-OPN-CREDIT-HASH
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-ORPHAN-COUNT
                       END-IF
                   WHEN GB-TYPE-TRAILER
                       IF WS-WRAP-OPEN
                           PERFORM PROC-PROVE-TRAILER
                                   THRU PROC-PROVE-TRAILER-END
                           PERFORM PROC-WRAP-KEEP
                                   THRU PROC-WRAP-KEEP-END
                       END-IF
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE

            PERFORM PROC-GL-READ
            .
       PROC-PROVE-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-WRAP-KEEP - closes the wrap in WS-WRP-OPEN.  One that
      * BALRUN shows applied already is only counted; any other
      * goes into the table to be applied or reported, and if the
      * table is full it is left for the next run, which will find
      * it again on GLFILE.
      *-----------------------------------------------------------*
       PROC-WRAP-KEEP.
            MOVE "N" TO WS-OPN-FLAG

            EVALUATE TRUE
                   WHEN WS-OPN-DONE-BEFORE
                       ADD 1 TO WS-RUNS-BEFORE
                   WHEN WS-WRP-COUNT < WS-WRP-MAX
                       ADD 1 TO WS-WRP-COUNT
                       MOVE WS-WRP-OPEN TO WS-WRP-ENTRY(WS-WRP-COUNT)
                   WHEN OTHER
                       MOVE "Y" TO WS-WRP-OVERFLOW-FLAG
            END-EVALUATE
            .
       PROC-WRAP-KEEP-END.

      *-----------------------------------------------------------*
      * PROC-PROVE-TRAILER - the wrap's trailer against what was
      * counted, then whether its debits equal its credits, then
      * what the ledger already knows about the run number.
      *-----------------------------------------------------------*
       PROC-PROVE-TRAILER.
            EVALUATE TRUE
                   WHEN GB-RECORD-COUNT NOT = WS-OPN-DETAILS
                    OR GB-DEBIT-HASH    NOT = WS-OPN-DEBIT-HASH
                    OR GB-CREDIT-HASH   NOT = WS-OPN-CREDIT-HASH
                       SET WS-OPN-MISMATCH TO TRUE
                   WHEN WS-OPN-DEBIT-HASH NOT = WS-OPN-CREDIT-HASH
                       SET WS-OPN-UNBALANCED TO TRUE
                   WHEN OTHER
                       PERFORM PROC-CLASSIFY-WRAP
                               THRU PROC-CLASSIFY-WRAP-END
            END-EVALUATE
            .
       PROC-PROVE-TRAILER-END.

      *-----------------------------------------------------------*
      * PROC-CLASSIFY-WRAP - a proven wrap dated after the open
      * period waits for the roll.  Otherwise it is applied unless
      * its run number is already on BALRUN - the same wrap seen
      * again when the totals agree, a reused run number when they
      * do not - or an earlier wrap on this file with the same run
      * number is already going in.
      *-----------------------------------------------------------*
       PROC-CLASSIFY-WRAP.
            COMPUTE WS-WRAP-PERIOD = WS-OPN-DATE / 100

            IF WS-WRAP-PERIOD > WS-OPEN-PERIOD
                SET WS-OPN-DEFERRED TO TRUE
            ELSE
                MOVE WS-OPN-RUN TO BR-RUN-NUMBER
                READ BALRUN
                    INVALID KEY
                        PERFORM PROC-DUP-SCAN
                                THRU PROC-DUP-SCAN-END
                        IF WS-WRP-DUP-FOUND
                            SET WS-OPN-DUPLICATE TO TRUE
                        ELSE
                            SET WS-OPN-TO-APPLY TO TRUE
                        END-IF
                    NOT INVALID KEY
                        IF BR-DETAIL-COUNT = WS-OPN-DETAILS
                           AND BR-DEBIT-HASH  = WS-OPN-DEBIT-HASH
                           AND BR-CREDIT-HASH = WS-OPN-CREDIT-HASH
                           AND BR-RUN-DATE    = WS-OPN-DATE
                            SET WS-OPN-DONE-BEFORE TO TRUE
                        ELSE
                            SET WS-OPN-RUN-REUSED TO TRUE
                        END-IF
                END-READ
            END-IF
            .
       PROC-CLASSIFY-WRAP-END.

       PROC-DUP-SCAN.
            MOVE "N"  TO WS-WRP-DUP-FLAG
            MOVE ZERO TO WS-WRP-SCAN

            PERFORM PROC-DUP-SCAN-ONE
                    THRU PROC-DUP-SCAN-ONE-END
                    UNTIL WS-WRP-SCAN >= WS-WRP-COUNT
                       OR WS-WRP-DUP-FOUND
            .
       PROC-DUP-SCAN-END.

       PROC-DUP-SCAN-ONE.
            ADD 1 TO WS-WRP-SCAN
            IF WS-WRP-RUN(WS-WRP-SCAN) = WS-OPN-RUN
               AND WS-WRP-TO-APPLY(WS-WRP-SCAN)
                MOVE "Y" TO WS-WRP-DUP-FLAG
            END-IF
            .
       PROC-DUP-SCAN-ONE-END.

      *-----------------------------------------------------------*
      * PROC-APPLY-PASS - applies the details of every wrap marked
      * for it, and registers the run on BALRUN at its trailer.
      *-----------------------------------------------------------*
       PROC-APPLY-PASS.
            MOVE ZERO TO WS-WRP-CUR
            MOVE 1    TO WS-WRP-NEXT
            MOVE ZERO TO WS-HDR-ORDINAL
            MOVE "N"  TO WS-EOF-FLAG

            PERFORM PROC-GL-READ
            PERFORM PROC-APPLY-LOOP
                    THRU PROC-APPLY-LOOP-END
                    UNTIL WS-EOF
            .
       PROC-APPLY-PASS-END.

       PROC-APPLY-LOOP.
            EVALUATE TRUE
                   WHEN GB-TYPE-HEADER
                       ADD 1 TO WS-HDR-ORDINAL
                       MOVE ZERO TO WS-WRP-CUR
                       MOVE ZERO TO WS-WRP-SEQ
                       IF WS-WRP-NEXT <= WS-WRP-COUNT
                           IF WS-WRP-ORDINAL(WS-WRP-NEXT) =
                              WS-HDR-ORDINAL
                               IF WS-WRP-TO-APPLY(WS-WRP-NEXT)
                                   MOVE WS-WRP-NEXT TO WS-WRP-CUR
                               END-IF
                               ADD 1 TO WS-WRP-NEXT
                           END-IF
                       END-IF
                   WHEN GL-TYPE-DETAIL
                       IF WS-WRP-CUR > ZERO
                           ADD 1 TO WS-WRP-SEQ
                           PERFORM PROC-APPLY-DETAIL
                                   THRU PROC-APPLY-DETAIL-END
                       END-IF
                   WHEN GB-TYPE-TRAILER
                       IF WS-WRP-CUR > ZERO
                           PERFORM PROC-REGISTER-RUN
                                   THRU PROC-REGISTER-RUN-END
                           MOVE ZERO TO WS-WRP-CUR
                       END-IF
                   WHEN OTHER
                       CONTINUE
            END-EVALUATE

            PERFORM PROC-GL-READ
            .
       PROC-APPLY-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-APPLY-DETAIL - the activity record goes on first, keyed
      * by the detail's run and position; if that key is already
      * on file a failed earlier attempt applied the detail before
      * it could register the run, and the balance is left alone.
      *-----------------------------------------------------------*
       PROC-APPLY-DETAIL.
            MOVE SPACES                 TO BAT-RECORD
            MOVE GL-ACCOUNT-REF         TO BA-ACCOUNT-REF
            MOVE WS-OPEN-PERIOD         TO BA-PERIOD
            MOVE WS-WRP-RUN(WS-WRP-CUR) TO BA-RUN-NUMBER
            MOVE WS-WRP-SEQ             TO BA-RUN-SEQ
            MOVE GL-POST-DATE           TO BA-POST-DATE
            MOVE GL-WORK-ORDER          TO BA-WORK-ORDER
            MOVE GL-AMOUNT              TO BA-AMOUNT
            MOVE GL-SIGN                TO BA-SIGN
            MOVE GL-ENTRY-LEG           TO BA-ENTRY-LEG
            MOVE GL-OFFSET-ACCOUNT      TO BA-OFFSET-ACCOUNT

            WRITE BAT-RECORD
                INVALID KEY
                    ADD 1 TO WS-DETAILS-ON-FILE
                NOT INVALID KEY
                    PERFORM PROC-MASTER-POST
                            THRU PROC-MASTER-POST-END
                    ADD 1 TO WS-DETAILS-APPLIED
            END-WRITE
            .
       PROC-APPLY-DETAIL-END.

      *-----------------------------------------------------------*
      * PROC-MASTER-POST - the detail into its account's balance.
      * An account seen for the first time opens at zero in the
      * open period.
      *-----------------------------------------------------------*
       PROC-MASTER-POST.
            MOVE "N"            TO WS-NEW-ACCT-FLAG
            MOVE GL-ACCOUNT-REF TO BL-ACCOUNT-REF

            READ BALMAST
                INVALID KEY
                    MOVE "Y"            TO WS-NEW-ACCT-FLAG
                    MOVE GL-ACCOUNT-REF TO BL-ACCOUNT-REF
                    MOVE WS-OPEN-PERIOD TO BL-PERIOD
                    MOVE ZERO TO BL-OPENING-BALANCE
                    MOVE ZERO TO BL-PTD-DEBITS
                    MOVE ZERO TO BL-PTD-DEBIT-COUNT
                    MOVE ZERO TO BL-PTD-CREDITS
                    MOVE ZERO TO BL-PTD-CREDIT-COUNT
                    MOVE ZERO TO BL-CLOSING-BALANCE
                    MOVE WS-RUN-DATE TO BL-OPENED-DATE
            END-READ

            IF GL-DEBIT
                ADD GL-AMOUNT TO BL-PTD-DEBITS
                ADD 1         TO BL-PTD-DEBIT-COUNT
            ELSE
                ADD GL-AMOUNT TO BL-PTD-CREDITS
                ADD 1         TO BL-PTD-CREDIT-COUNT
            END-IF
            COMPUTE BL-CLOSING-BALANCE = BL-OPENING-BALANCE
                                       + BL-PTD-DEBITS
                                       - BL-PTD-CREDITS
            MOVE WS-WRP-RUN(WS-WRP-CUR) TO BL-LAST-RUN-NUMBER
            MOVE GL-POST-DATE           TO BL-LAST-POST-DATE

            IF WS-NEW-ACCOUNT
                WRITE BAL-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: BALANCE MASTER WRITE FAILED "
                                "FOR " BL-ACCOUNT-REF " STATUS "
                                WS-MAST-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-NEW-ACCOUNTS
                END-WRITE
            ELSE
                REWRITE BAL-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: BALANCE MASTER REWRITE "
                                "FAILED FOR " BL-ACCOUNT-REF
                                " STATUS " WS-MAST-STATUS
                END-REWRITE
            END-IF
            .
       PROC-MASTER-POST-END.

       PROC-REGISTER-RUN.
            MOVE WS-WRP-RUN(WS-WRP-CUR)    TO BR-RUN-NUMBER
            MOVE WS-WRP-DATE(WS-WRP-CUR)   TO BR-RUN-DATE
            MOVE WS-OPEN-PERIOD            TO BR-PERIOD
            MOVE WS-WRP-DETAILS(WS-WRP-CUR) TO BR-DETAIL-COUNT
            MOVE WS-WRP-DEBIT-HASH(WS-WRP-CUR)  TO BR-DEBIT-HASH
            MOVE WS-WRP-CREDIT-HASH(WS-WRP-CUR) TO BR-CREDIT-HASH
            MOVE WS-RUN-DATE               TO BR-APPLIED-DATE
            MOVE WS-RUN-TIME               TO BR-APPLIED-TIME

            WRITE BRN-RECORD
                INVALID KEY
                    DISPLAY "ERROR: RUN " BR-RUN-NUMBER " COULD NOT "
                            "BE REGISTERED - STATUS " WS-BRN-STATUS
                    MOVE "Y" TO WS-REGISTER-FLAG
                NOT INVALID KEY
                    ADD 1 TO WS-RUNS-APPLIED
            END-WRITE
            .
       PROC-REGISTER-RUN-END.

      *-----------------------------------------------------------*
      * PROC-RUN-REPORT - one line per wrap in the table; the
      * wraps applied by an earlier run were only counted.
      *-----------------------------------------------------------*
       PROC-RUN-REPORT.
            ADD 1 TO WS-WRP-SUB

            EVALUATE TRUE
                   WHEN WS-WRP-TO-APPLY(WS-WRP-SUB)
                       MOVE "APPLIED"
                         TO WS-RNL-ACTION
                   WHEN WS-WRP-DEFERRED(WS-WRP-SUB)
                       MOVE "DEFERRED - LATER THAN OPEN PERIOD"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-DEFERRED
                   WHEN WS-WRP-RUN-REUSED(WS-WRP-SUB)
                       MOVE "REFUSED - RUN NUMBER ALREADY APPLIED"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-REFUSED
                   WHEN WS-WRP-DUPLICATE(WS-WRP-SUB)
                       MOVE "REFUSED - RUN NUMBER REPEATED ON FILE"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-REFUSED
                   WHEN WS-WRP-MISMATCH(WS-WRP-SUB)
                       MOVE "REFUSED - TRAILER DOES NOT AGREE"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-REFUSED
                   WHEN WS-WRP-UNBALANCED(WS-WRP-SUB)
                       MOVE "REFUSED - DEBITS NOT EQUAL CREDITS"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-REFUSED
                   WHEN OTHER
                       MOVE "REFUSED - NO TRAILER, INCOMPLETE"
                         TO WS-RNL-ACTION
                       ADD 1 TO WS-RUNS-REFUSED
            END-EVALUATE

            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PROC-RUN-HEADINGS
                        THRU PROC-RUN-HEADINGS-END
            END-IF

            MOVE WS-WRP-RUN(WS-WRP-SUB)         TO WS-RNL-RUN
            MOVE WS-WRP-DATE(WS-WRP-SUB)        TO WS-RNL-DATE
            MOVE WS-WRP-DETAILS(WS-WRP-SUB)     TO WS-RNL-DETAILS
            MOVE WS-WRP-DEBIT-HASH(WS-WRP-SUB)  TO WS-RNL-DEBITS
            MOVE WS-WRP-CREDIT-HASH(WS-WRP-SUB) TO WS-RNL-CREDITS
            WRITE RPT-LINE FROM WS-RUN-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            .
       PROC-RUN-REPORT-END.

       PROC-APPLY-TOTALS.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "GL RUNS APPLIED THIS RUN"       TO WS-TOT-TEXT
            MOVE WS-RUNS-APPLIED                  TO WS-TOT-COUNT
            MOVE ZERO                             TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "GL DETAILS APPLIED"             TO WS-TOT-TEXT
            MOVE WS-DETAILS-APPLIED               TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "NEW ACCOUNTS OPENED"            TO WS-TOT-TEXT
            MOVE WS-NEW-ACCOUNTS                  TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "GL RUNS APPLIED BY EARLIER RUNS" TO WS-TOT-TEXT
            MOVE WS-RUNS-BEFORE                   TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "GL RUNS REFUSED"                TO WS-TOT-TEXT
            MOVE WS-RUNS-REFUSED                  TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "GL RUNS DEFERRED TO NEXT PERIOD" TO WS-TOT-TEXT
            MOVE WS-RUNS-DEFERRED                 TO WS-TOT-COUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            IF WS-DETAILS-ON-FILE > ZERO
                MOVE "DETAILS ALREADY ON ACTIVITY, NOT REAPPLIED"
                  TO WS-TOT-TEXT
                MOVE WS-DETAILS-ON-FILE           TO WS-TOT-COUNT
                WRITE RPT-LINE FROM WS-TOTAL-LINE
                      AFTER ADVANCING 1 LINE
            END-IF

            IF WS-ORPHAN-COUNT > ZERO
                MOVE "DETAILS OUTSIDE ANY BATCH WRAP, IGNORED"
                  TO WS-TOT-TEXT
                MOVE WS-ORPHAN-COUNT              TO WS-TOT-COUNT
                WRITE RPT-LINE FROM WS-TOTAL-LINE
                      AFTER ADVANCING 1 LINE
            END-IF

            IF WS-WRP-OVERFLOWED
                MOVE "*** MORE NEW BATCH WRAPS ON GLFILE THAN THE "
                  TO WS-NOTE-TEXT
                MOVE "TABLE HOLDS - THE REST WAIT FOR THE NEXT RUN ***"
                  TO WS-NOTE-TEXT(45:46)
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
            END-IF
            .
       PROC-APPLY-TOTALS-END.

       PROC-RUN-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            WRITE RPT-LINE FROM WS-HDG-RUN-COL
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE 4 TO WS-LINE-COUNT
            .
       PROC-RUN-HEADINGS-END.

      *-----------------------------------------------------------*
      * PROC-STATEMENT - one statement per account on the master,
      * in account sequence, or the one account on the card.
      *-----------------------------------------------------------*
       PROC-STATEMENT.
            MOVE "GL ACCOUNT ACTIVITY STATEMENT" TO WS-HDG-1-TITLE
            MOVE "N" TO WS-MAST-EOF-FLAG

            IF WS-SEL-ACCOUNT = SPACES
                MOVE LOW-VALUES     TO BL-ACCOUNT-REF
            ELSE
                MOVE WS-SEL-ACCOUNT TO BL-ACCOUNT-REF
            END-IF

            START BALMAST KEY NOT < BL-ACCOUNT-REF
                INVALID KEY
                    MOVE "Y" TO WS-MAST-EOF-FLAG
            END-START

            IF NOT WS-MAST-EOF
                PERFORM PROC-MAST-READ-NEXT
                        THRU PROC-MAST-READ-NEXT-END
            END-IF

            PERFORM PROC-STM-ACCOUNT
                    THRU PROC-STM-ACCOUNT-END
                    UNTIL WS-MAST-EOF

            PERFORM PROC-SUMMARY
                    THRU PROC-SUMMARY-END
            .
       PROC-STATEMENT-END.

       PROC-MAST-READ-NEXT.
            READ BALMAST NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MAST-EOF-FLAG
            END-READ

            IF NOT WS-MAST-EOF
               AND WS-SEL-ACCOUNT NOT = SPACES
               AND BL-ACCOUNT-REF NOT = WS-SEL-ACCOUNT
                MOVE "Y" TO WS-MAST-EOF-FLAG
            END-IF
            .
       PROC-MAST-READ-NEXT-END.

      *-----------------------------------------------------------*
      * PROC-STM-ACCOUNT - one account's statement, then its
      * activity proved against its master record.
      *-----------------------------------------------------------*
       PROC-STM-ACCOUNT.
            ADD 1 TO WS-TOT-ACCOUNTS
            MOVE ZERO               TO WS-RUN-DEBITS
            MOVE ZERO               TO WS-RUN-CREDITS
            MOVE ZERO               TO WS-ACCT-LINES
            MOVE BL-OPENING-BALANCE TO WS-RUN-BALANCE

            PERFORM PROC-STM-HEADINGS
                    THRU PROC-STM-HEADINGS-END

            MOVE "OPENING BALANCE BROUGHT FORWARD" TO WS-FWD-TEXT
            MOVE ZERO           TO WS-FWD-DEBIT
            MOVE ZERO           TO WS-FWD-CREDIT
            MOVE WS-RUN-BALANCE TO WS-FWD-BALANCE
            WRITE RPT-LINE FROM WS-FWD-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT

            MOVE "N"            TO WS-ACT-EOF-FLAG
            MOVE BL-ACCOUNT-REF TO BA-ACCOUNT-REF
            MOVE BL-PERIOD      TO BA-PERIOD
            MOVE ZERO           TO BA-RUN-NUMBER
            MOVE ZERO           TO BA-RUN-SEQ

            START BALACT KEY NOT < BA-KEY
                INVALID KEY
                    MOVE "Y" TO WS-ACT-EOF-FLAG
            END-START

            IF NOT WS-ACT-EOF
                PERFORM PROC-ACT-READ-NEXT
                        THRU PROC-ACT-READ-NEXT-END
            END-IF

            PERFORM PROC-STM-LINE
                    THRU PROC-STM-LINE-END
                    UNTIL WS-ACT-EOF

            IF WS-ACCT-LINES = ZERO
                MOVE "NO POSTINGS THIS PERIOD" TO WS-NOTE-TEXT
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "PERIOD TOTALS"   TO WS-FWD-TEXT
            MOVE WS-RUN-DEBITS     TO WS-FWD-DEBIT
            MOVE WS-RUN-CREDITS    TO WS-FWD-CREDIT
            MOVE WS-RUN-BALANCE    TO WS-FWD-BALANCE
            WRITE RPT-LINE FROM WS-FWD-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "CLOSING BALANCE CARRIED FORWARD" TO WS-FWD-TEXT
            MOVE ZERO              TO WS-FWD-DEBIT
            MOVE ZERO              TO WS-FWD-CREDIT
            MOVE WS-RUN-BALANCE    TO WS-FWD-BALANCE
            WRITE RPT-LINE FROM WS-FWD-LINE
                  AFTER ADVANCING 1 LINE

            IF WS-RUN-DEBITS  NOT = BL-PTD-DEBITS
             OR WS-RUN-CREDITS NOT = BL-PTD-CREDITS
             OR WS-RUN-BALANCE NOT = BL-CLOSING-BALANCE
                MOVE "N" TO WS-LEDGER-FLAG
                ADD 1 TO WS-TOT-DISAGREE
                MOVE "*** ACTIVITY DOES NOT AGREE WITH THE BALANCE "
                  TO WS-NOTE-TEXT
                MOVE "MASTER - INVESTIGATE BEFORE THE ROLL ***"
                  TO WS-NOTE-TEXT(47:40)
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 2 LINES
            END-IF

            ADD BL-OPENING-BALANCE TO WS-TOT-OPENING
            ADD BL-PTD-DEBITS      TO WS-TOT-DEBITS
            ADD BL-PTD-CREDITS     TO WS-TOT-CREDITS
            ADD BL-CLOSING-BALANCE TO WS-TOT-CLOSING

            PERFORM PROC-MAST-READ-NEXT
                    THRU PROC-MAST-READ-NEXT-END
            .
       PROC-STM-ACCOUNT-END.

       PROC-ACT-READ-NEXT.
            READ BALACT NEXT RECORD
                AT END
                    MOVE "Y" TO WS-ACT-EOF-FLAG
            END-READ

            IF NOT WS-ACT-EOF
                IF BA-ACCOUNT-REF NOT = BL-ACCOUNT-REF
                 OR BA-PERIOD NOT = BL-PERIOD
                    MOVE "Y" TO WS-ACT-EOF-FLAG
                END-IF
            END-IF
            .
       PROC-ACT-READ-NEXT-END.

      *-----------------------------------------------------------*
      * PROC-STM-LINE - one posting with the running balance.  At
      * a page break the running totals are carried forward to
      * the foot of the page and brought forward at the head of
      * the next.
      *-----------------------------------------------------------*
       PROC-STM-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                MOVE "CARRIED FORWARD"  TO WS-FWD-TEXT
                MOVE WS-RUN-DEBITS      TO WS-FWD-DEBIT
                MOVE WS-RUN-CREDITS     TO WS-FWD-CREDIT
                MOVE WS-RUN-BALANCE     TO WS-FWD-BALANCE
                WRITE RPT-LINE FROM WS-FWD-LINE
                      AFTER ADVANCING 2 LINES

                PERFORM PROC-STM-HEADINGS
                        THRU PROC-STM-HEADINGS-END

                MOVE "BROUGHT FORWARD"  TO WS-FWD-TEXT
                WRITE RPT-LINE FROM WS-FWD-LINE
                      AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF

            ADD 1 TO WS-ACCT-LINES
            MOVE ZERO TO WS-STM-DEBIT
            MOVE ZERO TO WS-STM-CREDIT

            IF BA-DEBIT
                ADD BA-AMOUNT TO WS-RUN-DEBITS
                ADD BA-AMOUNT TO WS-RUN-BALANCE
                MOVE BA-AMOUNT TO WS-STM-DEBIT
            ELSE
                ADD BA-AMOUNT TO WS-RUN-CREDITS
                SUBTRACT BA-AMOUNT FROM WS-RUN-BALANCE
                MOVE BA-AMOUNT TO WS-STM-CREDIT
            END-IF

            MOVE BA-POST-DATE      TO WS-STM-DATE
            MOVE BA-WO-DATE        TO WS-STM-WO-DATE
            MOVE BA-WO-SEQ         TO WS-STM-WO-SEQ
            MOVE BA-RUN-NUMBER     TO WS-STM-RUN
            MOVE WS-RUN-BALANCE    TO WS-STM-BALANCE
            MOVE BA-OFFSET-ACCOUNT TO WS-STM-OFFSET
            WRITE RPT-LINE FROM WS-STM-LINE
                  AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT

            PERFORM PROC-ACT-READ-NEXT
                    THRU PROC-ACT-READ-NEXT-END
            .
       PROC-STM-LINE-END.

       PROC-STM-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT

            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE BL-ACCOUNT-REF TO WS-HDA-ACCT
            MOVE BL-PERIOD      TO WS-HDA-PERIOD
            WRITE RPT-LINE FROM WS-HDG-ACCT
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            WRITE RPT-LINE FROM WS-HDG-STM-COL
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE 5 TO WS-LINE-COUNT
            .
       PROC-STM-HEADINGS-END.

      *-----------------------------------------------------------*
      * PROC-SUMMARY - the period across every account printed.
      * Every posting went out as a balanced pair, so for the
      * whole ledger the period's debits must equal its credits
      * and the closing balances must total the opening ones.
      * With one account selected that proof does not apply.
      *-----------------------------------------------------------*
       PROC-SUMMARY.
            MOVE "GL BALANCE LEDGER - PERIOD SUMMARY"
              TO WS-HDG-1-TITLE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-RUN-DATE   TO WS-HDG-1-DATE
            MOVE WS-PAGE-COUNT TO WS-HDG-1-PAGE
            WRITE RPT-LINE FROM WS-HDG-1
                  AFTER ADVANCING PAGE

            MOVE SPACES         TO WS-HDA-ACCT
            MOVE WS-OPEN-PERIOD TO WS-HDA-PERIOD
            IF WS-SEL-ACCOUNT NOT = SPACES
                MOVE WS-SEL-ACCOUNT TO WS-HDA-ACCT
            END-IF
            WRITE RPT-LINE FROM WS-HDG-ACCT
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            MOVE "ACCOUNTS"                     TO WS-TOT-TEXT
            MOVE WS-TOT-ACCOUNTS                TO WS-TOT-COUNT
            MOVE ZERO                           TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "OPENING BALANCES"             TO WS-TOT-TEXT
            MOVE ZERO                           TO WS-TOT-COUNT
            MOVE WS-TOT-OPENING                 TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "PERIOD-TO-DATE DEBITS"        TO WS-TOT-TEXT
            MOVE WS-TOT-DEBITS                  TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "PERIOD-TO-DATE CREDITS"       TO WS-TOT-TEXT
            MOVE WS-TOT-CREDITS                 TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "CLOSING BALANCES"             TO WS-TOT-TEXT
            MOVE WS-TOT-CLOSING                 TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE "ACCOUNTS NOT AGREEING WITH ACTIVITY" TO WS-TOT-TEXT
            MOVE WS-TOT-DISAGREE                TO WS-TOT-COUNT
            MOVE ZERO                           TO WS-TOT-AMOUNT
            WRITE RPT-LINE FROM WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            IF WS-SEL-ACCOUNT = SPACES
                IF WS-TOT-DEBITS = WS-TOT-CREDITS
                    MOVE "PERIOD DEBITS EQUAL CREDITS - LEDGER IN "
                      TO WS-NOTE-TEXT
                    MOVE "BALANCE" TO WS-NOTE-TEXT(42:7)
                ELSE
                    MOVE "N" TO WS-LEDGER-FLAG
                    MOVE "*** PERIOD DEBITS DO NOT EQUAL CREDITS - "
                      TO WS-NOTE-TEXT
                    MOVE "LEDGER OUT OF BALANCE ***"
                      TO WS-NOTE-TEXT(43:25)
                END-IF
            ELSE
                MOVE "ONE ACCOUNT SELECTED - LEDGER BALANCE NOT "
                  TO WS-NOTE-TEXT
                MOVE "PROVED" TO WS-NOTE-TEXT(43:6)
            END-IF
            WRITE RPT-LINE FROM WS-NOTE-LINE
                  AFTER ADVANCING 1 LINE
            .
       PROC-SUMMARY-END.

      *-----------------------------------------------------------*
      * PROC-ROLL - month-end: every account's closing balance
      * becomes its opening balance for the next period and the
      * period-to-date figures start again at zero.  Refused when
      * the ledger did not prove, so an unexplained difference is
      * never rolled into next month's opening balances.
      *-----------------------------------------------------------*
       PROC-ROLL.
            MOVE WS-OPEN-PERIOD TO WS-NEXT-PERIOD
            ADD 1 TO WS-NXT-MONTH
            IF WS-NXT-MONTH > 12
                MOVE 01 TO WS-NXT-MONTH
                ADD 1   TO WS-NXT-YEAR
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE AFTER ADVANCING 1 LINE

            IF NOT WS-LEDGER-AGREES
                MOVE "*** MONTH-END ROLL REFUSED - LEDGER DID NOT "
                  TO WS-NOTE-TEXT
                MOVE "PROVE ***" TO WS-NOTE-TEXT(45:9)
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
                DISPLAY "MONTH-END ROLL REFUSED - LEDGER DID NOT "
                        "PROVE FOR PERIOD " WS-OPEN-PERIOD
            ELSE
                MOVE ZERO TO WS-ROLL-COUNT
                MOVE "N"  TO WS-MAST-EOF-FLAG
                MOVE LOW-VALUES TO BL-ACCOUNT-REF

                START BALMAST KEY NOT < BL-ACCOUNT-REF
                    INVALID KEY
                        MOVE "Y" TO WS-MAST-EOF-FLAG
                END-START

                IF NOT WS-MAST-EOF
                    PERFORM PROC-ROLL-READ
                END-IF

                PERFORM PROC-ROLL-ONE
                        THRU PROC-ROLL-ONE-END
                        UNTIL WS-MAST-EOF

                MOVE WS-NEXT-PERIOD TO WS-OPEN-PERIOD
                MOVE WS-RUN-DATE    TO WS-LAST-ROLL-DATE

                MOVE "MONTH-END ROLL DONE - ACCOUNTS ROLLED"
                  TO WS-TOT-TEXT
                MOVE WS-ROLL-COUNT  TO WS-TOT-COUNT
                MOVE ZERO           TO WS-TOT-AMOUNT
                WRITE RPT-LINE FROM WS-TOTAL-LINE
                      AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-NOTE-TEXT
                STRING "PERIOD NOW OPEN: " DELIMITED BY SIZE
                       WS-OPEN-PERIOD      DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                END-STRING
                WRITE RPT-LINE FROM WS-NOTE-LINE
                      AFTER ADVANCING 1 LINE
            END-IF
            .
       PROC-ROLL-END.

       PROC-ROLL-READ.
            READ BALMAST NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MAST-EOF-FLAG
            END-READ
            .

       PROC-ROLL-ONE.
            IF BL-PERIOD = WS-OPEN-PERIOD
                MOVE BL-CLOSING-BALANCE TO BL-OPENING-BALANCE
                MOVE ZERO               TO BL-PTD-DEBITS
                MOVE ZERO               TO BL-PTD-DEBIT-COUNT
                MOVE ZERO               TO BL-PTD-CREDITS
                MOVE ZERO               TO BL-PTD-CREDIT-COUNT
                MOVE WS-NEXT-PERIOD     TO BL-PERIOD

                REWRITE BAL-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: ROLL REWRITE FAILED FOR "
                                BL-ACCOUNT-REF " STATUS "
                                WS-MAST-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-ROLL-COUNT
                END-REWRITE
            END-IF

            PERFORM PROC-ROLL-READ
            .
       PROC-ROLL-ONE-END.

      *-----------------------------------------------------------*
      * PROC-CTL-SAVE - the open period back onto BALCTL, created
      * on the first run.
      *-----------------------------------------------------------*
       PROC-CTL-SAVE.
            OPEN OUTPUT BALCTL
            MOVE WS-OPEN-PERIOD    TO BC-OPEN-PERIOD
            MOVE WS-LAST-ROLL-DATE TO BC-LAST-ROLL-DATE
            WRITE BLC-RECORD
            CLOSE BALCTL
            .
       PROC-CTL-SAVE-END.
       END PROGRAM CBLGlLdg.
