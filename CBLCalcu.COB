      *                   below the value on file, and a checkpoint
      *                   taken mid-replay carries the wider of the
      *                   card interval and the remaining gap.
      *   15/10/26  Beri  Reversal work orders: batch op code R names
      *                   the work order it backs out.  The original
      *                   result comes off AUDITFILE and its account
      *                   and sign off GLFILE, read once before the
      *                   files are opened EXTEND, and the reversal
      *                   posts the opposite sign to the same account.
      *                   The original reference rides on the new
      *                   RESFILE, AUDITFILE and GLFILE records, and a
      *                   reversal of a work order that never posted
      *                   or is already reversed fails the record.
      *   15/10/26  Beri  High-value hold: a posting over its
      *                   account's COA-POST-LIMIT is written to
      *                   HOLDFILE instead of GLFILE, for a supervisor
      *                   to approve or decline in CBLHldApr.  Each
      *                   run releases the approved items into its
      *                   own GL batch wrap (and reconciliation) and,
      *                   in batch, echoes declined ones onto RESFILE
      *                   as not posted.  CR-POST-STATUS says whether
      *                   each result posted, was held, or neither.
      *   15/10/26  Beri  Double-entry GL journal: every posting is
      *                   written as a primary detail and a contra
      *                   detail at the opposite sign to the
      *                   account's COA contra account, under the
      *                   same work order.  The trailer flags whether
      *                   the run's debits equal its credits, the
      *                   reconciliation proves each leg back to the
      *                   audit trail, and an unbalanced journal
      *                   ends the run with errors.  An account with
      *                   no contra on the chart is not posted to.
      *   15/10/26  Beri  Every MEMFILE store, interactive and batch,
      *                   is written to the CHGJRNL change journal
      *                   with the entry before and after, so a
      *                   name's value on any date can be re-derived.
      *                   A store is refused rather than made
      *                   unjournalled when the journal will not open.
      *   15/10/26  Beri  Operator sign-on: an interactive session
      *                   signs on against OPRFILE with an ID and
      *                   password before anything is opened, every
      *                   attempt is logged on SIGNLOG, and the third
      *                   consecutive bad password locks the operator
      *                   out.  The operator's authority level governs
      *                   currency conversion, MEMFILE stores and GL
      *                   posting.  The operator ID - or for a batch
      *                   run the job name off the PARM card - is
      *                   stamped on every AUDITFILE and GLFILE record
      *                   and on HOLDFILE, so a released hold posts
      *                   under whoever keyed it.
      *   15/10/26  Beri  Loan installment operation: menu option L
      *                   and batch op code L take a principal, an
      *                   annual interest rate and a number of monthly
      *                   periods and compute the level installment,
      *                   audited and posted like any other result.
      *                   The full repayment schedule - installment,
      *                   interest, principal repaid and balance for
      *                   every period, the last period absorbing the
      *                   rounding to clear the balance to zero - is
      *                   written to the new SCHDFILE under the work
      *                   order, for CBLSchPrt to print.
      *   15/10/26  Beri  HOLDFILE opens, writes and release/notify
      *                   rewrites are status-checked: a hold that
      *                   does not reach HOLDFILE fails the posting,
      *                   and a release mark that does not rewrite is
      *                   a run error instead of a silent re-post.
      *   15/10/26  Beri  Loan terms whose rounded installment is
      *                   zero, or repays the principal before the
      *                   last period, fail the calculation; no
      *                   schedule line repays more than the balance.
      *   15/10/26  Beri  The audit trail and GL file keep their
      *                   XREFFILE entries current: each file's
      *                   control entry comes off for the run, every
      *                   record appended is indexed as it is written
      *                   and the control entry goes back with the new
      *                   count at the close.  An XREFFILE that will
      *                   not open abandons the run with return code
      *                   16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCalcu.
                  RECORD KEY IS MM-NAME
                  FILE STATUS IS WS-MEM-STATUS.

           SELECT CHGJRNL   ASSIGN TO CHGJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT GLFILE    ASSIGN TO GLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COA-STATUS.

           SELECT HOLDFILE  ASSIGN TO HOLDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPRFILE   ASSIGN TO OPRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPR-STATUS.

           SELECT SIGNLOG   ASSIGN TO SIGNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SGN-STATUS.

           SELECT SCHDFILE  ASSIGN TO SCHDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHD-STATUS.

           SELECT XREFFILE  ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
       01  MEM-RECORD.
           COPY CALCMEM.

       FD  CHGJRNL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JRN-RECORD.
           COPY CALCCHG.

       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  COA-RECORD.
           COPY CALCCOA.

       FD  HOLDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY CALCHLD.

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

       FD  SCHDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SCH-RECORD.
           COPY CALCSCH.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-RECORD.
           COPY CALCXRF.

       WORKING-STORAGE SECTION.
       77 WS-MODE                  PIC X(01).
           88  WS-MODE-VALID       VALUES "0" THRU "9" "L".

       77 WS-NUM-1                 PIC S9(07)V99  VALUE ZERO.
       77 WS-NUM-2                 PIC S9(07)V99  VALUE ZERO.

       77 WS-REC-COUNT             PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * Work-order cross-reference upkeep.  When the audit trail or
      * the GL file has a control entry on XREFFILE, its records
      * are all indexed; the control entry is taken off for the
      * run, every record appended gets its entries as it is
      * written, and the control entry goes back at the close with
      * the new count.  WS-XRF-AUD-POS and WS-XRF-GL-POS hold each
      * file's record count, so the next record written is one
      * past it.  A file with no control entry, or one whose upkeep
      * failed part way, is left without one and is read in full
      * until CBLXrfBld next rebuilds it.
      *-----------------------------------------------------------*
       77 WS-XRF-STATUS            PIC X(02).
           88  WS-XRF-OK           VALUE "00".
           88  WS-XRF-NOT-FOUND    VALUE "35".

       77 WS-XRF-OPEN-FLAG         PIC X(01)      VALUE "N".
           88  WS-XRF-OPENED       VALUE "Y".

       77 WS-XRF-AUD-FLAG          PIC X(01)      VALUE "N".
           88  WS-XRF-AUD-KEPT     VALUE "Y".

       77 WS-XRF-GL-FLAG           PIC X(01)      VALUE "N".
           88  WS-XRF-GL-KEPT      VALUE "Y".

       77 WS-XRF-AUD-POS           PIC 9(09) COMP VALUE ZERO.
       77 WS-XRF-GL-POS            PIC 9(09) COMP VALUE ZERO.
       77 WS-XRF-AUD-HIGH          PIC X(15).
       77 WS-XRF-GL-HIGH           PIC X(15).

      * The record just written, staged for PROC-XRF-ADD.
       77 WS-XRF-STG-FILE          PIC X(10).
       77 WS-XRF-STG-POS           PIC 9(09) COMP VALUE ZERO.
       77 WS-XRF-STG-WO            PIC X(15).
       77 WS-XRF-STG-DATE          PIC 9(08).
       77 WS-XRF-STG-ORIG-WO       PIC X(15).

       77 WS-XRF-CTL-FLAG          PIC X(01)      VALUE "N".
           88  WS-XRF-CTL-TAKEN    VALUE "Y".

       77 WS-XRF-ADD-FLAG          PIC X(01)      VALUE "N".
           88  WS-XRF-ADD-FAILED   VALUE "Y".

      *-----------------------------------------------------------*
      * WS-CALC-ERROR-FLAG - set by a calculation paragraph that
      * could not produce a result (e.g. divide by zero) or by an

      *-----------------------------------------------------------*
      * WS-POST-ERROR-FLAG - set when the calculation succeeded but
      * its GL posting was refused (account not on the chart, no
      * contra account, or a hold HOLDFILE would not take).  It
      * drives CR-STATUS and the error count only: the result is
      * already on the audit trail, so the P-chain and any MEMFILE
      * store must still see it, or every downstream record would
           88  WS-POST-ERROR       VALUE "Y".
           88  WS-POST-OK          VALUE "N".

      *-----------------------------------------------------------*
      * WS-POST-STATE - what became of the transaction's posting,
      * for CR-POST-STATUS: blank none, P written to GLFILE, H held
      * on HOLDFILE over the account's posting limit.
      *-----------------------------------------------------------*
       77 WS-POST-STATE            PIC X(01)      VALUE SPACE.
           88  WS-POST-NONE        VALUE SPACE.
           88  WS-POST-DONE        VALUE "P".
           88  WS-POST-HELD        VALUE "H".

      *-----------------------------------------------------------*
      * Checkpoint/restart fields.  A checkpoint is written every
      * WS-CKPT-INTERVAL transactions (from the PARMFILE card,
      * file, an empty card or a non-numeric or zero interval falls
      * back to 1 - checkpoint every transaction, the old
      * behaviour.  The ceiling matches the audit-tail ring below.
      * Columns 6-13 carry the batch job name stamped on the run's
      * audit and GL records; blank means BATCH.
      *-----------------------------------------------------------*
       01 WS-PARM-CARD.
           05  WS-PARM-CKPT-INTERVAL   PIC 9(05).
           05  WS-PARM-JOB-NAME        PIC X(08).
           05  FILLER                  PIC X(67).

       77 WS-CKPT-INTERVAL         PIC 9(05) COMP VALUE 1.
       77 WS-CKPT-INTERVAL-MAX     PIC 9(05) COMP VALUE 1000.
       77 WS-MEM-FAIL-FLAG         PIC X(01)      VALUE "N".
           88  WS-MEM-OPEN-FAILED  VALUE "Y".

      *-----------------------------------------------------------*
      * Change journal for MEMFILE stores.  WS-MEM-STAGE holds the
      * entry being stored while the one on file is read for the
      * before image.  WS-OPERATOR-ID is stamped on each journal
      * record: the job name for a batch run.  The journal is opened for
      * each interactive store and once per batch run, the first
      * time a transaction stores a result.
      *-----------------------------------------------------------*
       77 WS-JRN-STATUS            PIC X(02).
           88  WS-JRN-OK           VALUE "00".
           88  WS-JRN-NOT-FOUND    VALUE "35".

       77 WS-JRN-OPENED-FLAG       PIC X(01)      VALUE "N".
           88  WS-JRN-OPENED       VALUE "Y".

       77 WS-MEM-STAGE             PIC X(27).

       77 WS-OPERATOR-ID           PIC X(08)      VALUE SPACES.

      *-----------------------------------------------------------*
      * Operator sign-on.  An interactive session signs on against
      * OPRFILE before anything is opened: WS-OPERATOR-ID becomes
      * the operator signed on and WS-OPERATOR-LEVEL the authority
      * that governs conversion, MEMFILE stores and GL posting.  A
      * batch run takes the job name off the PARM card instead.
      * Every attempt is logged on SIGNLOG, and the third
      * consecutive bad password locks the operator out on OPRFILE.
      * WS-POST-OPERATOR is the ID a GL detail is stamped with:
      * whoever keyed a released hold, otherwise WS-OPERATOR-ID.
      *-----------------------------------------------------------*
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

       77 WS-OPERATOR-LEVEL        PIC 9(01)      VALUE ZERO.
           88  WS-OPR-MAY-CONVERT  VALUE 2 THRU 5.
           88  WS-OPR-MAY-STORE    VALUE 3 THRU 5.
           88  WS-OPR-MAY-POST     VALUE 4 THRU 5.

       77 WS-SIGNON-PASSWORD       PIC X(08).
       77 WS-SIGNON-EVENT          PIC X(01).
       77 WS-SIGNON-FAILS          PIC 9(01)      VALUE ZERO.
       77 WS-SIGNON-DATE           PIC 9(08).
       77 WS-SIGNON-TIME           PIC 9(08).
       77 WS-SIGNON-TRIES          PIC 9(01) COMP VALUE ZERO.
       77 WS-SIGNON-MAX-TRIES      PIC 9(01) COMP VALUE 3.
       77 WS-SIGNON-LOCK-LIMIT     PIC 9(01)      VALUE 3.
       77 WS-SIGNON-LEVEL-NEEDED   PIC 9(01)      VALUE 1.

       77 WS-SIGNON-FLAG           PIC X(01)      VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
           88  WS-SIGNON-REFUSED   VALUE "R".

       77 WS-POST-OPERATOR         PIC X(08)      VALUE SPACES.

      *-----------------------------------------------------------*
      * Chained-operand fields for batch work orders.  The prior
      * result feeds operand source P; it is updated only by a
           88  WS-GL-POST          VALUE "Y" "y".
       77 WS-GL-ACCOUNT            PIC X(10).

      *-----------------------------------------------------------*
      * WS-GL-CONTRA - the account the contra leg of the posting
      * goes to: the chart's contra for WS-GL-ACCOUNT, or for a
      * reversal the account the original's contra leg went to.
      * WS-GL-LEG-SIGN is the sign of the leg being written.
      *-----------------------------------------------------------*
       77 WS-GL-CONTRA             PIC X(10)      VALUE SPACES.
       77 WS-GL-LEG-SIGN           PIC X(01)      VALUE SPACE.

      *-----------------------------------------------------------*
      * WS-GL-SIGN-OVERRIDE - blank lets PROC-GL-WRITE take the
      * sign from the result as always; a reversal sets it to the
      * opposite of the original posting's sign, so a zero original
      * still reverses to the other side.  WS-GL-ABS-RESULT is the
      * unsigned result the audit-side hash totals accumulate.
      *-----------------------------------------------------------*
       77 WS-GL-SIGN-OVERRIDE      PIC X(01)      VALUE SPACE.
       77 WS-GL-ABS-RESULT         PIC 9(07)V99   VALUE ZERO.

      *-----------------------------------------------------------*
      * Original work order a reversal backs out, stamped on the
      * result, audit and GL records written for it.  Zero on every
      * other record, interactive work included.
      *-----------------------------------------------------------*
       01 WS-ORIG-WORK-ORDER.
           05  WS-ORIG-WO-DATE         PIC 9(08)      VALUE ZERO.
           05  WS-ORIG-WO-SEQ          PIC 9(07)      VALUE ZERO.

      *-----------------------------------------------------------*
      * Reversal table.  Before AUDITFILE and GLFILE are opened
      * EXTEND, PROC-REV-LOAD collects the original reference of
      * every op-code R transaction on TRANFILE, then reads the
      * audit trail for each original's result and the GL file for
      * its account and sign - and for any reversal of it already
      * posted, with the work order that did it, so a restart gap
      * replaying its own reversal is not mistaken for a second
      * one.  An original with no audit record left (archived)
      * takes its result from the GL posting.
      *-----------------------------------------------------------*
       77 WS-REV-COUNT             PIC 9(03) COMP VALUE ZERO.
       77 WS-REV-MAX               PIC 9(03) COMP VALUE 500.
       77 WS-REV-SUB               PIC 9(03) COMP VALUE ZERO.
       77 WS-REV-KEY               PIC X(15).
       77 WS-REV-DONE-COUNT        PIC 9(07) COMP VALUE ZERO.

       77 WS-REV-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-REV-FOUND        VALUE "Y".

       01 WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-REV-COUNT.
               10  WS-REV-ORIG-WO      PIC X(15).
               10  WS-REV-AUD-FLAG     PIC X(01).
                   88  WS-REV-AUDITED  VALUE "Y".
               10  WS-REV-RESULT       PIC S9(07)V99.
               10  WS-REV-POST-FLAG    PIC X(01).
                   88  WS-REV-POSTED   VALUE "Y".
               10  WS-REV-ACCOUNT      PIC X(10).
               10  WS-REV-SIGN         PIC X(01).
               10  WS-REV-CONTRA       PIC X(10).
               10  WS-REV-DONE-FLAG    PIC X(01).
                   88  WS-REV-REVERSED VALUE "Y".
               10  WS-REV-BY-WO        PIC X(15).

      *-----------------------------------------------------------*
      * Chart-of-accounts table, loaded once at startup from the
      * COAFILE reference file CBLCoaMnt maintains.  A posting may
       77 WS-COA-SUB               PIC 9(03) COMP VALUE ZERO.

       01 WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-COA-COUNT.
               10  WS-COA-ACCT      PIC X(10).
               10  WS-COA-LIMIT     PIC 9(07)V99.
               10  WS-COA-CONTRA    PIC X(10).

       77 WS-COA-FOUND-FLAG        PIC X(01)      VALUE "N".
           88  WS-COA-FOUND        VALUE "Y".
       77 WS-GL-ACCT-OK-FLAG       PIC X(01)      VALUE "N".
           88  WS-GL-ACCT-ACCEPTED VALUE "Y".

      *-----------------------------------------------------------*
      * High-value hold file.  Opened EXTEND the first time a
      * posting is held, and I-O once at startup for the release
      * of approved items (into this run's GL wrap) and, in batch,
      * once more for the RESFILE notice of declined ones; each
      * record is rewritten in place as it is dealt with, so a
      * released or notified item is never picked up twice.
      *-----------------------------------------------------------*
       77 WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-OK          VALUE "00".
           88  WS-HOLD-NOT-FOUND   VALUE "35".

       77 WS-HOLD-EOF-FLAG         PIC X(01)      VALUE "N".
           88  WS-HOLD-EOF         VALUE "Y".

       77 WS-HOLD-OPENED-FLAG      PIC X(01)      VALUE "N".
           88  WS-HOLD-OPENED      VALUE "Y".

       77 WS-HOLD-COUNT            PIC 9(07) COMP VALUE ZERO.
       77 WS-RELEASE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-DECLINE-NOTE-COUNT    PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------*
      * GL interface batch control fields.  The run number comes
      * from the GLCTL control file and is stepped every run; the
       77 WS-RECON-FLAG            PIC X(01)      VALUE "Y".
           88  WS-RECON-IN-BALANCE VALUE "Y".

       77 WS-JOURNAL-FLAG          PIC X(01)      VALUE "Y".
           88  WS-JOURNAL-BALANCED VALUE "Y".

      *-----------------------------------------------------------*
      * GL re-read proof fields.  After the trailer is written and
      * GLFILE closed, the file is read back and the detail records
       77 WS-GLR-DEBIT-HASH        PIC 9(09)V99   VALUE ZERO.
       77 WS-GLR-CREDIT-HASH       PIC 9(09)V99   VALUE ZERO.

      *    The same, split by leg: the primary legs must tie to the
      *    audit totals sign for sign, the contra legs to the audit
      *    totals with the signs crossed.
       77 WS-GLR-PRI-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-GLR-PRI-DEBIT-HASH    PIC 9(09)V99   VALUE ZERO.
       77 WS-GLR-PRI-CREDIT-HASH   PIC 9(09)V99   VALUE ZERO.
       77 WS-GLR-CON-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-GLR-CON-DEBIT-HASH    PIC 9(09)V99   VALUE ZERO.
       77 WS-GLR-CON-CREDIT-HASH   PIC 9(09)V99   VALUE ZERO.

      *-----------------------------------------------------------*
      * Currency conversion fields and exchange rate table.  The
      * reference file is loaded once at startup; each entry is one
       77 WS-MKP-COUNT             PIC 9(07) COMP VALUE ZERO.
       77 WS-DSC-COUNT             PIC 9(07) COMP VALUE ZERO.
       77 WS-RND-COUNT             PIC 9(07) COMP VALUE ZERO.
       77 WS-LOAN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77 WS-GRAND-TOTAL           PIC S9(09)V99  VALUE ZERO.

      *-----------------------------------------------------------*
       77 WS-ROUND-WHOLE           PIC S9(07).
       77 WS-ROUND-NICKELS          PIC S9(09).

      *-----------------------------------------------------------*
      * Loan installment work fields for operation L.  Operand 1
      * is the principal, operand 2 the annual rate in percent and
      * WS-LOAN-PERIODS the number of monthly installments.  The
      * monthly rate and the discount factor carry seventeen
      * decimal places so the level installment is exact to the
      * cent before it is rounded; WS-LOAN-FACTOR is the annuity
      * factor, the present value of one unit a month for the
      * term.  The schedule file is opened EXTEND the first
      * time a loan is worked out and closed at end of run.
      *-----------------------------------------------------------*
       77 WS-SCHD-STATUS           PIC X(02).
           88  WS-SCHD-OK          VALUE "00".
           88  WS-SCHD-NOT-FOUND   VALUE "35".

       77 WS-SCHD-OPENED-FLAG      PIC X(01)      VALUE "N".
           88  WS-SCHD-OPENED      VALUE "Y".

       77 WS-LOAN-PERIODS          PIC 9(03)      VALUE ZERO.
       77 WS-LOAN-MAX-PERIODS      PIC 9(03)      VALUE 360.
       77 WS-LOAN-MAX-RATE         PIC 9(03)V99   VALUE 99.99.
       77 WS-LOAN-PERIOD           PIC 9(03)      VALUE ZERO.
       77 WS-LOAN-RATE             PIC 9V9(17)    VALUE ZERO.
       77 WS-LOAN-DISCOUNT         PIC 9V9(17)    VALUE ZERO.
       77 WS-LOAN-FACTOR           PIC 9(03)V9(14) VALUE ZERO.
       77 WS-LOAN-INSTALLMENT      PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-BALANCE          PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-INTEREST         PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-PAID             PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-PAYMENT          PIC S9(07)V99  VALUE ZERO.
       77 WS-LOAN-TOTAL-INTEREST   PIC S9(09)V99  VALUE ZERO.

       77 WS-LOAN-PERIODS-EDIT     PIC X(05).
       77 WS-LOAN-PERIODS-FLAG     PIC X(01)      VALUE "N".
           88  WS-LOAN-PERIODS-OK  VALUE "Y".

       PROCEDURE DIVISION.
       PROC-START.
      *-----------------------------------------------------------*
            ACCEPT WS-START-TIME FROM TIME
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-FULL

            IF WS-BATCH-MODE
                MOVE "BATCH" TO WS-OPERATOR-ID
            ELSE
      *        The operator signs on before anything is opened or
      *        written; a session nobody could sign on to is
      *        abandoned here, the way an unusable store is below.
                PERFORM PROC-SIGN-ON
                        THRU PROC-SIGN-ON-END
                IF NOT WS-SIGNED-ON
                    DISPLAY "ERROR: NO OPERATOR SIGNED ON - SESSION "
                            "ABANDONED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF

            PERFORM PROC-PARM-LOAD
                    THRU PROC-PARM-LOAD-END

            MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR

      *    The named-memory store is proved usable before anything
      *    is opened or written: an unconverted store abandons the
      *    run here with RETURN-CODE 16 instead of failing its
                    PERFORM PROC-AUD-TAIL-LOAD
                            THRU PROC-AUD-TAIL-LOAD-END
                END-IF
                PERFORM PROC-REV-LOAD
                        THRU PROC-REV-LOAD-END
            END-IF

      *    The cross-reference control entries come off before the
      *    audit trail and the GL file are extended, so no reader
      *    trusts a record count this run is about to outgrow.
            PERFORM PROC-XRF-OPEN
                    THRU PROC-XRF-OPEN-END

            PERFORM PROC-AUDIT-OPEN
                    THRU PROC-AUDIT-OPEN-END

      * falls back to 1 - a checkpoint after every transaction,
      * exactly the old behaviour - and an interval beyond the
      * audit-tail ring is capped so a restart can always bound
      * the gap it has to replay.  A batch run's job name comes
      * off the same card.
      *-----------------------------------------------------------*
       PROC-PARM-LOAD.
            MOVE 1 TO WS-CKPT-INTERVAL
            MOVE SPACES TO WS-PARM-CARD

            OPEN INPUT PARMFILE

                          TO WS-CKPT-INTERVAL
                    END-IF
                END-IF

                IF WS-BATCH-MODE
                   AND WS-PARM-JOB-NAME NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-PARM-JOB-NAME)
                      TO WS-OPERATOR-ID
                END-IF
            END-IF
            .
       PROC-PARM-LOAD-END.

      *-----------------------------------------------------------*
      * PROC-SIGN-ON - signs the interactive operator on against
      * OPRFILE, allowing WS-SIGNON-MAX-TRIES attempts.  An attempt
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
                           MOVE OP-AUTH-LEVEL  TO WS-OPERATOR-LEVEL
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
            MOVE "CBLCALCU"      TO SL-PROGRAM
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
      * PROC-AUD-TAIL-LOAD - reads the audit trail once at restart,
      * keeping a ring of the work-order references on the last
            .
       PROC-AUD-TAIL-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-REV-LOAD - builds the reversal table: one pass of
      * TRANFILE for the originals op-code R names, then, only if
      * there are any, one pass each of AUDITFILE and GLFILE for
      * what those originals did.  A missing file just leaves its
      * half of the table empty; a missing TRANFILE is reported by
      * PROC-BATCH itself.
      *-----------------------------------------------------------*
       PROC-REV-LOAD.
            MOVE ZERO TO WS-REV-COUNT
            MOVE "N"  TO WS-EOF-FLAG

            OPEN INPUT TRANFILE

            IF WS-TRAN-OK
                PERFORM PROC-BATCH-READ
                PERFORM PROC-REV-LOAD-TRAN
                        THRU PROC-REV-LOAD-TRAN-END
                        UNTIL WS-EOF
                CLOSE TRANFILE
            END-IF

            IF WS-REV-COUNT > ZERO
                MOVE "N" TO WS-EOF-FLAG
                OPEN INPUT AUDITFILE
                IF WS-AUDIT-OK
                    PERFORM PROC-AUD-TAIL-READ
                    PERFORM PROC-REV-LOAD-AUDIT
                            THRU PROC-REV-LOAD-AUDIT-END
                            UNTIL WS-EOF
                    CLOSE AUDITFILE
                END-IF

                MOVE "N" TO WS-EOF-FLAG
                OPEN INPUT GLFILE
                IF WS-GL-OK
                    PERFORM PROC-REV-GL-READ
                    PERFORM PROC-REV-LOAD-GL
                            THRU PROC-REV-LOAD-GL-END
                            UNTIL WS-EOF
                    CLOSE GLFILE
                END-IF
            END-IF

            MOVE "N" TO WS-EOF-FLAG
            .
       PROC-REV-LOAD-END.

       PROC-REV-LOAD-TRAN.
            IF CT-OP-CODE = "R"
               AND CT-ORIG-WORK-ORDER NUMERIC
                MOVE CT-ORIG-WORK-ORDER TO WS-REV-KEY
                PERFORM PROC-REV-FIND
                        THRU PROC-REV-FIND-END
                IF NOT WS-REV-FOUND
                    IF WS-REV-COUNT < WS-REV-MAX
                        ADD 1 TO WS-REV-COUNT
                        MOVE WS-REV-KEY TO WS-REV-ORIG-WO(WS-REV-COUNT)
                        MOVE "N"    TO WS-REV-AUD-FLAG(WS-REV-COUNT)
                        MOVE ZERO   TO WS-REV-RESULT(WS-REV-COUNT)
                        MOVE "N"    TO WS-REV-POST-FLAG(WS-REV-COUNT)
                        MOVE SPACES TO WS-REV-ACCOUNT(WS-REV-COUNT)
                        MOVE SPACE  TO WS-REV-SIGN(WS-REV-COUNT)
                        MOVE SPACES TO WS-REV-CONTRA(WS-REV-COUNT)
                        MOVE "N"    TO WS-REV-DONE-FLAG(WS-REV-COUNT)
                        MOVE SPACES TO WS-REV-BY-WO(WS-REV-COUNT)
                    ELSE
                        DISPLAY "WARNING: REVERSAL TABLE FULL - "
                                "ORIGINAL " WS-REV-KEY " NOT LOADED"
                    END-IF
                END-IF
            END-IF

            PERFORM PROC-BATCH-READ
            .
       PROC-REV-LOAD-TRAN-END.

       PROC-REV-LOAD-AUDIT.
            MOVE CA-WORK-ORDER TO WS-REV-KEY
            PERFORM PROC-REV-FIND
                    THRU PROC-REV-FIND-END
            IF WS-REV-FOUND
                MOVE "Y"       TO WS-REV-AUD-FLAG(WS-REV-SUB)
                MOVE CA-RESULT TO WS-REV-RESULT(WS-REV-SUB)
            END-IF

            PERFORM PROC-AUD-TAIL-READ
            .
       PROC-REV-LOAD-AUDIT-END.

       PROC-REV-GL-READ.
            READ GLFILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
            END-READ
            .

      *    A detail under the original's own reference is its
      *    posting; a detail whose original reference names it is a
      *    reversal already made.  One record can be both when a
      *    reversal is itself being reversed.  Only the primary
      *    leg of the pair is taken; it names the contra leg's
      *    account, which the reversal's own contra leg goes back
      *    to.
       PROC-REV-LOAD-GL.
            IF GL-TYPE-DETAIL
                MOVE GL-WORK-ORDER TO WS-REV-KEY
                PERFORM PROC-REV-FIND
                        THRU PROC-REV-FIND-END
                IF WS-REV-FOUND
                   AND NOT GL-LEG-CONTRA
                    MOVE "Y"            TO WS-REV-POST-FLAG(WS-REV-SUB)
                    MOVE GL-ACCOUNT-REF TO WS-REV-ACCOUNT(WS-REV-SUB)
                    MOVE GL-SIGN        TO WS-REV-SIGN(WS-REV-SUB)
                    MOVE GL-OFFSET-ACCOUNT
                      TO WS-REV-CONTRA(WS-REV-SUB)
                    IF NOT WS-REV-AUDITED(WS-REV-SUB)
                        IF GL-DEBIT
                            COMPUTE WS-REV-RESULT(WS-REV-SUB) =
                                    GL-AMOUNT * -1
                        ELSE
                            MOVE GL-AMOUNT
                              TO WS-REV-RESULT(WS-REV-SUB)
                        END-IF
                    END-IF
                END-IF

                IF GL-ORIG-WORK-ORDER NUMERIC
                   AND GL-ORIG-WORK-ORDER NOT = ZERO
                    MOVE GL-ORIG-WORK-ORDER TO WS-REV-KEY
                    PERFORM PROC-REV-FIND
                            THRU PROC-REV-FIND-END
                    IF WS-REV-FOUND
                        MOVE "Y" TO WS-REV-DONE-FLAG(WS-REV-SUB)
                        MOVE GL-WORK-ORDER
                          TO WS-REV-BY-WO(WS-REV-SUB)
                    END-IF
                END-IF
            END-IF

            PERFORM PROC-REV-GL-READ
            .
       PROC-REV-LOAD-GL-END.

      *-----------------------------------------------------------*
      * PROC-REV-FIND - is the original in WS-REV-KEY in the
      * reversal table?  WS-REV-SUB is left on the entry.
      *-----------------------------------------------------------*
       PROC-REV-FIND.
            MOVE "N"  TO WS-REV-FOUND-FLAG
            MOVE ZERO TO WS-REV-SUB

            PERFORM PROC-REV-FIND-SCAN
                    THRU PROC-REV-FIND-SCAN-END
                    UNTIL WS-REV-SUB >= WS-REV-COUNT
                       OR WS-REV-FOUND
            .
       PROC-REV-FIND-END.

       PROC-REV-FIND-SCAN.
            ADD 1 TO WS-REV-SUB
            IF WS-REV-ORIG-WO(WS-REV-SUB) = WS-REV-KEY
                MOVE "Y" TO WS-REV-FOUND-FLAG
            END-IF
            .
       PROC-REV-FIND-SCAN-END.

      *-----------------------------------------------------------*
      * PROC-AUDIT-OPEN / PROC-GL-OPEN - OPEN EXTEND abends with
      * file status 35 when the file does not already exist, so the
      * first run on a brand-new system has to create it with OPEN
      * OUTPUT first, the same fallback used for MEMFILE.  A file
      * created here is not the one its cross-reference entries
      * describe, so its upkeep stops and it stays unindexed until
      * CBLXrfBld next runs.
      *-----------------------------------------------------------*
       PROC-AUDIT-OPEN.
            OPEN EXTEND AUDITFILE

            IF WS-AUDIT-NOT-FOUND
                MOVE "N" TO WS-XRF-AUD-FLAG
                OPEN OUTPUT AUDITFILE
                CLOSE AUDITFILE
                OPEN EXTEND AUDITFILE
            OPEN EXTEND GLFILE

            IF WS-GL-NOT-FOUND
                MOVE "N" TO WS-XRF-GL-FLAG
                OPEN OUTPUT GLFILE
                CLOSE GLFILE
                OPEN EXTEND GLFILE

            PERFORM PROC-GL-HEADER
                    THRU PROC-GL-HEADER-END

            PERFORM PROC-HOLD-RELEASE
                    THRU PROC-HOLD-RELEASE-END
            .
       PROC-GL-OPEN-END.

      *-----------------------------------------------------------*
      * PROC-XRF-OPEN - takes the audit trail's and the GL file's
      * control entries off XREFFILE, keeping the record count and
      * highest work order each carried, so this run can index
      * what it appends and put them back at the close.  With no
      * XREFFILE there is nothing to keep current.  One that will
      * not open, or a control entry that will not come off,
      * abandons the run before anything is written: a control
      * entry left in place while the file grows would have the
      * readers stop short of this run's records.
      *-----------------------------------------------------------*
       PROC-XRF-OPEN.
            OPEN I-O XREFFILE

            EVALUATE TRUE
                   WHEN WS-XRF-OK
                       MOVE "Y" TO WS-XRF-OPEN-FLAG
                       MOVE "AUDITFILE" TO WS-XRF-STG-FILE
                       PERFORM PROC-XRF-TAKE
                               THRU PROC-XRF-TAKE-END
                       IF WS-XRF-CTL-TAKEN
                           MOVE "Y"            TO WS-XRF-AUD-FLAG
                           MOVE WS-XRF-STG-POS TO WS-XRF-AUD-POS
                           MOVE WS-XRF-STG-WO  TO WS-XRF-AUD-HIGH
                       END-IF
                       MOVE "GLFILE" TO WS-XRF-STG-FILE
                       PERFORM PROC-XRF-TAKE
                               THRU PROC-XRF-TAKE-END
                       IF WS-XRF-CTL-TAKEN
                           MOVE "Y"            TO WS-XRF-GL-FLAG
                           MOVE WS-XRF-STG-POS TO WS-XRF-GL-POS
                           MOVE WS-XRF-STG-WO  TO WS-XRF-GL-HIGH
                       END-IF
                   WHEN WS-XRF-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR: XREFFILE WILL NOT OPEN - STATUS "
                               WS-XRF-STATUS " - RUN ABANDONED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
            END-EVALUATE
            .
       PROC-XRF-OPEN-END.

       PROC-XRF-TAKE.
            MOVE "N"             TO WS-XRF-CTL-FLAG
            MOVE SPACES          TO XRF-RECORD
            MOVE ZERO            TO XR-WORK-ORDER
            MOVE WS-XRF-STG-FILE TO XR-FILE-ID
            MOVE ZERO            TO XR-GENERATION
            MOVE ZERO            TO XR-REC-NUMBER

            READ XREFFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE XR-BUILT-COUNT   TO WS-XRF-STG-POS
                    MOVE XR-BUILT-HIGH-WO TO WS-XRF-STG-WO
                    DELETE XREFFILE RECORD
                        INVALID KEY
                            DISPLAY "ERROR: XREFFILE CONTROL DELETE "
                                    "FAILED FOR " WS-XRF-STG-FILE
                                    " STATUS " WS-XRF-STATUS
                                    " - RUN ABANDONED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        NOT INVALID KEY
                            MOVE "Y" TO WS-XRF-CTL-FLAG
                    END-DELETE
            END-READ
            .
       PROC-XRF-TAKE-END.

      *-----------------------------------------------------------*
      * PROC-XRF-AUDIT-NOTE / PROC-XRF-GL-NOTE - the entries for
      * the record just written, staged in WS-XRF-STG-WO, -DATE and
      * -ORIG-WO before its WRITE.  The GL header and trailer stage
      * no work order and only move the position on.  A record that
      * did not reach the file, or whose entry would not write,
      * stops the file's upkeep for the run.
      *-----------------------------------------------------------*
       PROC-XRF-AUDIT-NOTE.
            IF NOT WS-AUDIT-OK
                MOVE "N" TO WS-XRF-AUD-FLAG
            ELSE
                ADD 1 TO WS-XRF-AUD-POS
                MOVE "AUDITFILE"    TO WS-XRF-STG-FILE
                MOVE WS-XRF-AUD-POS TO WS-XRF-STG-POS
                PERFORM PROC-XRF-ADD
                        THRU PROC-XRF-ADD-END
                EVALUATE TRUE
                       WHEN WS-XRF-ADD-FAILED
                           MOVE "N" TO WS-XRF-AUD-FLAG
                       WHEN WS-XRF-STG-WO NOT NUMERIC
                           CONTINUE
                       WHEN WS-XRF-STG-WO > WS-XRF-AUD-HIGH
                           MOVE WS-XRF-STG-WO TO WS-XRF-AUD-HIGH
                END-EVALUATE
            END-IF
            .
       PROC-XRF-AUDIT-NOTE-END.

       PROC-XRF-GL-NOTE.
            IF NOT WS-GL-OK
                MOVE "N" TO WS-XRF-GL-FLAG
            ELSE
                ADD 1 TO WS-XRF-GL-POS
                MOVE "GLFILE"      TO WS-XRF-STG-FILE
                MOVE WS-XRF-GL-POS TO WS-XRF-STG-POS
                PERFORM PROC-XRF-ADD
                        THRU PROC-XRF-ADD-END
                EVALUATE TRUE
                       WHEN WS-XRF-ADD-FAILED
                           MOVE "N" TO WS-XRF-GL-FLAG
                       WHEN WS-XRF-STG-WO NOT NUMERIC
                           CONTINUE
                       WHEN WS-XRF-STG-WO > WS-XRF-GL-HIGH
                           MOVE WS-XRF-STG-WO TO WS-XRF-GL-HIGH
                END-EVALUATE
            END-IF
            .
       PROC-XRF-GL-NOTE-END.

      *-----------------------------------------------------------*
      * PROC-XRF-ADD - the location entry for the staged record,
      * and the reversal entry under its original when it is a
      * reversal, as CBLXrfBld writes them.  A record with no
      * usable work order gets no entry.  The reversal entry may
      * already be there from the pair's other file, and a repeat
      * is not a failure.
      *-----------------------------------------------------------*
       PROC-XRF-ADD.
            MOVE "N" TO WS-XRF-ADD-FLAG

            IF WS-XRF-STG-WO NUMERIC
               AND WS-XRF-STG-WO NOT = ZERO
                MOVE SPACES          TO XRF-RECORD
                MOVE WS-XRF-STG-WO   TO XR-WORK-ORDER
                MOVE WS-XRF-STG-FILE TO XR-FILE-ID
                MOVE ZERO            TO XR-GENERATION
                MOVE WS-XRF-STG-POS  TO XR-REC-NUMBER
                MOVE WS-XRF-STG-DATE TO XR-REC-DATE
                IF WS-XRF-STG-ORIG-WO NUMERIC
                    MOVE WS-XRF-STG-ORIG-WO TO XR-LINK-WORK-ORDER
                ELSE
                    MOVE ZERO               TO XR-LINK-WORK-ORDER
                END-IF

                WRITE XRF-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: XREFFILE WRITE FAILED FOR "
                                WS-XRF-STG-FILE " RECORD "
                                WS-XRF-STG-POS " STATUS "
                                WS-XRF-STATUS
                        MOVE "Y" TO WS-XRF-ADD-FLAG
                END-WRITE

                IF NOT WS-XRF-ADD-FAILED
                   AND XR-LINK-WORK-ORDER NOT = ZERO
                    MOVE XR-LINK-WORK-ORDER TO XR-WORK-ORDER
                    MOVE "REVERSAL"         TO XR-FILE-ID
                    MOVE ZERO               TO XR-GENERATION
                    MOVE WS-XRF-STG-WO(9:7) TO XR-REC-NUMBER
                    MOVE WS-XRF-STG-WO      TO XR-LINK-WORK-ORDER
                    WRITE XRF-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            END-IF
            .
       PROC-XRF-ADD-END.

      *-----------------------------------------------------------*
      * PROC-XRF-CLOSE - puts back the control entry of each file
      * whose upkeep held for the whole run, with its new record
      * count.  A file whose upkeep stopped keeps no control entry
      * and is read in full until CBLXrfBld rebuilds it.
      *-----------------------------------------------------------*
       PROC-XRF-CLOSE.
            IF WS-XRF-AUD-KEPT
                MOVE "AUDITFILE"     TO WS-XRF-STG-FILE
                MOVE WS-XRF-AUD-POS  TO WS-XRF-STG-POS
                MOVE WS-XRF-AUD-HIGH TO WS-XRF-STG-WO
                PERFORM PROC-XRF-PUT
                        THRU PROC-XRF-PUT-END
            END-IF

            IF WS-XRF-GL-KEPT
                MOVE "GLFILE"        TO WS-XRF-STG-FILE
                MOVE WS-XRF-GL-POS   TO WS-XRF-STG-POS
                MOVE WS-XRF-GL-HIGH  TO WS-XRF-STG-WO
                PERFORM PROC-XRF-PUT
                        THRU PROC-XRF-PUT-END
            END-IF

            CLOSE XREFFILE
            .
       PROC-XRF-CLOSE-END.

       PROC-XRF-PUT.
            MOVE SPACES               TO XRF-RECORD
            MOVE ZERO                 TO XR-WORK-ORDER
            MOVE WS-XRF-STG-FILE      TO XR-FILE-ID
            MOVE ZERO                 TO XR-GENERATION
            MOVE ZERO                 TO XR-REC-NUMBER
            MOVE WS-CURRENT-DATE-FULL TO XR-BUILT-DATE
            MOVE WS-XRF-STG-WO        TO XR-BUILT-HIGH-WO
            MOVE WS-XRF-STG-POS       TO XR-BUILT-COUNT

            WRITE XRF-RECORD
                INVALID KEY
                    DISPLAY "ERROR: XREFFILE CONTROL WRITE FAILED FOR "
                            WS-XRF-STG-FILE " STATUS " WS-XRF-STATUS
                    ADD 1 TO WS-ERROR-COUNT
            END-WRITE
            .
       PROC-XRF-PUT-END.

      *-----------------------------------------------------------*
      * PROC-HOLD-RELEASE - posts every item a supervisor has
      * approved since the last run into this run's GL wrap, right
      * behind the header, through PROC-GL-WRITE so it lands in the
      * trailer counts and both sides of the reconciliation.  The
      * audit record was written by the run that held it; the
      * posting carries that run's work order, the held amount and
      * the held sign.  Each item is marked released with the run
      * number as it goes; a mark that will not rewrite is counted
      * as a run error, since the next run would post the item
      * again.  The working fields borrowed for the write are
      * cleared after, so the first calculation of the session
      * starts from the same state it always has.
      *-----------------------------------------------------------*
       PROC-HOLD-RELEASE.
            MOVE "N" TO WS-HOLD-EOF-FLAG

            OPEN I-O HOLDFILE

            IF WS-HOLD-OK
                PERFORM PROC-HOLD-READ
                PERFORM PROC-HOLD-RELEASE-LOOP
                        THRU PROC-HOLD-RELEASE-LOOP-END
                        UNTIL WS-HOLD-EOF
                CLOSE HOLDFILE

                MOVE ZERO  TO WS-RESULT
                MOVE ZERO  TO WS-ORIG-WORK-ORDER
                MOVE SPACE TO WS-GL-SIGN-OVERRIDE
                MOVE SPACES TO WS-GL-CONTRA
                MOVE SPACE TO WS-POST-STATE
            END-IF
            .
       PROC-HOLD-RELEASE-END.

       PROC-HOLD-READ.
            READ HOLDFILE
                AT END
                    MOVE "Y" TO WS-HOLD-EOF-FLAG
            END-READ
            .

       PROC-HOLD-RELEASE-LOOP.
            IF HD-APPROVED
                MOVE HD-ACCOUNT-REF TO WS-GL-ACCOUNT
                MOVE HD-WORK-ORDER  TO WS-WORK-ORDER
                MOVE ZERO           TO WS-ORIG-WORK-ORDER
                MOVE HD-RESULT      TO WS-RESULT
                MOVE HD-SIGN        TO WS-GL-SIGN-OVERRIDE
                MOVE HD-CONTRA-REF  TO WS-GL-CONTRA
                MOVE HD-HELD-BY     TO WS-POST-OPERATOR

                PERFORM PROC-GL-WRITE
                        THRU PROC-GL-WRITE-END

                MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR

                SET HD-RELEASED           TO TRUE
                MOVE WS-GL-RUN-NUMBER     TO HD-RELEASE-RUN
                MOVE WS-CURRENT-DATE-FULL TO HD-RELEASE-DATE
                REWRITE HOLD-RECORD
                IF WS-HOLD-OK
                    ADD 1 TO WS-RELEASE-COUNT
                ELSE
                    DISPLAY "ERROR: HOLDFILE REWRITE FAILED - STATUS "
                            WS-HOLD-STATUS " - HOLD " HD-WORK-ORDER
                            " POSTED BUT NOT MARKED RELEASED"
                    ADD 1 TO WS-ERROR-COUNT
                END-IF
            END-IF

            PERFORM PROC-HOLD-READ
            .
       PROC-HOLD-RELEASE-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-HOLD-NOTIFY - batch only, once RESFILE is open: every
      * held item a supervisor has declined goes onto the result
      * file as a CR-POST-DECLINED notice carrying the original
      * work order's figures, so the hand-back shows it never
      * posted.  The notice is not a calculation of this run - it
      * is not counted as a result written - and the item is
      * marked notified so the next run does not repeat it.
      *-----------------------------------------------------------*
       PROC-HOLD-NOTIFY.
            MOVE "N" TO WS-HOLD-EOF-FLAG

            OPEN I-O HOLDFILE

            IF WS-HOLD-OK
                PERFORM PROC-HOLD-READ
                PERFORM PROC-HOLD-NOTIFY-LOOP
                        THRU PROC-HOLD-NOTIFY-LOOP-END
                        UNTIL WS-HOLD-EOF
                CLOSE HOLDFILE
            END-IF
            .
       PROC-HOLD-NOTIFY-END.

       PROC-HOLD-NOTIFY-LOOP.
            IF HD-DECLINED
                MOVE HD-OP-CODE      TO CR-OP-CODE
                MOVE HD-NUM-1        TO CR-NUM-1
                MOVE HD-NUM-2        TO CR-NUM-2
                MOVE HD-RESULT       TO CR-RESULT
                SET CR-STATUS-OK     TO TRUE
                MOVE HD-WORK-ORDER   TO CR-WORK-ORDER
                MOVE ZERO            TO CR-ORIG-WORK-ORDER
                SET CR-POST-DECLINED TO TRUE
                WRITE RES-RECORD

                SET HD-DECLINE-NOTIFIED   TO TRUE
                MOVE WS-GL-RUN-NUMBER     TO HD-RELEASE-RUN
                MOVE WS-CURRENT-DATE-FULL TO HD-RELEASE-DATE
                REWRITE HOLD-RECORD
                IF WS-HOLD-OK
                    ADD 1 TO WS-DECLINE-NOTE-COUNT
                ELSE
                    DISPLAY "ERROR: HOLDFILE REWRITE FAILED - STATUS "
                            WS-HOLD-STATUS " - HOLD " HD-WORK-ORDER
                            " NOTIFIED BUT NOT MARKED"
                    ADD 1 TO WS-ERROR-COUNT
                END-IF
            END-IF

            PERFORM PROC-HOLD-READ
            .
       PROC-HOLD-NOTIFY-LOOP-END.

      *-----------------------------------------------------------*
      * PROC-GL-HEADER - steps the batch run number held on the
      * GLCTL control file (a missing file starts the sequence at
            SET GB-TYPE-HEADER        TO TRUE
            MOVE WS-CURRENT-DATE-FULL TO GB-RUN-DATE
            MOVE WS-GL-RUN-NUMBER     TO GB-RUN-NUMBER
            MOVE SPACES               TO WS-XRF-STG-WO
            WRITE GL-BATCH-RECORD

            IF WS-XRF-GL-KEPT
                PERFORM PROC-XRF-GL-NOTE
                        THRU PROC-XRF-GL-NOTE-END
            END-IF
            .
       PROC-GL-HEADER-END.

            MOVE WS-GL-DEBIT-HASH   TO GB-DEBIT-HASH
            MOVE WS-GL-CREDIT-COUNT TO GB-CREDIT-COUNT
            MOVE WS-GL-CREDIT-HASH  TO GB-CREDIT-HASH
            IF WS-GL-DEBIT-HASH  = WS-GL-CREDIT-HASH
               AND WS-GL-DEBIT-COUNT = WS-GL-CREDIT-COUNT
                SET GB-JOURNAL-BALANCED   TO TRUE
            ELSE
                SET GB-JOURNAL-UNBALANCED TO TRUE
            END-IF
            MOVE SPACES TO WS-XRF-STG-WO
            WRITE GL-BATCH-RECORD

            IF WS-XRF-GL-KEPT
                PERFORM PROC-XRF-GL-NOTE
                        THRU PROC-XRF-GL-NOTE-END
            END-IF
            .
       PROC-GL-TRAILER-END.

            DISPLAY "<8> Percentage markup"
            DISPLAY "<9> Percentage discount"
            DISPLAY "<0> Apply a rounding rule"
            DISPLAY "<L> Loan installment schedule"
            DISPLAY "*************************************************"
            PERFORM PROC-ACCEPT-MODE
                    THRU PROC-ACCEPT-MODE-END
                       PERFORM PROC-MULTI
                               THRU PROC-MULTI-END
                   WHEN "5"
                       IF WS-OPR-MAY-STORE
                           PERFORM PROC-STORE
                                   THRU PROC-STORE-END
                       ELSE
                           DISPLAY "OPERATOR " WS-OPERATOR-ID
                                   " IS NOT AUTHORISED TO STORE TO "
                                   "MEMORY"
                       END-IF
                   WHEN "6"
                       PERFORM PROC-RECALL
                               THRU PROC-RECALL-END
                   WHEN "7"
                       IF WS-OPR-MAY-CONVERT
                           PERFORM PROC-CONVERT
                                   THRU PROC-CONVERT-END
                       ELSE
                           DISPLAY "OPERATOR " WS-OPERATOR-ID
                                   " IS NOT AUTHORISED TO CONVERT "
                                   "CURRENCY"
                       END-IF
                   WHEN "8"
                       PERFORM PROC-WO-ASSIGN
                               THRU PROC-WO-ASSIGN-END
                               THRU PROC-GET-ROUND-OPERANDS-END
                       PERFORM PROC-ROUND-RULE
                               THRU PROC-ROUND-RULE-END
                   WHEN "L"
                       PERFORM PROC-WO-ASSIGN
                               THRU PROC-WO-ASSIGN-END
                       PERFORM PROC-GET-LOAN-OPERANDS
                               THRU PROC-GET-LOAN-OPERANDS-END
                       PERFORM PROC-LOAN
                               THRU PROC-LOAN-END
                   WHEN OTHER
                       DISPLAY "INVALID VALUE!"
                       PERFORM MAIN-PROCEDURE
            .
       PROC-GET-ROUND-OPERANDS-END.

      *-----------------------------------------------------------*
      * PROC-GET-LOAN-OPERANDS - operands for the loan installment
      * operation: the principal (recall-aware, like any first
      * operand), the annual interest rate in percent, and the
      * number of monthly installments, re-prompted until it is a
      * whole number in range.
      *-----------------------------------------------------------*
       PROC-GET-LOAN-OPERANDS.
            DISPLAY "First number is the loan principal, second "
                    "the annual interest rate in percent"
            PERFORM PROC-ACCEPT-NUM-1
                    THRU PROC-ACCEPT-NUM-1-END

            PERFORM PROC-ACCEPT-NUM-2
                    THRU PROC-ACCEPT-NUM-2-END

            MOVE "N" TO WS-LOAN-PERIODS-FLAG
            PERFORM PROC-ACCEPT-PERIODS
                    THRU PROC-ACCEPT-PERIODS-END
                    UNTIL WS-LOAN-PERIODS-OK
            .
       PROC-GET-LOAN-OPERANDS-END.

       PROC-ACCEPT-PERIODS.
            DISPLAY "Input the number of monthly installments "
                    "(1 to " WS-LOAN-MAX-PERIODS "):"
            ACCEPT WS-LOAN-PERIODS-EDIT
            COMPUTE WS-NUMVAL-CHECK =
                    FUNCTION TEST-NUMVAL(WS-LOAN-PERIODS-EDIT)

            IF WS-NUMVAL-CHECK NOT = ZERO
                DISPLAY "INVALID ENTRY - NUMERIC VALUE REQUIRED"
            ELSE
                IF FUNCTION NUMVAL(WS-LOAN-PERIODS-EDIT) < 1
                 OR FUNCTION NUMVAL(WS-LOAN-PERIODS-EDIT)
                    > WS-LOAN-MAX-PERIODS
                 OR FUNCTION NUMVAL(WS-LOAN-PERIODS-EDIT) NOT =
                    FUNCTION INTEGER(
                        FUNCTION NUMVAL(WS-LOAN-PERIODS-EDIT))
                    DISPLAY "INVALID ENTRY - A WHOLE NUMBER OF "
                            "PERIODS FROM 1 TO " WS-LOAN-MAX-PERIODS
                ELSE
                    COMPUTE WS-LOAN-PERIODS =
                            FUNCTION NUMVAL(WS-LOAN-PERIODS-EDIT)
                    MOVE "Y" TO WS-LOAN-PERIODS-FLAG
                END-IF
            END-IF
            .
       PROC-ACCEPT-PERIODS-END.

      *-----------------------------------------------------------*
      * PROC-ACCEPT-MODE - re-prompts until the operator keys a
      * valid menu selection instead of falling through to the
      *-----------------------------------------------------------*
       PROC-ACCEPT-MODE.
            ACCEPT WS-MODE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE

            IF NOT WS-MODE-VALID
                DISPLAY "INVALID SELECTION - ENTER 0 THRU 9 OR L"
                PERFORM PROC-ACCEPT-MODE
                        THRU PROC-ACCEPT-MODE-END
            END-IF
            IF WS-MEM-OPEN-FAILED
                DISPLAY "STORE ABANDONED"
            ELSE
                PERFORM PROC-JRN-OPEN
                        THRU PROC-JRN-OPEN-END

                IF NOT WS-JRN-OK
                    DISPLAY "ERROR: CHGJRNL WILL NOT OPEN - STATUS "
                            WS-JRN-STATUS " - STORE ABANDONED"
                ELSE
                    DISPLAY "Enter a name to store this result under:"
                    ACCEPT MM-NAME
                    MOVE WS-RESULT TO MM-VALUE
                    MOVE WS-CURRENT-DATE-FULL TO MM-LAST-USED

                    PERFORM PROC-MEM-STORE-WRITE
                            THRU PROC-MEM-STORE-WRITE-END

                    DISPLAY "Stored " WS-RESULT " under " MM-NAME

                    CLOSE CHGJRNL
                END-IF

                CLOSE MEMFILE
            END-IF
            .
       PROC-STORE-END.

      *-----------------------------------------------------------*
      * PROC-JRN-OPEN - opens the change journal for extension,
      * creating it on first use.
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
      * PROC-MEM-STORE-WRITE - writes the entry the caller has set
      * up in MEM-RECORD, replacing any value already under the
      * name, and journals the store with the entry as it stood
      * before.  MEMFILE and CHGJRNL are both open.
      *-----------------------------------------------------------*
       PROC-MEM-STORE-WRITE.
            MOVE SPACES     TO JRN-RECORD
            MOVE "MEMFILE"  TO CJ-FILE-ID
            MOVE "S"        TO CJ-ACTION
            MOVE MM-NAME    TO CJ-KEY
            MOVE MEM-RECORD TO WS-MEM-STAGE

            READ MEMFILE
                NOT INVALID KEY
                    MOVE MEM-RECORD TO CJ-BEFORE-IMAGE
            END-READ

            MOVE WS-MEM-STAGE TO MEM-RECORD

            WRITE MEM-RECORD
                INVALID KEY
                    REWRITE MEM-RECORD
            END-WRITE

            MOVE MEM-RECORD     TO CJ-AFTER-IMAGE
            MOVE WS-OPERATOR-ID TO CJ-OPERATOR
            MOVE "CBLCALCU"     TO CJ-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-CHG-DATE
            ACCEPT CJ-CHG-TIME FROM TIME

            WRITE JRN-RECORD
            IF NOT WS-JRN-OK
                DISPLAY "WARNING: CHGJRNL WRITE FAILED - STATUS "
                        WS-JRN-STATUS
            END-IF
            .
       PROC-MEM-STORE-WRITE-END.

      *-----------------------------------------------------------*
      * PROC-RECALL - loads a previously stored value back into
      * WS-NUM-1 for use in the next operation, like the MR key.
       PROC-COA-LOAD-LOOP.
            ADD 1 TO WS-COA-COUNT
            MOVE COA-ACCOUNT-REF TO WS-COA-ACCT(WS-COA-COUNT)
            MOVE COA-CONTRA-ACCOUNT TO WS-COA-CONTRA(WS-COA-COUNT)
            IF COA-POST-LIMIT NUMERIC
                MOVE COA-POST-LIMIT TO WS-COA-LIMIT(WS-COA-COUNT)
            ELSE
                MOVE ZERO           TO WS-COA-LIMIT(WS-COA-COUNT)
            END-IF
            PERFORM PROC-COA-LOAD-READ
            .
       PROC-COA-LOAD-LOOP-END.
                    OPEN OUTPUT RESFILE
                END-IF

                PERFORM PROC-HOLD-NOTIFY
                        THRU PROC-HOLD-NOTIFY-END

                MOVE "N" TO WS-EOF-FLAG
                MOVE ZERO TO WS-REC-COUNT

                    CLOSE MEMFILE
                END-IF

                IF WS-JRN-OPENED
                    CLOSE CHGJRNL
                END-IF

                PERFORM PROC-CKPT-RESET
                        THRU PROC-CKPT-RESET-END
            END-IF
            ADD 1 TO WS-REC-COUNT
            MOVE "N" TO WS-CALC-ERROR-FLAG
            MOVE "N" TO WS-POST-ERROR-FLAG
            MOVE SPACE TO WS-GL-SIGN-OVERRIDE
            MOVE SPACES TO WS-GL-CONTRA
            MOVE SPACE TO WS-POST-STATE

            MOVE CT-OP-CODE TO WS-MODE
            MOVE CT-NUM-1   TO WS-NUM-1
            MOVE CT-NUM-2   TO WS-NUM-2

            IF WS-MODE = "R"
               AND CT-ORIG-WORK-ORDER NUMERIC
                MOVE CT-ORIG-WORK-ORDER TO WS-ORIG-WORK-ORDER
            ELSE
                MOVE ZERO TO WS-ORIG-WORK-ORDER
            END-IF

      *    The gap window closes BEFORE the reference is settled,
      *    so the first record past it is stamped with this run's
      *    own date again instead of the crashed run's.
                END-IF
            END-IF

      *    A reversal carries its original reference where the
      *    operand sources sit, and takes its figures from the
      *    original, so there is nothing to resolve.
            IF WS-MODE NOT = "R"
                PERFORM PROC-RESOLVE-OPERANDS
                        THRU PROC-RESOLVE-OPERANDS-END
            END-IF

            IF WS-CALC-OK
                PERFORM PROC-BATCH-CALC
            IF WS-CALC-OK
                MOVE WS-RESULT TO WS-PRIOR-RESULT
                MOVE "Y"       TO WS-PRIOR-FLAG
                IF WS-MODE NOT = "R"
                   AND CT-RESULT-NAME NOT = SPACES
                    PERFORM PROC-MEM-STORE-BATCH
                            THRU PROC-MEM-STORE-BATCH-END
                END-IF
                   WHEN "0"
                       PERFORM PROC-ROUND-RULE
                               THRU PROC-ROUND-RULE-END
                   WHEN "R"
                       PERFORM PROC-REVERSE
                               THRU PROC-REVERSE-END
                   WHEN "L"
                       IF CT-LOAN-PERIODS NUMERIC
                           MOVE CT-LOAN-PERIODS TO WS-LOAN-PERIODS
                       ELSE
                           MOVE ZERO TO WS-LOAN-PERIODS
                       END-IF
                       PERFORM PROC-LOAN
                               THRU PROC-LOAN-END
                   WHEN OTHER
                       DISPLAY "INVALID OP CODE ON TRANSACTION "
                               WS-REC-COUNT
            PERFORM PROC-BATCH-MEM-OPEN
                    THRU PROC-BATCH-MEM-OPEN-END

            IF WS-MEM-OPENED
               AND NOT WS-JRN-OPENED
                PERFORM PROC-JRN-OPEN
                        THRU PROC-JRN-OPEN-END
                IF WS-JRN-OK
                    MOVE "Y" TO WS-JRN-OPENED-FLAG
                ELSE
                    DISPLAY "ERROR: CHGJRNL WILL NOT OPEN - STATUS "
                            WS-JRN-STATUS
                END-IF
            END-IF

            IF NOT WS-MEM-OPENED
                DISPLAY "ERROR: MEMORY STORE UNAVAILABLE - RESULT "
                        "NOT STORED FOR TRANSACTION " WS-REC-COUNT
                MOVE "Y" TO WS-CALC-ERROR-FLAG
            ELSE
                IF NOT WS-JRN-OPENED
                    DISPLAY "ERROR: CHANGE JOURNAL UNAVAILABLE - "
                            "RESULT NOT STORED FOR TRANSACTION "
                            WS-REC-COUNT
                    MOVE "Y" TO WS-CALC-ERROR-FLAG
                ELSE
                    MOVE CT-RESULT-NAME TO MM-NAME
                    MOVE WS-RESULT      TO MM-VALUE
                    MOVE WS-CURRENT-DATE-FULL TO MM-LAST-USED

                    PERFORM PROC-MEM-STORE-WRITE
                            THRU PROC-MEM-STORE-WRITE-END

                    DISPLAY "Stored " WS-RESULT " under " MM-NAME
                END-IF
            END-IF
            .
       PROC-MEM-STORE-BATCH-END.
            .
       PROC-BATCH-CONVERT-END.

      *-----------------------------------------------------------*
      * PROC-REVERSE - op-code R: backs out the work order named in
      * CT-ORIG-WORK-ORDER.  The result is the original result
      * negated (operand 1 carries the original result for the
      * audit trail) and it posts to the original's account at the
      * opposite sign.  An original that never posted, or that a
      * different work order has already reversed, fails the
      * record - the front-end edit should have stopped it, so this
      * is the backstop.  The entry is marked reversed only once the
      * posting has gone, so a refused posting can be re-keyed.
      *-----------------------------------------------------------*
       PROC-REVERSE.
            MOVE WS-ORIG-WORK-ORDER TO WS-REV-KEY
            PERFORM PROC-REV-FIND
                    THRU PROC-REV-FIND-END

            EVALUATE TRUE
                   WHEN NOT WS-REV-FOUND
                       DISPLAY "ERROR: ORIGINAL WORK ORDER "
                               WS-REV-KEY " NOT ON FILE - REVERSAL "
                               "TRANSACTION " WS-REC-COUNT " FAILED"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN NOT WS-REV-POSTED(WS-REV-SUB)
                       DISPLAY "ERROR: ORIGINAL WORK ORDER "
                               WS-REV-KEY " NEVER POSTED - REVERSAL "
                               "TRANSACTION " WS-REC-COUNT " FAILED"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN WS-REV-REVERSED(WS-REV-SUB)
                    AND WS-REV-BY-WO(WS-REV-SUB) NOT = WS-WORK-ORDER
                       DISPLAY "ERROR: ORIGINAL WORK ORDER "
                               WS-REV-KEY " ALREADY REVERSED BY "
                               WS-REV-BY-WO(WS-REV-SUB)
                               " - TRANSACTION " WS-REC-COUNT
                               " FAILED"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN OTHER
                       MOVE WS-REV-RESULT(WS-REV-SUB) TO WS-NUM-1
                       MOVE ZERO                      TO WS-NUM-2
                       COMPUTE WS-RESULT = WS-NUM-1 * -1
                       MOVE WS-REV-ACCOUNT(WS-REV-SUB) TO WS-GL-ACCOUNT
                       IF WS-REV-SIGN(WS-REV-SUB) = "D"
                           MOVE "C" TO WS-GL-SIGN-OVERRIDE
                       ELSE
                           MOVE "D" TO WS-GL-SIGN-OVERRIDE
                       END-IF
                       MOVE WS-REV-CONTRA(WS-REV-SUB) TO WS-GL-CONTRA

                       DISPLAY "Reverse " WS-REV-KEY
                               "  Amount: " WS-RESULT

                       PERFORM PROC-AUDIT-WRITE
                               THRU PROC-AUDIT-WRITE-END

                       PERFORM PROC-GL-POST
                               THRU PROC-GL-POST-END

                       IF WS-POST-OK
                           MOVE "Y" TO WS-REV-DONE-FLAG(WS-REV-SUB)
                           MOVE WS-WORK-ORDER
                             TO WS-REV-BY-WO(WS-REV-SUB)
                       END-IF
            END-EVALUATE
            .
       PROC-REVERSE-END.

      *-----------------------------------------------------------*
      * PROC-BATCH-WRITE - echoes the transaction just processed to
      * RESFILE.  WS-CALC-ERROR-FLAG is set by PROC-BATCH-LOOP when
       PROC-BATCH-WRITE.
            MOVE WS-MODE       TO CR-OP-CODE
            MOVE WS-WORK-ORDER TO CR-WORK-ORDER
            MOVE WS-ORIG-WORK-ORDER TO CR-ORIG-WORK-ORDER

      *    A failed operand resolution can leave the blank literal
      *    field in WS-NUM-1/WS-NUM-2; a result record must not
            IF WS-CALC-ERROR
                MOVE ZERO       TO CR-RESULT
                SET CR-STATUS-ERROR TO TRUE
                SET CR-POST-NONE    TO TRUE
                ADD 1 TO WS-ERROR-COUNT
            ELSE
      *        A refused GL posting flags the record as an error on
      *        is on the audit trail - so it is reported as
      *        computed, not zeroed.
                MOVE WS-RESULT  TO CR-RESULT
                MOVE WS-POST-STATE TO CR-POST-STATUS
                IF WS-POST-ERROR
                    SET CR-STATUS-ERROR TO TRUE
                    ADD 1 TO WS-ERROR-COUNT
            .
       PROC-ROUND-RULE-END.

      *-----------------------------------------------------------*
      * PROC-LOAN - operation L: the level monthly installment that
      * repays the principal in operand 1, at the annual rate in
      * operand 2, over WS-LOAN-PERIODS months,
      *   installment = P / ((1 - (1 + r) ** -n) / r)
      * with r the annual rate / 1200, or P / n at a zero rate.
      * The annuity factor is worked first because it never
      * exceeds n, so the division stays well inside the
      * intermediate precision at any principal.
      * The installment is the result - audited, chained and
      * posted like any other - and the full schedule goes to
      * SCHDFILE under the work order.  Terms out of range, a
      * principal whose installments would not fit a result, terms
      * the rounded installment cannot carry (see
      * PROC-LOAN-TERM-CHECK), or a schedule file that will not
      * open fail the calculation before anything is written.  A
      * replayed restart-gap record wrote its schedule on the first
      * pass and writes nothing here.
      *-----------------------------------------------------------*
       PROC-LOAN.
            EVALUATE TRUE
                   WHEN WS-LOAN-PERIODS < 1
                     OR WS-LOAN-PERIODS > WS-LOAN-MAX-PERIODS
                       DISPLAY "ERROR: INVALID LOAN TERM "
                               WS-LOAN-PERIODS " - USE 1 TO "
                               WS-LOAN-MAX-PERIODS " PERIODS"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN WS-NUM-1 NOT > ZERO
                       DISPLAY "ERROR: INVALID LOAN PRINCIPAL "
                               WS-NUM-1 " - MUST BE ABOVE ZERO"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN WS-NUM-2 < ZERO
                     OR WS-NUM-2 > WS-LOAN-MAX-RATE
                       DISPLAY "ERROR: INVALID ANNUAL RATE "
                               WS-NUM-2 " - USE 0 TO "
                               WS-LOAN-MAX-RATE " PCT"
                       MOVE "Y" TO WS-CALC-ERROR-FLAG
                   WHEN OTHER
                       COMPUTE WS-LOAN-RATE ROUNDED = WS-NUM-2 / 1200
      *                No installment, the last one included, can be
      *                more than one month's interest on the whole
      *                principal plus the principal itself.
                       IF WS-NUM-1 * (1 + WS-LOAN-RATE) > 9999999.99
                           DISPLAY "ERROR: LOAN PRINCIPAL " WS-NUM-1
                                   " TOO LARGE - AN INSTALLMENT "
                                   "WOULD NOT FIT A RESULT"
                           MOVE "Y" TO WS-CALC-ERROR-FLAG
                       ELSE
                           IF WS-LOAN-RATE = ZERO
                               MOVE WS-LOAN-PERIODS TO WS-LOAN-FACTOR
                           ELSE
                               MOVE 1 TO WS-LOAN-DISCOUNT
                               PERFORM PROC-LOAN-DISCOUNT
                                       THRU PROC-LOAN-DISCOUNT-END
                                       WS-LOAN-PERIODS TIMES
                               COMPUTE WS-LOAN-FACTOR ROUNDED =
                                       (1 - WS-LOAN-DISCOUNT)
                                       / WS-LOAN-RATE
                           END-IF
                           COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                                   WS-NUM-1 / WS-LOAN-FACTOR
                       END-IF
            END-EVALUATE

            IF WS-CALC-OK
                PERFORM PROC-LOAN-TERM-CHECK
                        THRU PROC-LOAN-TERM-CHECK-END
            END-IF

            IF WS-CALC-OK
               AND NOT WS-REPLAY-MODE
               AND NOT WS-SCHD-OPENED
                OPEN EXTEND SCHDFILE
                IF WS-SCHD-NOT-FOUND
                    OPEN OUTPUT SCHDFILE
                    CLOSE SCHDFILE
                    OPEN EXTEND SCHDFILE
                END-IF
                IF WS-SCHD-OK
                    MOVE "Y" TO WS-SCHD-OPENED-FLAG
                ELSE
                    DISPLAY "ERROR: SCHDFILE WILL NOT OPEN - STATUS "
                            WS-SCHD-STATUS
                    MOVE "Y" TO WS-CALC-ERROR-FLAG
                END-IF
            END-IF

            IF WS-CALC-OK
                MOVE WS-LOAN-INSTALLMENT TO WS-RESULT

                PERFORM PROC-AUDIT-WRITE
                        THRU PROC-AUDIT-WRITE-END

                MOVE WS-NUM-1 TO WS-LOAN-BALANCE
                MOVE ZERO     TO WS-LOAN-PERIOD
                MOVE ZERO     TO WS-LOAN-TOTAL-INTEREST
                PERFORM PROC-LOAN-PERIOD
                        THRU PROC-LOAN-PERIOD-END
                        UNTIL WS-LOAN-PERIOD >= WS-LOAN-PERIODS

                DISPLAY "Loan " WS-NUM-1 " at " WS-NUM-2
                        " pct over " WS-LOAN-PERIODS
                        " months  Installment: " WS-RESULT
                DISPLAY "  Final installment: " WS-LOAN-PAYMENT
                        "  Total interest: " WS-LOAN-TOTAL-INTEREST

                PERFORM PROC-GL-POST
                        THRU PROC-GL-POST-END
            END-IF
            .
       PROC-LOAN-END.

      *-----------------------------------------------------------*
      * PROC-LOAN-TERM-CHECK - terms the rounded installment cannot
      * carry.  An installment that rounds to 0.00 leaves every
      * period but the last paying nothing.  One rounded up far
      * enough repays the principal, with its interest, before the
      * last period, and the schedule would run on below zero.
      * The balance is worked through every period but the last,
      * exactly as the schedule will work it, without writing.
      * CBLTrnEdt holds literal loan terms to the same rule
      * (reason 20).
      *-----------------------------------------------------------*
       PROC-LOAN-TERM-CHECK.
            IF WS-LOAN-INSTALLMENT NOT > ZERO
                DISPLAY "ERROR: LOAN INSTALLMENT ON " WS-NUM-1
                        " OVER " WS-LOAN-PERIODS
                        " PERIODS ROUNDS TO ZERO"
                MOVE "Y" TO WS-CALC-ERROR-FLAG
            ELSE
                MOVE WS-NUM-1 TO WS-LOAN-BALANCE
                MOVE ZERO     TO WS-LOAN-PERIOD
                PERFORM PROC-LOAN-TERM-PERIOD
                        THRU PROC-LOAN-TERM-PERIOD-END
                        UNTIL WS-LOAN-PERIOD >= WS-LOAN-PERIODS - 1
                           OR WS-LOAN-BALANCE < ZERO
                IF WS-LOAN-BALANCE < ZERO
                    DISPLAY "ERROR: LOAN INSTALLMENT "
                            WS-LOAN-INSTALLMENT " REPAYS " WS-NUM-1
                            " BEFORE PERIOD " WS-LOAN-PERIODS
                    MOVE "Y" TO WS-CALC-ERROR-FLAG
                END-IF
            END-IF
            .
       PROC-LOAN-TERM-CHECK-END.

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
      * PROC-LOAN-DISCOUNT - one month's discounting, performed
      * once per period to build (1 + r) ** -n in WS-LOAN-DISCOUNT.
      * Dividing down from 1 keeps every step between zero and one,
      * where an exponentiation of a long, dear loan runs far past
      * any intermediate field.
      *-----------------------------------------------------------*
       PROC-LOAN-DISCOUNT.
            COMPUTE WS-LOAN-DISCOUNT ROUNDED =
                    WS-LOAN-DISCOUNT / (1 + WS-LOAN-RATE)
            .
       PROC-LOAN-DISCOUNT-END.

      *-----------------------------------------------------------*
      * PROC-LOAN-PERIOD - one line of the schedule.  Interest is
      * the month's rate on the balance brought forward, rounded to
      * the cent; the rest of the installment repays principal.
      * The last period repays whatever balance is left, and its
      * installment is that plus its interest, so the rounding of
      * every earlier line comes out here and the balance ends at
      * exactly zero.  No earlier period repays more than the
      * balance; PROC-LOAN-TERM-CHECK keeps such terms out, and
      * the cap here makes sure of it.
      *-----------------------------------------------------------*
       PROC-LOAN-PERIOD.
            ADD 1 TO WS-LOAN-PERIOD

            COMPUTE WS-LOAN-INTEREST ROUNDED =
                    WS-LOAN-BALANCE * WS-LOAN-RATE

            IF WS-LOAN-PERIOD = WS-LOAN-PERIODS
                MOVE WS-LOAN-BALANCE TO WS-LOAN-PAID
                COMPUTE WS-LOAN-PAYMENT =
                        WS-LOAN-PAID + WS-LOAN-INTEREST
            ELSE
                MOVE WS-RESULT TO WS-LOAN-PAYMENT
                COMPUTE WS-LOAN-PAID =
                        WS-LOAN-PAYMENT - WS-LOAN-INTEREST
                IF WS-LOAN-PAID > WS-LOAN-BALANCE
                    MOVE WS-LOAN-BALANCE TO WS-LOAN-PAID
                    COMPUTE WS-LOAN-PAYMENT =
                            WS-LOAN-PAID + WS-LOAN-INTEREST
                END-IF
            END-IF

            SUBTRACT WS-LOAN-PAID FROM WS-LOAN-BALANCE
            ADD WS-LOAN-INTEREST TO WS-LOAN-TOTAL-INTEREST

            IF NOT WS-REPLAY-MODE
                MOVE SPACES               TO SCH-RECORD
                MOVE WS-WORK-ORDER        TO SC-WORK-ORDER
                MOVE WS-NUM-1             TO SC-LOAN-AMOUNT
                MOVE WS-NUM-2             TO SC-ANNUAL-RATE
                MOVE WS-LOAN-PERIODS      TO SC-PERIODS
                MOVE WS-LOAN-PERIOD       TO SC-PERIOD
                MOVE WS-LOAN-PAYMENT      TO SC-INSTALLMENT
                MOVE WS-LOAN-INTEREST     TO SC-INTEREST
                MOVE WS-LOAN-PAID         TO SC-PRINCIPAL-PAID
                MOVE WS-LOAN-BALANCE      TO SC-BALANCE
                MOVE WS-CURRENT-DATE-FULL TO SC-RUN-DATE
                MOVE WS-OPERATOR-ID       TO SC-OPERATOR-ID

                WRITE SCH-RECORD
            END-IF
            .
       PROC-LOAN-PERIOD-END.

      *-----------------------------------------------------------*
      * PROC-AUDIT-WRITE - appends one durable audit record for the
      * calculation just performed, so a disputed result can be
                MOVE WS-CURRENT-DATE-FULL TO CA-RUN-DATE
                MOVE WS-CURRENT-TIME   TO CA-RUN-TIME
                MOVE WS-WORK-ORDER     TO CA-WORK-ORDER
                MOVE WS-ORIG-WORK-ORDER TO CA-ORIG-WORK-ORDER
                MOVE WS-OPERATOR-ID    TO CA-OPERATOR-ID

                MOVE CA-WORK-ORDER      TO WS-XRF-STG-WO
                MOVE CA-RUN-DATE        TO WS-XRF-STG-DATE
                MOVE CA-ORIG-WORK-ORDER TO WS-XRF-STG-ORIG-WO
                WRITE AUDIT-RECORD

                IF WS-XRF-AUD-KEPT
                    PERFORM PROC-XRF-AUDIT-NOTE
                            THRU PROC-XRF-AUDIT-NOTE-END
                END-IF

                ADD WS-RESULT TO WS-GRAND-TOTAL

                EVALUATE WS-MODE
                           ADD 1 TO WS-DSC-COUNT
                       WHEN "0"
                           ADD 1 TO WS-RND-COUNT
                       WHEN "R"
                           ADD 1 TO WS-REV-DONE-COUNT
                       WHEN "L"
                           ADD 1 TO WS-LOAN-COUNT
                END-EVALUATE
            END-IF
            .
      * CALCTRN record - edited by CBLTrnEdt before the run - so a
      * batch result posts inside the same batch wrap and
      * reconciliation with no operator to prompt; interactive
      * work is still asked per result.  A reversal always posts,
      * to the account PROC-REVERSE took off the original posting.
      * The contra leg goes to the account's contra on the chart;
      * a reversal sends it back to the original's contra account,
      * or to the chart's when the original predates the pairs.
      *-----------------------------------------------------------*
       PROC-GL-POST.
            IF WS-BATCH-MODE
      *        A replayed restart-gap record posted on the first
      *        pass; posting it again would break the GL wrap.
                IF (CT-GL-POST OR WS-MODE = "R")
                   AND NOT WS-REPLAY-MODE
                    IF WS-MODE NOT = "R"
                        MOVE CT-GL-ACCOUNT TO WS-GL-ACCOUNT
                    END-IF
                    PERFORM PROC-COA-FIND
                            THRU PROC-COA-FIND-END
      *            The front-end edit rejects an off-chart account
      *            desk chases the account instead of the GL end
      *            bouncing it.
                    IF WS-COA-FOUND
                        IF WS-MODE NOT = "R"
                         OR WS-GL-CONTRA = SPACES
                            MOVE WS-COA-CONTRA(WS-COA-SUB)
                              TO WS-GL-CONTRA
                        END-IF
                        PERFORM PROC-GL-ROUTE
                                THRU PROC-GL-ROUTE-END
                    ELSE
                        DISPLAY "ERROR: GL ACCOUNT " WS-GL-ACCOUNT
                                " NOT ON THE CHART OF ACCOUNTS - "
                    END-IF
                END-IF
            ELSE
      *        Only an operator with posting authority is asked.
                IF NOT WS-OPR-MAY-POST
                    DISPLAY "RESULT NOT POSTED - OPERATOR "
                            WS-OPERATOR-ID " IS NOT AUTHORISED TO "
                            "POST TO THE GL"
                ELSE
                    DISPLAY "Post this result to the GL? (Y/N)"
                    ACCEPT WS-GL-POST-FLAG

                    IF WS-GL-POST
                        MOVE "N" TO WS-GL-ACCT-OK-FLAG
                        MOVE "N" TO WS-COA-FOUND-FLAG
                        PERFORM PROC-GL-ACCEPT-ACCOUNT
                                THRU PROC-GL-ACCEPT-ACCOUNT-END
                                UNTIL WS-GL-ACCT-ACCEPTED
                        IF WS-COA-FOUND
                            MOVE WS-COA-CONTRA(WS-COA-SUB)
                              TO WS-GL-CONTRA
                        ELSE
                            MOVE SPACES TO WS-GL-CONTRA
                        END-IF
                        PERFORM PROC-GL-ROUTE
                                THRU PROC-GL-ROUTE-END
                    END-IF
                END-IF
            END-IF
            .
       PROC-GL-ACCEPT-ACCOUNT-END.

      *-----------------------------------------------------------*
      * PROC-GL-ROUTE - a posting over its account's high-value
      * limit goes to HOLDFILE for supervisor approval instead of
      * GLFILE.  The limit is the one on the chart entry
      * PROC-COA-FIND left in WS-COA-SUB; with no chart entry
      * there is no limit to apply.  A reversal backs out a
      * posting that has already been through the hold, so it is
      * never held itself.  With no contra account there is no
      * balancing leg, and a one-sided posting is never written
      * or held: the posting fails like an off-chart account.
      *-----------------------------------------------------------*
       PROC-GL-ROUTE.
            IF WS-RESULT < ZERO
                COMPUTE WS-GL-ABS-RESULT = WS-RESULT * -1
            ELSE
                MOVE WS-RESULT TO WS-GL-ABS-RESULT
            END-IF

            EVALUATE TRUE
                   WHEN WS-GL-CONTRA = SPACES
                       DISPLAY "ERROR: GL ACCOUNT " WS-GL-ACCOUNT
                               " HAS NO CONTRA ACCOUNT ON THE "
                               "CHART - NOT POSTED"
                       IF WS-BATCH-MODE
                           MOVE "Y" TO WS-POST-ERROR-FLAG
                       END-IF
                   WHEN WS-COA-FOUND
                    AND WS-MODE NOT = "R"
                    AND WS-COA-LIMIT(WS-COA-SUB) > ZERO
                    AND WS-GL-ABS-RESULT > WS-COA-LIMIT(WS-COA-SUB)
                       PERFORM PROC-HOLD-WRITE
                               THRU PROC-HOLD-WRITE-END
                   WHEN OTHER
                       PERFORM PROC-GL-WRITE
                               THRU PROC-GL-WRITE-END
            END-EVALUATE
            .
       PROC-GL-ROUTE-END.

      *-----------------------------------------------------------*
      * PROC-HOLD-WRITE - appends the posting to HOLDFILE, with the
      * calculation as audited and the limit it broke, in place of
      * the GL detail.  It stays out of this run's wrap and the
      * reconciliation; the run that releases it after approval
      * counts it there.  A hold that cannot be opened or written
      * is neither held nor posted: the posting fails, and the
      * record is flagged like an off-chart account.
      *-----------------------------------------------------------*
       PROC-HOLD-WRITE.
            MOVE SPACE TO WS-POST-STATE

            IF NOT WS-HOLD-OPENED
                OPEN EXTEND HOLDFILE
                IF WS-HOLD-NOT-FOUND
                    OPEN OUTPUT HOLDFILE
                    CLOSE HOLDFILE
                    OPEN EXTEND HOLDFILE
                END-IF
                IF WS-HOLD-OK
                    MOVE "Y" TO WS-HOLD-OPENED-FLAG
                ELSE
                    DISPLAY "ERROR: HOLDFILE WILL NOT OPEN - STATUS "
                            WS-HOLD-STATUS
                END-IF
            END-IF

            IF WS-HOLD-OPENED
                ACCEPT WS-CURRENT-TIME FROM TIME

                MOVE SPACES               TO HOLD-RECORD
                SET HD-HELD               TO TRUE
                MOVE WS-WORK-ORDER        TO HD-WORK-ORDER
                MOVE WS-MODE              TO HD-OP-CODE
                MOVE WS-NUM-1             TO HD-NUM-1
                MOVE WS-NUM-2             TO HD-NUM-2
                MOVE WS-RESULT            TO HD-RESULT
                MOVE WS-GL-ACCOUNT        TO HD-ACCOUNT-REF
                MOVE WS-GL-ABS-RESULT     TO HD-AMOUNT
                IF WS-RESULT < ZERO
                    SET HD-DEBIT          TO TRUE
                ELSE
                    SET HD-CREDIT         TO TRUE
                END-IF
                MOVE WS-GL-CONTRA         TO HD-CONTRA-REF
                MOVE WS-COA-LIMIT(WS-COA-SUB) TO HD-POST-LIMIT
                MOVE WS-CURRENT-DATE-FULL TO HD-HELD-DATE
                MOVE WS-CURRENT-TIME      TO HD-HELD-TIME
                MOVE WS-GL-RUN-NUMBER     TO HD-HELD-RUN
                MOVE WS-OPERATOR-ID       TO HD-HELD-BY
                MOVE ZERO                 TO HD-DECIDED-DATE
                MOVE ZERO                 TO HD-DECIDED-TIME
                MOVE ZERO                 TO HD-RELEASE-RUN
                MOVE ZERO                 TO HD-RELEASE-DATE

                WRITE HOLD-RECORD

                IF WS-HOLD-OK
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE "H" TO WS-POST-STATE

                    DISPLAY "POSTING OF " WS-GL-ABS-RESULT " TO "
                            WS-GL-ACCOUNT " IS OVER THE ACCOUNT "
                            "LIMIT - HELD FOR SUPERVISOR APPROVAL"
                ELSE
                    DISPLAY "ERROR: HOLDFILE WRITE FAILED - STATUS "
                            WS-HOLD-STATUS
                END-IF
            END-IF

            IF NOT WS-POST-HELD
                DISPLAY "ERROR: POSTING OF " WS-GL-ABS-RESULT " TO "
                        WS-GL-ACCOUNT " COULD NOT BE HELD - NOT "
                        "POSTED"
                MOVE "Y" TO WS-POST-ERROR-FLAG
            END-IF
            .
       PROC-HOLD-WRITE-END.

      *-----------------------------------------------------------*
      * PROC-GL-WRITE - writes the posting of the result in hand as
      * a balanced pair of GL details under its work order: the
      * primary leg to WS-GL-ACCOUNT and the contra leg, at the
      * opposite sign for the same amount, to WS-GL-CONTRA.  The
      * audit side of the reconciliation is accumulated once per
      * posting, at the primary leg's sign.  Shared by the batch
      * and interactive posting paths so both land inside the same
      * header/trailer wrap.  The primary sign follows the result
      * unless a reversal has set WS-GL-SIGN-OVERRIDE to the
      * opposite of the original posting's sign.
      *-----------------------------------------------------------*
       PROC-GL-WRITE.
            IF WS-RESULT < ZERO
                COMPUTE WS-GL-ABS-RESULT = WS-RESULT * -1
            ELSE
                MOVE WS-RESULT TO WS-GL-ABS-RESULT
            END-IF

            IF WS-GL-SIGN-OVERRIDE = "D"
             OR (WS-GL-SIGN-OVERRIDE = SPACE AND WS-RESULT < ZERO)
                MOVE "D" TO WS-GL-LEG-SIGN
                ADD WS-GL-ABS-RESULT TO WS-AUD-DEBIT-HASH
            ELSE
                MOVE "C" TO WS-GL-LEG-SIGN
                ADD WS-GL-ABS-RESULT TO WS-AUD-CREDIT-HASH
            END-IF
            ADD 1 TO WS-AUD-POST-COUNT

            MOVE SPACES          TO GL-RECORD
            SET GL-LEG-PRIMARY   TO TRUE
            MOVE WS-GL-ACCOUNT   TO GL-ACCOUNT-REF
            MOVE WS-GL-CONTRA    TO GL-OFFSET-ACCOUNT
            PERFORM PROC-GL-WRITE-LEG
                    THRU PROC-GL-WRITE-LEG-END

            IF WS-GL-LEG-SIGN = "D"
                MOVE "C" TO WS-GL-LEG-SIGN
            ELSE
                MOVE "D" TO WS-GL-LEG-SIGN
            END-IF

            MOVE SPACES          TO GL-RECORD
            SET GL-LEG-CONTRA    TO TRUE
            MOVE WS-GL-CONTRA    TO GL-ACCOUNT-REF
            MOVE WS-GL-ACCOUNT   TO GL-OFFSET-ACCOUNT
            PERFORM PROC-GL-WRITE-LEG
                    THRU PROC-GL-WRITE-LEG-END

            MOVE "P" TO WS-POST-STATE
            .
       PROC-GL-WRITE-END.

      *-----------------------------------------------------------*
      * PROC-GL-WRITE-LEG - completes and writes one leg, with the
      * account and leg already in GL-RECORD and its sign in
      * WS-GL-LEG-SIGN, accumulating the batch-wrap counters and
      * GL-side hash totals.
      *-----------------------------------------------------------*
       PROC-GL-WRITE-LEG.
            SET GL-TYPE-DETAIL   TO TRUE
            MOVE WS-CURRENT-DATE-FULL TO GL-POST-DATE
            MOVE WS-WORK-ORDER   TO GL-WORK-ORDER
            MOVE WS-ORIG-WORK-ORDER TO GL-ORIG-WORK-ORDER
            MOVE WS-POST-OPERATOR TO GL-OPERATOR-ID
            MOVE WS-GL-ABS-RESULT TO GL-AMOUNT
            MOVE WS-GL-LEG-SIGN  TO GL-SIGN

            IF GL-DEBIT
                ADD 1 TO WS-GL-DEBIT-COUNT
                ADD GL-AMOUNT TO WS-GL-DEBIT-HASH
            ELSE
                ADD 1 TO WS-GL-CREDIT-COUNT
                ADD GL-AMOUNT TO WS-GL-CREDIT-HASH
            END-IF

            ADD 1 TO WS-GL-DETAIL-COUNT

            MOVE GL-WORK-ORDER      TO WS-XRF-STG-WO
            MOVE GL-POST-DATE       TO WS-XRF-STG-DATE
            MOVE GL-ORIG-WORK-ORDER TO WS-XRF-STG-ORIG-WO
            WRITE GL-RECORD

            IF WS-XRF-GL-KEPT
                PERFORM PROC-XRF-GL-NOTE
                        THRU PROC-XRF-GL-NOTE-END
            END-IF
            .
       PROC-GL-WRITE-LEG-END.

      *-----------------------------------------------------------*
      * PROC-SUMMARY - end-of-run report: counts by operation and
            DISPLAY "*************************************************"
            DISPLAY "CBLCALCU END-OF-RUN SUMMARY      RUN DATE: "
                    WS-CURRENT-DATE-FULL
            DISPLAY "OPERATOR / JOB NAME: " WS-OPERATOR-ID
            DISPLAY "*************************************************"
            DISPLAY "Additions performed:       " WS-ADD-COUNT
            DISPLAY "Subtractions performed:    " WS-SUB-COUNT
            DISPLAY "Markups performed:         " WS-MKP-COUNT
            DISPLAY "Discounts performed:       " WS-DSC-COUNT
            DISPLAY "Roundings performed:       " WS-RND-COUNT
            DISPLAY "Reversals performed:       " WS-REV-DONE-COUNT
            DISPLAY "Loan schedules worked out: " WS-LOAN-COUNT
            DISPLAY "Postings held for approval:" WS-HOLD-COUNT
            DISPLAY "Approved holds released:   " WS-RELEASE-COUNT
            DISPLAY "Declined holds notified:   " WS-DECLINE-NOTE-COUNT
            DISPLAY "Grand total of results:    " WS-GRAND-TOTAL
            DISPLAY "*************************************************"
            .
            MOVE ZERO TO WS-GLR-DETAIL-COUNT
            MOVE ZERO TO WS-GLR-DEBIT-HASH
            MOVE ZERO TO WS-GLR-CREDIT-HASH
            PERFORM PROC-GL-REREAD-RESET
                    THRU PROC-GL-REREAD-RESET-END

            OPEN INPUT GLFILE

            .
       PROC-GL-REREAD-END.

       PROC-GL-REREAD-RESET.
            MOVE ZERO TO WS-GLR-PRI-COUNT
            MOVE ZERO TO WS-GLR-PRI-DEBIT-HASH
            MOVE ZERO TO WS-GLR-PRI-CREDIT-HASH
            MOVE ZERO TO WS-GLR-CON-COUNT
            MOVE ZERO TO WS-GLR-CON-DEBIT-HASH
            MOVE ZERO TO WS-GLR-CON-CREDIT-HASH
            .
       PROC-GL-REREAD-RESET-END.

       PROC-GL-REREAD-NEXT.
            READ GLFILE
                AT END
                       MOVE ZERO TO WS-GLR-DETAIL-COUNT
                       MOVE ZERO TO WS-GLR-DEBIT-HASH
                       MOVE ZERO TO WS-GLR-CREDIT-HASH
                       PERFORM PROC-GL-REREAD-RESET
                               THRU PROC-GL-REREAD-RESET-END
                   WHEN GL-TYPE-DETAIL
                       ADD 1 TO WS-GLR-DETAIL-COUNT
                       IF GL-LEG-CONTRA
                           ADD 1 TO WS-GLR-CON-COUNT
                       ELSE
                           ADD 1 TO WS-GLR-PRI-COUNT
                       END-IF
                       IF GL-AMOUNT NUMERIC
                           PERFORM PROC-GL-REREAD-HASH
                                   THRU PROC-GL-REREAD-HASH-END
                       END-IF
                   WHEN OTHER
                       CONTINUE
            .
       PROC-GL-REREAD-LOOP-END.

       PROC-GL-REREAD-HASH.
            IF GL-DEBIT
                ADD GL-AMOUNT TO WS-GLR-DEBIT-HASH
                IF GL-LEG-CONTRA
                    ADD GL-AMOUNT TO WS-GLR-CON-DEBIT-HASH
                ELSE
                    ADD GL-AMOUNT TO WS-GLR-PRI-DEBIT-HASH
                END-IF
            ELSE
                ADD GL-AMOUNT TO WS-GLR-CREDIT-HASH
                IF GL-LEG-CONTRA
                    ADD GL-AMOUNT TO WS-GLR-CON-CREDIT-HASH
                ELSE
                    ADD GL-AMOUNT TO WS-GLR-PRI-CREDIT-HASH
                END-IF
            END-IF
            .
       PROC-GL-REREAD-HASH-END.

      *-----------------------------------------------------------*
      * PROC-GL-RECON - end-of-run reconciliation of the GL
      * interface against the audit trail: the detail count and the
      * PROC-GL-REREAD must equal the totals accumulated from the
      * audited results they were posted from.  Any difference is
      * reported, so a short or mangled interface file is caught on
      * the day instead of at month-end.  Both legs of the double
      * entry are proved: the primary legs against the audit
      * totals sign for sign, the contra legs with the signs
      * crossed, one of each per audited posting.  The journal
      * itself must balance, debits to credits, before the GL job
      * may have it.
      *-----------------------------------------------------------*
       PROC-GL-RECON.
            MOVE "Y" TO WS-RECON-FLAG
            MOVE "Y" TO WS-JOURNAL-FLAG

            IF WS-GLR-DEBIT-HASH NOT = WS-GLR-CREDIT-HASH
             OR WS-GLR-PRI-COUNT NOT = WS-GLR-CON-COUNT
                MOVE "N" TO WS-JOURNAL-FLAG
                MOVE "N" TO WS-RECON-FLAG
            END-IF

            IF WS-GLR-PRI-COUNT       NOT = WS-AUD-POST-COUNT
             OR WS-GLR-CON-COUNT      NOT = WS-AUD-POST-COUNT
             OR WS-GLR-PRI-DEBIT-HASH  NOT = WS-AUD-DEBIT-HASH
             OR WS-GLR-PRI-CREDIT-HASH NOT = WS-AUD-CREDIT-HASH
             OR WS-GLR-CON-DEBIT-HASH  NOT = WS-AUD-CREDIT-HASH
             OR WS-GLR-CON-CREDIT-HASH NOT = WS-AUD-DEBIT-HASH
                MOVE "N" TO WS-RECON-FLAG
            END-IF

            DISPLAY "GL details re-read on file:" WS-GLR-DETAIL-COUNT
            DISPLAY "GL debit hash on file:     " WS-GLR-DEBIT-HASH
            DISPLAY "GL credit hash on file:    " WS-GLR-CREDIT-HASH
            DISPLAY "  primary legs:            " WS-GLR-PRI-COUNT
            DISPLAY "    debit:                 " WS-GLR-PRI-DEBIT-HASH
            DISPLAY "    credit:                " WS-GLR-PRI-CREDIT-HASH
            DISPLAY "  contra legs:             " WS-GLR-CON-COUNT
            DISPLAY "    debit:                 " WS-GLR-CON-DEBIT-HASH
            DISPLAY "    credit:                " WS-GLR-CON-CREDIT-HASH
            DISPLAY "Audit records posted:      " WS-AUD-POST-COUNT
            DISPLAY "Audit debit total:         " WS-AUD-DEBIT-HASH
            DISPLAY "Audit credit total:        " WS-AUD-CREDIT-HASH
            DISPLAY "  of which released holds: " WS-RELEASE-COUNT

            IF NOT WS-JOURNAL-BALANCED
                DISPLAY "*** GL JOURNAL DEBITS DO NOT EQUAL "
                        "CREDITS ***"
            END-IF

            IF WS-RECON-IN-BALANCE
                DISPLAY "GL INTERFACE IN BALANCE WITH AUDIT TRAIL"
      * RUNLOG.  The condition settles here: a run already marked
      * abandoned stays abandoned, otherwise any failed
      * transaction makes it completed-with-errors, otherwise it
      * is clean.  A GL interface out of balance - the journal or
      * its tie to the audit trail - also ends the run with
      * errors, so the GL job is held back by the condition code.
      * The same condition drives the RETURN-CODE set in
      * PROC-CLOSE, so the log record and the condition code the
      * scheduler sees can never disagree.
      *-----------------------------------------------------------*
       PROC-RUNLOG-WRITE.
            IF NOT WS-RUN-ABANDONED
                IF WS-ERROR-COUNT > ZERO
                 OR NOT WS-RECON-IN-BALANCE
                    MOVE "E" TO WS-RUN-CONDITION
                ELSE
                    MOVE "C" TO WS-RUN-CONDITION

            CLOSE AUDITFILE

            IF WS-HOLD-OPENED
                CLOSE HOLDFILE
            END-IF

            IF WS-SCHD-OPENED
                CLOSE SCHDFILE
            END-IF

            IF WS-XRF-OPENED
                PERFORM PROC-XRF-CLOSE
                        THRU PROC-XRF-CLOSE-END
            END-IF

            PERFORM PROC-WO-SAVE
                    THRU PROC-WO-SAVE-END

