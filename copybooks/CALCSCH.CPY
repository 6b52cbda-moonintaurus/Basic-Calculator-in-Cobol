      ******************************************************************
      * CALCSCH - Loan repayment schedule record layout for SCHDFILE.
      *           CBLCalcu writes one record per period of every loan
      *           installment work order (op code L), all under the
      *           work order that was audited and posted, so the whole
      *           plan - not just the installment - is on file.  The
      *           loan terms repeat on every line so any one line
      *           reads on its own.  The final period absorbs the
      *           rounding: its installment is whatever clears the
      *           balance to exactly zero.  CBLSchPrt prints a
      *           schedule for the customer.
      ******************************************************************
           05  SC-WORK-ORDER.
               10  SC-WO-DATE          PIC 9(08).
               10  SC-WO-SEQ           PIC 9(07).
      *    The loan terms: amount borrowed, annual interest rate in
      *    percent, and the number of monthly installments.
           05  SC-LOAN-AMOUNT          PIC S9(07)V99.
           05  SC-ANNUAL-RATE          PIC 9(03)V99.
           05  SC-PERIODS              PIC 9(03).
      *    This period's line.
           05  SC-PERIOD               PIC 9(03).
           05  SC-INSTALLMENT          PIC S9(07)V99.
           05  SC-INTEREST             PIC S9(07)V99.
           05  SC-PRINCIPAL-PAID       PIC S9(07)V99.
           05  SC-BALANCE              PIC S9(07)V99.
      *    When, and by whom, the schedule was worked out.
           05  SC-RUN-DATE             PIC 9(08).
           05  SC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(13).
