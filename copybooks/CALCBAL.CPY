      ******************************************************************
      * CALCBAL - GL account balance master record layout for
      *           CBLGlLdg.  Indexed on BL-ACCOUNT-REF: one record per
      *           GL account the calculator has posted to, carrying
      *           the open period's position - opening balance,
      *           period-to-date debits and credits, and closing
      *           balance - so the finance desk can tie our postings
      *           to the GL trial balance account by account.
      *           Balances are debit-positive: closing = opening +
      *           debits - credits.  The month-end roll carries
      *           closing into opening and clears the period-to-date
      *           figures.
      ******************************************************************
           05  BL-ACCOUNT-REF          PIC X(10).
      *    CCYYMM of the period the figures below belong to.
           05  BL-PERIOD               PIC 9(06).
           05  BL-OPENING-BALANCE      PIC S9(11)V99.
           05  BL-PTD-DEBITS           PIC 9(11)V99.
           05  BL-PTD-DEBIT-COUNT      PIC 9(07).
           05  BL-PTD-CREDITS          PIC 9(11)V99.
           05  BL-PTD-CREDIT-COUNT     PIC 9(07).
           05  BL-CLOSING-BALANCE      PIC S9(11)V99.
      *    The last GL run applied to the account and the posting
      *    date it carried; the date the account first appeared.
           05  BL-LAST-RUN-NUMBER      PIC 9(05).
           05  BL-LAST-POST-DATE       PIC 9(08).
           05  BL-OPENED-DATE          PIC 9(08).
