      ******************************************************************
      * CALCBLC - GL balance ledger period control record for
      *           CBLGlLdg.  Holds the period (CCYYMM) the ledger is
      *           open for - every GL run applied counts into it
      *           until the month-end roll moves it on - and the
      *           date of the last roll.
      ******************************************************************
           05  BC-OPEN-PERIOD          PIC 9(06).
           05  BC-LAST-ROLL-DATE       PIC 9(08).
