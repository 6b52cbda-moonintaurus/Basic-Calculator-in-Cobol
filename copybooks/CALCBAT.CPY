      ******************************************************************
      * CALCBAT - GL account activity record layout for CBLGlLdg.
      *           One record per GL detail applied to the balance
      *           master, indexed on account, period, GL run number
      *           and the detail's position in that run's batch
      *           wrap, so the statement reads an account's
      *           postings for a period in the order they were made
      *           and a detail can never be applied twice: a rerun
      *           after a failure finds the key already on file and
      *           leaves the balance alone.
      ******************************************************************
           05  BA-KEY.
               10  BA-ACCOUNT-REF      PIC X(10).
               10  BA-PERIOD           PIC 9(06).
               10  BA-RUN-NUMBER       PIC 9(05).
               10  BA-RUN-SEQ          PIC 9(07).
           05  BA-POST-DATE            PIC 9(08).
           05  BA-WORK-ORDER.
               10  BA-WO-DATE          PIC 9(08).
               10  BA-WO-SEQ           PIC 9(07).
           05  BA-AMOUNT               PIC 9(07)V99.
           05  BA-SIGN                 PIC X(01).
               88  BA-DEBIT            VALUE "D".
               88  BA-CREDIT           VALUE "C".
      *    The leg of the double entry and the account the other
      *    leg went to, as GLFILE carried them.
           05  BA-ENTRY-LEG            PIC X(01).
           05  BA-OFFSET-ACCOUNT       PIC X(10).
