      ******************************************************************
      * CALCBRN - Applied GL run record layout for CBLGlLdg.
      *           Indexed on BR-RUN-NUMBER: one record per CALCGLB
      *           batch wrap applied to the balance master, with the
      *           wrap's control totals, so the same run number is
      *           never applied twice - GLFILE is extended by every
      *           CBLCalcu run and presents each wrap again on every
      *           pass.
      ******************************************************************
           05  BR-RUN-NUMBER           PIC 9(05).
           05  BR-RUN-DATE             PIC 9(08).
      *    The ledger period the run was applied into.
           05  BR-PERIOD               PIC 9(06).
           05  BR-DETAIL-COUNT         PIC 9(07).
           05  BR-DEBIT-HASH           PIC 9(09)V99.
           05  BR-CREDIT-HASH          PIC 9(09)V99.
           05  BR-APPLIED-DATE         PIC 9(08).
           05  BR-APPLIED-TIME         PIC 9(08).
