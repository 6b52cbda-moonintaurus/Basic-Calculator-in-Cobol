      *           header (run date, run number) and a trailer (record
      *           count plus hash totals of GL-AMOUNT split by debit
      *           and credit), so the GL job can prove it picked up a
      *           complete, untruncated file before posting it.  The
      *           details are double entry, so the debit and credit
      *           sides of a run must be equal; GB-JOURNAL-FLAG says
      *           whether they were when the trailer was written.
      *           Same record length as the CALCGL detail record.
      ******************************************************************
           05  GB-RECORD-TYPE          PIC X(01).
           05  GB-HEADER-DATA.
               10  GB-RUN-DATE         PIC 9(08).
               10  GB-RUN-NUMBER       PIC 9(05).
               10  FILLER              PIC X(64).
           05  GB-TRAILER-DATA REDEFINES GB-HEADER-DATA.
               10  GB-RECORD-COUNT     PIC 9(07).
               10  GB-DEBIT-COUNT      PIC 9(07).
               10  GB-DEBIT-HASH       PIC 9(09)V99.
               10  GB-CREDIT-COUNT     PIC 9(07).
               10  GB-CREDIT-HASH      PIC 9(09)V99.
               10  GB-JOURNAL-FLAG     PIC X(01).
                   88  GB-JOURNAL-BALANCED   VALUE "B".
                   88  GB-JOURNAL-UNBALANCED VALUE "U".
