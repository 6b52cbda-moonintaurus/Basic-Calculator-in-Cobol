      ******************************************************************
           05  COA-ACCOUNT-REF         PIC X(10).
           05  COA-DESCRIPTION         PIC X(30).
      *    High-value posting limit.  A posting to the account whose
      *    amount exceeds it is held on HOLDFILE for supervisor
      *    approval (CBLHldApr) instead of going to GLFILE.  Zero
      *    means no limit.
           05  COA-POST-LIMIT          PIC 9(07)V99.
      *    Contra account - the offsetting account every posting to
      *    this one is balanced against, so each GL detail goes out
      *    as a debit/credit pair.  Must itself be on the chart.
      *    Blank until it is set; nothing posts to the account
      *    while it is.
           05  COA-CONTRA-ACCOUNT      PIC X(10).
