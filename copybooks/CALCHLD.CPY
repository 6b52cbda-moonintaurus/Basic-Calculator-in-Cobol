      ******************************************************************
      * CALCHLD - High-value posting hold record layout.  CBLCalcu
      *           writes one here in place of the GLFILE detail when
      *           a posting exceeds its account's COA-POST-LIMIT.
      *           CBLHldApr records a supervisor's approval or
      *           decline against it, with who decided and when; the
      *           next CBLCalcu run releases an approved item into
      *           its GL batch wrap and echoes a declined one onto
      *           RESFILE as not posted.  Records are updated in
      *           place, so the layout is fixed length.
      ******************************************************************
           05  HD-STATUS               PIC X(01).
               88  HD-HELD             VALUE "H".
               88  HD-APPROVED         VALUE "A".
               88  HD-DECLINED         VALUE "D".
               88  HD-RELEASED         VALUE "R".
               88  HD-DECLINE-NOTIFIED VALUE "X".
           05  HD-WORK-ORDER.
               10  HD-WO-DATE          PIC 9(08).
               10  HD-WO-SEQ           PIC 9(07).
      *    The calculation as audited, for the approver to judge.
           05  HD-OP-CODE              PIC X(01).
           05  HD-NUM-1                PIC S9(07)V99.
           05  HD-NUM-2                PIC S9(07)V99.
           05  HD-RESULT               PIC S9(07)V99.
      *    The posting that was held, exactly as GLFILE would have
      *    carried it, and the limit it went over.
           05  HD-ACCOUNT-REF          PIC X(10).
           05  HD-AMOUNT               PIC 9(07)V99.
           05  HD-SIGN                 PIC X(01).
               88  HD-DEBIT            VALUE "D".
               88  HD-CREDIT           VALUE "C".
      *    The contra account the pair balances against, taken off
      *    the chart when the posting was held.
           05  HD-CONTRA-REF           PIC X(10).
           05  HD-POST-LIMIT           PIC 9(07)V99.
      *    When it was held, by which GL run, and who keyed it.
           05  HD-HELD-DATE            PIC 9(08).
           05  HD-HELD-TIME            PIC 9(08).
           05  HD-HELD-RUN             PIC 9(05).
           05  HD-HELD-BY              PIC X(08).
      *    The decision: who made it and when (CCYYMMDD, HHMMSSss).
           05  HD-DECIDED-BY           PIC X(08).
           05  HD-DECIDED-DATE         PIC 9(08).
           05  HD-DECIDED-TIME         PIC 9(08).
      *    The GL run an approved item was released into, or the
      *    run whose RESFILE carried a decline notice.
           05  HD-RELEASE-RUN          PIC 9(05).
           05  HD-RELEASE-DATE         PIC 9(08).
