           05  CR-WORK-ORDER.
               10  CR-WO-DATE          PIC 9(08).
               10  CR-WO-SEQ           PIC 9(07).
      *    Reversals only: the work order this result backs out.
      *    Zero on every other record.
           05  CR-ORIG-WORK-ORDER.
               10  CR-ORIG-WO-DATE     PIC 9(08).
               10  CR-ORIG-WO-SEQ      PIC 9(07).
      *    GL posting outcome: blank when no posting was asked for
      *    (or it was refused - CR-STATUS says so), P posted to
      *    GLFILE, H held on HOLDFILE over the account's posting
      *    limit.  D is a later run's notice, echoed off HOLDFILE,
      *    that a supervisor declined a held posting: it repeats
      *    the original work order's figures and is not a new
      *    calculation.
           05  CR-POST-STATUS          PIC X(01).
               88  CR-POST-NONE        VALUE SPACE.
               88  CR-POST-POSTED      VALUE "P".
               88  CR-POST-HELD        VALUE "H".
               88  CR-POST-DECLINED    VALUE "D".
