      ******************************************************************
      * CALCSGN - Sign-on log record layout.  One record for every
      *           sign-on attempt at a program that checks OPRFILE,
      *           good or bad, appended to the cumulative SIGNLOG.
      *           CBLSgnRpt reports the failures and lock-outs.
      ******************************************************************
           05  SL-OPERATOR-ID          PIC X(08).
           05  SL-PROGRAM              PIC X(10).
           05  SL-EVENT                PIC X(01).
               88  SL-SIGNED-ON        VALUE "S".
               88  SL-BAD-PASSWORD     VALUE "F".
               88  SL-UNKNOWN-ID       VALUE "U".
               88  SL-LOCKED-NOW       VALUE "L".
               88  SL-REFUSED          VALUE "R".
               88  SL-NOT-AUTHORISED   VALUE "N".
           05  SL-DATE                 PIC 9(08).
           05  SL-TIME                 PIC 9(08).
      *    The operator's failed-attempt count after this attempt.
           05  SL-FAIL-COUNT           PIC 9(01).
           05  FILLER                  PIC X(04).
