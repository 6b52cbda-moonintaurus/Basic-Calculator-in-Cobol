           05  CA-WORK-ORDER.
               10  CA-WO-DATE          PIC 9(08).
               10  CA-WO-SEQ           PIC 9(07).
      *    Reversals only: the work order this record backs out, so
      *    the original and its reversal trace as a pair.  Zero on
      *    every other record.
           05  CA-ORIG-WORK-ORDER.
               10  CA-ORIG-WO-DATE     PIC 9(08).
               10  CA-ORIG-WO-SEQ      PIC 9(07).
      *    Who keyed the calculation: the operator signed on to an
      *    interactive session, or the job name of a batch run.
           05  CA-OPERATOR-ID          PIC X(08).
