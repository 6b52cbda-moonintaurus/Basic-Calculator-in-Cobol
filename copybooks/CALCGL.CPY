           05  GL-WORK-ORDER.
               10  GL-WO-DATE          PIC 9(08).
               10  GL-WO-SEQ           PIC 9(07).
      *    Double entry: every posting goes out as a pair of details
      *    under the same work order - the primary leg to the
      *    account posted to, the contra leg to its COA contra
      *    account at the opposite sign.  Each leg names the
      *    other's account.
           05  GL-ENTRY-LEG            PIC X(01).
               88  GL-LEG-PRIMARY      VALUE "P".
               88  GL-LEG-CONTRA       VALUE "C".
           05  GL-OFFSET-ACCOUNT       PIC X(10).
      *    Reversals only: the work order whose posting this detail
      *    backs out, at the opposite sign.  Zero on every other
      *    posting.
           05  GL-ORIG-WORK-ORDER.
               10  GL-ORIG-WO-DATE     PIC 9(08).
               10  GL-ORIG-WO-SEQ      PIC 9(07).
      *    Who keyed the calculation posted: the operator signed on
      *    to an interactive session, or the job name of a batch
      *    run.  A released hold carries whoever keyed it.
           05  GL-OPERATOR-ID          PIC X(08).
