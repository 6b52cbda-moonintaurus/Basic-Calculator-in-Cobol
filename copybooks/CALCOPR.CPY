      ******************************************************************
      * CALCOPR - Operator file record layout.  One record per
      *           person allowed to sign on to CBLCalcu or the
      *           reference-file maintenance and approval programs,
      *           maintained by CBLOprMnt.  The signing-on program
      *           updates the record in place - the failed-attempt
      *           count, the lock-out and the last sign-on - so the
      *           layout is fixed length.
      ******************************************************************
           05  OP-OPERATOR-ID          PIC X(08).
           05  OP-NAME                 PIC X(30).
           05  OP-PASSWORD             PIC X(08).
      *    Authority level.  Each level carries everything below it:
      *      1  calculate only
      *      2  also currency conversion
      *      3  also store to MEMFILE, and MEMFILE maintenance
      *      4  also post to the GL, approve held postings, and
      *         maintain the FX and chart-of-accounts files
      *      5  also maintain the operator file
           05  OP-AUTH-LEVEL           PIC 9(01).
               88  OP-LEVEL-VALID      VALUE 1 THRU 5.
               88  OP-MAY-CONVERT      VALUE 2 THRU 5.
               88  OP-MAY-STORE        VALUE 3 THRU 5.
               88  OP-MAY-POST         VALUE 4 THRU 5.
               88  OP-ADMIN            VALUE 5.
           05  OP-STATUS               PIC X(01).
               88  OP-ACTIVE           VALUE "A".
               88  OP-LOCKED           VALUE "L".
               88  OP-REVOKED          VALUE "X".
      *    Consecutive failed passwords since the last good sign-on;
      *    the third locks the operator out until CBLOprMnt unlocks.
           05  OP-FAIL-COUNT           PIC 9(01).
           05  OP-LAST-SIGNON-DATE     PIC 9(08).
           05  OP-LAST-SIGNON-TIME     PIC 9(08).
           05  OP-LOCKED-DATE          PIC 9(08).
           05  OP-LOCKED-TIME          PIC 9(08).
      *    The last maintenance change to the record: who made it
      *    in CBLOprMnt, and when.
           05  OP-CHANGED-BY           PIC X(08).
           05  OP-CHANGED-DATE         PIC 9(08).
           05  FILLER                  PIC X(03).
