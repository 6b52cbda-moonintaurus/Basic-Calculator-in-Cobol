      ******************************************************************
      * CALCGRT - GL return file record layout.  The GL posting job
      *           sends one record back for every work order it
      *           picked up off GLFILE, saying whether the posting
      *           was accepted into the ledger or rejected, and why.
      *           Keyed by the CALCGLB run number the posting went
      *           out under and its work-order reference.  Read by
      *           CBLGlRcn.
      ******************************************************************
           05  GR-RUN-NUMBER           PIC 9(05).
           05  GR-WORK-ORDER.
               10  GR-WO-DATE          PIC 9(08).
               10  GR-WO-SEQ           PIC 9(07).
           05  GR-ACK-STATUS           PIC X(01).
               88  GR-ACCEPTED         VALUE "A".
               88  GR-REJECTED         VALUE "R".
      *    GL reason code and text - blank on an acceptance.
           05  GR-REASON-CODE          PIC X(04).
           05  GR-REASON-TEXT          PIC X(30).
      *    CCYYMMDD the GL job processed the posting.
           05  GR-GL-DATE              PIC 9(08).
           05  FILLER                  PIC X(17).
