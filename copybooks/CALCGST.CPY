      ******************************************************************
      * CALCGST - GL posting status record layout.  Indexed on
      *           GS-KEY: one record per work order sent to the GL
      *           in a CALCGLB run, written by CBLGlRcn when it
      *           first sees the posting on GLFILE and updated from
      *           the GL return file when the GL accepts or rejects
      *           it.  The work order leads the key so every run a
      *           work order went out in reads together.  CBLWoTrc
      *           shows it in the dispute packet.
      ******************************************************************
           05  GS-KEY.
               10  GS-WORK-ORDER.
                   15  GS-WO-DATE      PIC 9(08).
                   15  GS-WO-SEQ       PIC 9(07).
               10  GS-RUN-NUMBER       PIC 9(05).
           05  GS-RUN-DATE             PIC 9(08).
      *    The primary leg as sent, and the contra it was paired
      *    with.
           05  GS-ACCOUNT-REF          PIC X(10).
           05  GS-OFFSET-ACCOUNT       PIC X(10).
           05  GS-AMOUNT               PIC 9(07)V99.
           05  GS-SIGN                 PIC X(01).
               88  GS-DEBIT            VALUE "D".
               88  GS-CREDIT           VALUE "C".
           05  GS-STATUS               PIC X(01).
               88  GS-SENT             VALUE "S".
               88  GS-POSTED           VALUE "P".
               88  GS-REJECTED         VALUE "R".
      *    From the latest GL return record for the posting.
           05  GS-REASON-CODE          PIC X(04).
           05  GS-REASON-TEXT          PIC X(30).
           05  GS-GL-DATE              PIC 9(08).
           05  GS-ACK-IMPORT-DATE      PIC 9(08).
           05  GS-ACK-COUNT            PIC 9(03).
