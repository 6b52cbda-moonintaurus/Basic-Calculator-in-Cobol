      ******************************************************************
      * CALCCHG - Reference-file change journal record layout.  One
      *           record for every add, update, delete and purge made
      *           to FXFILE, COAFILE and MEMFILE by CBLFxMnt,
      *           CBLCoaMnt and CBLMemMnt, and for every MEMFILE
      *           store made by CBLCalcu, carrying the record as it
      *           stood before the change and as it stood after it.
      *           CHGJRNL is cumulative: each program opens it EXTEND
      *           and refuses to start if it cannot, so no change is
      *           ever made unjournalled.  CBLChgRpt reports it.
      ******************************************************************
           05  CJ-FILE-ID              PIC X(08).
               88  CJ-FXFILE           VALUE "FXFILE".
               88  CJ-COAFILE          VALUE "COAFILE".
               88  CJ-MEMFILE          VALUE "MEMFILE".
      *    The changed record's key: FX-CURRENCY-CODE and
      *    FX-EFFECTIVE-DATE, COA-ACCOUNT-REF or MM-NAME.
           05  CJ-KEY                  PIC X(20).
           05  CJ-FX-KEY REDEFINES CJ-KEY.
               10  CJ-FX-CODE          PIC X(03).
               10  CJ-FX-EFF-DATE      PIC 9(08).
               10  FILLER              PIC X(09).
           05  CJ-ACTION               PIC X(01).
               88  CJ-ADDED            VALUE "A".
               88  CJ-UPDATED          VALUE "U".
               88  CJ-DELETED          VALUE "D".
               88  CJ-PURGED           VALUE "P".
               88  CJ-STORED           VALUE "S".
           05  CJ-OPERATOR             PIC X(08).
           05  CJ-PROGRAM              PIC X(10).
           05  CJ-CHG-DATE             PIC 9(08).
           05  CJ-CHG-TIME             PIC 9(08).
      *    The whole record in its own file's layout (CALCFX, CALCCOA
      *    or CALCMEM).  The before image is spaces for an add, the
      *    after image spaces for a delete or purge.
           05  CJ-BEFORE-IMAGE         PIC X(60).
           05  CJ-AFTER-IMAGE          PIC X(60).
           05  FILLER                  PIC X(07).
