      *             11  GL account reference missing or badly laid
      *                 out on a posting transaction
      *             12  GL account not on the chart of accounts
      *             13  reversal (op R) original work order missing,
      *                 not numeric, or the record's own reference
      *             14  reversal of a work order that never posted
      *             15  reversal of a work order already reversed
      *             16  work-order reference already seen - repeated
      *                 in the same input, or already on the audit
      *                 trail or an audit archive from an earlier run
      *             17  loan (op L) number of periods not 1 to 360
      *             18  loan principal not above zero
      *             19  loan annual rate not 0 to 99.99 percent
      *             20  loan installment rounds to zero, or repays
      *                 the principal before the last period
      ******************************************************************
           05  RJ-TRAN-IMAGE           PIC X(80).
           05  RJ-REASON-CODE          PIC X(02).
