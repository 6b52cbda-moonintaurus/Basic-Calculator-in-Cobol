               10  CT-WO-DATE          PIC 9(08).
               10  CT-WO-SEQ           PIC 9(07).
      *    Target currency for an op-code 7 conversion transaction;
      *    spaces on every other operation but L.  The rate applied
      *    is the one in effect on the work-order date.
           05  CT-CURRENCY             PIC X(03).
      *    Loan view of the same bytes: the number of monthly
      *    installments on an op-code L loan installment work order,
      *    where CT-NUM-1 is the principal and CT-NUM-2 the annual
      *    interest rate in percent.
           05  CT-LOAN-PERIODS REDEFINES CT-CURRENCY
                                       PIC 9(03).
      *    Operand sources for chained work orders.  Blank or L takes
      *    the literal amount keyed in CT-NUM-1/CT-NUM-2; P takes the
      *    result of the previous transaction in the run; M takes the
      *    A non-blank CT-RESULT-NAME stores this transaction's
      *    result on MEMFILE under that name, so a whole chained job
      *    runs in one pass with no hand-carried intermediates.
           05  CT-OPERAND-SOURCES.
               10  CT-NUM-1-SOURCE     PIC X(01).
               10  CT-NUM-1-NAME       PIC X(10).
               10  CT-NUM-2-SOURCE     PIC X(01).
               10  CT-NUM-2-NAME       PIC X(10).
               10  CT-RESULT-NAME      PIC X(10).
      *    Reversal view of the same bytes.  Op code R backs out an
      *    earlier posted work order: CT-ORIG-WORK-ORDER names it, the
      *    operands, sources and GL account are not keyed, and the
      *    processing program takes the original result and account
      *    off AUDITFILE/GLFILE and posts the opposite sign.
           05  CT-REVERSAL-DATA REDEFINES CT-OPERAND-SOURCES.
               10  CT-ORIG-WORK-ORDER.
                   15  CT-ORIG-WO-DATE PIC 9(08).
                   15  CT-ORIG-WO-SEQ  PIC 9(07).
               10  FILLER              PIC X(17).
      *    GL posting decision carried with the work order, so a
      *    batch run can post its results to the GL interface with
      *    no operator to prompt.  Y posts the result to the account
