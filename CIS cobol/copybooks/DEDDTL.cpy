      ******************************************************************
      * Copybook: DEDDTL
      * Purpose:  Deduction detail record on DeductionDetail.dat, one
      *           line per deduction taken per employee by the payroll
      *           run, under a header line (type H) for each run that
      *           carries the period and week-ending.  The file follows
      *           the salary file: a regular run starts it fresh, and
      *           each FINALPAY or BONUS run appends a batch of its own,
      *           so one period may hold several batches.  The amount is
      *           everything withheld for the code this check, arrears
      *           collected included; the arrears taken and the
      *           shortfall (what net pay could not cover) are broken
      *           out so a garnishment remittance shows what was and was
      *           not sent.  The GL posting splits the deduction
      *           liability by code from this file, and the remittance
      *           run pays the payees from it.
      ******************************************************************
       01 DEDUCTION-DETAIL-REC.
           05 DDT-REC-TYPE         PIC X.
           05 DDT-PERIOD           PIC 9(4).
           05 DDT-WEEK-ENDING      PIC 9(8).
           05 DDT-EMPLOYEE-ID      PIC 9(6).
           05 DDT-DED-CODE         PIC X(3).
           05 DDT-AMOUNT           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 DDT-ARREARS-TAKEN    PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 DDT-SHORTFALL        PIC S9(6)V99 SIGN TRAILING SEPARATE.
