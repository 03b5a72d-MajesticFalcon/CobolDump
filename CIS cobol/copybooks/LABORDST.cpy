      ******************************************************************
      * Copybook: LABORDST
      * Purpose:  Labor distribution record on LaborDistribution.dat,
      *           one line per employee per department the week's
      *           earnings were charged to, under a header line (type H)
      *           for each payroll run that carries the period and
      *           week-ending.  A timecard day may name a charge
      *           department other than the employee's home department;
      *           that day's hours and earnings are charged there, and
      *           the rest of the check -- the whole check when no day
      *           was charged away -- stays on a line for the home
      *           department, so an employee's lines always add up to
      *           the gross on the salary file.  The file follows the
      *           salary file: a regular run starts it fresh, and each
      *           FINALPAY or BONUS run appends a batch of its own, so
      *           one period may hold several batches.  The GL posting
      *           spreads labor expense by charge department from this
      *           file, and the labor distribution report prints it by
      *           cost center.
      ******************************************************************
       01 LABOR-DIST-REC.
           05 LDS-REC-TYPE         PIC X.
           05 LDS-PERIOD           PIC 9(4).
           05 LDS-WEEK-ENDING      PIC 9(8).
           05 LDS-EMPLOYEE-ID      PIC 9(6).
           05 LDS-HOME-DEPT        PIC X(4).
           05 LDS-CHARGE-DEPT      PIC X(4).
           05 LDS-HOURS            PIC 9(3)V99.
           05 LDS-AMOUNT           PIC S9(6)V99 SIGN TRAILING SEPARATE.
