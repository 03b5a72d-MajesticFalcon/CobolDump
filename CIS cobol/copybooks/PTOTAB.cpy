      *           minimum not exceeding the employee's years applies.
      *           Sick time accrues at the flat weekly rate for
      *           everyone (six days a year).
      *           The VALUE clauses are the starting tables the rate
      *           table maintenance loads onto RateTable.dat; the
      *           runs overlay them with the entries in force for
      *           the period being priced.
      ******************************************************************
       01 PTO-ACCRUAL-TABLE-DATA.
           05 FILLER PIC 9(2)  VALUE 00.
