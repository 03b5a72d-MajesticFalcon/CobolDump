      *           Allowances are subtracted from the employee's
      *           Fed_Tax and State_Tax before net pay is figured, so
      *           withholding drops as the dependent count rises.
      *           The VALUE clauses are the starting tables the rate
      *           table maintenance loads onto RateTable.dat; the
      *           runs overlay them with the entries in force for
      *           the period being priced.
      ******************************************************************
       01 DEP-WH-TABLE-DATA.
           05 FILLER PIC 9(3)V99 VALUE 000.00.
