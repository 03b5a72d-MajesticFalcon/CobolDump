      *           full state credit; the SUTA rate is the employer's
      *           assigned experience rate and changes with the
      *           state's annual rate notice.
      *           The VALUE clauses are the starting tables the rate
      *           table maintenance loads onto RateTable.dat; the
      *           runs overlay them with the entries in force for
      *           the period being priced.
      ******************************************************************
       01 FUTA-RATE                PIC V9999 VALUE .0060.
       01 FUTA-WAGE-BASE           PIC 9(6)V99 VALUE 007000.00.
