      *           low-to-high threshold; the rate tied to the highest
      *           threshold not exceeding gross pay is the one applied
      *           to the whole check.
      *           The VALUE clauses are the starting tables the rate
      *           table maintenance loads onto RateTable.dat; the
      *           runs overlay them with the entries in force for
      *           the period being priced.
      *           Supplemental pay -- bonus, commission, retro lump
      *           sum -- is withheld for federal tax at the flat
      *           supplemental rate and never runs through the
      *           brackets, so a large bonus cannot drag the regular
      *           wages of the same check into the top bracket.
      ******************************************************************
       01 SOC-SEC-RATE             PIC V999 VALUE .062.
       01 SOC-SEC-WAGE-BASE        PIC 9(6)V99 VALUE 176100.00.
       01 MEDICARE-RATE            PIC V9999 VALUE .0145.
       01 SUPP-FED-RATE            PIC V999 VALUE .220.

       01 FED-BRACKET-TABLE-DATA.
           05 FILLER PIC 9(4)V99 VALUE 0000.00.
