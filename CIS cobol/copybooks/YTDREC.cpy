      *           calendar's week-ending date -- so the Form 941
      *           figures fall out of the master instead of thirteen
      *           register printouts.
      *           Wages and state tax also accumulate by the state that
      *           withheld on each check, up to four states a year; a
      *           state entry with spaces for its code carries the
      *           checks of employees with no state coded.  The W-2
      *           and the EFW2 RS records print one line per state.
      *           Supplemental pay (bonus, commission, retro lump sum)
      *           is in the gross like any other wage and is also
      *           carried in an accumulator of its own.
      ******************************************************************
       01 YTD-RECORD.
           05 YTD-EMPLOYEE-ID   PIC 9(6).
               10 YTD-QTR-FICA     PIC 9(9)V99.
               10 YTD-QTR-MEDICARE PIC 9(9)V99.
               10 YTD-QTR-FED-TAX  PIC 9(9)V99.
           05 YTD-STATE-ENTRY OCCURS 4 TIMES.
               10 YTD-ST-CODE      PIC X(2).
               10 YTD-ST-WAGES     PIC 9(9)V99.
               10 YTD-ST-TAX       PIC 9(9)V99.
           05 YTD-SUPP-GROSS    PIC 9(9)V99.
