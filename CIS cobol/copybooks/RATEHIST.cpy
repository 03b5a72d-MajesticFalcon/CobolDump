      *           in force on that day, so a mid-week raise splits the
      *           week instead of repricing all of it.  The Wage field
      *           on the employee master stays the current rate and is
      *           the fallback when no history covers a date.  For a
      *           salaried employee the record also carries the annual
      *           salary in force from the same date, and the payroll
      *           run prorates each day of the week against it.
      ******************************************************************
       01 RATE-HISTORY-REC.
           05 RH-KEY.
               10 RH-EMPLOYEE-ID    PIC 9(6).
               10 RH-EFFECTIVE-DATE PIC 9(8).
           05 RH-WAGE               PIC 9(5).
           05 RH-ANNUAL-SALARY      PIC 9(7)V99.
