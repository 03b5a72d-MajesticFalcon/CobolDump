      ******************************************************************
      * Copybook: DAYPAY
      * Purpose:  Daily pay history record on DailyPayHistory.dat, one
      *           line for every day the payroll run priced: each
      *           timecard day with hours for hourly staff, each day
      *           of employment for salaried staff.  The amount is
      *           the day's earnings as the run priced them (overtime
      *           falls on the day the week crossed into it), rounded
      *           so an employee's days for the week sum to the gross
      *           on the check.  The charge department is the home
      *           department unless the timecard charged the day
      *           elsewhere.  The file is appended by every run that
      *           posts, like the timecard history, and is what the
      *           month-end accrual splits a week across the months
      *           with.
      ******************************************************************
       01 DAILY-PAY-REC.
           05 DPH-PERIOD           PIC 9(4).
           05 DPH-WEEK-ENDING      PIC 9(8).
           05 DPH-EMPLOYEE-ID      PIC 9(6).
           05 DPH-HOME-DEPT        PIC X(4).
           05 DPH-CHARGE-DEPT      PIC X(4).
           05 DPH-WORK-DATE        PIC 9(8).
           05 DPH-PAY-CLASS        PIC X.
           05 DPH-DAY-TYPE         PIC X.
           05 DPH-HOURS            PIC 9(2)V99.
           05 DPH-AMOUNT           PIC S9(6)V99 SIGN TRAILING SEPARATE.
