      *           pass the timecard edit are written to
      *           TimecardApplied.dat for the payroll run.  Hours
      *           stay off the employee master.
      *           Each day may also name a charge department when the
      *           work was done for another department or cost
      *           center; spaces charge the employee's home
      *           department.  Cards keyed before the charge
      *           department existed read as spaces.
      ******************************************************************
       01 TIMECARD-REC.
           05 TC-EMPLOYEE-ID    PIC 9(6).
           05 TC-WEEK-ENDING    PIC 9(8).
           05 TC-DAY-HOURS OCCURS 7 TIMES PIC 9(2)V99.
           05 TC-DAY-TYPE OCCURS 7 TIMES PIC X.
           05 TC-DAY-CHARGE-DEPT OCCURS 7 TIMES PIC X(4).
