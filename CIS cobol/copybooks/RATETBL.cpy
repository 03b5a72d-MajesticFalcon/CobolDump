      ******************************************************************
      * Copybook: RATETBL
      * Purpose:  Effective-dated tax and rate table record on
      *           RateTable.dat, keyed by table code, state code, and
      *           the date the entry takes effect.  One record holds
      *           one whole table as of its effective date; a run
      *           prices a period with the latest entry of each table
      *           whose effective date is not after that period's
      *           week-ending, so a rerun or a prior-period correction
      *           uses the rates that were in force at the time.  The
      *           state code is spaces for the federal tables.
      *             FICA  Social Security rate and wage base, Medicare
      *             FEDW  federal withholding brackets
      *             STAW  state withholding brackets
      *             UNEM  FUTA and SUTA rates and wage bases
      *             DEPW  dependent withholding allowances
      *             PTOA  vacation accrual schedule and sick rate
      *             SUPW  flat federal rate on supplemental pay
      *           The bracket, allowance, and accrual views lay out
      *           exactly like the tables in TAXBRKT, DEPWHTAB, and
      *           PTOTAB, so an entry in force moves straight over the
      *           working table those copybooks define.
      ******************************************************************
       01 RATE-TABLE-REC.
           05 RT-KEY.
               10 RT-TABLE-CODE     PIC X(4).
               10 RT-STATE-CODE     PIC X(2).
               10 RT-EFFECTIVE-DATE PIC 9(8).
           05 RT-DATA               PIC X(100).
           05 RT-FICA-DATA REDEFINES RT-DATA.
               10 RT-SOC-SEC-RATE      PIC V999.
               10 RT-SOC-SEC-WAGE-BASE PIC 9(6)V99.
               10 RT-MEDICARE-RATE     PIC V9999.
               10 FILLER               PIC X(85).
           05 RT-BRACKET-DATA REDEFINES RT-DATA.
               10 RT-BRACKETS.
                   15 RT-BRACKET OCCURS 3 TIMES.
                       20 RT-BRK-THRESHOLD PIC 9(4)V99.
                       20 RT-BRK-RATE      PIC V999.
               10 FILLER               PIC X(73).
           05 RT-UNEMP-DATA REDEFINES RT-DATA.
               10 RT-FUTA-RATE         PIC V9999.
               10 RT-FUTA-WAGE-BASE    PIC 9(6)V99.
               10 RT-SUTA-RATE         PIC V9999.
               10 RT-SUTA-WAGE-BASE    PIC 9(6)V99.
               10 FILLER               PIC X(76).
           05 RT-DEPWH-DATA REDEFINES RT-DATA.
               10 RT-DEP-ENTRY OCCURS 10 TIMES.
                   15 RT-DEP-FED-ALLOW   PIC 9(3)V99.
                   15 RT-DEP-STATE-ALLOW PIC 9(3)V99.
           05 RT-PTO-DATA REDEFINES RT-DATA.
               10 RT-PTO-ACCRUALS.
                   15 RT-PTO-ACCRUAL OCCURS 3 TIMES.
                       20 RT-PTO-MIN-YEARS PIC 9(2).
                       20 RT-PTO-VAC-RATE  PIC 9V99.
               10 RT-PTO-SICK-RATE     PIC 9V99.
               10 FILLER               PIC X(82).
           05 RT-SUPP-DATA REDEFINES RT-DATA.
               10 RT-SUPP-FED-RATE     PIC V999.
               10 FILLER               PIC X(97).
