           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD SALARY-IN.
       01 SALARY-LINE-IN           PIC X(250).
