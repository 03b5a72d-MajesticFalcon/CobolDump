      ******************************************************************
      * Copybook: PENDCHG
      * Purpose:  Pending sensitive change on PendingChanges.dat,
      *           keyed by the date and time it was requested plus a
      *           sequence number that separates requests landing in
      *           the same hundredth of a second.  A wage, salary or
      *           pay-class change, a bank routing/account change, or
      *           an SSN change keyed against the employee master
      *           (record type 'E'), and any add, change or delete of
      *           a split deposit account (record type 'B'), waits
      *           here instead of going to the master.  A second
      *           operator, never the requester, approves or rejects
      *           it in the change approval program; only an approved
      *           change reaches the master and the audit trail.
      *           Status 'P' pending, 'A' approved, 'R' rejected.
      *           The before and after values are the sensitive
      *           fields as they stood and as keyed -- the employee
      *           view for type 'E', the whole BANKACCT record for
      *           type 'B' -- and the before values must still match
      *           the master when the change is approved, or it is
      *           rejected as stale and has to be keyed again.
      ******************************************************************
       01 PENDING-CHANGE-REC.
           05 PC-KEY.
               10 PC-REQUEST-DATE  PIC 9(8).
               10 PC-REQUEST-TIME  PIC 9(8).
               10 PC-SEQUENCE      PIC 9(4).
           05 PC-STATUS            PIC X.
           05 PC-RECORD-TYPE       PIC X.
           05 PC-ACTION            PIC X(6).
           05 PC-EMPLOYEE-ID       PIC 9(6).
           05 PC-BANK-SEQUENCE     PIC 9(2).
           05 PC-SOURCE-PROGRAM    PIC X(6).
           05 PC-REQUESTED-BY      PIC X(8).
           05 PC-RATE-EFFECTIVE-DATE PIC 9(8).
           05 PC-DECIDED-BY        PIC X(8).
           05 PC-DECISION-DATE     PIC 9(8).
           05 PC-DECISION-TIME     PIC 9(8).
           05 PC-DECISION-NOTE     PIC X(30).
           05 PC-BEFORE-VALUES     PIC X(100).
           05 PC-BEFORE-EMPLOYEE REDEFINES PC-BEFORE-VALUES.
               10 PCB-PAY-CLASS    PIC X.
               10 PCB-WAGE         PIC 9(5).
               10 PCB-ANNUAL-SALARY PIC 9(7)V99.
               10 PCB-ROUTING-NUMBER PIC 9(9).
               10 PCB-ACCOUNT-NUMBER PIC X(17).
               10 PCB-SSN          PIC 9(9).
               10 FILLER           PIC X(50).
           05 PC-AFTER-VALUES      PIC X(100).
           05 PC-AFTER-EMPLOYEE REDEFINES PC-AFTER-VALUES.
               10 PCA-PAY-CLASS    PIC X.
               10 PCA-WAGE         PIC 9(5).
               10 PCA-ANNUAL-SALARY PIC 9(7)V99.
               10 PCA-ROUTING-NUMBER PIC 9(9).
               10 PCA-ACCOUNT-NUMBER PIC X(17).
               10 PCA-SSN          PIC 9(9).
               10 FILLER           PIC X(50).
