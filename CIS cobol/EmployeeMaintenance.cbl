      * Purpose: Maintain the indexed employee master
      *        (EmployeeInput.dat) -- add, change, or delete a single
      *        employee record by Employee-ID, keyed from the console.
      *        The work and resident state codes decide which state's
      *        withholding brackets the payroll run prices with.
      *        The pay class marks an employee hourly or salaried;
      *        a salaried employee carries an annual salary, and a
      *        change to either the wage or the salary is written to
      *        the rate history with its effective date.  On an
      *        existing employee, a change to the pay class, wage or
      *        salary, the bank routing or account number, or the SSN
      *        is not made here: it is held on the pending-change file
      *        for a second operator to approve in CH0735, and the
      *        rest of the change goes through as keyed.  A new
      *        hire's record is written whole.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0702.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-KEY
                   FILE STATUS IS RATE-FILE-STATUS.
               SELECT PENDING-CHANGES ASSIGN TO 'PendingChanges.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-KEY
                   FILE STATUS IS PEND-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD AUDIT-OUT.
       COPY AUDITREC.
       FD RATE-HISTORY.
       COPY RATEHIST.

       FD PENDING-CHANGES.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH      PIC X VALUE "N".
           05 DEPT-TABLE-SWITCH PIC X VALUE "N".
           05 DEPT-VALID-SWITCH PIC X VALUE "N".
           05 PEND-WRITTEN-SWITCH PIC X VALUE "N".
       01 EMP-FILE-STATUS      PIC XX VALUE "00".
       01 AUD-FILE-STATUS      PIC XX VALUE "00".
       01 DEPT-FILE-STATUS     PIC XX VALUE "00".
       01 OPERATOR-ID          PIC X(8).
       01 AUDIT-WORK.
           05 AUDIT-ACTION     PIC X(6).
           05 BEFORE-IMAGE     PIC X(200).
           05 AFTER-IMAGE      PIC X(200).
       01 PRENOTE-WORK.
           05 OLD-ROUTING-NUMBER PIC 9(9) VALUE 0.
           05 OLD-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       01 RATE-FILE-STATUS     PIC XX VALUE "00".
       01 RATE-WORK.
           05 OLD-WAGE          PIC 9(5) VALUE 0.
           05 OLD-ANNUAL-SALARY PIC 9(7)V99 VALUE 0.
           05 RATE-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 PEND-FILE-STATUS     PIC XX VALUE "00".
       01 SENSITIVE-WORK.
           05 OLD-PAY-CLASS     PIC X VALUE SPACE.
           05 OLD-SSN           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

               DISPLAY "RATE-HISTORY OPEN FAILED " RATE-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGES.
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF.
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "PENDING-CHANGES OPEN FAILED " PEND-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - RUN REFUSED"
               STOP RUN
           END-IF.

       200-PROCESS-MENU.
           DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = QUIT"
                   MOVE Bank-Routing-Number TO OLD-ROUTING-NUMBER
                   MOVE Bank-Account-Number TO OLD-ACCOUNT-NUMBER
                   MOVE Wage TO OLD-WAGE
                   MOVE Annual-Salary TO OLD-ANNUAL-SALARY
                   MOVE Pay-Class TO OLD-PAY-CLASS
                   IF OLD-PAY-CLASS NOT = "S"
                       MOVE "H" TO OLD-PAY-CLASS
                   END-IF
                   MOVE SSN TO OLD-SSN
                   PERFORM 250-ACCEPT-RECORD
                   PERFORM 280-HOLD-SENSITIVE-CHANGE
                   PERFORM 258-SET-PRENOTE-STATUS
                   REWRITE IN-RECORD
                       INVALID KEY
                           MOVE "CHANGE" TO AUDIT-ACTION
                           MOVE IN-RECORD TO AFTER-IMAGE
                           PERFORM 240-WRITE-AUDIT
                           DISPLAY "EMPLOYEE UPDATED " Employee-ID
                   END-REWRITE
           END-READ.
           MOVE Employee-ID TO AUD-EMPLOYEE-ID
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

       250-ACCEPT-RECORD.
           DISPLAY "LAST NAME: " WITH NO ADVANCING
           ACCEPT LastName
           DISPLAY "PAY CLASS (H = HOURLY, S = SALARIED): "
               WITH NO ADVANCING
           ACCEPT Pay-Class
           IF Pay-Class = "S"
               DISPLAY "ANNUAL SALARY: " WITH NO ADVANCING
               ACCEPT Annual-Salary
               DISPLAY "WAGE (HOURLY EQUIVALENT): " WITH NO ADVANCING
               ACCEPT Wage
           ELSE
               MOVE "H" TO Pay-Class
               MOVE 0 TO Annual-Salary
               DISPLAY "WAGE: " WITH NO ADVANCING
               ACCEPT Wage
           END-IF
           MOVE 0 TO Hours-Worked
           DISPLAY "DEPENDENTS: " WITH NO ADVANCING
           ACCEPT Dependents
           ACCEPT Employment-Status
           DISPLAY "TERMINATION DATE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT Termination-Date
           DISPLAY "WORK STATE (SPACES = COMPANY DEFAULT): "
               WITH NO ADVANCING
           ACCEPT Work-State
           DISPLAY "RESIDENT STATE: " WITH NO ADVANCING
           ACCEPT Resident-State.

       255-ACCEPT-DEPARTMENT.
           DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING
      * the date it takes effect, so the payroll run can price each
      * day of a split week and prior-period work has a rate to
      * recalculate against.  A new hire's first rate is effective
      * from the date of hire; a changed rate's date is keyed with the
      * request and carried on the pending change until approval.
      ******************************************************************
       265-ACCEPT-RATE-DATE.
           DISPLAY "RATE EFFECTIVE DATE (YYYYMMDD, 0 = TODAY): "
               ACCEPT RATE-EFFECTIVE-DATE FROM DATE YYYYMMDD
           END-IF.

       270-WRITE-RATE-HISTORY.
           MOVE Employee-ID TO RH-EMPLOYEE-ID
           MOVE RATE-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE Wage TO RH-WAGE
           MOVE Annual-Salary TO RH-ANNUAL-SALARY
           WRITE RATE-HISTORY-REC
               INVALID KEY
                   REWRITE RATE-HISTORY-REC
           END-WRITE.

      ******************************************************************
      * Dual control: one operator can no longer change what a person
      * is paid, where the money goes, or whose SSN it is reported
      * under.  When any of those differ from the master, the keyed
      * values are written to the pending-change file with the values
      * they replace, and the master keeps the old ones until a
      * second operator approves the change.  Holding the old bank
      * details here also means no prenote starts until approval.
      ******************************************************************
       280-HOLD-SENSITIVE-CHANGE.
           IF Pay-Class NOT = OLD-PAY-CLASS OR
                   Wage NOT = OLD-WAGE OR
                   Annual-Salary NOT = OLD-ANNUAL-SALARY OR
                   Bank-Routing-Number NOT = OLD-ROUTING-NUMBER OR
                   Bank-Account-Number NOT = OLD-ACCOUNT-NUMBER OR
                   SSN NOT = OLD-SSN
               MOVE SPACES TO PENDING-CHANGE-REC
               MOVE "P" TO PC-STATUS
               MOVE "E" TO PC-RECORD-TYPE
               MOVE "CHANGE" TO PC-ACTION
               MOVE Employee-ID TO PC-EMPLOYEE-ID
               MOVE 0 TO PC-BANK-SEQUENCE
               MOVE "CH0702" TO PC-SOURCE-PROGRAM
               MOVE OPERATOR-ID TO PC-REQUESTED-BY
               MOVE 0 TO PC-RATE-EFFECTIVE-DATE
               IF Pay-Class NOT = OLD-PAY-CLASS OR
                       Wage NOT = OLD-WAGE OR
                       Annual-Salary NOT = OLD-ANNUAL-SALARY
                   PERFORM 265-ACCEPT-RATE-DATE
                   MOVE RATE-EFFECTIVE-DATE TO PC-RATE-EFFECTIVE-DATE
               END-IF
               MOVE 0 TO PC-DECISION-DATE
               MOVE 0 TO PC-DECISION-TIME
               MOVE OLD-PAY-CLASS TO PCB-PAY-CLASS
               MOVE OLD-WAGE TO PCB-WAGE
               MOVE OLD-ANNUAL-SALARY TO PCB-ANNUAL-SALARY
               MOVE OLD-ROUTING-NUMBER TO PCB-ROUTING-NUMBER
               MOVE OLD-ACCOUNT-NUMBER TO PCB-ACCOUNT-NUMBER
               MOVE OLD-SSN TO PCB-SSN
               MOVE Pay-Class TO PCA-PAY-CLASS
               MOVE Wage TO PCA-WAGE
               MOVE Annual-Salary TO PCA-ANNUAL-SALARY
               MOVE Bank-Routing-Number TO PCA-ROUTING-NUMBER
               MOVE Bank-Account-Number TO PCA-ACCOUNT-NUMBER
               MOVE SSN TO PCA-SSN
               PERFORM 285-WRITE-PENDING-CHANGE
               MOVE OLD-PAY-CLASS TO Pay-Class
               MOVE OLD-WAGE TO Wage
               MOVE OLD-ANNUAL-SALARY TO Annual-Salary
               MOVE OLD-ROUTING-NUMBER TO Bank-Routing-Number
               MOVE OLD-ACCOUNT-NUMBER TO Bank-Account-Number
               MOVE OLD-SSN TO SSN
               DISPLAY "WAGE/BANK/SSN CHANGE HELD FOR APPROVAL "
                   Employee-ID
           END-IF.

       285-WRITE-PENDING-CHANGE.
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE 0 TO PC-SEQUENCE
           MOVE "N" TO PEND-WRITTEN-SWITCH
           PERFORM 287-TRY-PENDING-WRITE
               UNTIL PEND-WRITTEN-SWITCH = "Y".

       287-TRY-PENDING-WRITE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   ADD 1 TO PC-SEQUENCE
               NOT INVALID KEY
                   MOVE "Y" TO PEND-WRITTEN-SWITCH
           END-WRITE.

       400-TERMINATE.
           CLOSE EMPLOYEES.
           CLOSE AUDIT-OUT.
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE RATE-HISTORY.
           CLOSE PENDING-CHANGES.
           STOP RUN.
       END PROGRAM CH0702.
