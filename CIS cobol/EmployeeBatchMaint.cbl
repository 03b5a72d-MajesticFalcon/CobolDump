      *        audit records, and produces an edit listing of accepted
      *        and rejected transactions so HR gets rejects back the
      *        same day.  New or changed bank details go into prenote
      *        status exactly as keyed maintenance does.  Work and
      *        resident state codes must be upper-case letters or
      *        spaces (spaces price with the company default table).
      *        The pay class is H (or space) for hourly, which needs a
      *        wage, or S for salaried, which needs an annual salary;
      *        a change to either lands on the rate history.  As in
      *        keyed maintenance, a change to the pay class, wage or
      *        salary, bank routing or account number, or SSN of an
      *        existing employee is held on the pending-change file
      *        for a second operator to approve in CH0735; the rest
      *        of the transaction is applied and the listing notes
      *        what was held.  Adds are written whole.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0722.
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
       FD MAINT-TRANS-IN.
       01 MAINT-TRANS-REC.
           05 MT-ACTION         PIC X.
           05 MT-RECORD-IMAGE   PIC X(200).

       FD EMPLOYEES.
       01 IN-RECORD.
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
           05 EOF-SWITCH        PIC X VALUE "N".
           05 VALID-SWITCH      PIC X VALUE "Y".
           05 DEPT-TABLE-SWITCH PIC X VALUE "N".
           05 HELD-SWITCH       PIC X VALUE "N".
           05 PEND-WRITTEN-SWITCH PIC X VALUE "N".
       01 TRN-FILE-STATUS       PIC XX VALUE "00".
       01 EMP-FILE-STATUS       PIC XX VALUE "00".
       01 AUD-FILE-STATUS       PIC XX VALUE "00".
           05 TRANS-COUNTER     PIC 9(6) VALUE 0.
           05 ACCEPT-COUNTER    PIC 9(6) VALUE 0.
           05 REJECT-COUNTER    PIC 9(6) VALUE 0.
           05 HELD-COUNTER      PIC 9(6) VALUE 0.
       01 AUDIT-WORK.
           05 AUDIT-ACTION      PIC X(6).
           05 BEFORE-IMAGE      PIC X(200).
           05 AFTER-IMAGE       PIC X(200).
       01 PRENOTE-WORK.
           05 OLD-ROUTING-NUMBER PIC 9(9) VALUE 0.
           05 OLD-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       01 RATE-FILE-STATUS      PIC XX VALUE "00".
       01 RATE-WORK.
           05 OLD-WAGE          PIC 9(5) VALUE 0.
           05 OLD-ANNUAL-SALARY PIC 9(7)V99 VALUE 0.
           05 RATE-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 PEND-FILE-STATUS      PIC XX VALUE "00".
       01 SENSITIVE-WORK.
           05 OLD-PAY-CLASS     PIC X VALUE SPACE.
           05 OLD-SSN           PIC 9(9) VALUE 0.

       01 TRANS-IMAGE           PIC X(200).
       01 TRANS-RECORD-VIEW REDEFINES TRANS-IMAGE.
           05 TR-EMPLOYEE-ID    PIC 9(6).
           05 TR-LAST-NAME      PIC X(20).
           05 TR-TERMINATION-DATE PIC 9(8).
           05 TR-PRENOTE-STATUS PIC X.
           05 TR-PRENOTE-DATE   PIC 9(8).
           05 TR-WORK-STATE     PIC X(2).
           05 TR-RESIDENT-STATE PIC X(2).
           05 TR-PAY-CLASS      PIC X.
           05 TR-ANNUAL-SALARY  PIC 9(7)V99.
           05 FILLER            PIC X(68).

       01 LST-DETAIL-LINE.
           05 LDL-ACTION        PIC X(1).
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
           WRITE LISTING-LINE FROM LST-HEADER-1.
           MOVE SPACES TO LISTING-LINE.
           WRITE LISTING-LINE.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - RUN REFUSED"
               STOP RUN
           END-IF.

       200-PROCESS-RECORDS.


      ******************************************************************
      * The same content edits the payroll run applies (blank name,
      * zero or non-numeric wage or salary, bad dependents) plus the
      * pay-class check and the department
      * validation the console maintenance applies.  A delete needs
      * only a good key.
      ******************************************************************
                   MOVE "N" TO VALID-SWITCH
                   MOVE "BLANK EMPLOYEE NAME" TO LDL-REASON
               END-IF
               IF VALID-SWITCH = "Y" AND TR-PAY-CLASS NOT = "H"
                       AND TR-PAY-CLASS NOT = "S"
                       AND TR-PAY-CLASS NOT = SPACE
                   MOVE "N" TO VALID-SWITCH
                   MOVE "INVALID PAY CLASS" TO LDL-REASON
               END-IF
               IF VALID-SWITCH = "Y" AND TR-PAY-CLASS = "S"
                   IF TR-ANNUAL-SALARY NOT NUMERIC OR
                           TR-ANNUAL-SALARY = 0
                       MOVE "N" TO VALID-SWITCH
                       MOVE "INVALID OR ZERO SALARY" TO LDL-REASON
                   END-IF
               ELSE
                   IF VALID-SWITCH = "Y" AND
                           (TR-WAGE NOT NUMERIC OR TR-WAGE = 0)
                       MOVE "N" TO VALID-SWITCH
                       MOVE "INVALID OR ZERO WAGE" TO LDL-REASON
                   END-IF
               END-IF
               IF VALID-SWITCH = "Y" AND
                       (TR-DEPENDENTS NOT NUMERIC OR
                   MOVE "N" TO VALID-SWITCH
                   MOVE "INVALID DEPENDENTS COUNT" TO LDL-REASON
               END-IF
               IF VALID-SWITCH = "Y" AND
                       (TR-WORK-STATE NOT ALPHABETIC-UPPER OR
                        TR-RESIDENT-STATE NOT ALPHABETIC-UPPER)
                   MOVE "N" TO VALID-SWITCH
                   MOVE "INVALID STATE CODE" TO LDL-REASON
               END-IF
               IF VALID-SWITCH = "Y"
                   PERFORM 260-VALIDATE-DEPARTMENT
               END-IF
                   MOVE Bank-Routing-Number TO OLD-ROUTING-NUMBER
                   MOVE Bank-Account-Number TO OLD-ACCOUNT-NUMBER
                   MOVE Wage TO OLD-WAGE
                   MOVE Annual-Salary TO OLD-ANNUAL-SALARY
                   MOVE Pay-Class TO OLD-PAY-CLASS
                   IF OLD-PAY-CLASS NOT = "S"
                       MOVE "H" TO OLD-PAY-CLASS
                   END-IF
                   MOVE SSN TO OLD-SSN
                   PERFORM 340-BUILD-MASTER-RECORD
                   PERFORM 370-HOLD-SENSITIVE-CHANGE
                   PERFORM 345-SET-PRENOTE-STATUS
                   REWRITE IN-RECORD
                       INVALID KEY
                           MOVE "CHANGE" TO AUDIT-ACTION
                           MOVE IN-RECORD TO AFTER-IMAGE
                           PERFORM 360-WRITE-AUDIT
                           ADD 1 TO ACCEPT-COUNTER
                           MOVE "ACCEPTED" TO LDL-DISPOSITION
                           IF HELD-SWITCH = "Y"
                               MOVE "WAGE/BANK/SSN HELD FOR APPROVAL"
                                   TO LDL-REASON
                           END-IF
                           PERFORM 380-WRITE-LISTING-LINE
                   END-REWRITE
           END-READ.
           MOVE TR-BANK-ACCOUNT TO Bank-Account-Number
           MOVE TR-SSN TO SSN
           MOVE TR-EMPLOYMENT-STATUS TO Employment-Status
           MOVE TR-TERMINATION-DATE TO Termination-Date
           MOVE TR-WORK-STATE TO Work-State
           MOVE TR-RESIDENT-STATE TO Resident-State
           IF TR-PAY-CLASS = "S"
               MOVE "S" TO Pay-Class
               MOVE TR-ANNUAL-SALARY TO Annual-Salary
           ELSE
               MOVE "H" TO Pay-Class
               MOVE 0 TO Annual-Salary
           END-IF.

      ******************************************************************
      * Same prenote rule as keyed maintenance: any new or changed
               END-IF
           END-IF.

      ******************************************************************
      * Same rate-history rule as keyed maintenance: a new hire's
      * rate is effective from the date of hire; a batch wage change
      * takes effect the day the transaction is run, since the
      * transaction image carries no effective date of its own, and
      * that date waits on the pending change until it is approved.
      ******************************************************************
       350-WRITE-RATE-HISTORY.
           MOVE Employee-ID TO RH-EMPLOYEE-ID
           MOVE RATE-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE Wage TO RH-WAGE
           MOVE Annual-Salary TO RH-ANNUAL-SALARY
           WRITE RATE-HISTORY-REC
               INVALID KEY
                   REWRITE RATE-HISTORY-REC
           MOVE Employee-ID TO AUD-EMPLOYEE-ID
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

      ******************************************************************
      * Same dual-control rule as keyed maintenance: a pay class,
      * wage, salary, bank or SSN that differs from the master goes
      * to the pending-change file beside the value it replaces, and
      * the master keeps the old value -- so no prenote starts --
      * until a second operator approves it.
      ******************************************************************
       370-HOLD-SENSITIVE-CHANGE.
           MOVE "N" TO HELD-SWITCH
           IF Pay-Class NOT = OLD-PAY-CLASS OR
                   Wage NOT = OLD-WAGE OR
                   Annual-Salary NOT = OLD-ANNUAL-SALARY OR
                   Bank-Routing-Number NOT = OLD-ROUTING-NUMBER OR
                   Bank-Account-Number NOT = OLD-ACCOUNT-NUMBER OR
                   SSN NOT = OLD-SSN
               MOVE "Y" TO HELD-SWITCH
               ADD 1 TO HELD-COUNTER
               MOVE SPACES TO PENDING-CHANGE-REC
               MOVE "P" TO PC-STATUS
               MOVE "E" TO PC-RECORD-TYPE
               MOVE "CHANGE" TO PC-ACTION
               MOVE Employee-ID TO PC-EMPLOYEE-ID
               MOVE 0 TO PC-BANK-SEQUENCE
               MOVE "CH0722" TO PC-SOURCE-PROGRAM
               MOVE OPERATOR-ID TO PC-REQUESTED-BY
               MOVE 0 TO PC-RATE-EFFECTIVE-DATE
               IF Pay-Class NOT = OLD-PAY-CLASS OR
                       Wage NOT = OLD-WAGE OR
                       Annual-Salary NOT = OLD-ANNUAL-SALARY
                   ACCEPT PC-RATE-EFFECTIVE-DATE FROM DATE YYYYMMDD
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
               PERFORM 372-WRITE-PENDING-CHANGE
               MOVE OLD-PAY-CLASS TO Pay-Class
               MOVE OLD-WAGE TO Wage
               MOVE OLD-ANNUAL-SALARY TO Annual-Salary
               MOVE OLD-ROUTING-NUMBER TO Bank-Routing-Number
               MOVE OLD-ACCOUNT-NUMBER TO Bank-Account-Number
               MOVE OLD-SSN TO SSN
           END-IF.

       372-WRITE-PENDING-CHANGE.
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE 0 TO PC-SEQUENCE
           MOVE "N" TO PEND-WRITTEN-SWITCH
           PERFORM 374-TRY-PENDING-WRITE
               UNTIL PEND-WRITTEN-SWITCH = "Y".

       374-TRY-PENDING-WRITE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   ADD 1 TO PC-SEQUENCE
               NOT INVALID KEY
                   MOVE "Y" TO PEND-WRITTEN-SWITCH
           END-WRITE.

       380-WRITE-LISTING-LINE.
           MOVE MT-ACTION TO LDL-ACTION
           MOVE TR-EMPLOYEE-ID TO LDL-EMPLOYEE-ID
           DISPLAY "TRANSACTIONS READ:     " TRANS-COUNTER.
           DISPLAY "TRANSACTIONS ACCEPTED: " ACCEPT-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " REJECT-COUNTER.
           DISPLAY "CHANGES HELD FOR APPROVAL: " HELD-COUNTER.
           CLOSE MAINT-TRANS-IN.
           CLOSE EMPLOYEES.
           CLOSE AUDIT-OUT.
           END-IF.
           CLOSE EDIT-LISTING.
           CLOSE RATE-HISTORY.
           CLOSE PENDING-CHANGES.
           STOP RUN.
       END PROGRAM CH0722.
