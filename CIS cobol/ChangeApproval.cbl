      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Second-operator approval of sensitive maintenance.
      *        Wage, salary and pay-class changes, bank routing and
      *        account changes, and SSN changes keyed in CH0702 or
      *        CH0722, and every split deposit account add, change or
      *        delete keyed in CH0725, wait on PendingChanges.dat
      *        instead of reaching the master.  This program walks
      *        the pending changes oldest first and shows each one's
      *        before and after values at the console; the operator
      *        approves, rejects, or skips it.  A change is never
      *        shown to the operator who requested it, so nobody can
      *        approve their own.  An approved change is applied to
      *        the employee master or the deposit account file --
      *        with the rate history and prenote cycle exactly as
      *        maintenance used to apply them -- and written to
      *        MaintenanceAudit.dat with both operator IDs.  A change
      *        whose before values no longer match the master has
      *        been overtaken and is rejected as stale.  Decided
      *        changes stay on the file with their decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0735.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PENDING-CHANGES ASSIGN TO 'PendingChanges.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-KEY
                   FILE STATUS IS PEND-FILE-STATUS.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT BANK-ACCOUNTS ASSIGN TO 'BankAccounts.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BA-KEY
                   FILE STATUS IS BNK-FILE-STATUS.
               SELECT RATE-HISTORY ASSIGN TO 'PayRateHistory.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-KEY
                   FILE STATUS IS RATE-FILE-STATUS.
               SELECT AUDIT-OUT ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD PENDING-CHANGES.
       COPY PENDCHG.

       FD EMPLOYEES.
       01 IN-RECORD.
           05 Employee-ID  PIC 9(6).
           05 LastName     PIC X(20).
           05 Wage         PIC 9(5).
           05 Hours-Worked PIC 9(2)V99.
           05 Dependents   PIC 9(1).
           05 FICA         PIC 9(5).
           05 State_Tax    PIC 9(6).
           05 Fed_Tax      Pic 9(6).
           05 DOH          Pic 9(8).
           05 Department-Code PIC X(4).
           05 Bank-Routing-Number PIC 9(9).
           05 Bank-Account-Number PIC X(17).
           05 SSN          PIC 9(9).
           05 Employment-Status PIC X.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD BANK-ACCOUNTS.
       COPY BANKACCT.

       FD RATE-HISTORY.
       COPY RATEHIST.

       FD AUDIT-OUT.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH      PIC X VALUE "N".
           05 APPLIED-SWITCH   PIC X VALUE "N".
           05 RATE-FOUND-SWITCH PIC X VALUE "N".
       01 PEND-FILE-STATUS     PIC XX VALUE "00".
       01 EMP-FILE-STATUS      PIC XX VALUE "00".
       01 BNK-FILE-STATUS      PIC XX VALUE "00".
       01 RATE-FILE-STATUS     PIC XX VALUE "00".
       01 AUD-FILE-STATUS      PIC XX VALUE "00".
       01 OPERATOR-ID          PIC X(8).
       01 DECISION-CHOICE      PIC X.
       01 COUNTERS.
           05 SHOWN-COUNTER     PIC 9(5) VALUE 0.
           05 APPROVED-COUNTER  PIC 9(5) VALUE 0.
           05 REJECTED-COUNTER  PIC 9(5) VALUE 0.
           05 STALE-COUNTER     PIC 9(5) VALUE 0.
           05 SKIPPED-COUNTER   PIC 9(5) VALUE 0.
           05 OWN-COUNTER       PIC 9(5) VALUE 0.
       01 AUDIT-WORK.
           05 AUDIT-ACTION     PIC X(6).
           05 BEFORE-IMAGE     PIC X(200).
           05 AFTER-IMAGE      PIC X(200).
       01 DECISION-NOTE        PIC X(30).
       01 PRENOTE-WORK.
           05 OLD-ROUTING-NUMBER PIC 9(9) VALUE 0.
           05 OLD-ACCOUNT-NUMBER PIC X(17) VALUE SPACES.
       01 RATE-WORK.
           05 OLD-WAGE          PIC 9(5) VALUE 0.
           05 OLD-ANNUAL-SALARY PIC 9(7)V99 VALUE 0.
           05 RATE-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 CURRENT-PAY-CLASS    PIC X.

       01 BEFORE-ACCOUNT-VIEW.
           05 BAV-KEY              PIC X(8).
           05 BAV-ROUTING-NUMBER   PIC 9(9).
           05 BAV-ACCOUNT-NUMBER   PIC X(17).
           05 BAV-TYPE             PIC X.
           05 BAV-FLAT-AMOUNT      PIC 9(5)V99.
           05 BAV-PERCENT          PIC 9V9999.
           05 BAV-PRIORITY         PIC 9(2).
           05 BAV-PRIMARY-FLAG     PIC X.
           05 BAV-STATUS           PIC X.
           05 BAV-PRENOTE-DATE     PIC 9(8).
           05 FILLER               PIC X(41).
       01 AFTER-ACCOUNT-VIEW.
           05 AAV-KEY              PIC X(8).
           05 AAV-ROUTING-NUMBER   PIC 9(9).
           05 AAV-ACCOUNT-NUMBER   PIC X(17).
           05 AAV-TYPE             PIC X.
           05 AAV-FLAT-AMOUNT      PIC 9(5)V99.
           05 AAV-PERCENT          PIC 9V9999.
           05 AAV-PRIORITY         PIC 9(2).
           05 AAV-PRIMARY-FLAG     PIC X.
           05 AAV-STATUS           PIC X.
           05 AAV-PRENOTE-DATE     PIC 9(8).
           05 FILLER               PIC X(41).

       01 ACCOUNT-SHOW-BEFORE.
           05 ASB-ROUTING          PIC X(20).
           05 ASB-ACCOUNT          PIC X(20).
           05 ASB-TYPE             PIC X(20).
           05 ASB-FLAT             PIC X(20).
           05 ASB-PERCENT          PIC X(20).
           05 ASB-PRIORITY         PIC X(20).
           05 ASB-PRIMARY          PIC X(20).
       01 ACCOUNT-SHOW-AFTER.
           05 ASA-ROUTING          PIC X(20).
           05 ASA-ACCOUNT          PIC X(20).
           05 ASA-TYPE             PIC X(20).
           05 ASA-FLAT             PIC X(20).
           05 ASA-PERCENT          PIC X(20).
           05 ASA-PRIORITY         PIC X(20).
           05 ASA-PRIMARY          PIC X(20).

       01 SHOW-EDIT.
           05 SHOW-WAGE-ED         PIC ZZ,ZZ9.
           05 SHOW-SALARY-ED       PIC Z,ZZZ,ZZ9.99.
           05 SHOW-SSN-ED          PIC 999B99B9999.
           05 SHOW-FLAT-ED         PIC ZZ,ZZ9.99.
           05 SHOW-PERCENT-ED      PIC 9.9999.
       01 SHOW-NAME                PIC X(25).

       01 SHOW-HEADING.
           05 FILLER               PIC X(18) VALUE 'FIELD'.
           05 FILLER               PIC X(22) VALUE 'BEFORE'.
           05 FILLER               PIC X(20) VALUE 'AFTER'.
       01 SHOW-LINE.
           05 SHL-CAPTION          PIC X(18).
           05 SHL-BEFORE           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SHL-AFTER            PIC X(20).
           05 SHL-CHANGED          PIC X(3).
       01 SHOW-SEPARATOR           PIC X(63) VALUE ALL '-'.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-REVIEW-CHANGES
               UNTIL DONE-SWITCH = "Y".
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           OPEN I-O PENDING-CHANGES.
           IF PEND-FILE-STATUS = "35"
               DISPLAY "NO PENDING CHANGES ON FILE"
               STOP RUN
           END-IF.
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "PENDING-CHANGES OPEN FAILED " PEND-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O BANK-ACCOUNTS.
           IF BNK-FILE-STATUS = "35"
               OPEN OUTPUT BANK-ACCOUNTS
               CLOSE BANK-ACCOUNTS
               OPEN I-O BANK-ACCOUNTS
           END-IF.
           IF BNK-FILE-STATUS NOT = "00"
               DISPLAY "BANK-ACCOUNTS OPEN FAILED " BNK-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O RATE-HISTORY.
           IF RATE-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HISTORY
               CLOSE RATE-HISTORY
               OPEN I-O RATE-HISTORY
           END-IF.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "RATE-HISTORY OPEN FAILED " RATE-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-OUT.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-OUT OPEN FAILED " AUD-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO PC-KEY.
           START PENDING-CHANGES KEY NOT < PC-KEY
               INVALID KEY
                   MOVE "Y" TO DONE-SWITCH
           END-START.

       200-REVIEW-CHANGES.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE "Y" TO DONE-SWITCH
               NOT AT END
                   IF PC-STATUS = "P"
                       PERFORM 210-PRESENT-CHANGE
                   END-IF
           END-READ.

      ******************************************************************
      * The requester's own changes are counted but never shown: the
      * whole point of the second operator is that it is somebody
      * else.
      ******************************************************************
       210-PRESENT-CHANGE.
           IF PC-REQUESTED-BY = OPERATOR-ID
               ADD 1 TO OWN-COUNTER
           ELSE
               ADD 1 TO SHOWN-COUNTER
               PERFORM 215-LOOKUP-NAME
               DISPLAY SHOW-SEPARATOR
               DISPLAY "CHANGE " PC-REQUEST-DATE " " PC-REQUEST-TIME
                   " " PC-SEQUENCE "  " PC-ACTION "  FROM "
                   PC-SOURCE-PROGRAM "  BY " PC-REQUESTED-BY
               DISPLAY "EMPLOYEE " PC-EMPLOYEE-ID "  " SHOW-NAME
               IF PC-RECORD-TYPE = "B"
                   DISPLAY "DEPOSIT ACCOUNT SEQUENCE " PC-BANK-SEQUENCE
                   PERFORM 230-SHOW-ACCOUNT-CHANGE
               ELSE
                   PERFORM 220-SHOW-EMPLOYEE-CHANGE
               END-IF
               PERFORM 250-ACCEPT-DECISION
           END-IF.

       215-LOOKUP-NAME.
           MOVE PC-EMPLOYEE-ID TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO SHOW-NAME
               NOT INVALID KEY
                   MOVE LastName TO SHOW-NAME
           END-READ.

       220-SHOW-EMPLOYEE-CHANGE.
           DISPLAY SHOW-HEADING
           MOVE "PAY CLASS" TO SHL-CAPTION
           MOVE PCB-PAY-CLASS TO SHL-BEFORE
           MOVE PCA-PAY-CLASS TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "WAGE" TO SHL-CAPTION
           MOVE PCB-WAGE TO SHOW-WAGE-ED
           MOVE SHOW-WAGE-ED TO SHL-BEFORE
           MOVE PCA-WAGE TO SHOW-WAGE-ED
           MOVE SHOW-WAGE-ED TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "ANNUAL SALARY" TO SHL-CAPTION
           MOVE PCB-ANNUAL-SALARY TO SHOW-SALARY-ED
           MOVE SHOW-SALARY-ED TO SHL-BEFORE
           MOVE PCA-ANNUAL-SALARY TO SHOW-SALARY-ED
           MOVE SHOW-SALARY-ED TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "ROUTING NUMBER" TO SHL-CAPTION
           MOVE PCB-ROUTING-NUMBER TO SHL-BEFORE
           MOVE PCA-ROUTING-NUMBER TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "ACCOUNT NUMBER" TO SHL-CAPTION
           MOVE PCB-ACCOUNT-NUMBER TO SHL-BEFORE
           MOVE PCA-ACCOUNT-NUMBER TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "SSN" TO SHL-CAPTION
           MOVE PCB-SSN TO SHOW-SSN-ED
           MOVE SHOW-SSN-ED TO SHL-BEFORE
           MOVE PCA-SSN TO SHOW-SSN-ED
           MOVE SHOW-SSN-ED TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           IF PC-RATE-EFFECTIVE-DATE NOT = 0
               DISPLAY "NEW RATE EFFECTIVE " PC-RATE-EFFECTIVE-DATE
           END-IF.

       230-SHOW-ACCOUNT-CHANGE.
           MOVE PC-BEFORE-VALUES TO BEFORE-ACCOUNT-VIEW
           MOVE PC-AFTER-VALUES TO AFTER-ACCOUNT-VIEW
           PERFORM 234-FORMAT-BEFORE-ACCOUNT
           PERFORM 236-FORMAT-AFTER-ACCOUNT
           DISPLAY SHOW-HEADING
           MOVE "ROUTING NUMBER" TO SHL-CAPTION
           MOVE ASB-ROUTING TO SHL-BEFORE
           MOVE ASA-ROUTING TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "ACCOUNT NUMBER" TO SHL-CAPTION
           MOVE ASB-ACCOUNT TO SHL-BEFORE
           MOVE ASA-ACCOUNT TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "TYPE (F/P)" TO SHL-CAPTION
           MOVE ASB-TYPE TO SHL-BEFORE
           MOVE ASA-TYPE TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "FLAT AMOUNT" TO SHL-CAPTION
           MOVE ASB-FLAT TO SHL-BEFORE
           MOVE ASA-FLAT TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "PERCENT OF NET" TO SHL-CAPTION
           MOVE ASB-PERCENT TO SHL-BEFORE
           MOVE ASA-PERCENT TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "PRIORITY" TO SHL-CAPTION
           MOVE ASB-PRIORITY TO SHL-BEFORE
           MOVE ASA-PRIORITY TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           MOVE "PRIMARY" TO SHL-CAPTION
           MOVE ASB-PRIMARY TO SHL-BEFORE
           MOVE ASA-PRIMARY TO SHL-AFTER
           PERFORM 240-DISPLAY-SHOW-LINE
           IF PC-ACTION = "CHANGE" AND BAV-STATUS = "X"
               DISPLAY "ACCOUNT DISABLED BY A RETURN - "
                   "CHANGE RESTARTS THE PRENOTE"
           END-IF.

      ******************************************************************
      * An add has no before side and a delete no after side; those
      * columns print blank rather than zeroes.
      ******************************************************************
       234-FORMAT-BEFORE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-SHOW-BEFORE
           IF PC-ACTION NOT = "ADD"
               MOVE BAV-ROUTING-NUMBER TO ASB-ROUTING
               MOVE BAV-ACCOUNT-NUMBER TO ASB-ACCOUNT
               MOVE BAV-TYPE TO ASB-TYPE
               MOVE BAV-FLAT-AMOUNT TO SHOW-FLAT-ED
               MOVE SHOW-FLAT-ED TO ASB-FLAT
               MOVE BAV-PERCENT TO SHOW-PERCENT-ED
               MOVE SHOW-PERCENT-ED TO ASB-PERCENT
               MOVE BAV-PRIORITY TO ASB-PRIORITY
               MOVE BAV-PRIMARY-FLAG TO ASB-PRIMARY
           END-IF.

       236-FORMAT-AFTER-ACCOUNT.
           MOVE SPACES TO ACCOUNT-SHOW-AFTER
           IF PC-ACTION NOT = "DELETE"
               MOVE AAV-ROUTING-NUMBER TO ASA-ROUTING
               MOVE AAV-ACCOUNT-NUMBER TO ASA-ACCOUNT
               MOVE AAV-TYPE TO ASA-TYPE
               MOVE AAV-FLAT-AMOUNT TO SHOW-FLAT-ED
               MOVE SHOW-FLAT-ED TO ASA-FLAT
               MOVE AAV-PERCENT TO SHOW-PERCENT-ED
               MOVE SHOW-PERCENT-ED TO ASA-PERCENT
               MOVE AAV-PRIORITY TO ASA-PRIORITY
               MOVE AAV-PRIMARY-FLAG TO ASA-PRIMARY
           END-IF.

       240-DISPLAY-SHOW-LINE.
           IF SHL-BEFORE NOT = SHL-AFTER
               MOVE " <<" TO SHL-CHANGED
           ELSE
               MOVE SPACES TO SHL-CHANGED
           END-IF
           DISPLAY SHOW-LINE.

       250-ACCEPT-DECISION.
           DISPLAY "A = APPROVE  R = REJECT  S = SKIP  Q = QUIT: "
               WITH NO ADVANCING
           ACCEPT DECISION-CHOICE
           EVALUATE DECISION-CHOICE
               WHEN "A"
                   PERFORM 300-APPLY-CHANGE
               WHEN "R"
                   MOVE "R" TO PC-STATUS
                   MOVE "REJECTED BY APPROVER" TO DECISION-NOTE
                   PERFORM 280-RECORD-DECISION
                   ADD 1 TO REJECTED-COUNTER
                   DISPLAY "CHANGE REJECTED"
               WHEN "Q"
                   ADD 1 TO SKIPPED-COUNTER
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   ADD 1 TO SKIPPED-COUNTER
                   DISPLAY "CHANGE LEFT PENDING"
           END-EVALUATE.

       280-RECORD-DECISION.
           MOVE OPERATOR-ID TO PC-DECIDED-BY
           ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT PC-DECISION-TIME FROM TIME
           MOVE DECISION-NOTE TO PC-DECISION-NOTE
           REWRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY "PENDING CHANGE REWRITE FAILED " PC-KEY
           END-REWRITE.

      ******************************************************************
      * An approval that cannot be applied -- the master moved on
      * since the request, or the record is gone -- is rejected with
      * the reason, and the change has to be keyed again against
      * what is there now.
      ******************************************************************
       300-APPLY-CHANGE.
           MOVE "N" TO APPLIED-SWITCH
           MOVE SPACES TO DECISION-NOTE
           IF PC-RECORD-TYPE = "B"
               PERFORM 330-APPLY-ACCOUNT-CHANGE
           ELSE
               PERFORM 310-APPLY-EMPLOYEE-CHANGE
           END-IF
           IF APPLIED-SWITCH = "Y"
               MOVE "A" TO PC-STATUS
               MOVE "APPLIED" TO DECISION-NOTE
               PERFORM 280-RECORD-DECISION
               ADD 1 TO APPROVED-COUNTER
               DISPLAY "CHANGE APPROVED AND APPLIED"
           ELSE
               MOVE "R" TO PC-STATUS
               PERFORM 280-RECORD-DECISION
               ADD 1 TO STALE-COUNTER
               DISPLAY "CHANGE NOT APPLIED - " DECISION-NOTE
           END-IF.

       310-APPLY-EMPLOYEE-CHANGE.
           MOVE PC-EMPLOYEE-ID TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO DECISION-NOTE
               NOT INVALID KEY
                   MOVE Pay-Class TO CURRENT-PAY-CLASS
                   IF CURRENT-PAY-CLASS NOT = "S"
                       MOVE "H" TO CURRENT-PAY-CLASS
                   END-IF
                   IF CURRENT-PAY-CLASS NOT = PCB-PAY-CLASS OR
                           Wage NOT = PCB-WAGE OR
                           Annual-Salary NOT = PCB-ANNUAL-SALARY OR
                           Bank-Routing-Number NOT = PCB-ROUTING-NUMBER
                           OR Bank-Account-Number NOT =
                               PCB-ACCOUNT-NUMBER OR
                           SSN NOT = PCB-SSN
                       MOVE "MASTER CHANGED SINCE REQUEST"
                           TO DECISION-NOTE
                   ELSE
                       PERFORM 315-UPDATE-EMPLOYEE
                   END-IF
           END-READ.

       315-UPDATE-EMPLOYEE.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE IN-RECORD TO BEFORE-IMAGE
           MOVE Bank-Routing-Number TO OLD-ROUTING-NUMBER
           MOVE Bank-Account-Number TO OLD-ACCOUNT-NUMBER
           MOVE Wage TO OLD-WAGE
           MOVE Annual-Salary TO OLD-ANNUAL-SALARY
           MOVE PCA-PAY-CLASS TO Pay-Class
           MOVE PCA-WAGE TO Wage
           MOVE PCA-ANNUAL-SALARY TO Annual-Salary
           MOVE PCA-ROUTING-NUMBER TO Bank-Routing-Number
           MOVE PCA-ACCOUNT-NUMBER TO Bank-Account-Number
           MOVE PCA-SSN TO SSN
           PERFORM 318-SET-PRENOTE-STATUS
           REWRITE IN-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO DECISION-NOTE
               NOT INVALID KEY
                   MOVE "Y" TO APPLIED-SWITCH
                   MOVE "CHANGE" TO AUDIT-ACTION
                   MOVE IN-RECORD TO AFTER-IMAGE
                   PERFORM 340-WRITE-AUDIT
                   IF PCA-PAY-CLASS NOT = PCB-PAY-CLASS OR
                           PCA-WAGE NOT = PCB-WAGE OR
                           PCA-ANNUAL-SALARY NOT = PCB-ANNUAL-SALARY
                       MOVE PC-RATE-EFFECTIVE-DATE
                           TO RATE-EFFECTIVE-DATE
                       IF RATE-EFFECTIVE-DATE = 0
                           ACCEPT RATE-EFFECTIVE-DATE FROM DATE YYYYMMDD
                       END-IF
                       PERFORM 320-SEED-OLD-RATE
                       PERFORM 325-WRITE-RATE-HISTORY
                   END-IF
           END-REWRITE.

      ******************************************************************
      * Any new or changed bank information goes into prenote status:
      * the deposit run sends a zero-dollar test entry and the
      * employee is paid by check until the prenote ages clean.
      * Unchanged bank details keep whatever status they had.
      ******************************************************************
       318-SET-PRENOTE-STATUS.
           IF Bank-Routing-Number = 0
               MOVE SPACE TO Prenote-Status
               MOVE 0 TO Prenote-Date
           ELSE
               IF Bank-Routing-Number NOT = OLD-ROUTING-NUMBER
                       OR Bank-Account-Number NOT = OLD-ACCOUNT-NUMBER
                   MOVE "P" TO Prenote-Status
                   ACCEPT Prenote-Date FROM DATE YYYYMMDD
               END-IF
           END-IF.

      ******************************************************************
      * Employees hired before the rate-history file existed have no
      * records on it, so their first wage change would leave the
      * old-rate days of a split week with nothing to price except
      * the master Wage -- already rewritten to the new rate.  When a
      * change finds no history at all for the employee, the old
      * wage is seeded first with effective date zero, which the
      * payroll run's rate selection treats as the floor.
      ******************************************************************
       320-SEED-OLD-RATE.
           MOVE "N" TO RATE-FOUND-SWITCH
           MOVE Employee-ID TO RH-EMPLOYEE-ID
           MOVE 0 TO RH-EFFECTIVE-DATE
           START RATE-HISTORY KEY NOT < RH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-HISTORY NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-EMPLOYEE-ID = Employee-ID
                               MOVE "Y" TO RATE-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START
           IF RATE-FOUND-SWITCH = "N"
               MOVE Employee-ID TO RH-EMPLOYEE-ID
               MOVE 0 TO RH-EFFECTIVE-DATE
               MOVE OLD-WAGE TO RH-WAGE
               MOVE OLD-ANNUAL-SALARY TO RH-ANNUAL-SALARY
               WRITE RATE-HISTORY-REC
                   INVALID KEY
                       REWRITE RATE-HISTORY-REC
               END-WRITE
           END-IF.

      ******************************************************************
      * The rate takes effect on the date keyed with the request
      * (CH0722 requests carry the day the batch ran), not the day it
      * was approved, so the payroll run prices the week as the
      * requester meant it.
      ******************************************************************
       325-WRITE-RATE-HISTORY.
           MOVE Employee-ID TO RH-EMPLOYEE-ID
           MOVE RATE-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE Wage TO RH-WAGE
           MOVE Annual-Salary TO RH-ANNUAL-SALARY
           WRITE RATE-HISTORY-REC
               INVALID KEY
                   REWRITE RATE-HISTORY-REC
           END-WRITE.

       330-APPLY-ACCOUNT-CHANGE.
           MOVE PC-BEFORE-VALUES TO BEFORE-ACCOUNT-VIEW
           MOVE PC-AFTER-VALUES TO AFTER-ACCOUNT-VIEW
           MOVE PC-EMPLOYEE-ID TO BA-EMPLOYEE-ID
           MOVE PC-BANK-SEQUENCE TO BA-SEQUENCE
           READ BANK-ACCOUNTS
               INVALID KEY
                   IF PC-ACTION = "ADD"
                       PERFORM 335-ADD-ACCOUNT
                   ELSE
                       MOVE "ACCOUNT DELETED SINCE REQUEST"
                           TO DECISION-NOTE
                   END-IF
               NOT INVALID KEY
                   IF PC-ACTION = "ADD"
                       MOVE "ACCOUNT ADDED SINCE REQUEST"
                           TO DECISION-NOTE
                   ELSE
                       IF BA-ROUTING-NUMBER NOT = BAV-ROUTING-NUMBER OR
                               BA-ACCOUNT-NUMBER NOT =
                                   BAV-ACCOUNT-NUMBER OR
                               BA-TYPE NOT = BAV-TYPE OR
                               BA-FLAT-AMOUNT NOT = BAV-FLAT-AMOUNT OR
                               BA-PERCENT NOT = BAV-PERCENT OR
                               BA-PRIORITY NOT = BAV-PRIORITY OR
                               BA-PRIMARY-FLAG NOT = BAV-PRIMARY-FLAG
                           MOVE "ACCOUNT CHANGED SINCE REQUEST"
                               TO DECISION-NOTE
                       ELSE
                           IF PC-ACTION = "DELETE"
                               PERFORM 337-DELETE-ACCOUNT
                           ELSE
                               PERFORM 336-CHANGE-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       335-ADD-ACCOUNT.
           MOVE PC-AFTER-VALUES TO BANK-ACCOUNT-REC
           MOVE 0 TO OLD-ROUTING-NUMBER
           MOVE SPACES TO OLD-ACCOUNT-NUMBER
           PERFORM 338-SET-ACCOUNT-PRENOTE
           WRITE BANK-ACCOUNT-REC
               INVALID KEY
                   MOVE "ACCOUNT WRITE FAILED" TO DECISION-NOTE
               NOT INVALID KEY
                   MOVE "Y" TO APPLIED-SWITCH
                   MOVE "BAADD" TO AUDIT-ACTION
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE BANK-ACCOUNT-REC TO AFTER-IMAGE
                   PERFORM 340-WRITE-AUDIT
           END-WRITE.

      ******************************************************************
      * Only the fields maintenance keys are taken from the request;
      * the prenote status and date are whatever the deposit cycle
      * has made them since, until the rule below restarts them.
      ******************************************************************
       336-CHANGE-ACCOUNT.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE BANK-ACCOUNT-REC TO BEFORE-IMAGE
           MOVE BA-ROUTING-NUMBER TO OLD-ROUTING-NUMBER
           MOVE BA-ACCOUNT-NUMBER TO OLD-ACCOUNT-NUMBER
           MOVE AAV-ROUTING-NUMBER TO BA-ROUTING-NUMBER
           MOVE AAV-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
           MOVE AAV-TYPE TO BA-TYPE
           MOVE AAV-FLAT-AMOUNT TO BA-FLAT-AMOUNT
           MOVE AAV-PERCENT TO BA-PERCENT
           MOVE AAV-PRIORITY TO BA-PRIORITY
           MOVE AAV-PRIMARY-FLAG TO BA-PRIMARY-FLAG
           PERFORM 338-SET-ACCOUNT-PRENOTE
           REWRITE BANK-ACCOUNT-REC
               INVALID KEY
                   MOVE "ACCOUNT REWRITE FAILED" TO DECISION-NOTE
               NOT INVALID KEY
                   MOVE "Y" TO APPLIED-SWITCH
                   MOVE "BACHG" TO AUDIT-ACTION
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE BANK-ACCOUNT-REC TO AFTER-IMAGE
                   PERFORM 340-WRITE-AUDIT
           END-REWRITE.

       337-DELETE-ACCOUNT.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE BANK-ACCOUNT-REC TO BEFORE-IMAGE
           DELETE BANK-ACCOUNTS
               INVALID KEY
                   MOVE "ACCOUNT DELETE FAILED" TO DECISION-NOTE
               NOT INVALID KEY
                   MOVE "Y" TO APPLIED-SWITCH
                   MOVE "BADEL" TO AUDIT-ACTION
                   MOVE SPACES TO AFTER-IMAGE
                   PERFORM 340-WRITE-AUDIT
           END-DELETE.

      ******************************************************************
      * Same prenote rule as the employee master: new or changed bank
      * details wait in prenote status until the deposit run ages
      * them clean, and a zero routing number clears the status.  An
      * account a return disabled ('X') re-prenotes on any change,
      * even one re-keying the same corrected details -- touching it
      * in maintenance is how it is put back in the cycle.  Otherwise
      * unchanged details keep the status they had.
      ******************************************************************
       338-SET-ACCOUNT-PRENOTE.
           IF BA-ROUTING-NUMBER = 0
               MOVE SPACE TO BA-STATUS
               MOVE 0 TO BA-PRENOTE-DATE
           ELSE
               IF BA-ROUTING-NUMBER NOT = OLD-ROUTING-NUMBER
                       OR BA-ACCOUNT-NUMBER NOT = OLD-ACCOUNT-NUMBER
                       OR BA-STATUS = "X"
                   MOVE "P" TO BA-STATUS
                   ACCEPT BA-PRENOTE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.

      ******************************************************************
      * The audit entry carries the operator who requested the change
      * and the operator who approved it.  Deposit account changes
      * go on the same trail under their own actions, with the
      * account record as the image.
      ******************************************************************
       340-WRITE-AUDIT.
           MOVE PC-REQUESTED-BY TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE PC-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE OPERATOR-ID TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

       400-TERMINATE.
           DISPLAY "CHANGES SHOWN:              " SHOWN-COUNTER.
           DISPLAY "CHANGES APPROVED:           " APPROVED-COUNTER.
           DISPLAY "CHANGES REJECTED:           " REJECTED-COUNTER.
           DISPLAY "APPROVED BUT STALE:         " STALE-COUNTER.
           DISPLAY "CHANGES LEFT PENDING:       " SKIPPED-COUNTER.
           DISPLAY "YOUR OWN REQUESTS NOT SHOWN: " OWN-COUNTER.
           CLOSE PENDING-CHANGES.
           CLOSE EMPLOYEES.
           CLOSE BANK-ACCOUNTS.
           CLOSE RATE-HISTORY.
           CLOSE AUDIT-OUT.
           STOP RUN.
       END PROGRAM CH0735.
