      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Payroll fraud cross-check for internal audit.  Reads
      *        the employee master, the split deposit accounts, the
      *        salary file for the period, the maintenance audit
      *        trail, and the applied timecards, and lists every
      *        pattern a ghost employee or a diverted paycheck tends
      *        to leave behind:
      *          F01 one bank routing/account shared by employees
      *          F02 a duplicate or structurally invalid SSN
      *          F03 pay to a terminated employee, or to an employee
      *              not on the master at all
      *          F04 regular-run pay with no timecard behind it
      *          F05 a bank change followed within three periods by
      *              a net check above a normal week's gross
      *          F06 a pay adjustment keyed by the operator who also
      *              changed that employee's master record or split
      *              deposit accounts, or one with no operator on it
      *        Nothing is changed; each exception is a lead for audit
      *        to work, printed by check with a count, and the run
      *        ends with return code 4 when anything is listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0734.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT BANK-ACCOUNTS ASSIGN TO 'BankAccounts.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BA-KEY
                   FILE STATUS IS BNK-FILE-STATUS.
               SELECT SALARY-IN ASSIGN TO 'EmployeeSalary.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SAL-FILE-STATUS.
               SELECT AUDIT-IN ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT TIMECARD-APPLIED ASSIGN TO 'TimecardApplied.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TC-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'FraudScreen.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT SORT-FILE ASSIGN TO 'FraudSort.tmp'.
       DATA DIVISION.

       FILE SECTION.
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

       FD SALARY-IN.
       01 SALARY-LINE-IN           PIC X(250).

       FD AUDIT-IN.
       COPY AUDITREC.

       FD TIMECARD-APPLIED.
       COPY TIMECARD.

       FD REPORT-OUT.
       01 REPORT-LINE              PIC X(100).

       SD SORT-FILE.
       01 SORT-REC.
           05 SR-CHECK-CODE        PIC X(3).
           05 SR-SEQUENCE          PIC 9(6).
           05 SR-EMPLOYEE-ID       PIC 9(6).
           05 SR-NAME              PIC X(20).
           05 SR-DETAIL            PIC X(60).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EMP-EOF-SWITCH       PIC X VALUE "N".
           05 BNK-EOF-SWITCH       PIC X VALUE "N".
           05 SAL-EOF-SWITCH       PIC X VALUE "N".
           05 AUD-EOF-SWITCH       PIC X VALUE "N".
           05 TC-EOF-SWITCH        PIC X VALUE "N".
           05 SORT-EOF-SWITCH      PIC X VALUE "N".
           05 BANK-FILE-SWITCH     PIC X VALUE "N".
           05 AUDIT-FILE-SWITCH    PIC X VALUE "N".
           05 TIMECARD-FILE-SWITCH PIC X VALUE "N".
           05 EMP-FOUND-SWITCH     PIC X VALUE "N".
           05 CARD-FOUND-SWITCH    PIC X VALUE "N".
           05 WEEK-CARDS-SWITCH    PIC X VALUE "N".
           05 OPERATOR-MATCH-SWITCH PIC X VALUE "N".
           05 FIRST-DETAIL-SWITCH  PIC X VALUE "Y".
       01 EMP-FILE-STATUS          PIC XX VALUE "00".
       01 BNK-FILE-STATUS          PIC XX VALUE "00".
       01 SAL-FILE-STATUS          PIC XX VALUE "00".
       01 AUD-FILE-STATUS          PIC XX VALUE "00".
       01 TC-FILE-STATUS           PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 EMPLOYEE-COUNTER     PIC 9(6) VALUE 0.
           05 PAY-LINE-COUNTER     PIC 9(6) VALUE 0.
           05 AUDIT-COUNTER        PIC 9(6) VALUE 0.
           05 EXCEPTION-COUNTER    PIC 9(6) VALUE 0.
           05 CHECK-COUNTER        PIC 9(6) VALUE 0.
           05 RELEASE-SEQUENCE     PIC 9(6) VALUE 0.
       01 PREV-CHECK-CODE          PIC X(3) VALUE SPACES.

      ******************************************************************
      * Screening thresholds.  A bank change inside the look-back
      * window followed by a net check above the employee's normal
      * weekly gross times the factor is listed -- net pay should
      * never top a full week's gross without a reason on file.
      ******************************************************************
       01 SCREEN-LIMITS.
           05 BANK-LOOKBACK-DAYS   PIC 9(3) VALUE 21.
           05 LARGE-NET-FACTOR     PIC 9V99 VALUE 1.00.
           05 STANDARD-WEEK-HOURS  PIC 9(2) VALUE 40.
           05 WEEKS-PER-YEAR       PIC 9(2) VALUE 52.

       01 EMPLOYEE-TABLE.
           05 ET-COUNT             PIC 9(4) VALUE 0.
           05 ET-ENTRY OCCURS 500 TIMES.
               10 ET-EMPLOYEE-ID   PIC 9(6).
               10 ET-NAME          PIC X(20).
               10 ET-SSN           PIC X(9).
               10 ET-SSN-VALID     PIC X.
               10 ET-STATUS        PIC X.
               10 ET-TERM-DATE     PIC 9(8).
               10 ET-PAY-CLASS     PIC X.
               10 ET-WAGE          PIC 9(5).
               10 ET-ANNUAL-SALARY PIC 9(7)V99.
               10 ET-BANK-CHANGE-DATE PIC 9(8).
       01 ET-IDX                   PIC 9(4) VALUE 0.
       01 ET-IDX-2                 PIC 9(4) VALUE 0.
       01 ET-FOUND-SUB             PIC 9(4) VALUE 0.
       01 LOOKUP-EMPLOYEE-ID       PIC 9(6) VALUE 0.

       01 ACCOUNT-TABLE.
           05 AT-COUNT             PIC 9(4) VALUE 0.
           05 AT-ENTRY OCCURS 1000 TIMES.
               10 AT-EMPLOYEE-ID   PIC 9(6).
               10 AT-ROUTING       PIC 9(9).
               10 AT-ACCOUNT       PIC X(17).
               10 AT-SOURCE        PIC X(6).
       01 AT-IDX                   PIC 9(4) VALUE 0.
       01 STORE-ROUTING            PIC 9(9) VALUE 0.
       01 STORE-ACCOUNT            PIC X(17) VALUE SPACES.
       01 AT-IDX-2                 PIC 9(4) VALUE 0.

       01 MASTER-CHANGE-TABLE.
           05 MC-COUNT             PIC 9(4) VALUE 0.
           05 MC-ENTRY OCCURS 2000 TIMES.
               10 MC-EMPLOYEE-ID   PIC 9(6).
               10 MC-OPERATOR-ID   PIC X(8).
               10 MC-STAMP         PIC 9(16).
               10 MC-ACTION        PIC X(6).
       01 MC-IDX                   PIC 9(4) VALUE 0.
       01 MC-FOUND-SUB             PIC 9(4) VALUE 0.

       01 PAY-ADJUST-TABLE.
           05 PA-COUNT             PIC 9(4) VALUE 0.
           05 PA-ENTRY OCCURS 500 TIMES.
               10 PA-EMPLOYEE-ID   PIC 9(6).
               10 PA-OPERATOR-ID   PIC X(8).
               10 PA-STAMP         PIC 9(16).
       01 PA-IDX                   PIC 9(4) VALUE 0.

       01 CARD-TABLE.
           05 CT-COUNT             PIC 9(4) VALUE 0.
           05 CT-ENTRY OCCURS 1000 TIMES.
               10 CT-EMPLOYEE-ID   PIC 9(6).
               10 CT-WEEK-ENDING   PIC 9(8).
       01 CT-IDX                   PIC 9(4) VALUE 0.

       01 AUDIT-STAMP.
           05 STAMP-DATE           PIC 9(8).
           05 STAMP-TIME           PIC 9(8).
       01 AUDIT-STAMP-NUM REDEFINES AUDIT-STAMP PIC 9(16).

       01 BATCH-WORK.
           05 BATCH-PROGRAM        PIC X(8) VALUE SPACES.
           05 BATCH-WEEK-ENDING    PIC 9(8) VALUE 0.
           05 OFF-CYCLE-BATCH-SWITCH PIC X VALUE "N".
           05 REGULAR-WEEK-ENDING  PIC 9(8) VALUE 0.
           05 WEEK-START-DATE      PIC 9(8) VALUE 0.
           05 WINDOW-START-DATE    PIC 9(8) VALUE 0.
           05 STANDARD-WEEK-GROSS  PIC 9(7)V99 VALUE 0.
           05 NET-LIMIT            PIC 9(7)V99 VALUE 0.

       01 EXCEPTION-WORK.
           05 EXC-CHECK-CODE       PIC X(3).
           05 EXC-EMPLOYEE-ID      PIC 9(6).
           05 EXC-NAME             PIC X(20).
           05 EXC-DETAIL           PIC X(60).
       01 EDIT-WORK.
           05 EDIT-EMPLOYEE-ID     PIC 9(6).
           05 EDIT-AMOUNT          PIC -ZZZ,ZZ9.99.
           05 EDIT-LIMIT           PIC ZZZ,ZZ9.99.

       01 SALARY-DETAIL-VIEW REDEFINES SALARY-LINE-IN.
           05 SDV-EMPLOYEE-ID       PIC 9(6).
           05 SDV-DEPT-CODE         PIC X(4).
           05 SDV-NAME              PIC X(20).
           05 SDV-SALARY            PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 SDV-NET-SALARY        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(203).

       01 SALARY-HEADER-VIEW REDEFINES SALARY-LINE-IN.
           05 SHV-ID                PIC X(1).
           05 SHV-PROGRAM           PIC X(8).
           05 SHV-RUN-DATE          PIC X(10).
           05 SHV-PERIOD            PIC 9(4).
           05 SHV-WEEK-ENDING       PIC 9(8).
           05 SHV-RUN-TYPE          PIC X(1).
           05 FILLER                PIC X(218).

       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'PAYROLL FRAUD CROSS-CHECK'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).

       01 RPT-CHECK-LINE.
           05 RCK-CHECK-CODE    PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCK-CHECK-TITLE   PIC X(60).

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE 'EMP ID'.
           05 FILLER            PIC X(22) VALUE 'NAME'.
           05 FILLER            PIC X(60) VALUE 'DETAIL'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-DETAIL        PIC X(60).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RCL-LABEL         PIC X(40).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-CHECK-CODE SR-SEQUENCE
               INPUT PROCEDURE 200-SCREEN-PAYROLL
               OUTPUT PROCEDURE 500-WRITE-REPORT
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.

      ******************************************************************
      * Everything is loaded before the salary file is read: the pay
      * checks need the master, the bank-change dates, and the cards
      * in hand.  The master and the salary file are required; the
      * other three only narrow what can be checked when missing.
      ******************************************************************
       200-SCREEN-PAYROLL.
           PERFORM 210-LOAD-EMPLOYEES
           PERFORM 230-LOAD-BANK-ACCOUNTS
           PERFORM 240-CHECK-SHARED-ACCOUNTS
           PERFORM 250-LOAD-AUDIT-TRAIL
           PERFORM 260-CHECK-ADJUSTMENT-OPERATORS
           PERFORM 270-LOAD-TIMECARDS
           PERFORM 300-SCREEN-SALARY-FILE.

       210-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 212-READ-EMPLOYEE
               UNTIL EMP-EOF-SWITCH = "Y".
           CLOSE EMPLOYEES.
           PERFORM 218-CHECK-DUPLICATE-SSN
               VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-COUNT.

       212-READ-EMPLOYEE.
           READ EMPLOYEES
               AT END
                   MOVE "Y" TO EMP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EMPLOYEE-COUNTER
                   IF ET-COUNT < 500
                       ADD 1 TO ET-COUNT
                       PERFORM 214-STORE-EMPLOYEE
                   ELSE
                       DISPLAY "EMPLOYEE TABLE FULL - "
                           Employee-ID " NOT SCREENED"
                   END-IF
           END-READ.

       214-STORE-EMPLOYEE.
           MOVE Employee-ID TO ET-EMPLOYEE-ID (ET-COUNT)
           MOVE LastName TO ET-NAME (ET-COUNT)
           MOVE IN-RECORD (92:9) TO ET-SSN (ET-COUNT)
           MOVE Employment-Status TO ET-STATUS (ET-COUNT)
           MOVE Termination-Date TO ET-TERM-DATE (ET-COUNT)
           MOVE Pay-Class TO ET-PAY-CLASS (ET-COUNT)
           MOVE Wage TO ET-WAGE (ET-COUNT)
           MOVE Annual-Salary TO ET-ANNUAL-SALARY (ET-COUNT)
           MOVE 0 TO ET-BANK-CHANGE-DATE (ET-COUNT)
           PERFORM 216-EDIT-SSN
           IF Bank-Routing-Number > 0
               MOVE Employee-ID TO LOOKUP-EMPLOYEE-ID
               MOVE Bank-Routing-Number TO STORE-ROUTING
               MOVE Bank-Account-Number TO STORE-ACCOUNT
               PERFORM 232-STORE-ACCOUNT
               IF AT-COUNT > 0
                   MOVE "MASTER" TO AT-SOURCE (AT-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * An SSN is structurally invalid when it is not all digits or
      * when the area is 000, 666, or 900-999, the group is 00, or
      * the serial is 0000 -- none of those has ever been issued.
      ******************************************************************
       216-EDIT-SSN.
           MOVE "Y" TO ET-SSN-VALID (ET-COUNT)
           MOVE SPACES TO EXC-DETAIL
           IF ET-SSN (ET-COUNT) IS NOT NUMERIC
               MOVE "SSN NOT NUMERIC" TO EXC-DETAIL
           ELSE
               IF ET-SSN (ET-COUNT) (1:3) = "000" OR
                       ET-SSN (ET-COUNT) (1:3) = "666" OR
                       ET-SSN (ET-COUNT) (1:1) = "9"
                   MOVE "SSN AREA NEVER ISSUED" TO EXC-DETAIL
               ELSE
                   IF ET-SSN (ET-COUNT) (4:2) = "00"
                       MOVE "SSN GROUP 00 NEVER ISSUED" TO EXC-DETAIL
                   ELSE
                       IF ET-SSN (ET-COUNT) (6:4) = "0000"
                           MOVE "SSN SERIAL 0000 NEVER ISSUED"
                               TO EXC-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF EXC-DETAIL NOT = SPACES
               MOVE "N" TO ET-SSN-VALID (ET-COUNT)
               MOVE "F02" TO EXC-CHECK-CODE
               MOVE ET-EMPLOYEE-ID (ET-COUNT) TO EXC-EMPLOYEE-ID
               MOVE ET-NAME (ET-COUNT) TO EXC-NAME
               PERFORM 290-RELEASE-EXCEPTION
           END-IF.

       218-CHECK-DUPLICATE-SSN.
           IF ET-SSN-VALID (ET-IDX) = "Y"
               COMPUTE ET-IDX-2 = ET-IDX + 1
               PERFORM 219-COMPARE-SSN
                   UNTIL ET-IDX-2 > ET-COUNT
           END-IF.

       219-COMPARE-SSN.
           IF ET-SSN (ET-IDX-2) = ET-SSN (ET-IDX)
               MOVE "F02" TO EXC-CHECK-CODE
               MOVE ET-EMPLOYEE-ID (ET-IDX) TO EXC-EMPLOYEE-ID
               MOVE ET-NAME (ET-IDX) TO EXC-NAME
               MOVE ET-EMPLOYEE-ID (ET-IDX-2) TO EDIT-EMPLOYEE-ID
               MOVE SPACES TO EXC-DETAIL
               STRING "SSN ALSO ON EMPLOYEE " EDIT-EMPLOYEE-ID
                   " " ET-NAME (ET-IDX-2)
                   DELIMITED BY SIZE INTO EXC-DETAIL
               PERFORM 290-RELEASE-EXCEPTION
           END-IF
           ADD 1 TO ET-IDX-2.

      ******************************************************************
      * Every live deposit account goes into the account table beside
      * the routing/account pair on the master.  The prenote date is
      * stamped whenever an account is added or changed, so it stands
      * as the employee's latest bank change.
      ******************************************************************
       230-LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNTS.
           IF BNK-FILE-STATUS = "00"
               MOVE "Y" TO BANK-FILE-SWITCH
               PERFORM 231-READ-BANK-ACCOUNT
                   UNTIL BNK-EOF-SWITCH = "Y"
               CLOSE BANK-ACCOUNTS
           ELSE
               DISPLAY "BANK ACCOUNTS NOT AVAILABLE " BNK-FILE-STATUS
                   " - MASTER ACCOUNTS ONLY"
           END-IF.

       231-READ-BANK-ACCOUNT.
           READ BANK-ACCOUNTS
               AT END
                   MOVE "Y" TO BNK-EOF-SWITCH
               NOT AT END
                   IF BA-STATUS NOT = "X"
                       MOVE BA-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
                       MOVE BA-ROUTING-NUMBER TO STORE-ROUTING
                       MOVE BA-ACCOUNT-NUMBER TO STORE-ACCOUNT
                       PERFORM 232-STORE-ACCOUNT
                       IF AT-COUNT > 0
                           MOVE "SPLIT" TO AT-SOURCE (AT-COUNT)
                       END-IF
                       PERFORM 280-FIND-EMPLOYEE
                       IF EMP-FOUND-SWITCH = "Y" AND
                               BA-PRENOTE-DATE >
                               ET-BANK-CHANGE-DATE (ET-FOUND-SUB)
                           MOVE BA-PRENOTE-DATE TO
                               ET-BANK-CHANGE-DATE (ET-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

       232-STORE-ACCOUNT.
           IF AT-COUNT < 1000
               ADD 1 TO AT-COUNT
               MOVE LOOKUP-EMPLOYEE-ID TO AT-EMPLOYEE-ID (AT-COUNT)
               MOVE STORE-ROUTING TO AT-ROUTING (AT-COUNT)
               MOVE STORE-ACCOUNT TO AT-ACCOUNT (AT-COUNT)
           ELSE
               DISPLAY "ACCOUNT TABLE FULL - " LOOKUP-EMPLOYEE-ID
                   " ACCOUNT NOT SCREENED"
           END-IF.

      ******************************************************************
      * An account may appear twice for one employee (master and
      * split entry); only a pair landing on two different employees
      * is listed, once for each pairing found.
      ******************************************************************
       240-CHECK-SHARED-ACCOUNTS.
           PERFORM 242-SCAN-ACCOUNT
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.

       242-SCAN-ACCOUNT.
           COMPUTE AT-IDX-2 = AT-IDX + 1
           PERFORM 244-COMPARE-ACCOUNT
               UNTIL AT-IDX-2 > AT-COUNT.

       244-COMPARE-ACCOUNT.
           IF AT-ROUTING (AT-IDX-2) = AT-ROUTING (AT-IDX) AND
                   AT-ACCOUNT (AT-IDX-2) = AT-ACCOUNT (AT-IDX) AND
                   AT-EMPLOYEE-ID (AT-IDX-2) NOT =
                   AT-EMPLOYEE-ID (AT-IDX)
               MOVE "F01" TO EXC-CHECK-CODE
               MOVE AT-EMPLOYEE-ID (AT-IDX) TO EXC-EMPLOYEE-ID
               MOVE AT-EMPLOYEE-ID (AT-IDX) TO LOOKUP-EMPLOYEE-ID
               PERFORM 280-FIND-EMPLOYEE
               MOVE SPACES TO EXC-NAME
               IF EMP-FOUND-SWITCH = "Y"
                   MOVE ET-NAME (ET-FOUND-SUB) TO EXC-NAME
               END-IF
               MOVE AT-EMPLOYEE-ID (AT-IDX-2) TO EDIT-EMPLOYEE-ID
               MOVE SPACES TO EXC-DETAIL
               STRING AT-ROUTING (AT-IDX) " "
                   AT-ACCOUNT (AT-IDX) " "
                   AT-SOURCE (AT-IDX) " ALSO ON "
                   EDIT-EMPLOYEE-ID " " AT-SOURCE (AT-IDX-2)
                   DELIMITED BY SIZE INTO EXC-DETAIL
               PERFORM 290-RELEASE-EXCEPTION
           END-IF
           ADD 1 TO AT-IDX-2.

      ******************************************************************
      * The audit trail supplies two things: the date of each change
      * that moved where an employee is paid -- a master change to
      * the routing or account number (image bytes 66-91), or a split
      * deposit account added or changed (BAADD, BACHG) -- and who
      * keyed what: master and split-account maintenance on one side,
      * pay adjustments (PAYADJ) on the other.  A split-account entry
      * carries the operator who requested it, not the approver.
      ******************************************************************
       250-LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-IN.
           IF AUD-FILE-STATUS = "00"
               MOVE "Y" TO AUDIT-FILE-SWITCH
               PERFORM 252-READ-AUDIT
                   UNTIL AUD-EOF-SWITCH = "Y"
               CLOSE AUDIT-IN
           ELSE
               DISPLAY "MAINTENANCE AUDIT NOT AVAILABLE "
                   AUD-FILE-STATUS " - OPERATOR CHECK SKIPPED"
           END-IF.

       252-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   MOVE "Y" TO AUD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AUDIT-COUNTER
                   MOVE AUD-DATE TO STAMP-DATE
                   MOVE AUD-TIME TO STAMP-TIME
                   IF AUD-ACTION = "PAYADJ"
                       PERFORM 256-STORE-PAY-ADJUSTMENT
                   ELSE
                       IF AUD-EMPLOYEE-ID > 0 AND
                               (AUD-ACTION = "ADD" OR
                                AUD-ACTION = "CHANGE" OR
                                AUD-ACTION = "DELETE" OR
                                AUD-ACTION = "BAADD" OR
                                AUD-ACTION = "BACHG" OR
                                AUD-ACTION = "BADEL")
                           PERFORM 254-STORE-MASTER-CHANGE
                       END-IF
                   END-IF
           END-READ.

       254-STORE-MASTER-CHANGE.
           IF MC-COUNT < 2000
               ADD 1 TO MC-COUNT
               MOVE AUD-EMPLOYEE-ID TO MC-EMPLOYEE-ID (MC-COUNT)
               MOVE AUD-OPERATOR-ID TO MC-OPERATOR-ID (MC-COUNT)
               MOVE AUDIT-STAMP-NUM TO MC-STAMP (MC-COUNT)
               MOVE AUD-ACTION TO MC-ACTION (MC-COUNT)
           ELSE
               DISPLAY "MASTER CHANGE TABLE FULL - "
                   AUD-EMPLOYEE-ID " NOT SCREENED"
           END-IF
           IF (AUD-ACTION = "CHANGE" AND
                   AUD-BEFORE-IMAGE (66:26) NOT =
                   AUD-AFTER-IMAGE (66:26)) OR
                   AUD-ACTION = "BAADD" OR AUD-ACTION = "BACHG"
               MOVE AUD-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
               PERFORM 280-FIND-EMPLOYEE
               IF EMP-FOUND-SWITCH = "Y" AND
                       AUD-DATE > ET-BANK-CHANGE-DATE (ET-FOUND-SUB)
                   MOVE AUD-DATE TO ET-BANK-CHANGE-DATE (ET-FOUND-SUB)
               END-IF
           END-IF.

       256-STORE-PAY-ADJUSTMENT.
           IF PA-COUNT < 500
               ADD 1 TO PA-COUNT
               MOVE AUD-EMPLOYEE-ID TO PA-EMPLOYEE-ID (PA-COUNT)
               MOVE AUD-OPERATOR-ID TO PA-OPERATOR-ID (PA-COUNT)
               MOVE AUDIT-STAMP-NUM TO PA-STAMP (PA-COUNT)
           ELSE
               DISPLAY "PAY ADJUSTMENT TABLE FULL - "
                   AUD-EMPLOYEE-ID " NOT SCREENED"
           END-IF.

      ******************************************************************
      * Segregation of duties: whoever changes an employee's master
      * record or deposit accounts should not also key that
      * employee's pay adjustment afterwards.  An adjustment with no
      * operator on it cannot be cleared, so it is listed too.
      ******************************************************************
       260-CHECK-ADJUSTMENT-OPERATORS.
           PERFORM 262-CHECK-PAY-ADJUSTMENT
               VARYING PA-IDX FROM 1 BY 1 UNTIL PA-IDX > PA-COUNT.

       262-CHECK-PAY-ADJUSTMENT.
           MOVE "F06" TO EXC-CHECK-CODE
           MOVE PA-EMPLOYEE-ID (PA-IDX) TO EXC-EMPLOYEE-ID
           MOVE PA-EMPLOYEE-ID (PA-IDX) TO LOOKUP-EMPLOYEE-ID
           PERFORM 280-FIND-EMPLOYEE
           MOVE SPACES TO EXC-NAME
           IF EMP-FOUND-SWITCH = "Y"
               MOVE ET-NAME (ET-FOUND-SUB) TO EXC-NAME
           END-IF
           MOVE PA-STAMP (PA-IDX) TO AUDIT-STAMP-NUM
           IF PA-OPERATOR-ID (PA-IDX) = SPACES
               MOVE SPACES TO EXC-DETAIL
               STRING "PAY ADJUSTMENT " STAMP-DATE
                   " CARRIES NO OPERATOR"
                   DELIMITED BY SIZE INTO EXC-DETAIL
               PERFORM 290-RELEASE-EXCEPTION
           ELSE
               MOVE "N" TO OPERATOR-MATCH-SWITCH
               PERFORM 264-MATCH-MASTER-CHANGE
                   VARYING MC-IDX FROM 1 BY 1 UNTIL MC-IDX > MC-COUNT
               IF OPERATOR-MATCH-SWITCH = "Y"
                   MOVE SPACES TO EXC-DETAIL
                   STRING "OPERATOR " PA-OPERATOR-ID (PA-IDX)
                       " KEYED " MC-ACTION (MC-FOUND-SUB)
                       " THEN PAY ADJUSTMENT " STAMP-DATE
                       DELIMITED BY SIZE INTO EXC-DETAIL
                   PERFORM 290-RELEASE-EXCEPTION
               END-IF
           END-IF.

       264-MATCH-MASTER-CHANGE.
           IF OPERATOR-MATCH-SWITCH = "N" AND
                   MC-EMPLOYEE-ID (MC-IDX) = PA-EMPLOYEE-ID (PA-IDX) AND
                   MC-OPERATOR-ID (MC-IDX) = PA-OPERATOR-ID (PA-IDX) AND
                   MC-STAMP (MC-IDX) NOT > PA-STAMP (PA-IDX)
               MOVE "Y" TO OPERATOR-MATCH-SWITCH
               MOVE MC-IDX TO MC-FOUND-SUB
           END-IF.

       270-LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-APPLIED.
           IF TC-FILE-STATUS = "00"
               MOVE "Y" TO TIMECARD-FILE-SWITCH
               PERFORM 272-READ-TIMECARD
                   UNTIL TC-EOF-SWITCH = "Y"
               CLOSE TIMECARD-APPLIED
           ELSE
               DISPLAY "APPLIED TIMECARDS NOT AVAILABLE "
                   TC-FILE-STATUS " - TIMECARD CHECK SKIPPED"
           END-IF.

       272-READ-TIMECARD.
           READ TIMECARD-APPLIED
               AT END
                   MOVE "Y" TO TC-EOF-SWITCH
               NOT AT END
                   IF CT-COUNT < 1000
                       ADD 1 TO CT-COUNT
                       MOVE TC-EMPLOYEE-ID TO CT-EMPLOYEE-ID (CT-COUNT)
                       MOVE TC-WEEK-ENDING TO CT-WEEK-ENDING (CT-COUNT)
                   ELSE
                       DISPLAY "TIMECARD TABLE FULL - "
                           TC-EMPLOYEE-ID " NOT SCREENED"
                   END-IF
           END-READ.

       280-FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-SWITCH
           MOVE 0 TO ET-FOUND-SUB
           PERFORM 282-MATCH-EMPLOYEE
               VARYING ET-IDX-2 FROM 1 BY 1
               UNTIL ET-IDX-2 > ET-COUNT OR EMP-FOUND-SWITCH = "Y".

       282-MATCH-EMPLOYEE.
           IF ET-EMPLOYEE-ID (ET-IDX-2) = LOOKUP-EMPLOYEE-ID
               MOVE "Y" TO EMP-FOUND-SWITCH
               MOVE ET-IDX-2 TO ET-FOUND-SUB
           END-IF.

       290-RELEASE-EXCEPTION.
           ADD 1 TO RELEASE-SEQUENCE
           ADD 1 TO EXCEPTION-COUNTER
           MOVE EXC-CHECK-CODE TO SR-CHECK-CODE
           MOVE RELEASE-SEQUENCE TO SR-SEQUENCE
           MOVE EXC-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE EXC-NAME TO SR-NAME
           MOVE EXC-DETAIL TO SR-DETAIL
           RELEASE SORT-REC.

       300-SCREEN-SALARY-FILE.
           OPEN INPUT SALARY-IN.
           IF SAL-FILE-STATUS NOT = "00"
               DISPLAY "SALARY-IN OPEN FAILED " SAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 310-READ-SALARY
               UNTIL SAL-EOF-SWITCH = "Y".
           CLOSE SALARY-IN.

      ******************************************************************
      * Each batch header names the program that paid it and the week
      * it paid.  The timecard check only runs for a regular-run batch
      * whose week the applied cards on file cover; a batch from an
      * earlier week has no cards here to compare with.  FINALPAY and
      * BONUS runs append their own CH0601 batch for the week already
      * paid, marked F or B in the header's run type.  A header
      * written before the run type was carried has it blank; the
      * regular run always starts the file, so a blank CH0601 header
      * for a week already seen is taken as off-cycle too.  Neither
      * the termination nor the timecard check applies to an
      * off-cycle batch -- a final check after the term date and a
      * bonus with no card are what those runs are for.
      ******************************************************************
       310-READ-SALARY.
           READ SALARY-IN
               AT END
                   MOVE "Y" TO SAL-EOF-SWITCH
               NOT AT END
                   IF SHV-ID = "H"
                       PERFORM 312-START-BATCH
                   ELSE
                       IF SHV-ID NOT = "T"
                           ADD 1 TO PAY-LINE-COUNTER
                           PERFORM 320-SCREEN-PAY-LINE
                       END-IF
                   END-IF
           END-READ.

       312-START-BATCH.
           MOVE SHV-PROGRAM TO BATCH-PROGRAM
           MOVE SHV-WEEK-ENDING TO BATCH-WEEK-ENDING
           MOVE "N" TO OFF-CYCLE-BATCH-SWITCH
           IF SHV-RUN-TYPE = "F" OR SHV-RUN-TYPE = "B"
               MOVE "Y" TO OFF-CYCLE-BATCH-SWITCH
           END-IF
           IF BATCH-PROGRAM = "CH0601" AND SHV-RUN-TYPE = SPACE
               IF BATCH-WEEK-ENDING = REGULAR-WEEK-ENDING
                   MOVE "Y" TO OFF-CYCLE-BATCH-SWITCH
               ELSE
                   MOVE BATCH-WEEK-ENDING TO REGULAR-WEEK-ENDING
               END-IF
           END-IF
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BATCH-WEEK-ENDING) - 6)
           COMPUTE WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BATCH-WEEK-ENDING)
                - BANK-LOOKBACK-DAYS)
           MOVE "N" TO WEEK-CARDS-SWITCH
           PERFORM 314-MATCH-CARD-WEEK
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT OR WEEK-CARDS-SWITCH = "Y".

       314-MATCH-CARD-WEEK.
           IF CT-WEEK-ENDING (CT-IDX) = BATCH-WEEK-ENDING
               MOVE "Y" TO WEEK-CARDS-SWITCH
           END-IF.

       320-SCREEN-PAY-LINE.
           MOVE SDV-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
           MOVE SDV-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
           MOVE SDV-NAME TO EXC-NAME
           PERFORM 280-FIND-EMPLOYEE
           IF EMP-FOUND-SWITCH = "N"
               MOVE "F03" TO EXC-CHECK-CODE
               MOVE SPACES TO EXC-DETAIL
               STRING BATCH-PROGRAM " PAID WEEK " BATCH-WEEK-ENDING
                   " - NOT ON EMPLOYEE MASTER"
                   DELIMITED BY SIZE INTO EXC-DETAIL
               PERFORM 290-RELEASE-EXCEPTION
           ELSE
               IF BATCH-PROGRAM = "CH0601" AND
                       OFF-CYCLE-BATCH-SWITCH = "N"
                   PERFORM 330-CHECK-TERMINATED
                   PERFORM 340-CHECK-TIMECARD
               END-IF
               PERFORM 350-CHECK-BANK-CHANGE
           END-IF.

      ******************************************************************
      * A final check for the week the employee left is expected; a
      * regular-run check for a week that began after the termination
      * date, or for anyone marked terminated with no date, is not.
      ******************************************************************
       330-CHECK-TERMINATED.
           IF (ET-TERM-DATE (ET-FOUND-SUB) > 0 AND
                   ET-TERM-DATE (ET-FOUND-SUB) < WEEK-START-DATE) OR
                   (ET-STATUS (ET-FOUND-SUB) = "T" AND
                   ET-TERM-DATE (ET-FOUND-SUB) = 0)
               MOVE "F03" TO EXC-CHECK-CODE
               MOVE SPACES TO EXC-DETAIL
               STRING "PAID WEEK " BATCH-WEEK-ENDING
                   " - TERMINATED " ET-TERM-DATE (ET-FOUND-SUB)
                   DELIMITED BY SIZE INTO EXC-DETAIL
               PERFORM 290-RELEASE-EXCEPTION
           END-IF.

      ******************************************************************
      * Salaried pay runs without a card by design, which is exactly
      * how a ghost on the payroll stays paid -- so salaried checks
      * with no time reported are listed for review beside hourly
      * checks that somehow went out with no card at all.
      ******************************************************************
       340-CHECK-TIMECARD.
           IF WEEK-CARDS-SWITCH = "Y"
               MOVE "N" TO CARD-FOUND-SWITCH
               PERFORM 342-MATCH-CARD
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT OR CARD-FOUND-SWITCH = "Y"
               IF CARD-FOUND-SWITCH = "N"
                   MOVE "F04" TO EXC-CHECK-CODE
                   MOVE SPACES TO EXC-DETAIL
                   IF ET-PAY-CLASS (ET-FOUND-SUB) = "S"
                       STRING "SALARIED PAY WEEK " BATCH-WEEK-ENDING
                           " - NO TIME REPORTED"
                           DELIMITED BY SIZE INTO EXC-DETAIL
                   ELSE
                       STRING "HOURLY PAY WEEK " BATCH-WEEK-ENDING
                           " - NO APPLIED TIMECARD"
                           DELIMITED BY SIZE INTO EXC-DETAIL
                   END-IF
                   PERFORM 290-RELEASE-EXCEPTION
               END-IF
           END-IF.

       342-MATCH-CARD.
           IF CT-EMPLOYEE-ID (CT-IDX) = SDV-EMPLOYEE-ID AND
                   CT-WEEK-ENDING (CT-IDX) = BATCH-WEEK-ENDING
               MOVE "Y" TO CARD-FOUND-SWITCH
           END-IF.

       350-CHECK-BANK-CHANGE.
           IF ET-BANK-CHANGE-DATE (ET-FOUND-SUB) NOT < WINDOW-START-DATE
                   AND ET-BANK-CHANGE-DATE (ET-FOUND-SUB) NOT >
                   BATCH-WEEK-ENDING
               IF ET-PAY-CLASS (ET-FOUND-SUB) = "S"
                   COMPUTE STANDARD-WEEK-GROSS ROUNDED =
                       ET-ANNUAL-SALARY (ET-FOUND-SUB) / WEEKS-PER-YEAR
               ELSE
                   COMPUTE STANDARD-WEEK-GROSS =
                       ET-WAGE (ET-FOUND-SUB) * STANDARD-WEEK-HOURS
               END-IF
               COMPUTE NET-LIMIT ROUNDED =
                   STANDARD-WEEK-GROSS * LARGE-NET-FACTOR
               IF SDV-NET-SALARY > NET-LIMIT
                   MOVE "F05" TO EXC-CHECK-CODE
                   MOVE SDV-NET-SALARY TO EDIT-AMOUNT
                   MOVE NET-LIMIT TO EDIT-LIMIT
                   MOVE SPACES TO EXC-DETAIL
                   STRING "BANK CHG " ET-BANK-CHANGE-DATE (ET-FOUND-SUB)
                       " NET " EDIT-AMOUNT " WK " BATCH-WEEK-ENDING
                       " NORM " EDIT-LIMIT
                       DELIMITED BY SIZE INTO EXC-DETAIL
                   PERFORM 290-RELEASE-EXCEPTION
               END-IF
           END-IF.

       500-WRITE-REPORT.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2
           PERFORM 510-RETURN-EXCEPTION
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-DETAIL-SWITCH = "N"
               PERFORM 530-WRITE-CHECK-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO EXCEPTIONS FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       510-RETURN-EXCEPTION.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 520-PRINT-EXCEPTION
           END-RETURN.

       520-PRINT-EXCEPTION.
           IF FIRST-DETAIL-SWITCH = "N" AND
                   SR-CHECK-CODE NOT = PREV-CHECK-CODE
               PERFORM 530-WRITE-CHECK-TOTAL
           END-IF
           IF FIRST-DETAIL-SWITCH = "Y" OR
                   SR-CHECK-CODE NOT = PREV-CHECK-CODE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SR-CHECK-CODE TO RCK-CHECK-CODE
               PERFORM 540-GET-CHECK-TITLE
               WRITE REPORT-LINE FROM RPT-CHECK-LINE
               WRITE REPORT-LINE FROM RPT-COLUMN-HDR
           END-IF
           MOVE "N" TO FIRST-DETAIL-SWITCH
           MOVE SR-CHECK-CODE TO PREV-CHECK-CODE
           MOVE SR-EMPLOYEE-ID TO RDL-EMPLOYEE-ID
           MOVE SR-NAME TO RDL-NAME
           MOVE SR-DETAIL TO RDL-DETAIL
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO CHECK-COUNTER.

       530-WRITE-CHECK-TOTAL.
           MOVE SPACES TO RCL-LABEL
           STRING "EXCEPTIONS FOR " PREV-CHECK-CODE
               DELIMITED BY SIZE INTO RCL-LABEL
           MOVE CHECK-COUNTER TO RCL-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE 0 TO CHECK-COUNTER.

       540-GET-CHECK-TITLE.
           EVALUATE SR-CHECK-CODE
               WHEN "F01"
                   MOVE "BANK ACCOUNT SHARED BY DIFFERENT EMPLOYEES"
                       TO RCK-CHECK-TITLE
               WHEN "F02"
                   MOVE "DUPLICATE OR INVALID SSN"
                       TO RCK-CHECK-TITLE
               WHEN "F03"
                   MOVE "PAY TO TERMINATED OR UNKNOWN EMPLOYEE"
                       TO RCK-CHECK-TITLE
               WHEN "F04"
                   MOVE "PAY WITH NO TIMECARD BEHIND IT"
                       TO RCK-CHECK-TITLE
               WHEN "F05"
                   MOVE "BANK CHANGE FOLLOWED BY LARGE NET PAY"
                       TO RCK-CHECK-TITLE
               WHEN "F06"
                   MOVE "SAME OPERATOR ON MASTER CHANGE AND PAY ADJUST"
                       TO RCK-CHECK-TITLE
               WHEN OTHER
                   MOVE SPACES TO RCK-CHECK-TITLE
           END-EVALUATE.

       400-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES SCREENED" TO RCL-LABEL.
           MOVE EMPLOYEE-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "PAY LINES SCREENED" TO RCL-LABEL.
           MOVE PAY-LINE-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "AUDIT RECORDS READ" TO RCL-LABEL.
           MOVE AUDIT-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "TOTAL EXCEPTIONS" TO RCL-LABEL.
           MOVE EXCEPTION-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "EMPLOYEES SCREENED:    " EMPLOYEE-COUNTER.
           DISPLAY "PAY LINES SCREENED:    " PAY-LINE-COUNTER.
           DISPLAY "EXCEPTIONS LISTED:     " EXCEPTION-COUNTER.
           CLOSE REPORT-OUT.
           IF EXCEPTION-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CH0734.
