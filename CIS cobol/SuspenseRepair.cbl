      *        rerun the same edits, and apply the corrected record
      *        back to the employee master so it pays in the next
      *        supplemental payroll run.  Records that still fail the
      *        edits stay on the suspense file.  Only the name and
      *        dependents are written to the master, with an audit
      *        entry; a wage or salary correction is held on the
      *        pending-change file for a second operator to approve,
      *        as any rate change keyed in employee maintenance is,
      *        and the record is repaired again once it has been.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0706.
               SELECT SUSPENSE-FILE ASSIGN TO 'PayrollSuspense.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUSP-FILE-STATUS.
               SELECT AUDIT-OUT ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
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

       FD SUSPENSE-FILE.
       COPY SUSPREC.

       FD AUDIT-OUT.
       COPY AUDITREC.

       FD PENDING-CHANGES.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH       PIC X VALUE "N".
           05 SUSP-EOF-SWITCH   PIC X VALUE "N".
           05 VALID-SWITCH      PIC X VALUE "Y".
           05 PEND-WRITTEN-SWITCH PIC X VALUE "N".
       01 EMP-FILE-STATUS       PIC XX VALUE "00".
       01 SUSP-FILE-STATUS      PIC XX VALUE "00".
       01 AUD-FILE-STATUS       PIC XX VALUE "00".
       01 PEND-FILE-STATUS      PIC XX VALUE "00".
       01 OPERATOR-ID           PIC X(8).
       01 AUDIT-WORK.
           05 BEFORE-IMAGE      PIC X(200).
           05 AFTER-IMAGE       PIC X(200).
       01 RATE-WORK.
           05 CURRENT-PAY-CLASS PIC X VALUE SPACE.
           05 NEW-WAGE          PIC 9(5) VALUE 0.
           05 NEW-ANNUAL-SALARY PIC 9(7)V99 VALUE 0.
           05 RATE-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 MENU-CHOICE           PIC X.
       01 FIELD-CHOICE          PIC X.
       01 SUSPENSE-WORK.
       01 SUSPENSE-TABLE.
           05 SUSP-ENTRY OCCURS 200 TIMES.
               10 SUSP-TBL-REASON   PIC X(4).
               10 SUSP-TBL-IMAGE    PIC X(200).
       01 REPAIR-RECORD.
           05 REP-EMPLOYEE-ID   PIC 9(6).
           05 REP-NAME          PIC X(20).
           05 REP-SSN           PIC 9(9).
           05 REP-STATUS        PIC X.
           05 REP-TERM-DATE     PIC 9(8).
           05 REP-PRENOTE-STATUS PIC X.
           05 REP-PRENOTE-DATE  PIC 9(8).
           05 REP-WORK-STATE    PIC X(2).
           05 REP-RESIDENT-STATE PIC X(2).
           05 REP-PAY-CLASS     PIC X.
           05 REP-ANNUAL-SALARY PIC 9(7)V99.
       01 EDIT-RESULT.
           05 EDIT-REASON-CODE  PIC X(4).
           05 EDIT-REASON-TEXT  PIC X(40).
           PERFORM 110-READ-SUSPENSE-REC
               UNTIL SUSP-EOF-SWITCH = "Y".
           CLOSE SUSPENSE-FILE.
           OPEN EXTEND AUDIT-OUT.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-OUT OPEN FAILED " AUD-FILE-STATUS
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
           DISPLAY "SUSPENSE RECORDS ON FILE: " SUSP-ENTRY-COUNT.

       110-READ-SUSPENSE-REC.
               END-IF
           END-IF.

      ******************************************************************
      * The rate on the suspense image is whatever the master held
      * when the payroll run rejected it; the master's current pay
      * class, wage and salary replace it, so an approved rate change
      * is what the edits see the next time the record is repaired.
      ******************************************************************
       225-CORRECT-AND-RESUBMIT.
           MOVE REPAIR-SUB TO SUSP-IDX
           PERFORM 215-LIST-ONE-RECORD
           MOVE REP-EMPLOYEE-ID TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER " Employee-ID
                       " - USE EMPLOYEE MAINTENANCE"
               NOT INVALID KEY
                   MOVE Pay-Class TO REP-PAY-CLASS
                   MOVE Wage TO REP-WAGE
                   MOVE Annual-Salary TO REP-ANNUAL-SALARY
                   PERFORM 226-CORRECT-FIELDS
           END-READ.

       226-CORRECT-FIELDS.
           DISPLAY "1 = NAME  2 = WAGE  3 = DEPENDENTS  4 = NO CHANGE"
           DISPLAY "FIELD: " WITH NO ADVANCING
           ACCEPT FIELD-CHOICE
                   DISPLAY "NAME: " WITH NO ADVANCING
                   ACCEPT REP-NAME
               WHEN "2"
                   PERFORM 260-HOLD-RATE-CHANGE
               WHEN "3"
                   DISPLAY "DEPENDENTS: " WITH NO ADVANCING
                   ACCEPT REP-DEPENDENTS
               MOVE "E01" TO EDIT-REASON-CODE
               MOVE "BLANK EMPLOYEE NAME" TO EDIT-REASON-TEXT
           END-IF
           IF VALID-SWITCH = "Y" AND REP-PAY-CLASS = "S"
               IF REP-ANNUAL-SALARY NOT NUMERIC
                       OR REP-ANNUAL-SALARY = 0
                   MOVE "N" TO VALID-SWITCH
                   MOVE "E02" TO EDIT-REASON-CODE
                   MOVE "INVALID OR ZERO SALARY" TO EDIT-REASON-TEXT
               END-IF
           ELSE
               IF VALID-SWITCH = "Y" AND
                       (REP-WAGE NOT NUMERIC OR REP-WAGE = 0)
                   MOVE "N" TO VALID-SWITCH
                   MOVE "E02" TO EDIT-REASON-CODE
                   MOVE "INVALID OR ZERO WAGE" TO EDIT-REASON-TEXT
               END-IF
           END-IF
           IF VALID-SWITCH = "Y" AND
                   (REP-DEPENDENTS NOT NUMERIC OR REP-DEPENDENTS > 9)
               MOVE "INVALID DEPENDENTS COUNT" TO EDIT-REASON-TEXT
           END-IF.

      ******************************************************************
      * Only the fields a clerk can repair here go back to the master;
      * the rest of the master record, including any wage, bank or
      * SSN change approved since the payroll run, is left as it is.
      ******************************************************************
       240-APPLY-TO-MASTER.
           MOVE REP-EMPLOYEE-ID TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "NO SUCH EMPLOYEE " Employee-ID
               NOT INVALID KEY
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE IN-RECORD TO BEFORE-IMAGE
                   MOVE REP-NAME TO LastName
                   MOVE REP-DEPENDENTS TO Dependents
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE IN-RECORD TO AFTER-IMAGE
                   REWRITE IN-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED " Employee-ID
                       NOT INVALID KEY
                           IF AFTER-IMAGE NOT = BEFORE-IMAGE
                               PERFORM 250-WRITE-AUDIT
                           END-IF
                           PERFORM 245-DROP-FROM-SUSPENSE
                           DISPLAY "EMPLOYEE UPDATED " Employee-ID
                   END-REWRITE
       246-SHIFT-SUSPENSE-ENTRY.
           MOVE SUSP-ENTRY (SUSP-IDX + 1) TO SUSP-ENTRY (SUSP-IDX).

       250-WRITE-AUDIT.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "CHANGE" TO AUD-ACTION
           MOVE Employee-ID TO AUD-EMPLOYEE-ID
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

      ******************************************************************
      * Dual control: a corrected wage or salary does not go to the
      * master from here.  It is written to the pending-change file
      * with the master's current values, exactly as employee
      * maintenance holds a rate change, and the change approval
      * program applies it, writes the rate history and audits it.
      * The record stays on suspense until it passes the edits with
      * the approved rate.
      ******************************************************************
       260-HOLD-RATE-CHANGE.
           MOVE Pay-Class TO CURRENT-PAY-CLASS
           IF CURRENT-PAY-CLASS NOT = "S"
               MOVE "H" TO CURRENT-PAY-CLASS
           END-IF
           MOVE Wage TO NEW-WAGE
           MOVE Annual-Salary TO NEW-ANNUAL-SALARY
           IF CURRENT-PAY-CLASS = "S"
               DISPLAY "ANNUAL SALARY: " WITH NO ADVANCING
               ACCEPT NEW-ANNUAL-SALARY
           ELSE
               DISPLAY "WAGE: " WITH NO ADVANCING
               ACCEPT NEW-WAGE
           END-IF
           IF NEW-WAGE = Wage AND NEW-ANNUAL-SALARY = Annual-Salary
               DISPLAY "RATE UNCHANGED"
           ELSE
               PERFORM 265-ACCEPT-RATE-DATE
               MOVE SPACES TO PENDING-CHANGE-REC
               MOVE "P" TO PC-STATUS
               MOVE "E" TO PC-RECORD-TYPE
               MOVE "CHANGE" TO PC-ACTION
               MOVE Employee-ID TO PC-EMPLOYEE-ID
               MOVE 0 TO PC-BANK-SEQUENCE
               MOVE "CH0706" TO PC-SOURCE-PROGRAM
               MOVE OPERATOR-ID TO PC-REQUESTED-BY
               MOVE RATE-EFFECTIVE-DATE TO PC-RATE-EFFECTIVE-DATE
               MOVE 0 TO PC-DECISION-DATE
               MOVE 0 TO PC-DECISION-TIME
               MOVE CURRENT-PAY-CLASS TO PCB-PAY-CLASS
               MOVE Wage TO PCB-WAGE
               MOVE Annual-Salary TO PCB-ANNUAL-SALARY
               MOVE Bank-Routing-Number TO PCB-ROUTING-NUMBER
               MOVE Bank-Account-Number TO PCB-ACCOUNT-NUMBER
               MOVE SSN TO PCB-SSN
               MOVE CURRENT-PAY-CLASS TO PCA-PAY-CLASS
               MOVE NEW-WAGE TO PCA-WAGE
               MOVE NEW-ANNUAL-SALARY TO PCA-ANNUAL-SALARY
               MOVE Bank-Routing-Number TO PCA-ROUTING-NUMBER
               MOVE Bank-Account-Number TO PCA-ACCOUNT-NUMBER
               MOVE SSN TO PCA-SSN
               PERFORM 270-WRITE-PENDING-CHANGE
               DISPLAY "WAGE/SALARY CHANGE HELD FOR APPROVAL "
                   Employee-ID
               DISPLAY "REPAIR THE RECORD AGAIN ONCE IT IS APPROVED"
           END-IF.

       265-ACCEPT-RATE-DATE.
           DISPLAY "RATE EFFECTIVE DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING
           ACCEPT RATE-EFFECTIVE-DATE
           IF RATE-EFFECTIVE-DATE = 0
               ACCEPT RATE-EFFECTIVE-DATE FROM DATE YYYYMMDD
           END-IF.

       270-WRITE-PENDING-CHANGE.
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE 0 TO PC-SEQUENCE
           MOVE "N" TO PEND-WRITTEN-SWITCH
           PERFORM 275-TRY-PENDING-WRITE
               UNTIL PEND-WRITTEN-SWITCH = "Y".

       275-TRY-PENDING-WRITE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   ADD 1 TO PC-SEQUENCE
               NOT INVALID KEY
                   MOVE "Y" TO PEND-WRITTEN-SWITCH
           END-WRITE.

       400-TERMINATE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS NOT = "00"
               UNTIL SUSP-IDX > SUSP-ENTRY-COUNT.
           CLOSE SUSPENSE-FILE.
           CLOSE EMPLOYEES.
           CLOSE AUDIT-OUT.
           CLOSE PENDING-CHANGES.
           STOP RUN.

       410-WRITE-SUSPENSE-REC.
