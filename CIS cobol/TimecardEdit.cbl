      *        employee master and the pay-period calendar, write the
      *        cards that pass to the applied timecard file read by
      *        the payroll run, and write the cards that fail to a
      *        timecard exception file with a reason code.  Vacation
      *        and sick claims are checked against the balance plus
      *        this period's accrual, figured from the accrual
      *        schedule in force on the period's week-ending.
      *        A day charged to another department must name an
      *        active department on the department master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0707.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PTO-EMPLOYEE-ID
                   FILE STATUS IS PTO-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT DEPARTMENT-MASTER
                   ASSIGN TO 'DepartmentMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEPT-CODE
                   FILE STATUS IS DEPT-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD TIMECARD-RAW.
       01 TIMECARD-RAW-REC      PIC X(77).

       FD TIMECARD-APPLIED.
       COPY TIMECARD.
       FD PTO-BALANCE.
       COPY PTOREC.

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EOF-SWITCH        PIC X VALUE "N".
           05 CAL-EOF-SWITCH    PIC X VALUE "N".
           05 VALID-SWITCH      PIC X VALUE "Y".
           05 PERIOD-FOUND-SWITCH PIC X VALUE "N".
           05 DEPT-FILE-SWITCH  PIC X VALUE "N".
       01 EMP-FILE-STATUS       PIC XX VALUE "00".
       01 RAW-FILE-STATUS       PIC XX VALUE "00".
       01 APP-FILE-STATUS       PIC XX VALUE "00".
       01 TCX-FILE-STATUS       PIC XX VALUE "00".
       01 CAL-FILE-STATUS       PIC XX VALUE "00".
       01 DEPT-FILE-STATUS      PIC XX VALUE "00".
       01 COUNTERS.
           05 CARD-COUNTER      PIC 9(6) VALUE 0.
           05 APPLIED-COUNTER   PIC 9(6) VALUE 0.
           05 PTO-TABLE-SWITCH  PIC X VALUE "N".
           05 CLAIM-VAC-HOURS   PIC 9(3)V99 VALUE 0.
           05 CLAIM-SICK-HOURS  PIC 9(3)V99 VALUE 0.
           05 AVAIL-VAC-HOURS   PIC S9(4)V99 VALUE 0.
           05 AVAIL-SICK-HOURS  PIC S9(4)V99 VALUE 0.
           05 WEEK-END-INT      PIC 9(7) VALUE 0.
           05 DOH-INT           PIC 9(7) VALUE 0.
           05 SERVICE-YEARS     PIC 9(2) VALUE 0.
           05 PTO-VAC-RATE-WORK PIC 9V99 VALUE 0.
           05 PTO-ACR-IDX       PIC 9 VALUE 0.
       01 RT-FILE-STATUS        PIC XX VALUE "00".
       01 TAX-RATE-WORK.
           05 RT-FOUND-SWITCH   PIC X VALUE "N".
           05 RT-READ-DONE-SWITCH PIC X VALUE "N".
           05 RT-LOOKUP-CODE    PIC X(4) VALUE SPACES.
           05 RT-LOOKUP-STATE   PIC X(2) VALUE SPACES.
           05 RT-AS-OF-DATE     PIC 9(8) VALUE 0.
           05 RT-FOUND-KEY      PIC X(14) VALUE SPACES.
       01 TIMECARD-WORK.
           05 TC-DAY-IDX        PIC 9 VALUE 0.
           05 TC-TOTAL-HOURS    PIC 9(3)V99 VALUE 0.
           05 TIN-WEEK-ENDING   PIC 9(8).
           05 TIN-DAY-HOURS OCCURS 7 TIMES PIC 9(2)V99.
           05 TIN-DAY-TYPE OCCURS 7 TIMES PIC X.
           05 TIN-DAY-CHARGE-DEPT OCCURS 7 TIMES PIC X(4).

       COPY PTOTAB.

       PROCEDURE DIVISION.


       100-INITIALIZE.
           PERFORM 130-FIND-OPEN-PERIOD.
           PERFORM 140-LOAD-PTO-RATES.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               DISPLAY "PTO BALANCES NOT AVAILABLE " PTO-FILE-STATUS
                   " - PTO HOURS NOT VALIDATED"
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPT-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-FILE-SWITCH
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE "
                   DEPT-FILE-STATUS " - CHARGED CARDS REJECTED"
           END-IF.

       130-FIND-OPEN-PERIOD.
           OPEN INPUT PERIOD-CALENDAR.
                   END-IF
           END-READ.

      ******************************************************************
      * The accrual schedule comes from RateTable.dat as of the open
      * period's week-ending -- the same entry the payroll run will
      * accrue with when the period posts.
      ******************************************************************
       140-LOAD-PTO-RATES.
           COMPUTE WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-WEEK-ENDING).
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE CURRENT-WEEK-ENDING TO RT-AS-OF-DATE.
           MOVE SPACES TO RT-LOOKUP-STATE.
           MOVE "PTOA" TO RT-LOOKUP-CODE.
           PERFORM 142-FIND-RATE-ENTRY.
           MOVE RT-PTO-ACCRUALS TO PTO-ACCRUAL-TABLE.
           MOVE RT-PTO-SICK-RATE TO PTO-SICK-RATE.
           CLOSE TAX-RATE-TABLE.

       142-FIND-RATE-ENTRY.
           MOVE "N" TO RT-FOUND-SWITCH
           MOVE "N" TO RT-READ-DONE-SWITCH
           MOVE RT-LOOKUP-CODE TO RT-TABLE-CODE
           MOVE RT-LOOKUP-STATE TO RT-STATE-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START TAX-RATE-TABLE KEY NOT < RT-KEY
               INVALID KEY
                   MOVE "Y" TO RT-READ-DONE-SWITCH
           END-START
           PERFORM 144-READ-NEXT-RATE-ENTRY
               UNTIL RT-READ-DONE-SWITCH = "Y"
           IF RT-FOUND-SWITCH = "Y"
               MOVE RT-FOUND-KEY TO RT-KEY
               READ TAX-RATE-TABLE
                   INVALID KEY
                       MOVE "N" TO RT-FOUND-SWITCH
               END-READ
           END-IF
           IF RT-FOUND-SWITCH = "N"
               DISPLAY "NO " RT-LOOKUP-CODE " RATES IN FORCE FOR "
                   RT-AS-OF-DATE " - RUN REFUSED"
               STOP RUN
           END-IF.

       144-READ-NEXT-RATE-ENTRY.
           READ TAX-RATE-TABLE NEXT RECORD
               AT END
                   MOVE "Y" TO RT-READ-DONE-SWITCH
               NOT AT END
                   IF RT-TABLE-CODE NOT = RT-LOOKUP-CODE OR
                           RT-STATE-CODE NOT = RT-LOOKUP-STATE OR
                           RT-EFFECTIVE-DATE > RT-AS-OF-DATE
                       MOVE "Y" TO RT-READ-DONE-SWITCH
                   ELSE
                       MOVE "Y" TO RT-FOUND-SWITCH
                       MOVE RT-KEY TO RT-FOUND-KEY
                   END-IF
           END-READ.

       200-PROCESS-RECORDS.

           READ TIMECARD-RAW
               MOVE "N" TO VALID-SWITCH
               MOVE "T05" TO TCX-REASON-CODE
               MOVE "INVALID EARNINGS TYPE CODE" TO TCX-REASON-TEXT
           END-IF
           IF VALID-SWITCH = "Y" AND
                   TIN-DAY-CHARGE-DEPT (TC-DAY-IDX) NOT = SPACES
               PERFORM 262-EDIT-CHARGE-DEPT
           END-IF.

      ******************************************************************
      * A day charged away from the home department is costed to the
      * charge department in the ledger, so the code must be a live
      * department -- one that may carry labor today.  Without the
      * department master nothing can be checked and the card waits.
      ******************************************************************
       262-EDIT-CHARGE-DEPT.
           IF DEPT-FILE-SWITCH = "N"
               MOVE "N" TO VALID-SWITCH
               MOVE "T08" TO TCX-REASON-CODE
               MOVE "CHARGE DEPT CANNOT BE VALIDATED"
                   TO TCX-REASON-TEXT
           ELSE
               MOVE TIN-DAY-CHARGE-DEPT (TC-DAY-IDX) TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "N" TO VALID-SWITCH
                       MOVE "T08" TO TCX-REASON-CODE
                       MOVE "CHARGE DEPT NOT ON DEPARTMENT MASTER"
                           TO TCX-REASON-TEXT
                   NOT INVALID KEY
                       IF DEPT-ACTIVE-FLAG NOT = "Y"
                           MOVE "N" TO VALID-SWITCH
                           MOVE "T08" TO TCX-REASON-CODE
                           MOVE "CHARGE DEPT IS INACTIVE"
                               TO TCX-REASON-TEXT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * The front door for PTO: a card claiming more vacation or sick
      * hours than the employee's balance holds is rejected here, so
      * the approval binder stops being the only control.  The
      * payroll run accrues the period before it draws the hours
      * down, so this period's accrual counts toward what may be
      * spent.  An employee with no balance record has only that.
      ******************************************************************
       263-CHECK-PTO-BALANCE.
           MOVE 0 TO CLAIM-VAC-HOURS
                       MOVE 0 TO PTO-VAC-BALANCE
                       MOVE 0 TO PTO-SICK-BALANCE
               END-READ
               PERFORM 266-ADD-PERIOD-ACCRUAL
               IF CLAIM-VAC-HOURS > AVAIL-VAC-HOURS
                   MOVE "N" TO VALID-SWITCH
                   MOVE "T06" TO TCX-REASON-CODE
                   MOVE "VACATION HOURS EXCEED BALANCE"
                       TO TCX-REASON-TEXT
               ELSE
                   IF CLAIM-SICK-HOURS > AVAIL-SICK-HOURS
                       MOVE "N" TO VALID-SWITCH
                       MOVE "T07" TO TCX-REASON-CODE
                       MOVE "SICK HOURS EXCEED BALANCE"
               ADD TIN-DAY-HOURS (TC-DAY-IDX) TO CLAIM-SICK-HOURS
           END-IF.

       266-ADD-PERIOD-ACCRUAL.
           MOVE 0 TO SERVICE-YEARS
           IF DOH > 0
               COMPUTE DOH-INT = FUNCTION INTEGER-OF-DATE(DOH)
               IF DOH-INT > 0 AND WEEK-END-INT > DOH-INT
                   COMPUTE SERVICE-YEARS =
                       (WEEK-END-INT - DOH-INT) / 365
               END-IF
           END-IF
           MOVE 0 TO PTO-VAC-RATE-WORK
           PERFORM 267-CHECK-ACCRUAL-BRACKET
               VARYING PTO-ACR-IDX FROM 1 BY 1
               UNTIL PTO-ACR-IDX > 3
           COMPUTE AVAIL-VAC-HOURS =
               PTO-VAC-BALANCE + PTO-VAC-RATE-WORK
           COMPUTE AVAIL-SICK-HOURS =
               PTO-SICK-BALANCE + PTO-SICK-RATE.

       267-CHECK-ACCRUAL-BRACKET.
           IF SERVICE-YEARS >= PTO-ACR-MIN-YEARS (PTO-ACR-IDX)
               MOVE PTO-ACR-VAC-RATE (PTO-ACR-IDX)
                   TO PTO-VAC-RATE-WORK
           END-IF.

       270-CHECK-DUPLICATE.
           PERFORM 275-SCAN-SEEN-TABLE
               VARYING SEEN-IDX FROM 1 BY 1
           IF PTO-TABLE-SWITCH = "Y"
               CLOSE PTO-BALANCE
           END-IF.
           IF DEPT-FILE-SWITCH = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF.
           STOP RUN.
       END PROGRAM CH0707.
