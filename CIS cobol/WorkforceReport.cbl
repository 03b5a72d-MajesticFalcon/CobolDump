      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Workforce headcount, turnover and tenure report for
      *        a month or a quarter keyed at the console.  By cost
      *        center and department it shows the opening headcount,
      *        hires, rehires, terminations, the closing headcount and
      *        how many of them are on leave, turnover (terminations
      *        over the average of opening and closing headcount),
      *        and the average tenure and tenure bands of the closing
      *        headcount, with cost center and company totals.  The
      *        same figures go to WorkforceReport.csv for the HR
      *        dashboard.
      *        Each employee's spells of employment are rebuilt from
      *        the maintenance audit trail -- the add, every status
      *        change to or from terminated, and any delete -- and,
      *        for history older than the trail, from the DOH,
      *        Employment-Status and Termination-Date on the master
      *        or on the first audit image.  An employee counts in a
      *        headcount from the date of hire through the
      *        termination date; a rehire starts a new spell and the
      *        tenure clock over.  Everyone is counted under the
      *        department they are in now (or were in when deleted).
      *        Department names and cost centers come from the
      *        department master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0737.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT AUDIT-IN ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT DEPARTMENT-MASTER
                   ASSIGN TO 'DepartmentMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEPT-CODE
                   FILE STATUS IS DEPT-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'WorkforceReport.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT CSV-OUT ASSIGN TO 'WorkforceReport.csv'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CSV-FILE-STATUS.
               SELECT SORT-FILE ASSIGN TO 'WorkforceSort.tmp'.
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

       FD AUDIT-IN.
       COPY AUDITREC.

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.

       FD REPORT-OUT.
       01 REPORT-LINE              PIC X(132).

       FD CSV-OUT.
       01 CSV-LINE                 PIC X(250).

       SD SORT-FILE.
       01 SORT-REC.
           05 SR-COST-CENTER       PIC X(6).
           05 SR-DEPT              PIC X(4).
           05 SR-DEPT-NAME         PIC X(25).
           05 SR-TOTALS.
               10 SR-OPENING       PIC 9(6).
               10 SR-HIRES         PIC 9(6).
               10 SR-REHIRES       PIC 9(6).
               10 SR-TERMS         PIC 9(6).
               10 SR-CLOSING       PIC 9(6).
               10 SR-LEAVE         PIC 9(6).
               10 SR-TENURE-DAYS   PIC 9(9).
               10 SR-BAND          PIC 9(6) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EMP-EOF-SWITCH       PIC X VALUE "N".
           05 AUD-EOF-SWITCH       PIC X VALUE "N".
           05 SORT-EOF-SWITCH      PIC X VALUE "N".
           05 DEPT-FILE-SWITCH     PIC X VALUE "N".
           05 FIRST-DETAIL-SWITCH  PIC X VALUE "Y".
           05 EMP-FOUND-SWITCH     PIC X VALUE "N".
           05 DEPT-FOUND-SWITCH    PIC X VALUE "N".
           05 DATE-VALID-SWITCH    PIC X VALUE "N".
           05 IN-OPENING-SWITCH    PIC X VALUE "N".
           05 IN-PERIOD-SWITCH     PIC X VALUE "N".
           05 IN-CLOSING-SWITCH    PIC X VALUE "N".
           05 TERM-IN-PERIOD-SWITCH PIC X VALUE "N".
       01 EMP-FILE-STATUS          PIC XX VALUE "00".
       01 AUD-FILE-STATUS          PIC XX VALUE "00".
       01 DEPT-FILE-STATUS         PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 CSV-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 EMPLOYEE-COUNTER     PIC 9(6) VALUE 0.
           05 AUDIT-COUNTER        PIC 9(6) VALUE 0.
           05 NO-DOH-COUNTER       PIC 9(6) VALUE 0.

      ******************************************************************
      * The period is keyed as YYYYMM for a month or YYYYQn for a
      * quarter.  The opening headcount is everyone employed at the
      * end of the day before the period starts; the closing
      * headcount is everyone employed at the end of its last day.
      ******************************************************************
       01 PERIOD-IN                PIC X(6).
       01 PERIOD-WORK.
           05 PERIOD-YEAR          PIC 9(4) VALUE 0.
           05 PERIOD-MONTH         PIC 9(2) VALUE 0.
           05 PERIOD-QUARTER       PIC 9    VALUE 0.
           05 PERIOD-LAST-MONTH    PIC 9(2) VALUE 0.
       01 DATE-WORK.
           05 PERIOD-START         PIC 9(8) VALUE 0.
           05 PERIOD-START-X REDEFINES PERIOD-START.
               10 PS-YEAR          PIC 9(4).
               10 PS-MONTH         PIC 9(2).
               10 PS-DAY           PIC 9(2).
           05 NEXT-MONTH-FIRST     PIC 9(8) VALUE 0.
           05 NEXT-MONTH-FIRST-X REDEFINES NEXT-MONTH-FIRST.
               10 NMF-YEAR         PIC 9(4).
               10 NMF-MONTH        PIC 9(2).
               10 NMF-DAY          PIC 9(2).
           05 PERIOD-END           PIC 9(8) VALUE 0.
           05 PERIOD-END-INT       PIC 9(7) VALUE 0.
           05 CHECK-DATE           PIC 9(8) VALUE 0.
           05 CHECK-DATE-X REDEFINES CHECK-DATE.
               10 CD-YEAR          PIC 9(4).
               10 CD-MONTH         PIC 9(2).
               10 CD-DAY           PIC 9(2).
           05 TENURE-DAYS          PIC 9(7) VALUE 0.

      ******************************************************************
      * The audit images carry the employee record as it stood before
      * and after the change; only the fields that date a spell of
      * employment are named here.
      ******************************************************************
       01 BEFORE-VIEW.
           05 FILLER               PIC X(53).
           05 BV-DOH               PIC 9(8).
           05 BV-DEPT              PIC X(4).
           05 FILLER               PIC X(35).
           05 BV-STATUS            PIC X.
           05 BV-TERM-DATE         PIC 9(8).
           05 FILLER               PIC X(91).
       01 AFTER-VIEW.
           05 FILLER               PIC X(53).
           05 AV-DOH               PIC 9(8).
           05 AV-DEPT              PIC X(4).
           05 FILLER               PIC X(35).
           05 AV-STATUS            PIC X.
           05 AV-TERM-DATE         PIC 9(8).
           05 FILLER               PIC X(91).

      ******************************************************************
      * One entry per employee on the master or on the audit trail.
      * EM-OPEN-SPELL points at the spell still running, zero when
      * none is.  EM-CLOSE-STATUS is the Employment-Status in force at
      * the end of the period: the after image of the last change on
      * or before the last day, else the before image of the first
      * change after it, else the master; EM-CLOSE-FIXED is set once
      * a change after the period has settled it.
      ******************************************************************
       01 EMP-TABLE-WORK.
           05 EM-COUNT             PIC 9(4) VALUE 0.
           05 EM-IDX               PIC 9(4) VALUE 0.
           05 EM-FOUND-IDX         PIC 9(4) VALUE 0.
       01 EMP-TABLE.
           05 EM-ENTRY OCCURS 5000 TIMES.
               10 EM-EMPLOYEE-ID   PIC 9(6).
               10 EM-DEPT          PIC X(4).
               10 EM-DOH           PIC 9(8).
               10 EM-STATUS        PIC X.
               10 EM-TERM-DATE     PIC 9(8).
               10 EM-SEEN          PIC X.
               10 EM-HAD-SPELL     PIC X.
               10 EM-OPEN-SPELL    PIC 9(4).
               10 EM-CLOSE-STATUS  PIC X.
               10 EM-CLOSE-FIXED   PIC X.

      ******************************************************************
      * A spell runs from its start date through its end date, zero
      * while still employed.
      ******************************************************************
       01 SPELL-TABLE-WORK.
           05 SP-COUNT             PIC 9(4) VALUE 0.
           05 SP-IDX               PIC 9(4) VALUE 0.
           05 NEW-SPELL-START      PIC 9(8) VALUE 0.
           05 NEW-SPELL-END        PIC 9(8) VALUE 0.
           05 NEW-SPELL-REHIRE     PIC X VALUE "N".
       01 SPELL-TABLE.
           05 SP-ENTRY OCCURS 9999 TIMES.
               10 SP-EMP-IDX       PIC 9(4).
               10 SP-START         PIC 9(8).
               10 SP-END           PIC 9(8).
               10 SP-REHIRE        PIC X.

       01 DEPT-TABLE-WORK.
           05 DT-COUNT             PIC 9(3) VALUE 0.
           05 DT-IDX               PIC 9(3) VALUE 0.
           05 DT-FOUND-IDX         PIC 9(3) VALUE 0.
           05 BAND-IDX             PIC 9 VALUE 0.
       01 DEPT-TABLE.
           05 DT-ENTRY OCCURS 500 TIMES.
               10 DT-DEPT          PIC X(4).
               10 DT-TOTALS.
                   15 DT-OPENING   PIC 9(6).
                   15 DT-HIRES     PIC 9(6).
                   15 DT-REHIRES   PIC 9(6).
                   15 DT-TERMS     PIC 9(6).
                   15 DT-CLOSING   PIC 9(6).
                   15 DT-LEAVE     PIC 9(6).
                   15 DT-TENURE-DAYS PIC 9(9).
                   15 DT-BAND      PIC 9(6) OCCURS 5 TIMES.

      ******************************************************************
      * Tenure bands: under 1 year, 1-3, 3-5, 5-10, and 10 years and
      * over, counted in days from the start of the current spell.
      ******************************************************************
       01 BAND-LIMITS.
           05 FILLER               PIC 9(5) VALUE 365.
           05 FILLER               PIC 9(5) VALUE 1096.
           05 FILLER               PIC 9(5) VALUE 1826.
           05 FILLER               PIC 9(5) VALUE 3652.
           05 FILLER               PIC 9(5) VALUE 99999.
       01 BAND-LIMIT-TABLE REDEFINES BAND-LIMITS.
           05 BAND-LIMIT           PIC 9(5) OCCURS 5 TIMES.

      ******************************************************************
      * Every printed and CSV line -- department, cost center and
      * company -- is formatted from LINE-TOTALS; the cost center and
      * company totals are added up in the same layout.
      ******************************************************************
       01 LINE-TOTALS.
           05 LT-OPENING           PIC 9(6).
           05 LT-HIRES             PIC 9(6).
           05 LT-REHIRES           PIC 9(6).
           05 LT-TERMS             PIC 9(6).
           05 LT-CLOSING           PIC 9(6).
           05 LT-LEAVE             PIC 9(6).
           05 LT-TENURE-DAYS       PIC 9(9).
           05 LT-BAND              PIC 9(6) OCCURS 5 TIMES.
       01 CC-TOTALS.
           05 CT-OPENING           PIC 9(6).
           05 CT-HIRES             PIC 9(6).
           05 CT-REHIRES           PIC 9(6).
           05 CT-TERMS             PIC 9(6).
           05 CT-CLOSING           PIC 9(6).
           05 CT-LEAVE             PIC 9(6).
           05 CT-TENURE-DAYS       PIC 9(9).
           05 CT-BAND              PIC 9(6) OCCURS 5 TIMES.
       01 GRAND-TOTALS.
           05 GT-OPENING           PIC 9(6).
           05 GT-HIRES             PIC 9(6).
           05 GT-REHIRES           PIC 9(6).
           05 GT-TERMS             PIC 9(6).
           05 GT-CLOSING           PIC 9(6).
           05 GT-LEAVE             PIC 9(6).
           05 GT-TENURE-DAYS       PIC 9(9).
           05 GT-BAND              PIC 9(6) OCCURS 5 TIMES.
       01 LINE-RATES.
           05 TURNOVER-PCT         PIC 9(4)V9 VALUE 0.
           05 AVERAGE-TENURE       PIC 9(3)V9 VALUE 0.
       01 PREV-COST-CENTER         PIC X(6) VALUE SPACES.
       01 LOOKUP-DEPT-NAME         PIC X(25) VALUE SPACES.
       01 LOOKUP-COST-CENTER       PIC X(6) VALUE SPACES.
       01 CSV-ROW-TYPE             PIC X(4) VALUE SPACES.
       01 CSV-COST-CENTER          PIC X(6) VALUE SPACES.
       01 CSV-DEPT                 PIC X(4) VALUE SPACES.
       01 CSV-DEPT-NAME            PIC X(25) VALUE SPACES.

       01 CSV-EDIT-WORK.
           05 CSV-OPENING-ED       PIC Z(5)9.
           05 CSV-HIRES-ED         PIC Z(5)9.
           05 CSV-REHIRES-ED       PIC Z(5)9.
           05 CSV-TERMS-ED         PIC Z(5)9.
           05 CSV-CLOSING-ED       PIC Z(5)9.
           05 CSV-LEAVE-ED         PIC Z(5)9.
           05 CSV-TURNOVER-ED      PIC ZZZ9.9.
           05 CSV-TENURE-ED        PIC ZZ9.9.
           05 CSV-BAND-ED          PIC Z(5)9 OCCURS 5 TIMES.

       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).
       01 DATE-EDIT-IN             PIC 9(8).
       01 DATE-EDIT-PARTS REDEFINES DATE-EDIT-IN.
           05 DEI-YEAR             PIC 9(4).
           05 DEI-MONTH            PIC 9(2).
           05 DEI-DAY              PIC 9(2).
       01 DATE-EDIT-OUT.
           05 DEO-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 DEO-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 DEO-YEAR             PIC 9(4).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(34)
                   VALUE 'HEADCOUNT, TURNOVER AND TENURE'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).

       01 RPT-HEADER-3.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE 'PERIOD '.
           05 HDR-PERIOD        PIC X(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 HDR-START-DATE    PIC X(10).
           05 FILLER            PIC X(4)  VALUE ' TO '.
           05 HDR-END-DATE      PIC X(10).

       01 RPT-COLUMN-HDR-1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE '   OPEN'.
           05 FILLER            PIC X(7)  VALUE '  HIRES'.
           05 FILLER            PIC X(7)  VALUE ' REHIRE'.
           05 FILLER            PIC X(7)  VALUE '  TERMS'.
           05 FILLER            PIC X(7)  VALUE '  CLOSE'.
           05 FILLER            PIC X(7)  VALUE '  LEAVE'.
           05 FILLER            PIC X(8)  VALUE '  TURN %'.
           05 FILLER            PIC X(8)  VALUE ' AVG TEN'.
           05 FILLER            PIC X(35)
                   VALUE '   <1YR  1-3YR  3-5YR 5-10YR  10+YR'.

       01 RPT-COLUMN-HDR-2.
           05 FILLER            PIC X(6)  VALUE 'DEPT'.
           05 FILLER            PIC X(24) VALUE 'NAME'.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE '   YEARS'.

       01 RPT-CC-LINE.
           05 FILLER            PIC X(12) VALUE 'COST CENTER '.
           05 RCC-COST-CENTER   PIC X(6).

       01 RPT-DETAIL-LINE.
           05 RDL-DEPT          PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-NAME          PIC X(24).
           05 RDL-OPENING       PIC ZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-HIRES         PIC ZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-REHIRES       PIC ZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-TERMS         PIC ZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-CLOSING       PIC ZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-LEAVE         PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-TURNOVER      PIC ZZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-TENURE        PIC ZZZ9.9.
           05 RDL-BAND-AREA OCCURS 5 TIMES.
               10 FILLER        PIC X     VALUE SPACE.
               10 RDL-BAND      PIC ZZ,ZZ9.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RCL-LABEL         PIC X(50).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-EMPLOYEES
               UNTIL EMP-EOF-SWITCH = "Y".
           PERFORM 200-READ-AUDIT
               UNTIL AUD-EOF-SWITCH = "Y".
           PERFORM 280-SEED-FROM-MASTER
               VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > EM-COUNT.
           PERFORM 300-COUNT-SPELL
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SP-COUNT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-COST-CENTER SR-DEPT
               INPUT PROCEDURE 350-RELEASE-DEPARTMENTS
               OUTPUT PROCEDURE 500-WRITE-REPORT
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           DISPLAY "REPORT PERIOD (YYYYMM, OR YYYYQN FOR A QUARTER): "
               WITH NO ADVANCING.
           ACCEPT PERIOD-IN.
           PERFORM 110-SET-PERIOD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-IN.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-IN OPEN FAILED " AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPT-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-FILE-SWITCH
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE "
                   DEPT-FILE-STATUS " - NAMES AND COST CENTERS BLANK"
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CSV-OUT.
           IF CSV-FILE-STATUS NOT = "00"
               DISPLAY "CSV-OUT OPEN FAILED " CSV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-SET-PERIOD.
           IF PERIOD-IN (1:4) NOT NUMERIC
               DISPLAY "REPORT PERIOD MUST BE YYYYMM OR YYYYQN - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERIOD-IN (1:4) TO PERIOD-YEAR.
           IF PERIOD-IN (5:1) = "Q" OR PERIOD-IN (5:1) = "q"
               IF PERIOD-IN (6:1) = "1" OR PERIOD-IN (6:1) = "2" OR
                       PERIOD-IN (6:1) = "3" OR PERIOD-IN (6:1) = "4"
                   MOVE PERIOD-IN (6:1) TO PERIOD-QUARTER
                   COMPUTE PERIOD-MONTH = PERIOD-QUARTER * 3 - 2
                   COMPUTE PERIOD-LAST-MONTH = PERIOD-QUARTER * 3
               END-IF
           ELSE
               IF PERIOD-IN (5:2) NUMERIC
                   MOVE PERIOD-IN (5:2) TO PERIOD-MONTH
                   MOVE PERIOD-MONTH TO PERIOD-LAST-MONTH
               END-IF
           END-IF.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12 OR
                   PERIOD-YEAR < 1601
               DISPLAY "REPORT PERIOD MUST BE YYYYMM OR YYYYQN - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERIOD-YEAR TO PS-YEAR.
           MOVE PERIOD-MONTH TO PS-MONTH.
           MOVE 1 TO PS-DAY.
           IF PERIOD-LAST-MONTH = 12
               COMPUTE NMF-YEAR = PERIOD-YEAR + 1
               MOVE 1 TO NMF-MONTH
           ELSE
               MOVE PERIOD-YEAR TO NMF-YEAR
               COMPUTE NMF-MONTH = PERIOD-LAST-MONTH + 1
           END-IF.
           MOVE 1 TO NMF-DAY.
           COMPUTE PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-FIRST) - 1.
           COMPUTE PERIOD-END =
               FUNCTION DATE-OF-INTEGER (PERIOD-END-INT).

       150-LOAD-EMPLOYEES.
           READ EMPLOYEES NEXT RECORD
               AT END
                   MOVE "Y" TO EMP-EOF-SWITCH
               NOT AT END
                   IF EM-COUNT >= 5000
                       DISPLAY "EMPLOYEE MASTER EXCEEDS 5000 ENTRIES"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO EMPLOYEE-COUNTER
                   ADD 1 TO EM-COUNT
                   MOVE Employee-ID TO EM-EMPLOYEE-ID (EM-COUNT)
                   MOVE Department-Code TO EM-DEPT (EM-COUNT)
                   MOVE DOH TO EM-DOH (EM-COUNT)
                   MOVE Employment-Status TO EM-STATUS (EM-COUNT)
                   MOVE Termination-Date TO EM-TERM-DATE (EM-COUNT)
                   PERFORM 155-CLEAR-EMPLOYEE-HISTORY
           END-READ.

       155-CLEAR-EMPLOYEE-HISTORY.
           MOVE "N" TO EM-SEEN (EM-COUNT)
           MOVE "N" TO EM-HAD-SPELL (EM-COUNT)
           MOVE 0 TO EM-OPEN-SPELL (EM-COUNT)
           MOVE SPACE TO EM-CLOSE-STATUS (EM-COUNT)
           MOVE "N" TO EM-CLOSE-FIXED (EM-COUNT).

       200-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   MOVE "Y" TO AUD-EOF-SWITCH
               NOT AT END
                   IF AUD-ACTION = "ADD" OR
                           AUD-ACTION = "CHANGE" OR
                           AUD-ACTION = "DELETE"
                       ADD 1 TO AUDIT-COUNTER
                       MOVE AUD-BEFORE-IMAGE TO BEFORE-VIEW
                       MOVE AUD-AFTER-IMAGE TO AFTER-VIEW
                       PERFORM 210-FIND-AUDIT-EMPLOYEE
                       PERFORM 220-APPLY-AUDIT
                   END-IF
           END-READ.

      ******************************************************************
      * An employee deleted from the master is still on the trail;
      * they are carried from the audit image so their spells count.
      ******************************************************************
       210-FIND-AUDIT-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-SWITCH
           PERFORM 215-MATCH-EMPLOYEE
               VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > EM-COUNT OR EMP-FOUND-SWITCH = "Y".
           IF EMP-FOUND-SWITCH = "N"
               IF EM-COUNT >= 5000
                   DISPLAY "EMPLOYEE TABLE EXCEEDS 5000 ENTRIES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EM-COUNT
               MOVE EM-COUNT TO EM-FOUND-IDX
               MOVE AUD-EMPLOYEE-ID TO EM-EMPLOYEE-ID (EM-COUNT)
               IF AUD-ACTION = "ADD"
                   MOVE AV-DEPT TO EM-DEPT (EM-COUNT)
                   MOVE AV-STATUS TO EM-STATUS (EM-COUNT)
               ELSE
                   MOVE BV-DEPT TO EM-DEPT (EM-COUNT)
                   MOVE BV-STATUS TO EM-STATUS (EM-COUNT)
               END-IF
               MOVE 0 TO EM-DOH (EM-COUNT)
               MOVE 0 TO EM-TERM-DATE (EM-COUNT)
               PERFORM 155-CLEAR-EMPLOYEE-HISTORY
           END-IF.

       215-MATCH-EMPLOYEE.
           IF EM-EMPLOYEE-ID (EM-IDX) = AUD-EMPLOYEE-ID
               MOVE "Y" TO EMP-FOUND-SWITCH
               MOVE EM-IDX TO EM-FOUND-IDX
           END-IF.

      ******************************************************************
      * The first change seen for an employee hired before the trail
      * began carries, in its before image, the history the trail
      * never saw: a spell from the DOH, still running unless the
      * before image is already terminated.  After that, going to
      * terminated ends the running spell on the Termination-Date
      * keyed (the day keyed when none was), and coming back from
      * terminated starts a rehire spell -- on the new DOH when one
      * was keyed with it, else on the day keyed.  A delete ends a
      * running spell on the day of the delete.
      ******************************************************************
       220-APPLY-AUDIT.
           MOVE EM-FOUND-IDX TO EM-IDX
           IF EM-SEEN (EM-IDX) = "N" AND AUD-ACTION NOT = "ADD"
               PERFORM 230-SEED-FROM-BEFORE-IMAGE
           END-IF
           MOVE "Y" TO EM-SEEN (EM-IDX)
           PERFORM 240-SET-CLOSE-STATUS
           IF AUD-ACTION = "ADD"
               MOVE AV-DEPT TO EM-DEPT (EM-IDX)
               IF EM-OPEN-SPELL (EM-IDX) = 0
                   MOVE AV-DOH TO NEW-SPELL-START
                   IF AV-DOH NOT NUMERIC OR AV-DOH = 0
                       MOVE AUD-DATE TO NEW-SPELL-START
                   END-IF
                   MOVE 0 TO NEW-SPELL-END
                   MOVE EM-HAD-SPELL (EM-IDX) TO NEW-SPELL-REHIRE
                   PERFORM 260-ADD-SPELL
                   IF AV-STATUS = "T"
                       MOVE AV-TERM-DATE TO NEW-SPELL-END
                       PERFORM 270-END-SPELL
                   END-IF
               END-IF
           ELSE
               IF AUD-ACTION = "CHANGE"
                   MOVE AV-DEPT TO EM-DEPT (EM-IDX)
                   IF BV-STATUS NOT = "T" AND AV-STATUS = "T"
                       MOVE AV-TERM-DATE TO NEW-SPELL-END
                       PERFORM 270-END-SPELL
                   ELSE
                       IF BV-STATUS = "T" AND AV-STATUS NOT = "T" AND
                               EM-OPEN-SPELL (EM-IDX) = 0
                           MOVE AUD-DATE TO NEW-SPELL-START
                           IF AV-DOH NUMERIC AND BV-DOH NUMERIC
                               IF AV-DOH > BV-DOH
                                   MOVE AV-DOH TO NEW-SPELL-START
                               END-IF
                           END-IF
                           MOVE 0 TO NEW-SPELL-END
                           MOVE "Y" TO NEW-SPELL-REHIRE
                           PERFORM 260-ADD-SPELL
                       END-IF
                   END-IF
               ELSE
                   MOVE AUD-DATE TO NEW-SPELL-END
                   PERFORM 270-END-SPELL
               END-IF
           END-IF.

       230-SEED-FROM-BEFORE-IMAGE.
           IF BV-DOH NUMERIC AND BV-DOH > 0
               MOVE BV-DOH TO NEW-SPELL-START
               MOVE 0 TO NEW-SPELL-END
               MOVE "N" TO NEW-SPELL-REHIRE
               PERFORM 260-ADD-SPELL
               IF BV-STATUS = "T"
                   MOVE BV-TERM-DATE TO NEW-SPELL-END
                   PERFORM 270-END-SPELL
               END-IF
           ELSE
               ADD 1 TO NO-DOH-COUNTER
           END-IF.

       240-SET-CLOSE-STATUS.
           IF AUD-DATE NOT > PERIOD-END
               IF AUD-ACTION = "DELETE"
                   MOVE "D" TO EM-CLOSE-STATUS (EM-IDX)
               ELSE
                   MOVE AV-STATUS TO EM-CLOSE-STATUS (EM-IDX)
               END-IF
           ELSE
               IF EM-CLOSE-FIXED (EM-IDX) = "N"
                   MOVE "Y" TO EM-CLOSE-FIXED (EM-IDX)
                   IF EM-CLOSE-STATUS (EM-IDX) = SPACE
                       IF AUD-ACTION = "ADD"
                           MOVE "N" TO EM-CLOSE-STATUS (EM-IDX)
                       ELSE
                           MOVE BV-STATUS TO EM-CLOSE-STATUS (EM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       260-ADD-SPELL.
           MOVE NEW-SPELL-START TO CHECK-DATE
           PERFORM 290-CHECK-DATE
           IF DATE-VALID-SWITCH = "N"
               ADD 1 TO NO-DOH-COUNTER
           ELSE
               IF SP-COUNT >= 9999
                   DISPLAY "SPELL TABLE EXCEEDS 9999 ENTRIES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SP-COUNT
               MOVE EM-IDX TO SP-EMP-IDX (SP-COUNT)
               MOVE NEW-SPELL-START TO SP-START (SP-COUNT)
               MOVE 0 TO SP-END (SP-COUNT)
               MOVE NEW-SPELL-REHIRE TO SP-REHIRE (SP-COUNT)
               MOVE SP-COUNT TO EM-OPEN-SPELL (EM-IDX)
               MOVE "Y" TO EM-HAD-SPELL (EM-IDX)
           END-IF.

       270-END-SPELL.
           IF EM-OPEN-SPELL (EM-IDX) > 0
               MOVE EM-OPEN-SPELL (EM-IDX) TO SP-IDX
               IF NEW-SPELL-END NOT NUMERIC OR NEW-SPELL-END = 0
                   MOVE AUD-DATE TO NEW-SPELL-END
               END-IF
               IF NEW-SPELL-END < SP-START (SP-IDX)
                   MOVE SP-START (SP-IDX) TO NEW-SPELL-END
               END-IF
               MOVE NEW-SPELL-END TO SP-END (SP-IDX)
               MOVE 0 TO EM-OPEN-SPELL (EM-IDX)
           END-IF.

      ******************************************************************
      * An employee with no audit history at all is dated entirely
      * from the master: one spell from the DOH, ended on the
      * Termination-Date when terminated.
      ******************************************************************
       280-SEED-FROM-MASTER.
           IF EM-SEEN (EM-IDX) = "N"
               MOVE EM-STATUS (EM-IDX) TO EM-CLOSE-STATUS (EM-IDX)
               MOVE EM-DOH (EM-IDX) TO NEW-SPELL-START
               MOVE 0 TO NEW-SPELL-END
               MOVE "N" TO NEW-SPELL-REHIRE
               PERFORM 260-ADD-SPELL
               IF EM-STATUS (EM-IDX) = "T" AND
                       EM-OPEN-SPELL (EM-IDX) > 0
                   MOVE EM-OPEN-SPELL (EM-IDX) TO SP-IDX
                   MOVE EM-TERM-DATE (EM-IDX) TO NEW-SPELL-END
                   IF NEW-SPELL-END NOT NUMERIC OR
                           NEW-SPELL-END < SP-START (SP-IDX)
                       MOVE SP-START (SP-IDX) TO NEW-SPELL-END
                   END-IF
                   MOVE NEW-SPELL-END TO SP-END (SP-IDX)
                   MOVE 0 TO EM-OPEN-SPELL (EM-IDX)
               END-IF
           ELSE
               IF EM-CLOSE-STATUS (EM-IDX) = SPACE
                   MOVE EM-STATUS (EM-IDX) TO EM-CLOSE-STATUS (EM-IDX)
               END-IF
           END-IF.

       290-CHECK-DATE.
           MOVE "Y" TO DATE-VALID-SWITCH
           IF CHECK-DATE NOT NUMERIC
               MOVE "N" TO DATE-VALID-SWITCH
           ELSE
               IF CD-YEAR < 1601 OR CD-MONTH < 1 OR CD-MONTH > 12 OR
                       CD-DAY < 1 OR CD-DAY > 31
                   MOVE "N" TO DATE-VALID-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * Opening: started before the period and not ended before it.
      * Closing: started by the last day and not ended by it.  A spell
      * starting in the period is a hire or rehire and one ending in
      * it a termination, so closing = opening + hires + rehires -
      * terminations for every department.  Leave is counted inside
      * the closing headcount.
      ******************************************************************
       300-COUNT-SPELL.
           MOVE "N" TO IN-OPENING-SWITCH
           MOVE "N" TO IN-PERIOD-SWITCH
           MOVE "N" TO IN-CLOSING-SWITCH
           MOVE "N" TO TERM-IN-PERIOD-SWITCH
           IF SP-START (SP-IDX) < PERIOD-START AND
                   (SP-END (SP-IDX) = 0 OR
                    SP-END (SP-IDX) NOT < PERIOD-START)
               MOVE "Y" TO IN-OPENING-SWITCH
           END-IF
           IF SP-START (SP-IDX) NOT < PERIOD-START AND
                   SP-START (SP-IDX) NOT > PERIOD-END
               MOVE "Y" TO IN-PERIOD-SWITCH
           END-IF
           IF SP-END (SP-IDX) NOT < PERIOD-START AND
                   SP-END (SP-IDX) NOT > PERIOD-END
               MOVE "Y" TO TERM-IN-PERIOD-SWITCH
           END-IF
           IF SP-START (SP-IDX) NOT > PERIOD-END AND
                   (SP-END (SP-IDX) = 0 OR
                    SP-END (SP-IDX) > PERIOD-END)
               MOVE "Y" TO IN-CLOSING-SWITCH
           END-IF
           IF IN-OPENING-SWITCH = "Y" OR IN-PERIOD-SWITCH = "Y" OR
                   TERM-IN-PERIOD-SWITCH = "Y" OR
                   IN-CLOSING-SWITCH = "Y"
               MOVE SP-EMP-IDX (SP-IDX) TO EM-IDX
               PERFORM 310-FIND-DEPARTMENT
               PERFORM 320-ADD-SPELL-COUNTS
           END-IF.

       310-FIND-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-SWITCH
           PERFORM 315-MATCH-DEPARTMENT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DT-COUNT OR DEPT-FOUND-SWITCH = "Y".
           IF DEPT-FOUND-SWITCH = "N"
               IF DT-COUNT >= 500
                   DISPLAY "DEPARTMENT TABLE EXCEEDS 500 ENTRIES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DT-COUNT
               MOVE DT-COUNT TO DT-FOUND-IDX
               MOVE EM-DEPT (EM-IDX) TO DT-DEPT (DT-COUNT)
               MOVE ZEROS TO DT-TOTALS (DT-COUNT)
           END-IF.

       315-MATCH-DEPARTMENT.
           IF DT-DEPT (DT-IDX) = EM-DEPT (EM-IDX)
               MOVE "Y" TO DEPT-FOUND-SWITCH
               MOVE DT-IDX TO DT-FOUND-IDX
           END-IF.

       320-ADD-SPELL-COUNTS.
           MOVE DT-FOUND-IDX TO DT-IDX
           IF IN-OPENING-SWITCH = "Y"
               ADD 1 TO DT-OPENING (DT-IDX)
           END-IF
           IF IN-PERIOD-SWITCH = "Y"
               IF SP-REHIRE (SP-IDX) = "Y"
                   ADD 1 TO DT-REHIRES (DT-IDX)
               ELSE
                   ADD 1 TO DT-HIRES (DT-IDX)
               END-IF
           END-IF
           IF TERM-IN-PERIOD-SWITCH = "Y"
               ADD 1 TO DT-TERMS (DT-IDX)
           END-IF
           IF IN-CLOSING-SWITCH = "Y"
               ADD 1 TO DT-CLOSING (DT-IDX)
               IF EM-CLOSE-STATUS (EM-IDX) = "L"
                   ADD 1 TO DT-LEAVE (DT-IDX)
               END-IF
               COMPUTE TENURE-DAYS = PERIOD-END-INT -
                   FUNCTION INTEGER-OF-DATE (SP-START (SP-IDX))
               ADD TENURE-DAYS TO DT-TENURE-DAYS (DT-IDX)
               MOVE 1 TO BAND-IDX
               PERFORM 325-NEXT-BAND
                   UNTIL TENURE-DAYS < BAND-LIMIT (BAND-IDX)
               ADD 1 TO DT-BAND (DT-IDX BAND-IDX)
           END-IF.

       325-NEXT-BAND.
           ADD 1 TO BAND-IDX.

       350-RELEASE-DEPARTMENTS.
           PERFORM 355-RELEASE-DEPARTMENT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DT-COUNT.

       355-RELEASE-DEPARTMENT.
           PERFORM 360-GET-DEPARTMENT
           MOVE LOOKUP-COST-CENTER TO SR-COST-CENTER
           MOVE DT-DEPT (DT-IDX) TO SR-DEPT
           MOVE LOOKUP-DEPT-NAME TO SR-DEPT-NAME
           MOVE DT-TOTALS (DT-IDX) TO SR-TOTALS
           RELEASE SORT-REC.

       360-GET-DEPARTMENT.
           MOVE SPACES TO LOOKUP-COST-CENTER
           MOVE SPACES TO LOOKUP-DEPT-NAME
           IF DEPT-FILE-SWITCH = "Y"
               MOVE DT-DEPT (DT-IDX) TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NOT ON DEPARTMENT MASTER"
                           TO LOOKUP-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO LOOKUP-DEPT-NAME
                       MOVE DEPT-COST-CENTER TO LOOKUP-COST-CENTER
               END-READ
           END-IF.

       500-WRITE-REPORT.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE
           MOVE PERIOD-IN TO HDR-PERIOD
           MOVE PERIOD-START TO DATE-EDIT-IN
           PERFORM 900-FORMAT-DATE
           MOVE DATE-EDIT-OUT TO HDR-START-DATE
           MOVE PERIOD-END TO DATE-EDIT-IN
           PERFORM 900-FORMAT-DATE
           MOVE DATE-EDIT-OUT TO HDR-END-DATE
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2
           WRITE REPORT-LINE FROM RPT-HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-COLUMN-HDR-1
           WRITE REPORT-LINE FROM RPT-COLUMN-HDR-2
           STRING "ROW_TYPE,COST_CENTER,DEPT,DEPT_NAME,"
               DELIMITED BY SIZE
               "PERIOD_START,PERIOD_END,OPENING,HIRES,REHIRES,"
               DELIMITED BY SIZE
               "TERMINATIONS,CLOSING,ON_LEAVE,TURNOVER_PCT,"
               DELIMITED BY SIZE
               "AVG_TENURE_YRS,TENURE_UNDER_1,TENURE_1_3,"
               DELIMITED BY SIZE
               "TENURE_3_5,TENURE_5_10,TENURE_10_PLUS"
               DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           MOVE ZEROS TO CC-TOTALS
           MOVE ZEROS TO GRAND-TOTALS
           PERFORM 510-RETURN-DEPARTMENT
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-DETAIL-SWITCH = "N"
               PERFORM 530-WRITE-CC-TOTAL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GRAND-TOTALS TO LINE-TOTALS.
           PERFORM 600-FORMAT-LINE.
           MOVE "COMPANY TOTAL" TO RDL-NAME.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE "TOTL" TO CSV-ROW-TYPE.
           MOVE SPACES TO CSV-COST-CENTER.
           MOVE SPACES TO CSV-DEPT.
           MOVE "COMPANY TOTAL" TO CSV-DEPT-NAME.
           PERFORM 610-WRITE-CSV-ROW.

       510-RETURN-DEPARTMENT.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 520-PRINT-DEPARTMENT
           END-RETURN.

       520-PRINT-DEPARTMENT.
           IF FIRST-DETAIL-SWITCH = "N" AND
                   SR-COST-CENTER NOT = PREV-COST-CENTER
               PERFORM 530-WRITE-CC-TOTAL
           END-IF
           IF FIRST-DETAIL-SWITCH = "Y" OR
                   SR-COST-CENTER NOT = PREV-COST-CENTER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SR-COST-CENTER TO RCC-COST-CENTER
               WRITE REPORT-LINE FROM RPT-CC-LINE
           END-IF
           MOVE "N" TO FIRST-DETAIL-SWITCH
           MOVE SR-COST-CENTER TO PREV-COST-CENTER
           MOVE SR-TOTALS TO LINE-TOTALS
           PERFORM 600-FORMAT-LINE
           MOVE SR-DEPT TO RDL-DEPT
           MOVE SR-DEPT-NAME TO RDL-NAME
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           MOVE "DEPT" TO CSV-ROW-TYPE
           MOVE SR-COST-CENTER TO CSV-COST-CENTER
           MOVE SR-DEPT TO CSV-DEPT
           MOVE SR-DEPT-NAME TO CSV-DEPT-NAME
           PERFORM 610-WRITE-CSV-ROW
           ADD LT-OPENING TO CT-OPENING
           ADD LT-HIRES TO CT-HIRES
           ADD LT-REHIRES TO CT-REHIRES
           ADD LT-TERMS TO CT-TERMS
           ADD LT-CLOSING TO CT-CLOSING
           ADD LT-LEAVE TO CT-LEAVE
           ADD LT-TENURE-DAYS TO CT-TENURE-DAYS
           PERFORM 525-ADD-CC-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5.

       525-ADD-CC-BAND.
           ADD LT-BAND (BAND-IDX) TO CT-BAND (BAND-IDX).

       530-WRITE-CC-TOTAL.
           MOVE CC-TOTALS TO LINE-TOTALS
           PERFORM 600-FORMAT-LINE
           MOVE SPACES TO RDL-NAME
           STRING "COST CENTER " PREV-COST-CENTER " TOTAL"
               DELIMITED BY SIZE INTO RDL-NAME
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           MOVE "CC" TO CSV-ROW-TYPE
           MOVE PREV-COST-CENTER TO CSV-COST-CENTER
           MOVE SPACES TO CSV-DEPT
           MOVE "COST CENTER TOTAL" TO CSV-DEPT-NAME
           PERFORM 610-WRITE-CSV-ROW
           ADD CT-OPENING TO GT-OPENING
           ADD CT-HIRES TO GT-HIRES
           ADD CT-REHIRES TO GT-REHIRES
           ADD CT-TERMS TO GT-TERMS
           ADD CT-CLOSING TO GT-CLOSING
           ADD CT-LEAVE TO GT-LEAVE
           ADD CT-TENURE-DAYS TO GT-TENURE-DAYS
           PERFORM 535-ADD-GRAND-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5
           MOVE ZEROS TO CC-TOTALS.

       535-ADD-GRAND-BAND.
           ADD CT-BAND (BAND-IDX) TO GT-BAND (BAND-IDX).

      ******************************************************************
      * Turnover is terminations over the average of the opening and
      * closing headcount; average tenure is in years of 365.25 days.
      ******************************************************************
       600-FORMAT-LINE.
           MOVE 0 TO TURNOVER-PCT
           MOVE 0 TO AVERAGE-TENURE
           IF LT-OPENING + LT-CLOSING > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   LT-TERMS * 200 / (LT-OPENING + LT-CLOSING)
           END-IF
           IF LT-CLOSING > 0
               COMPUTE AVERAGE-TENURE ROUNDED =
                   LT-TENURE-DAYS / (LT-CLOSING * 365.25)
           END-IF
           MOVE SPACES TO RDL-DEPT
           MOVE LT-OPENING TO RDL-OPENING
           MOVE LT-HIRES TO RDL-HIRES
           MOVE LT-REHIRES TO RDL-REHIRES
           MOVE LT-TERMS TO RDL-TERMS
           MOVE LT-CLOSING TO RDL-CLOSING
           MOVE LT-LEAVE TO RDL-LEAVE
           MOVE TURNOVER-PCT TO RDL-TURNOVER
           MOVE AVERAGE-TENURE TO RDL-TENURE
           PERFORM 605-FORMAT-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5.

       605-FORMAT-BAND.
           MOVE LT-BAND (BAND-IDX) TO RDL-BAND (BAND-IDX)
           MOVE LT-BAND (BAND-IDX) TO CSV-BAND-ED (BAND-IDX).

       610-WRITE-CSV-ROW.
           MOVE LT-OPENING TO CSV-OPENING-ED
           MOVE LT-HIRES TO CSV-HIRES-ED
           MOVE LT-REHIRES TO CSV-REHIRES-ED
           MOVE LT-TERMS TO CSV-TERMS-ED
           MOVE LT-CLOSING TO CSV-CLOSING-ED
           MOVE LT-LEAVE TO CSV-LEAVE-ED
           MOVE TURNOVER-PCT TO CSV-TURNOVER-ED
           MOVE AVERAGE-TENURE TO CSV-TENURE-ED
           MOVE SPACES TO CSV-LINE
           STRING
               FUNCTION TRIM(CSV-ROW-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-COST-CENTER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-DEPT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-DEPT-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PERIOD-START DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PERIOD-END DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-OPENING-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-HIRES-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-REHIRES-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-TERMS-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-CLOSING-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-LEAVE-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-TURNOVER-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-TENURE-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-BAND-ED (1)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-BAND-ED (2)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-BAND-ED (3)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-BAND-ED (4)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-BAND-ED (5)) DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.

       900-FORMAT-DATE.
           MOVE DEI-MONTH TO DEO-MONTH
           MOVE DEI-DAY TO DEO-DAY
           MOVE DEI-YEAR TO DEO-YEAR.

       400-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES ON MASTER" TO RCL-LABEL.
           MOVE EMPLOYEE-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "AUDIT ADDS, CHANGES AND DELETES READ" TO RCL-LABEL.
           MOVE AUDIT-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "HIRES WITH NO USABLE DOH - NOT COUNTED" TO RCL-LABEL.
           MOVE NO-DOH-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "CLOSING HEADCOUNT:     " GT-CLOSING.
           DISPLAY "TERMINATIONS:          " GT-TERMS.
           IF NO-DOH-COUNTER > 0
               DISPLAY "HIRES NOT COUNTED:     " NO-DOH-COUNTER
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE AUDIT-IN.
           IF DEPT-FILE-SWITCH = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE REPORT-OUT.
           CLOSE CSV-OUT.
           IF NO-DOH-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CH0737.
