      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Quarterly state withholding liability summary for the
      *        state returns.  Reads the permanent pay-history file
      *        and totals, for every check paid in the quarter, the
      *        wages and the state tax withheld under the state that
      *        withheld on it -- the work state, else the resident
      *        state.  Checks for employees with no state coded total
      *        under the home state the operator keys.  The quarter
      *        and year come from the pay-period calendar -- the
      *        quarter of the latest posted period -- or the operator
      *        may key them.  Prior-period corrections count in the
      *        quarter they were paid, as they do on the returns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0727.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PAY-HISTORY ASSIGN TO 'PayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'StateTaxSummary.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD PAY-HISTORY.
       01 PAY-HISTORY-REC.
           05 PH-PERIOD        PIC 9(4).
           05 PH-WEEK-ENDING   PIC 9(8).
           05 PH-DETAIL        PIC X(250).

       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD REPORT-OUT.
       01 REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EOF-SWITCH        PIC X VALUE "N".
           05 CAL-EOF-SWITCH    PIC X VALUE "N".
       01 HIST-FILE-STATUS      PIC XX VALUE "00".
       01 CAL-FILE-STATUS       PIC XX VALUE "00".
       01 RPT-FILE-STATUS       PIC XX VALUE "00".
       01 COUNTERS.
           05 CHECK-COUNTER     PIC 9(6) VALUE 0.
       01 QUARTER-WORK.
           05 REPORT-QUARTER    PIC 9 VALUE 0.
           05 REPORT-YEAR       PIC 9(4) VALUE 0.
           05 OPERATOR-QUARTER  PIC 9 VALUE 0.
           05 OPERATOR-YEAR     PIC 9(4) VALUE 0.
           05 POSTED-MONTH      PIC 9(2) VALUE 0.
           05 POSTED-WEEK-ENDING PIC 9(8) VALUE 0.
           05 HIST-YEAR         PIC 9(4) VALUE 0.
           05 HIST-MONTH        PIC 9(2) VALUE 0.
           05 HIST-QUARTER      PIC 9 VALUE 0.
       01 STATE-WORK.
           05 HOME-STATE-CODE   PIC X(2) VALUE SPACES.
           05 THIS-STATE        PIC X(2) VALUE SPACES.
           05 ST-COUNT          PIC 9(2) VALUE 0.
           05 ST-IDX            PIC 9(2) VALUE 0.
           05 ST-FOUND-SWITCH   PIC X VALUE "N".
       01 STATE-TOTAL-TABLE.
           05 ST-ENTRY OCCURS 20 TIMES.
               10 ST-TBL-CODE        PIC X(2).
               10 ST-TBL-CHECKS      PIC 9(6).
               10 ST-TBL-WAGES       PIC S9(9)V99.
               10 ST-TBL-TAX         PIC S9(9)V99.
       01 GRAND-TOTALS.
           05 TOT-CHECKS        PIC 9(6) VALUE 0.
           05 TOT-WAGES         PIC S9(11)V99 VALUE 0.
           05 TOT-TAX           PIC S9(11)V99 VALUE 0.

       01 HISTORY-DETAIL-VIEW REDEFINES PAY-HISTORY-REC.
           05 FILLER                PIC X(12).
           05 HDV-EMPLOYEE-ID       PIC 9(6).
           05 HDV-DEPT-CODE         PIC X(4).
           05 HDV-NAME              PIC X(20).
           05 HDV-SALARY            PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(80).
           05 HDV-WH-STATE-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(97).
           05 HDV-WH-STATE          PIC X(2).
           05 FILLER                PIC X(24).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(34)
                   VALUE 'STATE WITHHOLDING LIABILITY  YEAR '.
           05 HDR-YEAR          PIC 9(4).
           05 FILLER            PIC X(10) VALUE '  QUARTER '.
           05 HDR-QUARTER       PIC 9.

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(8)  VALUE 'STATE'.
           05 FILLER            PIC X(9)  VALUE '  CHECKS'.
           05 FILLER            PIC X(18) VALUE '       STATE WAGES'.
           05 FILLER            PIC X(18) VALUE '    TAX WITHHELD'.

       01 RPT-DETAIL-LINE.
           05 RDL-STATE         PIC X(2).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 RDL-CHECKS        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-WAGES         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-TAX           PIC -ZZZ,ZZZ,ZZ9.99.

       01 RPT-TOTAL-LINE.
           05 FILLER            PIC X(8)  VALUE 'TOTAL'.
           05 RTL-CHECKS        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RTL-WAGES         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RTL-TAX           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-RECORDS
               UNTIL EOF-SWITCH = "Y".
           PERFORM 300-WRITE-REPORT
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           DISPLAY "QUARTER 1-4 (0 = FROM CALENDAR): "
               WITH NO ADVANCING.
           ACCEPT OPERATOR-QUARTER.
           DISPLAY "YEAR (0 = FROM CALENDAR): " WITH NO ADVANCING.
           ACCEPT OPERATOR-YEAR.
           DISPLAY "HOME STATE CODE: " WITH NO ADVANCING.
           ACCEPT HOME-STATE-CODE.
           IF OPERATOR-QUARTER >= 1 AND OPERATOR-QUARTER <= 4
                   AND OPERATOR-YEAR > 0
               MOVE OPERATOR-QUARTER TO REPORT-QUARTER
               MOVE OPERATOR-YEAR TO REPORT-YEAR
           ELSE
               PERFORM 130-DERIVE-QUARTER
               IF OPERATOR-QUARTER >= 1 AND OPERATOR-QUARTER <= 4
                   MOVE OPERATOR-QUARTER TO REPORT-QUARTER
               END-IF
               IF OPERATOR-YEAR > 0
                   MOVE OPERATOR-YEAR TO REPORT-YEAR
               END-IF
           END-IF.
           OPEN INPUT PAY-HISTORY.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "PAY-HISTORY OPEN FAILED " HIST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * The quarter being filed is the quarter of the latest posted
      * period on the calendar -- the wall clock has no say in it.
      ******************************************************************
       130-DERIVE-QUARTER.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CALENDAR OPEN FAILED " CAL-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 135-READ-CALENDAR-REC
               UNTIL CAL-EOF-SWITCH = "Y".
           CLOSE PERIOD-CALENDAR.
           IF POSTED-WEEK-ENDING = 0
               DISPLAY "NO POSTED PERIOD ON CALENDAR - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE POSTED-WEEK-ENDING (5:2) TO POSTED-MONTH.
           IF POSTED-MONTH < 1 OR POSTED-MONTH > 12
               DISPLAY "BAD WEEK-ENDING ON CALENDAR "
                   POSTED-WEEK-ENDING " - RUN REFUSED"
               STOP RUN
           END-IF.
           COMPUTE REPORT-QUARTER = (POSTED-MONTH + 2) / 3.
           MOVE POSTED-WEEK-ENDING (1:4) TO REPORT-YEAR.

       135-READ-CALENDAR-REC.
           READ PERIOD-CALENDAR
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   IF CAL-STATUS = "P"
                       MOVE CAL-WEEK-ENDING TO POSTED-WEEK-ENDING
                   END-IF
           END-READ.

       200-PROCESS-RECORDS.

           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   IF HDV-EMPLOYEE-ID NUMERIC
                       PERFORM 250-SELECT-BY-QUARTER
                   END-IF
           END-READ.

       250-SELECT-BY-QUARTER.
           MOVE PH-WEEK-ENDING (1:4) TO HIST-YEAR
           MOVE PH-WEEK-ENDING (5:2) TO HIST-MONTH
           IF HIST-YEAR = REPORT-YEAR AND
                   HIST-MONTH >= 1 AND HIST-MONTH <= 12
               COMPUTE HIST-QUARTER = (HIST-MONTH + 2) / 3
               IF HIST-QUARTER = REPORT-QUARTER
                   ADD 1 TO CHECK-COUNTER
                   PERFORM 280-POST-TO-STATE
               END-IF
           END-IF.

      ******************************************************************
      * Pay history written before the state was carried on the salary
      * line has spaces there, and totals under the home state along
      * with the employees who have no state coded.
      ******************************************************************
       280-POST-TO-STATE.
           IF HDV-WH-STATE = SPACES
               MOVE HOME-STATE-CODE TO THIS-STATE
           ELSE
               MOVE HDV-WH-STATE TO THIS-STATE
           END-IF
           MOVE "N" TO ST-FOUND-SWITCH
           PERFORM 285-MATCH-STATE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT.
           IF ST-FOUND-SWITCH = "N"
               IF ST-COUNT >= 20
                   DISPLAY "MORE THAN 20 STATES - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ST-COUNT
               MOVE THIS-STATE TO ST-TBL-CODE (ST-COUNT)
               MOVE 1 TO ST-TBL-CHECKS (ST-COUNT)
               MOVE HDV-SALARY TO ST-TBL-WAGES (ST-COUNT)
               MOVE HDV-WH-STATE-TAX TO ST-TBL-TAX (ST-COUNT)
           END-IF
           ADD 1 TO TOT-CHECKS
           ADD HDV-SALARY TO TOT-WAGES
           ADD HDV-WH-STATE-TAX TO TOT-TAX.

       285-MATCH-STATE.
           IF ST-FOUND-SWITCH = "N" AND
                   ST-TBL-CODE (ST-IDX) = THIS-STATE
               MOVE "Y" TO ST-FOUND-SWITCH
               ADD 1 TO ST-TBL-CHECKS (ST-IDX)
               ADD HDV-SALARY TO ST-TBL-WAGES (ST-IDX)
               ADD HDV-WH-STATE-TAX TO ST-TBL-TAX (ST-IDX)
           END-IF.

       300-WRITE-REPORT.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           MOVE REPORT-YEAR TO HDR-YEAR.
           MOVE REPORT-QUARTER TO HDR-QUARTER.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HDR.
           PERFORM 350-WRITE-STATE-LINE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOT-CHECKS TO RTL-CHECKS.
           MOVE TOT-WAGES TO RTL-WAGES.
           MOVE TOT-TAX TO RTL-TAX.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

       350-WRITE-STATE-LINE.
           MOVE ST-TBL-CODE (ST-IDX) TO RDL-STATE
           MOVE ST-TBL-CHECKS (ST-IDX) TO RDL-CHECKS
           MOVE ST-TBL-WAGES (ST-IDX) TO RDL-WAGES
           MOVE ST-TBL-TAX (ST-IDX) TO RDL-TAX
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       400-TERMINATE.
           DISPLAY "STATE WITHHOLDING FOR " REPORT-YEAR
               " QUARTER " REPORT-QUARTER.
           DISPLAY "CHECKS INCLUDED: " CHECK-COUNTER.
           CLOSE PAY-HISTORY.
           CLOSE REPORT-OUT.
           STOP RUN.
       END PROGRAM CH0727.
