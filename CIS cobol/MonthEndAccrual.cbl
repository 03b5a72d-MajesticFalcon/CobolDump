      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Month-end accrued wages.  Pay weeks run Sunday to
      *        Saturday, so the week that straddles a month end is
      *        posted whole in the month it is paid and the month
      *        closing first is short its last few days of labor.
      *        For the month keyed at the console this finds that
      *        week on the pay-period calendar, takes the days the
      *        payroll run priced for it on or before the month's
      *        last day from the daily pay history, and accrues them
      *        as wages by charged department, with the employer's
      *        Social Security, Medicare, FUTA and SUTA in proportion
      *        from the week's posted check on the pay history.
      *        Writes the accrual journal dated the month's last day
      *        and the reversing entry dated the first of the next
      *        month, and a report showing each figure's derivation.
      *        Supplemental pay on a check (bonus, commission, retro
      *        lump sum) is not earned by the day, so it is left out
      *        of the days-to-check proof and is not accrued.
      *        The week must have been paid before the accrual is
      *        run; a month ending on a Saturday has nothing to
      *        accrue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0733.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT DAILY-PAY ASSIGN TO 'DailyPayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DPH-FILE-STATUS.
               SELECT PAY-HISTORY ASSIGN TO 'PayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.
               SELECT DEPARTMENT-MASTER
                   ASSIGN TO 'DepartmentMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEPT-CODE
                   FILE STATUS IS DEPT-FILE-STATUS.
               SELECT JOURNAL-OUT ASSIGN TO 'AccrualJournal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AJ-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'MonthEndAccrual.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD DAILY-PAY.
       COPY DAYPAY.

       FD PAY-HISTORY.
       01 PAY-HISTORY-REC.
           05 PH-PERIOD            PIC 9(4).
           05 PH-WEEK-ENDING       PIC 9(8).
           05 PH-DETAIL            PIC X(250).

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.

       FD JOURNAL-OUT.
       01 ACCRUAL-JOURNAL-REC.
           05 AJ-ENTRY-TYPE        PIC X.
           05 AJ-ENTRY-DATE        PIC 9(8).
           05 AJ-ACCOUNT           PIC X(4).
           05 AJ-DEPT              PIC X(4).
           05 AJ-DC                PIC X.
           05 AJ-AMOUNT            PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 AJ-DESCRIPTION       PIC X(20).
           05 AJ-COST-CENTER       PIC X(6).

       FD REPORT-OUT.
       01 REPORT-LINE              PIC X(132).

       FD RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 LOG-FILE-STATUS          PIC XX VALUE "00".
       01 SWITCHES.
           05 CAL-EOF-SWITCH       PIC X VALUE "N".
           05 DPH-EOF-SWITCH       PIC X VALUE "N".
           05 HIST-EOF-SWITCH      PIC X VALUE "N".
           05 DEPT-FILE-SWITCH     PIC X VALUE "N".
           05 WEEK-FOUND-SWITCH    PIC X VALUE "N".
           05 MONTH-ON-WEEK-SWITCH PIC X VALUE "N".
           05 EMP-FOUND-SWITCH     PIC X VALUE "N".
           05 DEPT-FOUND-SWITCH    PIC X VALUE "N".
           05 CHECK-LINE-SWITCH    PIC X VALUE "N".
       01 CAL-FILE-STATUS          PIC XX VALUE "00".
       01 DPH-FILE-STATUS          PIC XX VALUE "00".
       01 HIST-FILE-STATUS         PIC XX VALUE "00".
       01 DEPT-FILE-STATUS         PIC XX VALUE "00".
       01 AJ-FILE-STATUS           PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 DAY-COUNTER          PIC 9(6) VALUE 0.
           05 JOURNAL-COUNTER      PIC 9(6) VALUE 0.
           05 EXCEPTION-COUNTER    PIC 9(6) VALUE 0.
       01 ACCRUAL-MONTH-IN         PIC X(6).
       01 ACCRUAL-MONTH-WORK.
           05 ACC-YEAR             PIC 9(4).
           05 ACC-MONTH            PIC 9(2).
       01 DATE-WORK.
           05 NEXT-MONTH-FIRST     PIC 9(8) VALUE 0.
           05 NEXT-MONTH-FIRST-X REDEFINES NEXT-MONTH-FIRST.
               10 NMF-YEAR         PIC 9(4).
               10 NMF-MONTH        PIC 9(2).
               10 NMF-DAY          PIC 9(2).
           05 MONTH-END-DATE       PIC 9(8) VALUE 0.
           05 MONTH-END-INT        PIC 9(7) VALUE 0.
           05 WEEK-END-INT         PIC 9(7) VALUE 0.
           05 CAL-MONTH-CHECK      PIC 9(2) VALUE 0.
           05 LAST-CAL-WEEK-ENDING PIC 9(8) VALUE 0.
       01 ACCRUAL-WEEK.
           05 ACCRUAL-PERIOD       PIC 9(4) VALUE 0.
           05 ACCRUAL-WEEK-ENDING  PIC 9(8) VALUE 0.
           05 ACCRUAL-WEEK-STATUS  PIC X VALUE SPACE.
           05 DAYS-IN-MONTH        PIC 9 VALUE 0.
       01 RUN-PERIOD               PIC 9(4) VALUE 0.
       01 LINE-EARNINGS            PIC S9(7)V99 VALUE 0.

       01 PAY-DETAIL-WORK.
           05 PDW-EMPLOYEE-ID       PIC 9(6).
           05 PDW-DEPT-CODE         PIC X(4).
           05 PDW-NAME              PIC X(20).
           05 PDW-SALARY            PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(62).
           05 PDW-WH-FICA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(18).
           05 PDW-WH-MEDICARE       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(25).
           05 PDW-REG-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-OT-AMOUNT         PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-VAC-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-SICK-AMOUNT       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-HOL-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-ER-FUTA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 PDW-ER-SUTA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(2).
           05 PDW-SUPP-BONUS        PIC 9(5)V99.
           05 PDW-SUPP-COMMISSION   PIC 9(5)V99.
           05 PDW-SUPP-RETRO        PIC 9(5)V99.
           05 FILLER                PIC X(3).

       01 EMP-WORK.
           05 EMP-COUNT            PIC 9(3) VALUE 0.
           05 EMP-IDX              PIC 9(3) VALUE 0.
           05 EMP-SUB              PIC 9(3) VALUE 0.
           05 LOOKUP-EMPLOYEE-ID   PIC 9(6) VALUE 0.
           05 LOOKUP-HOME-DEPT     PIC X(4) VALUE SPACES.
       01 EMP-TABLE.
           05 EMP-ENTRY OCCURS 500 TIMES.
               10 EMP-ID           PIC 9(6).
               10 EMP-HOME-DEPT    PIC X(4).
               10 EMP-NAME         PIC X(20).
               10 EMP-HIST-SWITCH  PIC X.
               10 EMP-WEEK-GROSS   PIC S9(7)V99.
               10 EMP-WEEK-SUPP    PIC S9(7)V99.
               10 EMP-WEEK-ER-FICA PIC S9(7)V99.
               10 EMP-WEEK-ER-MEDICARE PIC S9(7)V99.
               10 EMP-WEEK-ER-FUTA PIC S9(7)V99.
               10 EMP-WEEK-ER-SUTA PIC S9(7)V99.
               10 EMP-DAYS-TOTAL   PIC S9(7)V99.
               10 EMP-ACCRUED      PIC S9(7)V99.
               10 EMP-HOURS        PIC 9(3)V99.
               10 EMP-DAYS         PIC 9.

       01 DEPT-WORK.
           05 DEPT-COUNT           PIC 9(2) VALUE 0.
           05 DEPT-IDX             PIC 9(2) VALUE 0.
           05 DEPT-SUB             PIC 9(2) VALUE 0.
           05 LOOKUP-DEPT          PIC X(4) VALUE SPACES.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
               10 DEPT-TBL-CODE    PIC X(4).
               10 DEPT-TBL-COST-CENTER PIC X(6).
               10 DEPT-TBL-WAGES   PIC S9(9)V99.
               10 DEPT-TBL-ER-FICA PIC S9(9)V99.
               10 DEPT-TBL-ER-MEDICARE PIC S9(9)V99.
               10 DEPT-TBL-ER-FUTA PIC S9(9)V99.
               10 DEPT-TBL-ER-SUTA PIC S9(9)V99.

       01 ACCRUAL-CALC.
           05 ACC-ER-FICA          PIC S9(7)V99 VALUE 0.
           05 ACC-ER-MEDICARE      PIC S9(7)V99 VALUE 0.
           05 ACC-ER-FUTA          PIC S9(7)V99 VALUE 0.
           05 ACC-ER-SUTA          PIC S9(7)V99 VALUE 0.
       01 TOTALS.
           05 TOTAL-WEEK-GROSS     PIC S9(9)V99 VALUE 0.
           05 TOTAL-WAGES          PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-FICA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-MEDICARE    PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-FUTA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-SUTA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-TAXES       PIC S9(9)V99 VALUE 0.
           05 TOTAL-DEBITS         PIC S9(9)V99 VALUE 0.
           05 TOTAL-CREDITS        PIC S9(9)V99 VALUE 0.
           05 DEPT-LINE-TOTAL      PIC S9(9)V99 VALUE 0.
       01 JOURNAL-WORK.
           05 JOURNAL-ENTRY-TYPE   PIC X VALUE SPACE.
           05 JOURNAL-ENTRY-DATE   PIC 9(8) VALUE 0.
           05 JOURNAL-DEBIT-DC     PIC X VALUE SPACE.
           05 JOURNAL-CREDIT-DC    PIC X VALUE SPACE.
       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).
       01 DATE-EDIT-IN             PIC 9(8).
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
           05 FILLER            PIC X(29)
                   VALUE 'MONTH-END ACCRUED WAGES'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).

       01 RPT-MONTH-LINE.
           05 FILLER            PIC X(20) VALUE 'ACCRUED AS OF'.
           05 RML-MONTH-END     PIC X(10).
           05 FILLER            PIC X(20) VALUE '    REVERSED ON'.
           05 RML-REVERSAL      PIC X(10).

       01 RPT-WEEK-LINE.
           05 FILLER            PIC X(20) VALUE 'PAY WEEK'.
           05 RWL-PERIOD        PIC 9(4).
           05 FILLER            PIC X(8)  VALUE ' ENDING '.
           05 RWL-WEEK-ENDING   PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 RWL-DAYS          PIC 9.
           05 FILLER            PIC X(30)
                   VALUE ' OF 7 DAYS FALL IN THE MONTH'.

       01 RPT-BASIS-1.
           05 FILLER            PIC X(60) VALUE
               'WAGES = DAYS PRICED BY PAYROLL THROUGH MONTH END'.
       01 RPT-BASIS-2.
           05 FILLER            PIC X(60) VALUE
               'EMPLOYER TAX = WEEK TAX ON CHECK X WAGES / WEEK GROSS'.

       01 RPT-EMP-HDR.
           05 FILLER            PIC X(7)  VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'NAME'.
           05 FILLER            PIC X(5)  VALUE 'DEPT'.
           05 FILLER            PIC X(12) VALUE '  WEEK GROSS'.
           05 FILLER            PIC X(5)  VALUE ' DAYS'.
           05 FILLER            PIC X(8)  VALUE '   HOURS'.
           05 FILLER            PIC X(12) VALUE '   WAGES ACC'.
           05 FILLER            PIC X(11) VALUE '  ER SS ACC'.
           05 FILLER            PIC X(11) VALUE ' ER MED ACC'.
           05 FILLER            PIC X(11) VALUE '   FUTA ACC'.
           05 FILLER            PIC X(11) VALUE '   SUTA ACC'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE 'NOTE'.

       01 RPT-EMP-LINE.
           05 REL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-NAME          PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-DEPT          PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-WEEK-GROSS    PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 REL-DAYS          PIC 9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-HOURS         PIC ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-WAGES         PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-ER-FICA       PIC -ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-ER-MEDICARE   PIC -ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-ER-FUTA       PIC -ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REL-ER-SUTA       PIC -ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-NOTE          PIC X(22).

       01 RPT-DEPT-HDR.
           05 FILLER            PIC X(6)  VALUE 'DEPT'.
           05 FILLER            PIC X(8)  VALUE 'CC'.
           05 FILLER            PIC X(14) VALUE '         WAGES'.
           05 FILLER            PIC X(14) VALUE '        ER SS'.
           05 FILLER            PIC X(14) VALUE '       ER MED'.
           05 FILLER            PIC X(14) VALUE '         FUTA'.
           05 FILLER            PIC X(14) VALUE '         SUTA'.
           05 FILLER            PIC X(14) VALUE '        TOTAL'.

       01 RPT-DEPT-LINE.
           05 RDL-DEPT          PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-COST-CENTER   PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-WAGES         PIC -ZZ,ZZZ,ZZ9.99.
           05 RDL-ER-FICA       PIC -ZZ,ZZZ,ZZ9.99.
           05 RDL-ER-MEDICARE   PIC -ZZ,ZZZ,ZZ9.99.
           05 RDL-ER-FUTA       PIC -ZZ,ZZZ,ZZ9.99.
           05 RDL-ER-SUTA       PIC -ZZ,ZZZ,ZZ9.99.
           05 RDL-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.

       01 RPT-TOTAL-LINE.
           05 RTL-LABEL         PIC X(40).
           05 RTL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
           05 RCL-LABEL         PIC X(40).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 110-FIND-ACCRUAL-WEEK
           PERFORM 200-LOAD-PAY-HISTORY
           PERFORM 250-LOAD-DAILY-PAY
           PERFORM 300-WRITE-DERIVATION
           PERFORM 500-WRITE-JOURNAL
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           DISPLAY "ACCRUAL MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT ACCRUAL-MONTH-IN.
           IF ACCRUAL-MONTH-IN NOT NUMERIC
               DISPLAY "ACCRUAL MONTH MUST BE YYYYMM - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ACCRUAL-MONTH-IN TO ACCRUAL-MONTH-WORK.
           IF ACC-MONTH < 1 OR ACC-MONTH > 12 OR ACC-YEAR < 1601
               DISPLAY "ACCRUAL MONTH MUST BE YYYYMM - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ACC-MONTH = 12
               COMPUTE NMF-YEAR = ACC-YEAR + 1
               MOVE 1 TO NMF-MONTH
           ELSE
               MOVE ACC-YEAR TO NMF-YEAR
               COMPUTE NMF-MONTH = ACC-MONTH + 1
           END-IF.
           MOVE 1 TO NMF-DAY.
           COMPUTE MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-FIRST) - 1.
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (MONTH-END-INT).
           PERFORM 900-OPEN-RUN-LOG.
           MOVE "START" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPT-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-FILE-SWITCH
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE "
                   DEPT-FILE-STATUS " - COST CENTERS LEFT BLANK"
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.

      ******************************************************************
      * The week to accrue is the one that ends after the month's
      * last day but starts on or before it.  A week ending on the
      * last day itself means the month closed with its payroll and
      * there is nothing to accrue; no week at all means the calendar
      * does not reach the month and the run is refused.  The week
      * must already be posted -- the accrual prices from what the
      * payroll run paid, not from an estimate.
      ******************************************************************
       110-FIND-ACCRUAL-WEEK.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CALENDAR OPEN FAILED " CAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 115-READ-CALENDAR-REC
               UNTIL CAL-EOF-SWITCH = "Y".
           CLOSE PERIOD-CALENDAR.
           IF WEEK-FOUND-SWITCH = "N" AND MONTH-ON-WEEK-SWITCH = "N"
               DISPLAY "NO CALENDAR WEEK COVERS " MONTH-END-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WEEK-FOUND-SWITCH = "Y" AND ACCRUAL-WEEK-STATUS NOT = "P"
               DISPLAY "WEEK ENDING " ACCRUAL-WEEK-ENDING
                   " NOT YET POSTED - RUN AFTER ITS PAYROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       115-READ-CALENDAR-REC.
           READ PERIOD-CALENDAR
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   MOVE CAL-WEEK-ENDING (5:2) TO CAL-MONTH-CHECK
                   IF CAL-MONTH-CHECK >= 1 AND CAL-MONTH-CHECK <= 12
                       PERFORM 117-CHECK-CALENDAR-WEEK
                   END-IF
           END-READ.

       117-CHECK-CALENDAR-WEEK.
           COMPUTE WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE (CAL-WEEK-ENDING)
           IF WEEK-END-INT = MONTH-END-INT
               MOVE "Y" TO MONTH-ON-WEEK-SWITCH
               MOVE CAL-PERIOD-NUMBER TO RUN-PERIOD
           END-IF
           IF WEEK-END-INT > MONTH-END-INT AND
                   WEEK-END-INT - 6 NOT > MONTH-END-INT
               MOVE "Y" TO WEEK-FOUND-SWITCH
               MOVE CAL-PERIOD-NUMBER TO ACCRUAL-PERIOD
               MOVE CAL-PERIOD-NUMBER TO RUN-PERIOD
               MOVE CAL-WEEK-ENDING TO ACCRUAL-WEEK-ENDING
               MOVE CAL-STATUS TO ACCRUAL-WEEK-STATUS
               COMPUTE DAYS-IN-MONTH =
                   MONTH-END-INT - WEEK-END-INT + 7
           END-IF.

      ******************************************************************
      * The week's checks on the pay history give each employee's
      * gross and the employer taxes the payroll run accrued on it.
      * Prior-period and retro corrections are posted under the week
      * they were keyed in, with no earnings by type and no
      * supplementals; they are not that week's check and are passed
      * over, as retroactive pay passes over them.
      ******************************************************************
       200-LOAD-PAY-HISTORY.
           IF WEEK-FOUND-SWITCH = "Y"
               OPEN INPUT PAY-HISTORY
               IF HIST-FILE-STATUS NOT = "00"
                   DISPLAY "PAY-HISTORY OPEN FAILED " HIST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 210-READ-PAY-HISTORY
                   UNTIL HIST-EOF-SWITCH = "Y"
               CLOSE PAY-HISTORY
           END-IF.

       210-READ-PAY-HISTORY.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   IF PH-WEEK-ENDING = ACCRUAL-WEEK-ENDING
                       MOVE PH-DETAIL TO PAY-DETAIL-WORK
                       IF PDW-EMPLOYEE-ID NUMERIC AND
                               PDW-EMPLOYEE-ID > 0
                           PERFORM 215-CHECK-FOR-EARNINGS
                           IF CHECK-LINE-SWITCH = "Y"
                               PERFORM 220-POST-WEEK-CHECK
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       215-CHECK-FOR-EARNINGS.
           MOVE "N" TO CHECK-LINE-SWITCH
           MOVE 0 TO LINE-EARNINGS
           IF PDW-REG-AMOUNT NUMERIC AND PDW-OT-AMOUNT NUMERIC AND
                   PDW-VAC-AMOUNT NUMERIC AND PDW-SICK-AMOUNT NUMERIC
                   AND PDW-HOL-AMOUNT NUMERIC
               COMPUTE LINE-EARNINGS = PDW-REG-AMOUNT + PDW-OT-AMOUNT
                   + PDW-VAC-AMOUNT + PDW-SICK-AMOUNT + PDW-HOL-AMOUNT
           END-IF
           IF PDW-SUPP-BONUS NUMERIC AND PDW-SUPP-COMMISSION NUMERIC
                   AND PDW-SUPP-RETRO NUMERIC
               ADD PDW-SUPP-BONUS PDW-SUPP-COMMISSION PDW-SUPP-RETRO
                   TO LINE-EARNINGS
           END-IF
           IF LINE-EARNINGS NOT = 0
               MOVE "Y" TO CHECK-LINE-SWITCH
           END-IF.

       220-POST-WEEK-CHECK.
           MOVE PDW-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
           MOVE PDW-DEPT-CODE TO LOOKUP-HOME-DEPT
           PERFORM 230-FIND-EMPLOYEE
           MOVE "Y" TO EMP-HIST-SWITCH (EMP-SUB)
           MOVE PDW-NAME TO EMP-NAME (EMP-SUB)
           ADD PDW-SALARY TO EMP-WEEK-GROSS (EMP-SUB)
           ADD PDW-WH-FICA TO EMP-WEEK-ER-FICA (EMP-SUB)
           ADD PDW-WH-MEDICARE TO EMP-WEEK-ER-MEDICARE (EMP-SUB)
           ADD PDW-ER-FUTA TO EMP-WEEK-ER-FUTA (EMP-SUB)
           ADD PDW-ER-SUTA TO EMP-WEEK-ER-SUTA (EMP-SUB)
           ADD PDW-SALARY TO TOTAL-WEEK-GROSS
           IF PDW-SUPP-BONUS NUMERIC AND PDW-SUPP-COMMISSION NUMERIC
                   AND PDW-SUPP-RETRO NUMERIC
               ADD PDW-SUPP-BONUS PDW-SUPP-COMMISSION PDW-SUPP-RETRO
                   TO EMP-WEEK-SUPP (EMP-SUB)
           END-IF.

       230-FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-SWITCH
           PERFORM 235-MATCH-EMPLOYEE
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT.
           IF EMP-FOUND-SWITCH = "N"
               IF EMP-COUNT >= 500
                   DISPLAY "MORE THAN 500 EMPLOYEES - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EMP-COUNT
               MOVE EMP-COUNT TO EMP-SUB
               MOVE LOOKUP-EMPLOYEE-ID TO EMP-ID (EMP-SUB)
               MOVE LOOKUP-HOME-DEPT TO EMP-HOME-DEPT (EMP-SUB)
               MOVE SPACES TO EMP-NAME (EMP-SUB)
               MOVE "N" TO EMP-HIST-SWITCH (EMP-SUB)
               MOVE 0 TO EMP-WEEK-GROSS (EMP-SUB)
               MOVE 0 TO EMP-WEEK-SUPP (EMP-SUB)
               MOVE 0 TO EMP-WEEK-ER-FICA (EMP-SUB)
               MOVE 0 TO EMP-WEEK-ER-MEDICARE (EMP-SUB)
               MOVE 0 TO EMP-WEEK-ER-FUTA (EMP-SUB)
               MOVE 0 TO EMP-WEEK-ER-SUTA (EMP-SUB)
               MOVE 0 TO EMP-DAYS-TOTAL (EMP-SUB)
               MOVE 0 TO EMP-ACCRUED (EMP-SUB)
               MOVE 0 TO EMP-HOURS (EMP-SUB)
               MOVE 0 TO EMP-DAYS (EMP-SUB)
           END-IF.

       235-MATCH-EMPLOYEE.
           IF EMP-FOUND-SWITCH = "N" AND
                   EMP-ID (EMP-IDX) = LOOKUP-EMPLOYEE-ID
               MOVE "Y" TO EMP-FOUND-SWITCH
               MOVE EMP-IDX TO EMP-SUB
           END-IF.

      ******************************************************************
      * Every priced day of the week counts toward the proof against
      * the check; only the days on or before the month's last day
      * are accrued, and they accrue to the department the day was
      * charged to, the way the labor expense itself posts.
      ******************************************************************
       250-LOAD-DAILY-PAY.
           IF WEEK-FOUND-SWITCH = "Y"
               OPEN INPUT DAILY-PAY
               IF DPH-FILE-STATUS NOT = "00"
                   DISPLAY "DAILY-PAY OPEN FAILED " DPH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 260-READ-DAILY-PAY
                   UNTIL DPH-EOF-SWITCH = "Y"
               CLOSE DAILY-PAY
               IF DAY-COUNTER = 0
                   DISPLAY "NO DAILY PAY ON FILE FOR WEEK ENDING "
                       ACCRUAL-WEEK-ENDING " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       260-READ-DAILY-PAY.
           READ DAILY-PAY
               AT END
                   MOVE "Y" TO DPH-EOF-SWITCH
               NOT AT END
                   IF DPH-WEEK-ENDING = ACCRUAL-WEEK-ENDING
                       ADD 1 TO DAY-COUNTER
                       PERFORM 270-POST-DAY
                   END-IF
           END-READ.

       270-POST-DAY.
           MOVE DPH-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
           MOVE DPH-HOME-DEPT TO LOOKUP-HOME-DEPT
           PERFORM 230-FIND-EMPLOYEE
           ADD DPH-AMOUNT TO EMP-DAYS-TOTAL (EMP-SUB)
           IF DPH-WORK-DATE NOT > MONTH-END-DATE
               ADD DPH-AMOUNT TO EMP-ACCRUED (EMP-SUB)
               ADD DPH-HOURS TO EMP-HOURS (EMP-SUB)
               ADD 1 TO EMP-DAYS (EMP-SUB)
               MOVE DPH-CHARGE-DEPT TO LOOKUP-DEPT
               PERFORM 280-FIND-DEPARTMENT
               ADD DPH-AMOUNT TO DEPT-TBL-WAGES (DEPT-SUB)
               ADD DPH-AMOUNT TO TOTAL-WAGES
           END-IF.

       280-FIND-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-SWITCH
           PERFORM 285-MATCH-DEPARTMENT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.
           IF DEPT-FOUND-SWITCH = "N"
               IF DEPT-COUNT >= 50
                   DISPLAY "MORE THAN 50 DEPARTMENTS - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-COUNT TO DEPT-SUB
               MOVE LOOKUP-DEPT TO DEPT-TBL-CODE (DEPT-SUB)
               MOVE 0 TO DEPT-TBL-WAGES (DEPT-SUB)
               MOVE 0 TO DEPT-TBL-ER-FICA (DEPT-SUB)
               MOVE 0 TO DEPT-TBL-ER-MEDICARE (DEPT-SUB)
               MOVE 0 TO DEPT-TBL-ER-FUTA (DEPT-SUB)
               MOVE 0 TO DEPT-TBL-ER-SUTA (DEPT-SUB)
               PERFORM 288-GET-COST-CENTER
           END-IF.

       285-MATCH-DEPARTMENT.
           IF DEPT-FOUND-SWITCH = "N" AND
                   DEPT-TBL-CODE (DEPT-IDX) = LOOKUP-DEPT
               MOVE "Y" TO DEPT-FOUND-SWITCH
               MOVE DEPT-IDX TO DEPT-SUB
           END-IF.

       288-GET-COST-CENTER.
           MOVE SPACES TO DEPT-TBL-COST-CENTER (DEPT-SUB)
           IF DEPT-FILE-SWITCH = "Y"
               MOVE LOOKUP-DEPT TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTMENT " LOOKUP-DEPT
                           " NOT ON MASTER - NO COST CENTER"
                   NOT INVALID KEY
                       MOVE DEPT-COST-CENTER TO
                           DEPT-TBL-COST-CENTER (DEPT-SUB)
               END-READ
           END-IF.

      ******************************************************************
      * One line per employee shows the week's check, the days and
      * hours that fell in the month, and the accrued share of each
      * employer tax.  Taxes are taken in proportion so the FUTA and
      * SUTA wage bases are honored exactly as the check honored
      * them, and they stay with the home department as they do in
      * the GL posting.  A priced week that does not prove to its
      * check, or days with no check on the pay history, are listed
      * as exceptions.
      ******************************************************************
       300-WRITE-DERIVATION.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MONTH-END-DATE TO DATE-EDIT-IN.
           PERFORM 950-EDIT-DATE.
           MOVE DATE-EDIT-OUT TO RML-MONTH-END.
           MOVE NEXT-MONTH-FIRST TO DATE-EDIT-IN.
           PERFORM 950-EDIT-DATE.
           MOVE DATE-EDIT-OUT TO RML-REVERSAL.
           WRITE REPORT-LINE FROM RPT-MONTH-LINE.
           IF WEEK-FOUND-SWITCH = "N"
               MOVE "MONTH ENDS ON A WEEK-ENDING - NOTHING TO ACCRUE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE ACCRUAL-PERIOD TO RWL-PERIOD
               MOVE ACCRUAL-WEEK-ENDING TO DATE-EDIT-IN
               PERFORM 950-EDIT-DATE
               MOVE DATE-EDIT-OUT TO RWL-WEEK-ENDING
               MOVE DAYS-IN-MONTH TO RWL-DAYS
               WRITE REPORT-LINE FROM RPT-WEEK-LINE
               WRITE REPORT-LINE FROM RPT-BASIS-1
               WRITE REPORT-LINE FROM RPT-BASIS-2
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM RPT-EMP-HDR
               PERFORM 310-DERIVE-EMPLOYEE
                   VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM RPT-DEPT-HDR
               PERFORM 320-WRITE-DEPT-LINE
                   VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
           END-IF.

       310-DERIVE-EMPLOYEE.
           MOVE 0 TO ACC-ER-FICA
           MOVE 0 TO ACC-ER-MEDICARE
           MOVE 0 TO ACC-ER-FUTA
           MOVE 0 TO ACC-ER-SUTA
           IF EMP-WEEK-GROSS (EMP-IDX) NOT = 0
               COMPUTE ACC-ER-FICA ROUNDED =
                   EMP-WEEK-ER-FICA (EMP-IDX) * EMP-ACCRUED (EMP-IDX)
                   / EMP-WEEK-GROSS (EMP-IDX)
               COMPUTE ACC-ER-MEDICARE ROUNDED =
                   EMP-WEEK-ER-MEDICARE (EMP-IDX)
                   * EMP-ACCRUED (EMP-IDX) / EMP-WEEK-GROSS (EMP-IDX)
               COMPUTE ACC-ER-FUTA ROUNDED =
                   EMP-WEEK-ER-FUTA (EMP-IDX) * EMP-ACCRUED (EMP-IDX)
                   / EMP-WEEK-GROSS (EMP-IDX)
               COMPUTE ACC-ER-SUTA ROUNDED =
                   EMP-WEEK-ER-SUTA (EMP-IDX) * EMP-ACCRUED (EMP-IDX)
                   / EMP-WEEK-GROSS (EMP-IDX)
           END-IF
           MOVE EMP-HOME-DEPT (EMP-IDX) TO LOOKUP-DEPT
           PERFORM 280-FIND-DEPARTMENT
           ADD ACC-ER-FICA TO DEPT-TBL-ER-FICA (DEPT-SUB)
           ADD ACC-ER-MEDICARE TO DEPT-TBL-ER-MEDICARE (DEPT-SUB)
           ADD ACC-ER-FUTA TO DEPT-TBL-ER-FUTA (DEPT-SUB)
           ADD ACC-ER-SUTA TO DEPT-TBL-ER-SUTA (DEPT-SUB)
           ADD ACC-ER-FICA TO TOTAL-ER-FICA
           ADD ACC-ER-MEDICARE TO TOTAL-ER-MEDICARE
           ADD ACC-ER-FUTA TO TOTAL-ER-FUTA
           ADD ACC-ER-SUTA TO TOTAL-ER-SUTA
           MOVE EMP-ID (EMP-IDX) TO REL-EMPLOYEE-ID
           MOVE EMP-NAME (EMP-IDX) TO REL-NAME
           MOVE EMP-HOME-DEPT (EMP-IDX) TO REL-DEPT
           MOVE EMP-WEEK-GROSS (EMP-IDX) TO REL-WEEK-GROSS
           MOVE EMP-DAYS (EMP-IDX) TO REL-DAYS
           MOVE EMP-HOURS (EMP-IDX) TO REL-HOURS
           MOVE EMP-ACCRUED (EMP-IDX) TO REL-WAGES
           MOVE ACC-ER-FICA TO REL-ER-FICA
           MOVE ACC-ER-MEDICARE TO REL-ER-MEDICARE
           MOVE ACC-ER-FUTA TO REL-ER-FUTA
           MOVE ACC-ER-SUTA TO REL-ER-SUTA
           MOVE SPACES TO REL-NOTE
           IF EMP-HIST-SWITCH (EMP-IDX) = "N"
               MOVE "NO CHECK - NO ER TAX" TO REL-NOTE
               ADD 1 TO EXCEPTION-COUNTER
           ELSE
               IF EMP-DAYS-TOTAL (EMP-IDX) NOT =
                       EMP-WEEK-GROSS (EMP-IDX)
                       - EMP-WEEK-SUPP (EMP-IDX)
                   MOVE "DAYS DIFFER FROM CHECK" TO REL-NOTE
                   ADD 1 TO EXCEPTION-COUNTER
               END-IF
           END-IF
           WRITE REPORT-LINE FROM RPT-EMP-LINE.

       320-WRITE-DEPT-LINE.
           COMPUTE DEPT-LINE-TOTAL = DEPT-TBL-WAGES (DEPT-IDX)
               + DEPT-TBL-ER-FICA (DEPT-IDX)
               + DEPT-TBL-ER-MEDICARE (DEPT-IDX)
               + DEPT-TBL-ER-FUTA (DEPT-IDX)
               + DEPT-TBL-ER-SUTA (DEPT-IDX)
           MOVE DEPT-TBL-CODE (DEPT-IDX) TO RDL-DEPT
           MOVE DEPT-TBL-COST-CENTER (DEPT-IDX) TO RDL-COST-CENTER
           MOVE DEPT-TBL-WAGES (DEPT-IDX) TO RDL-WAGES
           MOVE DEPT-TBL-ER-FICA (DEPT-IDX) TO RDL-ER-FICA
           MOVE DEPT-TBL-ER-MEDICARE (DEPT-IDX) TO RDL-ER-MEDICARE
           MOVE DEPT-TBL-ER-FUTA (DEPT-IDX) TO RDL-ER-FUTA
           MOVE DEPT-TBL-ER-SUTA (DEPT-IDX) TO RDL-ER-SUTA
           MOVE DEPT-LINE-TOTAL TO RDL-TOTAL
           WRITE REPORT-LINE FROM RPT-DEPT-LINE.

      ******************************************************************
      * The accrual debits wage and employer tax expense by department
      * and credits accrued wages (2210) and accrued payroll taxes
      * (2215), dated the month's last day.  The reversing entry is
      * the same lines with debit and credit exchanged, dated the
      * first of the next month, so the week's own posting lands
      * against it and the new month carries only its own days.
      ******************************************************************
       500-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-OUT.
           IF AJ-FILE-STATUS NOT = "00"
               DISPLAY "JOURNAL-OUT OPEN FAILED " AJ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE TOTAL-ER-TAXES = TOTAL-ER-FICA + TOTAL-ER-MEDICARE
               + TOTAL-ER-FUTA + TOTAL-ER-SUTA.
           IF WEEK-FOUND-SWITCH = "Y"
               MOVE "A" TO JOURNAL-ENTRY-TYPE
               MOVE MONTH-END-DATE TO JOURNAL-ENTRY-DATE
               MOVE "D" TO JOURNAL-DEBIT-DC
               MOVE "C" TO JOURNAL-CREDIT-DC
               PERFORM 510-WRITE-ENTRY
               MOVE "R" TO JOURNAL-ENTRY-TYPE
               MOVE NEXT-MONTH-FIRST TO JOURNAL-ENTRY-DATE
               MOVE "C" TO JOURNAL-DEBIT-DC
               MOVE "D" TO JOURNAL-CREDIT-DC
               PERFORM 510-WRITE-ENTRY
           END-IF.
           CLOSE JOURNAL-OUT.

       510-WRITE-ENTRY.
           PERFORM 520-WRITE-DEPT-EXPENSE
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
           MOVE "2210" TO AJ-ACCOUNT
           MOVE "ACCRUED WAGES" TO AJ-DESCRIPTION
           MOVE TOTAL-WAGES TO AJ-AMOUNT
           PERFORM 540-WRITE-CREDIT-LINE
           MOVE "2215" TO AJ-ACCOUNT
           MOVE "ACCRUED PAYROLL TAX" TO AJ-DESCRIPTION
           MOVE TOTAL-ER-TAXES TO AJ-AMOUNT
           PERFORM 540-WRITE-CREDIT-LINE.

       520-WRITE-DEPT-EXPENSE.
           MOVE "5100" TO AJ-ACCOUNT
           MOVE "ACCRUED LABOR" TO AJ-DESCRIPTION
           MOVE DEPT-TBL-WAGES (DEPT-IDX) TO AJ-AMOUNT
           PERFORM 530-WRITE-DEBIT-LINE
           MOVE "5110" TO AJ-ACCOUNT
           MOVE "ACCRUED ER SOC SEC" TO AJ-DESCRIPTION
           MOVE DEPT-TBL-ER-FICA (DEPT-IDX) TO AJ-AMOUNT
           PERFORM 530-WRITE-DEBIT-LINE
           MOVE "5115" TO AJ-ACCOUNT
           MOVE "ACCRUED ER MEDICARE" TO AJ-DESCRIPTION
           MOVE DEPT-TBL-ER-MEDICARE (DEPT-IDX) TO AJ-AMOUNT
           PERFORM 530-WRITE-DEBIT-LINE
           MOVE "5120" TO AJ-ACCOUNT
           MOVE "ACCRUED FUTA" TO AJ-DESCRIPTION
           MOVE DEPT-TBL-ER-FUTA (DEPT-IDX) TO AJ-AMOUNT
           PERFORM 530-WRITE-DEBIT-LINE
           MOVE "5125" TO AJ-ACCOUNT
           MOVE "ACCRUED SUTA" TO AJ-DESCRIPTION
           MOVE DEPT-TBL-ER-SUTA (DEPT-IDX) TO AJ-AMOUNT
           PERFORM 530-WRITE-DEBIT-LINE.

       530-WRITE-DEBIT-LINE.
           IF AJ-AMOUNT NOT = 0
               MOVE JOURNAL-ENTRY-TYPE TO AJ-ENTRY-TYPE
               MOVE JOURNAL-ENTRY-DATE TO AJ-ENTRY-DATE
               MOVE DEPT-TBL-CODE (DEPT-IDX) TO AJ-DEPT
               MOVE DEPT-TBL-COST-CENTER (DEPT-IDX) TO AJ-COST-CENTER
               MOVE JOURNAL-DEBIT-DC TO AJ-DC
               WRITE ACCRUAL-JOURNAL-REC
               ADD 1 TO JOURNAL-COUNTER
               IF JOURNAL-ENTRY-TYPE = "A"
                   ADD AJ-AMOUNT TO TOTAL-DEBITS
               END-IF
           END-IF.

       540-WRITE-CREDIT-LINE.
           IF AJ-AMOUNT NOT = 0
               MOVE JOURNAL-ENTRY-TYPE TO AJ-ENTRY-TYPE
               MOVE JOURNAL-ENTRY-DATE TO AJ-ENTRY-DATE
               MOVE SPACES TO AJ-DEPT
               MOVE SPACES TO AJ-COST-CENTER
               MOVE JOURNAL-CREDIT-DC TO AJ-DC
               WRITE ACCRUAL-JOURNAL-REC
               ADD 1 TO JOURNAL-COUNTER
               IF JOURNAL-ENTRY-TYPE = "A"
                   ADD AJ-AMOUNT TO TOTAL-CREDITS
               END-IF
           END-IF.

       400-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WEEK GROSS ON CHECKS" TO RTL-LABEL.
           MOVE TOTAL-WEEK-GROSS TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCRUED WAGES (2210)" TO RTL-LABEL.
           MOVE TOTAL-WAGES TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCRUED PAYROLL TAXES (2215)" TO RTL-LABEL.
           MOVE TOTAL-ER-TAXES TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCRUAL DEBITS" TO RTL-LABEL.
           MOVE TOTAL-DEBITS TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCRUAL CREDITS" TO RTL-LABEL.
           MOVE TOTAL-CREDITS TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRICED DAYS READ" TO RCL-LABEL.
           MOVE DAY-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "JOURNAL LINES (ACCRUAL AND REVERSAL)" TO RCL-LABEL.
           MOVE JOURNAL-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "EXCEPTIONS" TO RCL-LABEL.
           MOVE EXCEPTION-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "ACCRUED WAGES:         " TOTAL-WAGES.
           DISPLAY "ACCRUED PAYROLL TAXES: " TOTAL-ER-TAXES.
           DISPLAY "ACCRUAL EXCEPTIONS:    " EXCEPTION-COUNTER.
           IF EXCEPTION-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "END" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           CLOSE RUN-LOG.
           IF DEPT-FILE-SWITCH = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE REPORT-OUT.
           STOP RUN.

       900-OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "RUN-LOG OPEN FAILED " LOG-FILE-STATUS
               STOP RUN
           END-IF.

       910-WRITE-RUN-LOG.
           MOVE "CH0733" TO LOG-JOB-NAME
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE DAY-COUNTER TO LOG-IN-COUNT
           MOVE JOURNAL-COUNTER TO LOG-OUT-COUNT
           MOVE EXCEPTION-COUNTER TO LOG-EXC-COUNT
           MOVE DPH-FILE-STATUS TO LOG-FILE-STATUS-1
           MOVE AJ-FILE-STATUS TO LOG-FILE-STATUS-2
           MOVE 0 TO LOG-COMPLETION
           MOVE RUN-PERIOD TO LOG-PERIOD
           MOVE 0 TO LOG-BATCH-COUNT
           WRITE RUN-LOG-REC.

       950-EDIT-DATE.
           MOVE DATE-EDIT-IN (5:2) TO DEO-MONTH
           MOVE DATE-EDIT-IN (7:2) TO DEO-DAY
           MOVE DATE-EDIT-IN (1:4) TO DEO-YEAR.
       END PROGRAM CH0733.
