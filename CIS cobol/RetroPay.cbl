      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Retroactive pay for back-dated rate changes.  For
      *        every employee with a pay-rate history record whose
      *        effective date falls on or before the latest posted
      *        week, each posted week of the year from that date on
      *        is repriced day by day from the timecard history at
      *        the rate (or salary) in force on each day -- the same
      *        pricing the payroll run uses -- and compared with the
      *        earnings actually posted plus any retro already paid
      *        for that week.  Every week that differs is printed on
      *        the retro worksheet, old pay against new, and the
      *        difference is written as a prior-period adjustment
      *        transaction on AdjustmentInput.dat for CH0718 to post,
      *        with withholding at the rates the week was taxed at.
      *        The retro log records what has been written so a
      *        second run never pays the same difference twice.  A
      *        PREVIEW run prints the worksheet for sign-off and
      *        writes nothing else.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0728.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT RATE-HISTORY ASSIGN TO 'PayRateHistory.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-KEY
                   FILE STATUS IS RATE-FILE-STATUS.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT PAY-HISTORY ASSIGN TO 'PayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.
               SELECT TIMECARD-HISTORY ASSIGN TO 'TimecardHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TCH-FILE-STATUS.
               SELECT RETRO-LOG ASSIGN TO 'RetroPayLog.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RLOG-FILE-STATUS.
               SELECT ADJUSTMENTS-OUT ASSIGN TO 'AdjustmentInput.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJ-FILE-STATUS.
               SELECT WORKSHEET-OUT ASSIGN TO 'RetroWorksheet.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
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

       FD RATE-HISTORY.
       COPY RATEHIST.

       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD PAY-HISTORY.
       01 PAY-HISTORY-REC.
           05 PH-PERIOD        PIC 9(4).
           05 PH-WEEK-ENDING   PIC 9(8).
           05 PH-DETAIL        PIC X(250).
       01 HISTORY-DETAIL-VIEW REDEFINES PAY-HISTORY-REC.
           05 FILLER                PIC X(12).
           05 HDV-EMPLOYEE-ID       PIC 9(6).
           05 HDV-DEPT-CODE         PIC X(4).
           05 HDV-NAME              PIC X(20).
           05 HDV-SALARY            PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 HDV-NET-SALARY        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-CALC-FICA         PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-CALC-FED-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-CALC-STATE-TAX    PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-IN-FICA           PIC 9(5).
           05 HDV-IN-FED-TAX        PIC 9(6).
           05 HDV-IN-STATE-TAX      PIC 9(6).
           05 HDV-CALC-DEDUCTIONS   PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-WH-FICA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-WH-FED-TAX        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-WH-STATE-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-WH-MEDICARE       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-REG-HOURS         PIC 9(3)V99.
           05 HDV-OT-HOURS          PIC 9(3)V99.
           05 HDV-VAC-HOURS         PIC 9(3)V99.
           05 HDV-SICK-HOURS        PIC 9(3)V99.
           05 HDV-HOL-HOURS         PIC 9(3)V99.
           05 HDV-REG-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-OT-AMOUNT         PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-VAC-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-SICK-AMOUNT       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-HOL-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(18).
           05 HDV-WH-STATE          PIC X(2).
           05 FILLER                PIC X(24).

       FD TIMECARD-HISTORY.
       COPY TIMECARD.

       FD RETRO-LOG.
       01 RETRO-LOG-REC.
           05 RL-EMPLOYEE-ID    PIC 9(6).
           05 RL-PERIOD         PIC 9(4).
           05 RL-WEEK-ENDING    PIC 9(8).
           05 RL-OLD-PAY        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 RL-NEW-PAY        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 RL-DELTA          PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 RL-RUN-DATE       PIC 9(8).

       FD ADJUSTMENTS-OUT.
       01 ADJUSTMENT-REC.
           05 ADJ-EMPLOYEE-ID     PIC 9(6).
           05 ADJ-PERIOD          PIC 9(4).
           05 ADJ-GROSS-DELTA     PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-FICA-DELTA      PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-MEDICARE-DELTA  PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-FED-TAX-DELTA   PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-STATE-TAX-DELTA PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-STATE-CODE      PIC X(2).
           05 ADJ-OPERATOR-ID     PIC X(8).

       FD WORKSHEET-OUT.
       01 REPORT-LINE              PIC X(100).

       FD RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EOF-SWITCH        PIC X VALUE "N".
           05 CAL-EOF-SWITCH    PIC X VALUE "N".
           05 HIST-EOF-SWITCH   PIC X VALUE "N".
           05 TCH-EOF-SWITCH    PIC X VALUE "N".
           05 RLOG-EOF-SWITCH   PIC X VALUE "N".
           05 PREVIEW-MODE-SWITCH PIC X VALUE "N".
           05 FOUND-SWITCH      PIC X VALUE "N".
           05 CARD-FOUND-SWITCH PIC X VALUE "N".
           05 EMP-LISTED-SWITCH PIC X VALUE "N".
       01 RUN-PARM              PIC X(80) VALUE SPACES.
       01 EMP-FILE-STATUS       PIC XX VALUE "00".
       01 RATE-FILE-STATUS      PIC XX VALUE "00".
       01 CAL-FILE-STATUS       PIC XX VALUE "00".
       01 HIST-FILE-STATUS      PIC XX VALUE "00".
       01 TCH-FILE-STATUS       PIC XX VALUE "00".
       01 RLOG-FILE-STATUS      PIC XX VALUE "00".
       01 ADJ-FILE-STATUS       PIC XX VALUE "00".
       01 RPT-FILE-STATUS       PIC XX VALUE "00".
       01 LOG-FILE-STATUS       PIC XX VALUE "00".
       01 COUNTERS.
           05 EMPLOYEE-COUNTER  PIC 9(6) VALUE 0.
           05 WEEK-COUNTER      PIC 9(6) VALUE 0.
           05 ADJUST-COUNTER    PIC 9(6) VALUE 0.
           05 NO-CARD-COUNTER   PIC 9(6) VALUE 0.
       01 CALENDAR-WORK.
           05 CAL-ENTRY-COUNT   PIC 9(3) VALUE 0.
           05 CAL-IDX           PIC 9(3) VALUE 0.
           05 LAST-POSTED-PERIOD PIC 9(4) VALUE 0.
           05 LAST-POSTED-WEEK-ENDING PIC 9(8) VALUE 0.
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 53 TIMES.
               10 CAL-TBL-PERIOD    PIC 9(4).
               10 CAL-TBL-WEEK-END  PIC 9(8).
               10 CAL-TBL-STATUS    PIC X.
      ******************************************************************
      * One entry per employee per posted week of the year: what the
      * week actually paid, by earnings and by withholding.  Lines
      * with no earnings by type (prior-period and other corrections)
      * are left out -- they are not part of the week's pricing.
      ******************************************************************
       01 PAY-WEEK-WORK.
           05 PW-COUNT          PIC 9(4) VALUE 0.
           05 PW-IDX            PIC 9(4) VALUE 0.
           05 PW-SUB            PIC 9(4) VALUE 0.
           05 LINE-EARNINGS     PIC S9(7)V99 VALUE 0.
       01 PAY-WEEK-TABLE.
           05 PW-ENTRY OCCURS 9999 TIMES.
               10 PW-TBL-EMPLOYEE-ID PIC 9(6).
               10 PW-TBL-PERIOD      PIC 9(4).
               10 PW-TBL-WEEK-ENDING PIC 9(8).
               10 PW-TBL-NAME        PIC X(20).
               10 PW-TBL-GROSS       PIC S9(7)V99.
               10 PW-TBL-EARNINGS    PIC S9(7)V99.
               10 PW-TBL-FICA        PIC S9(7)V99.
               10 PW-TBL-MEDICARE    PIC S9(7)V99.
               10 PW-TBL-FED-TAX     PIC S9(7)V99.
               10 PW-TBL-STATE-TAX   PIC S9(7)V99.
               10 PW-TBL-WH-STATE    PIC X(2).
       01 CARD-WORK.
           05 CARD-COUNT        PIC 9(4) VALUE 0.
           05 CARD-IDX          PIC 9(4) VALUE 0.
           05 CARD-SUB          PIC 9(4) VALUE 0.
           05 CARD-DAY-IDX      PIC 9 VALUE 0.
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 9999 TIMES.
               10 CARD-TBL-EMPLOYEE-ID PIC 9(6).
               10 CARD-TBL-WEEK-ENDING PIC 9(8).
               10 CARD-TBL-DAY-HOURS OCCURS 7 TIMES PIC 9(2)V99.
               10 CARD-TBL-DAY-TYPE OCCURS 7 TIMES PIC X.
       01 RETRO-LOG-WORK.
           05 RLT-COUNT         PIC 9(4) VALUE 0.
           05 RLT-IDX           PIC 9(4) VALUE 0.
           05 LOGGED-RETRO      PIC S9(7)V99 VALUE 0.
       01 RETRO-LOG-TABLE.
           05 RLT-ENTRY OCCURS 9999 TIMES.
               10 RLT-EMPLOYEE-ID   PIC 9(6).
               10 RLT-PERIOD        PIC 9(4).
               10 RLT-WEEK-ENDING   PIC 9(8).
               10 RLT-DELTA         PIC S9(7)V99.
       01 RATE-WORK.
           05 RATE-READ-DONE-SWITCH PIC X VALUE "N".
           05 RATE-COUNT        PIC 9(2) VALUE 0.
           05 RATE-IDX          PIC 9(2) VALUE 0.
           05 EARLIEST-RETRO-DATE PIC 9(8) VALUE 0.
           05 DAY-RATE          PIC 9(5) VALUE 0.
           05 DAY-SALARY        PIC 9(7)V99 VALUE 0.
           05 DAY-DATE          PIC 9(8) VALUE 0.
           05 DAY-DATE-INT      PIC 9(7) VALUE 0.
           05 WEEK-END-INT      PIC 9(7) VALUE 0.
           05 BEST-EFFECTIVE    PIC 9(8) VALUE 0.
           05 DAY-HOURS-WORK    PIC 9(2)V99 VALUE 0.
           05 DAY-REG-HOURS     PIC 9(2)V99 VALUE 0.
           05 DAY-OT-HOURS      PIC 9(2)V99 VALUE 0.
           05 WORKED-ACCUM      PIC 9(3)V99 VALUE 0.
           05 DAY-TYPE-WORK     PIC X VALUE SPACE.
           05 DAY-AMOUNT-WORK   PIC 9(6)V99 VALUE 0.
           05 SALARY-ACCUM      PIC 9(6)V9(6) VALUE 0.
           05 SALARY-DAYS-PER-YEAR PIC 9(3) VALUE 364.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RATE-TBL-EFFECTIVE PIC 9(8).
               10 RATE-TBL-WAGE      PIC 9(5).
               10 RATE-TBL-SALARY    PIC 9(7)V99.
       01  STD-HOURS-PER-WEEK    PIC 9(2)V99 value 40.
       01  OT-RATE-FACTOR        PIC 9V99 value 1.50.
       01 RETRO-WORK.
           05 NEW-PAY           PIC S9(7)V99 VALUE 0.
           05 OLD-PAY           PIC S9(7)V99 VALUE 0.
           05 RETRO-DELTA       PIC S9(7)V99 VALUE 0.
           05 FICA-DELTA        PIC S9(7)V99 VALUE 0.
           05 MEDICARE-DELTA    PIC S9(7)V99 VALUE 0.
           05 FED-TAX-DELTA     PIC S9(7)V99 VALUE 0.
           05 STATE-TAX-DELTA   PIC S9(7)V99 VALUE 0.
           05 WEEK-NOTE         PIC X(24) VALUE SPACES.
       01 TOTALS.
           05 EMP-OLD-TOTAL     PIC S9(9)V99 VALUE 0.
           05 EMP-NEW-TOTAL     PIC S9(9)V99 VALUE 0.
           05 EMP-DELTA-TOTAL   PIC S9(9)V99 VALUE 0.
           05 GRAND-OLD-TOTAL   PIC S9(9)V99 VALUE 0.
           05 GRAND-NEW-TOTAL   PIC S9(9)V99 VALUE 0.
           05 GRAND-DELTA-TOTAL PIC S9(9)V99 VALUE 0.
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
           05 FILLER            PIC X(26)
                   VALUE 'RETROACTIVE PAY WORKSHEET'.
           05 HDR-RUN-DATE      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-MODE          PIC X(12).

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(7)  VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'NAME'.
           05 FILLER            PIC X(5)  VALUE 'PER '.
           05 FILLER            PIC X(9)  VALUE 'WEEK END'.
           05 FILLER            PIC X(12) VALUE '     OLD PAY'.
           05 FILLER            PIC X(12) VALUE '     NEW PAY'.
           05 FILLER            PIC X(12) VALUE '  DIFFERENCE'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(20) VALUE 'NOTE'.

       01 RPT-DETAIL-LINE.
           05 RDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-NAME          PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-PERIOD        PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-WEEK-ENDING   PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-OLD-PAY       PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-NEW-PAY       PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-DELTA         PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-NOTE          PIC X(24).

       01 RPT-EMPLOYEE-TOTAL.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(35)
                   VALUE 'EMPLOYEE TOTAL'.
           05 RET-OLD-PAY       PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RET-NEW-PAY       PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RET-DELTA         PIC -ZZZ,ZZ9.99.

       01 RPT-GRAND-TOTAL.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(33)
                   VALUE 'RETRO TOTAL'.
           05 RGT-OLD-PAY       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RGT-NEW-PAY       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RGT-DELTA         PIC -Z,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 RCL-LABEL         PIC X(35).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-EMPLOYEES
               UNTIL EOF-SWITCH = "Y".
           PERFORM 400-TERMINATE.

      ******************************************************************
      * A PREVIEW run prints the worksheet and nothing else -- no
      * adjustment transactions, no retro log, no run-log entries --
      * so it can be run as often as the sign-off needs.
      ******************************************************************
       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:7) = "PREVIEW"
               MOVE "Y" TO PREVIEW-MODE-SWITCH
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               PERFORM 900-OPEN-RUN-LOG
               MOVE "START" TO LOG-EVENT
               PERFORM 910-WRITE-RUN-LOG
           END-IF.
           PERFORM 130-LOAD-CALENDAR.
           PERFORM 140-LOAD-PAY-HISTORY.
           PERFORM 150-LOAD-TIMECARD-HISTORY.
           PERFORM 160-LOAD-RETRO-LOG.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT RATE-HISTORY.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "RATE-HISTORY OPEN FAILED " RATE-FILE-STATUS
               STOP RUN
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               OPEN EXTEND ADJUSTMENTS-OUT
               IF ADJ-FILE-STATUS = "35"
                   OPEN OUTPUT ADJUSTMENTS-OUT
               END-IF
               IF ADJ-FILE-STATUS NOT = "00"
                   DISPLAY "ADJUSTMENTS-OUT OPEN FAILED "
                       ADJ-FILE-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND RETRO-LOG
               IF RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT RETRO-LOG
               END-IF
               IF RLOG-FILE-STATUS NOT = "00"
                   DISPLAY "RETRO-LOG OPEN FAILED " RLOG-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT WORKSHEET-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "WORKSHEET-OUT OPEN FAILED " RPT-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
           IF PREVIEW-MODE-SWITCH = "Y"
               MOVE "PREVIEW" TO HDR-MODE
           ELSE
               MOVE "TRANSACTIONS" TO HDR-MODE
           END-IF.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HDR.

      ******************************************************************
      * Only weeks posted this year can be corrected -- CH0718 refuses
      * a period that is not on the calendar as posted -- so the
      * calendar bounds everything the run looks at.
      ******************************************************************
       130-LOAD-CALENDAR.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CALENDAR OPEN FAILED " CAL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO CAL-ENTRY-COUNT.
           PERFORM 135-READ-CALENDAR-REC
               UNTIL CAL-EOF-SWITCH = "Y".
           CLOSE PERIOD-CALENDAR.
           IF LAST-POSTED-WEEK-ENDING = 0
               DISPLAY "NO POSTED PAY PERIOD ON CALENDAR - RUN REFUSED"
               STOP RUN
           END-IF.

       135-READ-CALENDAR-REC.
           READ PERIOD-CALENDAR
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   IF CAL-ENTRY-COUNT >= 53
                       DISPLAY "PERIOD CALENDAR EXCEEDS 53 ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO CAL-ENTRY-COUNT
                   MOVE CAL-PERIOD-NUMBER TO
                       CAL-TBL-PERIOD (CAL-ENTRY-COUNT)
                   MOVE CAL-WEEK-ENDING TO
                       CAL-TBL-WEEK-END (CAL-ENTRY-COUNT)
                   MOVE CAL-STATUS TO
                       CAL-TBL-STATUS (CAL-ENTRY-COUNT)
                   IF CAL-STATUS = "P"
                       MOVE CAL-PERIOD-NUMBER TO LAST-POSTED-PERIOD
                       MOVE CAL-WEEK-ENDING TO LAST-POSTED-WEEK-ENDING
                   END-IF
           END-READ.

       140-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "PAY-HISTORY OPEN FAILED " HIST-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 145-READ-PAY-HISTORY-REC
               UNTIL HIST-EOF-SWITCH = "Y".
           CLOSE PAY-HISTORY.

       145-READ-PAY-HISTORY-REC.
           READ PAY-HISTORY
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   IF HDV-EMPLOYEE-ID NUMERIC AND
                           HDV-REG-AMOUNT NUMERIC AND
                           HDV-OT-AMOUNT NUMERIC AND
                           HDV-VAC-AMOUNT NUMERIC AND
                           HDV-SICK-AMOUNT NUMERIC AND
                           HDV-HOL-AMOUNT NUMERIC
                       PERFORM 146-SELECT-POSTED-WEEK
                   END-IF
           END-READ.

       146-SELECT-POSTED-WEEK.
           COMPUTE LINE-EARNINGS = HDV-REG-AMOUNT + HDV-OT-AMOUNT
               + HDV-VAC-AMOUNT + HDV-SICK-AMOUNT + HDV-HOL-AMOUNT
           MOVE "N" TO FOUND-SWITCH
           PERFORM 147-MATCH-POSTED-PERIOD
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-ENTRY-COUNT
           IF FOUND-SWITCH = "Y" AND LINE-EARNINGS NOT = 0
               PERFORM 148-ADD-TO-PAY-WEEK
           END-IF.

       147-MATCH-POSTED-PERIOD.
           IF CAL-TBL-PERIOD (CAL-IDX) = PH-PERIOD AND
                   CAL-TBL-WEEK-END (CAL-IDX) = PH-WEEK-ENDING AND
                   CAL-TBL-STATUS (CAL-IDX) = "P"
               MOVE "Y" TO FOUND-SWITCH
           END-IF.

       148-ADD-TO-PAY-WEEK.
           MOVE 0 TO PW-SUB
           PERFORM 149-MATCH-PAY-WEEK
               VARYING PW-IDX FROM 1 BY 1
               UNTIL PW-IDX > PW-COUNT OR PW-SUB > 0
           IF PW-SUB = 0
               IF PW-COUNT >= 9999
                   DISPLAY "PAY HISTORY EXCEEDS 9999 EMPLOYEE-WEEKS"
                   STOP RUN
               END-IF
               ADD 1 TO PW-COUNT
               MOVE PW-COUNT TO PW-SUB
               MOVE HDV-EMPLOYEE-ID TO PW-TBL-EMPLOYEE-ID (PW-SUB)
               MOVE PH-PERIOD TO PW-TBL-PERIOD (PW-SUB)
               MOVE PH-WEEK-ENDING TO PW-TBL-WEEK-ENDING (PW-SUB)
               MOVE HDV-NAME TO PW-TBL-NAME (PW-SUB)
               MOVE 0 TO PW-TBL-GROSS (PW-SUB)
               MOVE 0 TO PW-TBL-EARNINGS (PW-SUB)
               MOVE 0 TO PW-TBL-FICA (PW-SUB)
               MOVE 0 TO PW-TBL-MEDICARE (PW-SUB)
               MOVE 0 TO PW-TBL-FED-TAX (PW-SUB)
               MOVE 0 TO PW-TBL-STATE-TAX (PW-SUB)
               MOVE HDV-WH-STATE TO PW-TBL-WH-STATE (PW-SUB)
           END-IF
           ADD HDV-SALARY TO PW-TBL-GROSS (PW-SUB)
           ADD LINE-EARNINGS TO PW-TBL-EARNINGS (PW-SUB)
           ADD HDV-WH-FICA TO PW-TBL-FICA (PW-SUB)
           ADD HDV-WH-MEDICARE TO PW-TBL-MEDICARE (PW-SUB)
           ADD HDV-WH-FED-TAX TO PW-TBL-FED-TAX (PW-SUB)
           ADD HDV-WH-STATE-TAX TO PW-TBL-STATE-TAX (PW-SUB).

       149-MATCH-PAY-WEEK.
           IF PW-TBL-EMPLOYEE-ID (PW-IDX) = HDV-EMPLOYEE-ID AND
                   PW-TBL-PERIOD (PW-IDX) = PH-PERIOD AND
                   PW-TBL-WEEK-ENDING (PW-IDX) = PH-WEEK-ENDING
               MOVE PW-IDX TO PW-SUB
           END-IF.

      ******************************************************************
      * A card paid twice (a restarted run) appears twice on the
      * history; the later copy replaces the earlier one.
      ******************************************************************
       150-LOAD-TIMECARD-HISTORY.
           OPEN INPUT TIMECARD-HISTORY.
           IF TCH-FILE-STATUS = "00"
               PERFORM 155-READ-TIMECARD-REC
                   UNTIL TCH-EOF-SWITCH = "Y"
               CLOSE TIMECARD-HISTORY
           ELSE
               DISPLAY "TIMECARD HISTORY NOT AVAILABLE "
                   TCH-FILE-STATUS " - SALARIED WEEKS ONLY"
           END-IF.

       155-READ-TIMECARD-REC.
           READ TIMECARD-HISTORY
               AT END
                   MOVE "Y" TO TCH-EOF-SWITCH
               NOT AT END
                   IF TC-WEEK-ENDING NOT > LAST-POSTED-WEEK-ENDING
                       PERFORM 156-STORE-TIMECARD
                   END-IF
           END-READ.

       156-STORE-TIMECARD.
           MOVE 0 TO CARD-SUB
           PERFORM 158-MATCH-CARD-WEEK
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-COUNT OR CARD-SUB > 0
           IF CARD-SUB = 0
               IF CARD-COUNT >= 9999
                   DISPLAY "TIMECARD HISTORY EXCEEDS 9999 CARDS"
                   STOP RUN
               END-IF
               ADD 1 TO CARD-COUNT
               MOVE CARD-COUNT TO CARD-SUB
           END-IF
           MOVE TC-EMPLOYEE-ID TO CARD-TBL-EMPLOYEE-ID (CARD-SUB)
           MOVE TC-WEEK-ENDING TO CARD-TBL-WEEK-ENDING (CARD-SUB)
           PERFORM 157-STORE-CARD-DAY
               VARYING CARD-DAY-IDX FROM 1 BY 1
               UNTIL CARD-DAY-IDX > 7.

       157-STORE-CARD-DAY.
           MOVE TC-DAY-HOURS (CARD-DAY-IDX) TO
               CARD-TBL-DAY-HOURS (CARD-SUB, CARD-DAY-IDX)
           MOVE TC-DAY-TYPE (CARD-DAY-IDX) TO
               CARD-TBL-DAY-TYPE (CARD-SUB, CARD-DAY-IDX).

       158-MATCH-CARD-WEEK.
           IF CARD-TBL-EMPLOYEE-ID (CARD-IDX) = TC-EMPLOYEE-ID AND
                   CARD-TBL-WEEK-ENDING (CARD-IDX) = TC-WEEK-ENDING
               MOVE CARD-IDX TO CARD-SUB
           END-IF.

       160-LOAD-RETRO-LOG.
           OPEN INPUT RETRO-LOG.
           IF RLOG-FILE-STATUS = "00"
               PERFORM 165-READ-RETRO-LOG-REC
                   UNTIL RLOG-EOF-SWITCH = "Y"
               CLOSE RETRO-LOG
           END-IF.

       165-READ-RETRO-LOG-REC.
           READ RETRO-LOG
               AT END
                   MOVE "Y" TO RLOG-EOF-SWITCH
               NOT AT END
                   IF RLT-COUNT >= 9999
                       DISPLAY "RETRO LOG EXCEEDS 9999 ENTRIES"
                       STOP RUN
                   END-IF
                   ADD 1 TO RLT-COUNT
                   MOVE RL-EMPLOYEE-ID TO RLT-EMPLOYEE-ID (RLT-COUNT)
                   MOVE RL-PERIOD TO RLT-PERIOD (RLT-COUNT)
                   MOVE RL-WEEK-ENDING TO RLT-WEEK-ENDING (RLT-COUNT)
                   MOVE RL-DELTA TO RLT-DELTA (RLT-COUNT)
           END-READ.

       200-PROCESS-EMPLOYEES.
           READ EMPLOYEES NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   PERFORM 222-LOAD-RATE-HISTORY
                   PERFORM 225-FIND-BACK-DATED-RATE
                   IF EARLIEST-RETRO-DATE > 0
                       ADD 1 TO EMPLOYEE-COUNTER
                       PERFORM 210-REPRICE-EMPLOYEE
                   END-IF
           END-READ.

       210-REPRICE-EMPLOYEE.
           MOVE "N" TO EMP-LISTED-SWITCH
           MOVE 0 TO EMP-OLD-TOTAL
           MOVE 0 TO EMP-NEW-TOTAL
           MOVE 0 TO EMP-DELTA-TOTAL
           PERFORM 300-CHECK-POSTED-WEEK
               VARYING PW-IDX FROM 1 BY 1
               UNTIL PW-IDX > PW-COUNT
           IF EMP-LISTED-SWITCH = "Y"
               PERFORM 380-WRITE-EMPLOYEE-TOTAL
           END-IF.

       222-LOAD-RATE-HISTORY.
           MOVE 0 TO RATE-COUNT
           MOVE "N" TO RATE-READ-DONE-SWITCH
           MOVE Employee-ID TO RH-EMPLOYEE-ID
           MOVE 0 TO RH-EFFECTIVE-DATE
           START RATE-HISTORY KEY NOT < RH-KEY
               INVALID KEY
                   MOVE "Y" TO RATE-READ-DONE-SWITCH
           END-START
           PERFORM 223-READ-NEXT-RATE
               UNTIL RATE-READ-DONE-SWITCH = "Y".

       223-READ-NEXT-RATE.
           READ RATE-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO RATE-READ-DONE-SWITCH
               NOT AT END
                   IF RH-EMPLOYEE-ID NOT = Employee-ID
                       MOVE "Y" TO RATE-READ-DONE-SWITCH
                   ELSE
                       IF RATE-COUNT >= 20
                           DISPLAY "TOO MANY RATE RECORDS FOR "
                               Employee-ID
                           MOVE "Y" TO RATE-READ-DONE-SWITCH
                       ELSE
                           ADD 1 TO RATE-COUNT
                           MOVE RH-EFFECTIVE-DATE TO
                               RATE-TBL-EFFECTIVE (RATE-COUNT)
                           MOVE RH-WAGE TO
                               RATE-TBL-WAGE (RATE-COUNT)
                           MOVE RH-ANNUAL-SALARY TO
                               RATE-TBL-SALARY (RATE-COUNT)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A rate record is back-dated when it took effect on or before
      * a week that has already been posted.  The earliest such date
      * is where repricing starts; weeks before it were priced at
      * rates nobody has changed.  The zero-dated seed of the
      * original wage is the floor, not a change, and never counts.
      ******************************************************************
       225-FIND-BACK-DATED-RATE.
           MOVE 0 TO EARLIEST-RETRO-DATE
           PERFORM 226-CHECK-RATE-DATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.

       226-CHECK-RATE-DATE.
           IF RATE-TBL-EFFECTIVE (RATE-IDX) > 0 AND
                   RATE-TBL-EFFECTIVE (RATE-IDX) NOT >
                       LAST-POSTED-WEEK-ENDING
               IF EARLIEST-RETRO-DATE = 0 OR
                       RATE-TBL-EFFECTIVE (RATE-IDX) <
                           EARLIEST-RETRO-DATE
                   MOVE RATE-TBL-EFFECTIVE (RATE-IDX)
                       TO EARLIEST-RETRO-DATE
               END-IF
           END-IF.

       300-CHECK-POSTED-WEEK.
           IF PW-TBL-EMPLOYEE-ID (PW-IDX) = Employee-ID AND
                   PW-TBL-WEEK-ENDING (PW-IDX) NOT <
                       EARLIEST-RETRO-DATE
               PERFORM 310-REPRICE-WEEK
           END-IF.

      ******************************************************************
      * The week is repriced exactly as the payroll run priced it --
      * hourly from the card day by day, salaried by the day's share
      * of the salary in force -- and set against what the week paid
      * in earnings plus any retro already written for it.  An
      * hourly week with no card on the timecard history cannot be
      * repriced and is listed for the clerk to work by hand.
      ******************************************************************
       310-REPRICE-WEEK.
           ADD 1 TO WEEK-COUNTER
           MOVE SPACES TO WEEK-NOTE
           COMPUTE WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(PW-TBL-WEEK-ENDING (PW-IDX))
           MOVE 0 TO NEW-PAY
           MOVE "Y" TO CARD-FOUND-SWITCH
           IF Pay-Class = "S"
               PERFORM 330-PAY-SALARIED-WEEK
           ELSE
               PERFORM 315-FIND-CARD
               IF CARD-FOUND-SWITCH = "Y"
                   MOVE 0 TO WORKED-ACCUM
                   PERFORM 320-PAY-ONE-DAY
                       VARYING CARD-DAY-IDX FROM 1 BY 1
                       UNTIL CARD-DAY-IDX > 7
               END-IF
           END-IF
           PERFORM 340-SUM-LOGGED-RETRO
           COMPUTE OLD-PAY = PW-TBL-EARNINGS (PW-IDX) + LOGGED-RETRO
           IF CARD-FOUND-SWITCH = "N"
               ADD 1 TO NO-CARD-COUNTER
               MOVE OLD-PAY TO NEW-PAY
               MOVE "NO TIMECARD - NOT REPRICED" TO WEEK-NOTE
           END-IF
           COMPUTE RETRO-DELTA = NEW-PAY - OLD-PAY
           IF RETRO-DELTA NOT = 0 OR CARD-FOUND-SWITCH = "N"
               IF RETRO-DELTA NOT = 0
                   PERFORM 350-COMPUTE-TAX-DELTAS
                   IF PREVIEW-MODE-SWITCH = "N"
                       PERFORM 360-WRITE-ADJUSTMENT
                       PERFORM 365-WRITE-RETRO-LOG
                   END-IF
               END-IF
               PERFORM 370-WRITE-WORKSHEET-LINE
           END-IF.

       315-FIND-CARD.
           MOVE "N" TO CARD-FOUND-SWITCH
           MOVE 0 TO CARD-SUB
           PERFORM 316-MATCH-CARD
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-COUNT OR CARD-SUB > 0
           IF CARD-SUB > 0
               MOVE "Y" TO CARD-FOUND-SWITCH
           END-IF.

       316-MATCH-CARD.
           IF CARD-TBL-EMPLOYEE-ID (CARD-IDX) = Employee-ID AND
                   CARD-TBL-WEEK-ENDING (CARD-IDX) =
                       PW-TBL-WEEK-ENDING (PW-IDX)
               MOVE CARD-IDX TO CARD-SUB
           END-IF.

      ******************************************************************
      * Day pricing follows the payroll run's 225-PAY-ONE-DAY: worked
      * hours split regular/overtime at the weekly standard, type O
      * is forced overtime, and vacation, sick, and holiday hours pay
      * the straight rate outside the overtime count.
      ******************************************************************
       320-PAY-ONE-DAY.
           MOVE CARD-TBL-DAY-HOURS (CARD-SUB, CARD-DAY-IDX)
               TO DAY-HOURS-WORK
           IF DAY-HOURS-WORK > 0
               COMPUTE DAY-DATE-INT = WEEK-END-INT - 7 + CARD-DAY-IDX
               COMPUTE DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(DAY-DATE-INT)
               PERFORM 328-SELECT-DAY-RATE
               MOVE CARD-TBL-DAY-TYPE (CARD-SUB, CARD-DAY-IDX)
                   TO DAY-TYPE-WORK
               EVALUATE DAY-TYPE-WORK
                   WHEN "V"
                   WHEN "S"
                   WHEN "H"
                       COMPUTE DAY-AMOUNT-WORK =
                           DAY-RATE * DAY-HOURS-WORK
                       ADD DAY-AMOUNT-WORK TO NEW-PAY
                   WHEN "O"
                       ADD DAY-HOURS-WORK TO WORKED-ACCUM
                       COMPUTE DAY-AMOUNT-WORK ROUNDED =
                           DAY-RATE * OT-RATE-FACTOR * DAY-HOURS-WORK
                       ADD DAY-AMOUNT-WORK TO NEW-PAY
                   WHEN OTHER
                       PERFORM 326-PAY-WORKED-DAY
               END-EVALUATE
           END-IF.

       326-PAY-WORKED-DAY.
           IF WORKED-ACCUM >= STD-HOURS-PER-WEEK
               MOVE 0 TO DAY-REG-HOURS
               MOVE DAY-HOURS-WORK TO DAY-OT-HOURS
           ELSE
               IF WORKED-ACCUM + DAY-HOURS-WORK >
                       STD-HOURS-PER-WEEK
                   COMPUTE DAY-REG-HOURS =
                       STD-HOURS-PER-WEEK - WORKED-ACCUM
                   COMPUTE DAY-OT-HOURS =
                       DAY-HOURS-WORK - DAY-REG-HOURS
               ELSE
                   MOVE DAY-HOURS-WORK TO DAY-REG-HOURS
                   MOVE 0 TO DAY-OT-HOURS
               END-IF
           END-IF
           ADD DAY-HOURS-WORK TO WORKED-ACCUM
           COMPUTE DAY-AMOUNT-WORK = DAY-RATE * DAY-REG-HOURS
           ADD DAY-AMOUNT-WORK TO NEW-PAY
           COMPUTE DAY-AMOUNT-WORK ROUNDED =
               DAY-RATE * OT-RATE-FACTOR * DAY-OT-HOURS
           ADD DAY-AMOUNT-WORK TO NEW-PAY.

       328-SELECT-DAY-RATE.
           MOVE Wage TO DAY-RATE
           MOVE Annual-Salary TO DAY-SALARY
           MOVE 0 TO BEST-EFFECTIVE
           PERFORM 329-CHECK-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
           IF DAY-SALARY NOT NUMERIC OR DAY-SALARY = 0
               MOVE Annual-Salary TO DAY-SALARY
           END-IF.

       329-CHECK-RATE-ENTRY.
           IF RATE-TBL-EFFECTIVE (RATE-IDX) NOT > DAY-DATE AND
                   RATE-TBL-EFFECTIVE (RATE-IDX) NOT < BEST-EFFECTIVE
               MOVE RATE-TBL-EFFECTIVE (RATE-IDX) TO BEST-EFFECTIVE
               MOVE RATE-TBL-WAGE (RATE-IDX) TO DAY-RATE
               MOVE RATE-TBL-SALARY (RATE-IDX) TO DAY-SALARY
           END-IF.

      ******************************************************************
      * Salaried weeks reprice the way the payroll run pays them:
      * 1/364 of the salary in force each day between the date of
      * hire and the termination date.
      ******************************************************************
       330-PAY-SALARIED-WEEK.
           MOVE 0 TO SALARY-ACCUM
           PERFORM 332-PAY-SALARIED-DAY
               VARYING CARD-DAY-IDX FROM 1 BY 1
               UNTIL CARD-DAY-IDX > 7
           COMPUTE NEW-PAY ROUNDED = SALARY-ACCUM.

       332-PAY-SALARIED-DAY.
           COMPUTE DAY-DATE-INT = WEEK-END-INT - 7 + CARD-DAY-IDX
           COMPUTE DAY-DATE =
               FUNCTION DATE-OF-INTEGER(DAY-DATE-INT)
           IF DAY-DATE NOT < DOH AND
                   (Termination-Date = 0 OR
                    DAY-DATE NOT > Termination-Date)
               PERFORM 328-SELECT-DAY-RATE
               COMPUTE SALARY-ACCUM = SALARY-ACCUM +
                   DAY-SALARY / SALARY-DAYS-PER-YEAR
           END-IF.

       340-SUM-LOGGED-RETRO.
           MOVE 0 TO LOGGED-RETRO
           PERFORM 342-MATCH-LOGGED-RETRO
               VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > RLT-COUNT.

       342-MATCH-LOGGED-RETRO.
           IF RLT-EMPLOYEE-ID (RLT-IDX) = Employee-ID AND
                   RLT-PERIOD (RLT-IDX) = PW-TBL-PERIOD (PW-IDX) AND
                   RLT-WEEK-ENDING (RLT-IDX) =
                       PW-TBL-WEEK-ENDING (PW-IDX)
               ADD RLT-DELTA (RLT-IDX) TO LOGGED-RETRO
           END-IF.

      ******************************************************************
      * The difference is withheld at the rates the week itself was
      * taxed at -- each tax the week withheld, as a share of the
      * week's gross, applied to the difference -- so a week over the
      * Social Security wage base adds no Social Security, and the
      * correction lands in the state that withheld on the week.
      ******************************************************************
       350-COMPUTE-TAX-DELTAS.
           MOVE 0 TO FICA-DELTA
           MOVE 0 TO MEDICARE-DELTA
           MOVE 0 TO FED-TAX-DELTA
           MOVE 0 TO STATE-TAX-DELTA
           IF PW-TBL-GROSS (PW-IDX) > 0
               COMPUTE FICA-DELTA ROUNDED = RETRO-DELTA *
                   PW-TBL-FICA (PW-IDX) / PW-TBL-GROSS (PW-IDX)
               COMPUTE MEDICARE-DELTA ROUNDED = RETRO-DELTA *
                   PW-TBL-MEDICARE (PW-IDX) / PW-TBL-GROSS (PW-IDX)
               COMPUTE FED-TAX-DELTA ROUNDED = RETRO-DELTA *
                   PW-TBL-FED-TAX (PW-IDX) / PW-TBL-GROSS (PW-IDX)
               COMPUTE STATE-TAX-DELTA ROUNDED = RETRO-DELTA *
                   PW-TBL-STATE-TAX (PW-IDX) / PW-TBL-GROSS (PW-IDX)
           END-IF.

       360-WRITE-ADJUSTMENT.
           MOVE Employee-ID TO ADJ-EMPLOYEE-ID
           MOVE PW-TBL-PERIOD (PW-IDX) TO ADJ-PERIOD
           MOVE RETRO-DELTA TO ADJ-GROSS-DELTA
           MOVE FICA-DELTA TO ADJ-FICA-DELTA
           MOVE MEDICARE-DELTA TO ADJ-MEDICARE-DELTA
           MOVE FED-TAX-DELTA TO ADJ-FED-TAX-DELTA
           MOVE STATE-TAX-DELTA TO ADJ-STATE-TAX-DELTA
           MOVE PW-TBL-WH-STATE (PW-IDX) TO ADJ-STATE-CODE
           MOVE "CH0728" TO ADJ-OPERATOR-ID
           WRITE ADJUSTMENT-REC
           ADD 1 TO ADJUST-COUNTER.

       365-WRITE-RETRO-LOG.
           MOVE Employee-ID TO RL-EMPLOYEE-ID
           MOVE PW-TBL-PERIOD (PW-IDX) TO RL-PERIOD
           MOVE PW-TBL-WEEK-ENDING (PW-IDX) TO RL-WEEK-ENDING
           MOVE OLD-PAY TO RL-OLD-PAY
           MOVE NEW-PAY TO RL-NEW-PAY
           MOVE RETRO-DELTA TO RL-DELTA
           MOVE TODAY-DATE TO RL-RUN-DATE
           WRITE RETRO-LOG-REC.

       370-WRITE-WORKSHEET-LINE.
           MOVE "Y" TO EMP-LISTED-SWITCH
           MOVE Employee-ID TO RDL-EMPLOYEE-ID
           MOVE PW-TBL-NAME (PW-IDX) TO RDL-NAME
           MOVE PW-TBL-PERIOD (PW-IDX) TO RDL-PERIOD
           MOVE PW-TBL-WEEK-ENDING (PW-IDX) TO RDL-WEEK-ENDING
           MOVE OLD-PAY TO RDL-OLD-PAY
           MOVE NEW-PAY TO RDL-NEW-PAY
           MOVE RETRO-DELTA TO RDL-DELTA
           MOVE WEEK-NOTE TO RDL-NOTE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           ADD OLD-PAY TO EMP-OLD-TOTAL
           ADD NEW-PAY TO EMP-NEW-TOTAL
           ADD RETRO-DELTA TO EMP-DELTA-TOTAL.

       380-WRITE-EMPLOYEE-TOTAL.
           MOVE EMP-OLD-TOTAL TO RET-OLD-PAY
           MOVE EMP-NEW-TOTAL TO RET-NEW-PAY
           MOVE EMP-DELTA-TOTAL TO RET-DELTA
           WRITE REPORT-LINE FROM RPT-EMPLOYEE-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD EMP-OLD-TOTAL TO GRAND-OLD-TOTAL
           ADD EMP-NEW-TOTAL TO GRAND-NEW-TOTAL
           ADD EMP-DELTA-TOTAL TO GRAND-DELTA-TOTAL.

       400-TERMINATE.
           MOVE GRAND-OLD-TOTAL TO RGT-OLD-PAY.
           MOVE GRAND-NEW-TOTAL TO RGT-NEW-PAY.
           MOVE GRAND-DELTA-TOTAL TO RGT-DELTA.
           WRITE REPORT-LINE FROM RPT-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES WITH BACK-DATED RATES" TO RCL-LABEL.
           MOVE EMPLOYEE-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "POSTED WEEKS REPRICED" TO RCL-LABEL.
           MOVE WEEK-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "WEEKS WITH NO TIMECARD ON FILE" TO RCL-LABEL.
           MOVE NO-CARD-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "ADJUSTMENT TRANSACTIONS WRITTEN" TO RCL-LABEL.
           MOVE ADJUST-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "EMPLOYEES WITH BACK-DATED RATES: "
               EMPLOYEE-COUNTER.
           DISPLAY "ADJUSTMENTS WRITTEN:             " ADJUST-COUNTER.
           IF PREVIEW-MODE-SWITCH = "Y"
               DISPLAY "PREVIEW RUN - NOTHING WRITTEN"
           ELSE
               MOVE "END" TO LOG-EVENT
               PERFORM 910-WRITE-RUN-LOG
               CLOSE RUN-LOG
               CLOSE ADJUSTMENTS-OUT
               CLOSE RETRO-LOG
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE RATE-HISTORY.
           CLOSE WORKSHEET-OUT.
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
           MOVE "CH0728" TO LOG-JOB-NAME
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE WEEK-COUNTER TO LOG-IN-COUNT
           MOVE ADJUST-COUNTER TO LOG-OUT-COUNT
           MOVE NO-CARD-COUNTER TO LOG-EXC-COUNT
           MOVE HIST-FILE-STATUS TO LOG-FILE-STATUS-1
           MOVE ADJ-FILE-STATUS TO LOG-FILE-STATUS-2
           MOVE 0 TO LOG-COMPLETION
           MOVE LAST-POSTED-PERIOD TO LOG-PERIOD
           MOVE 0 TO LOG-BATCH-COUNT
           WRITE RUN-LOG-REC.
       END PROGRAM CH0728.
