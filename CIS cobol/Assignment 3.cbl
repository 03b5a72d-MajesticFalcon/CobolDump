                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-KEY
                   FILE STATUS IS RATE-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT PTO-BALANCE ASSIGN TO 'PTOBalance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               SELECT PAY-HISTORY ASSIGN TO 'PayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.
               SELECT TIMECARD-HISTORY ASSIGN TO 'TimecardHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TCH-FILE-STATUS.
               SELECT DAILY-PAY ASSIGN TO 'DailyPayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DPH-FILE-STATUS.
               SELECT DEDUCTION-DETAIL ASSIGN TO 'DeductionDetail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DDT-FILE-STATUS.
               SELECT LABOR-DIST ASSIGN TO 'LaborDistribution.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LDS-FILE-STATUS.
               SELECT VARIANCE-REPORT ASSIGN TO 'VarianceListing.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VAR-FILE-STATUS.
               SELECT PREVIEW-OUT ASSIGN TO 'PreviewSalary.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PRV-FILE-STATUS.
               SELECT SUPPLEMENTAL-IN
                   ASSIGN TO 'SupplementalEarnings.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUP-FILE-STATUS.
               SELECT SUPPLEMENTAL-PAID ASSIGN TO 'SupplementalPaid.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SPD-FILE-STATUS.
               SELECT PENDING-CHANGES ASSIGN TO 'PendingChanges.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PC-KEY
                   FILE STATUS IS PEND-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.
       FD SALARY-OUT.
       01 SALARY-LINE-OUT         PIC X(250).

       FD RATE-HISTORY.
       COPY RATEHIST.

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD PTO-BALANCE.
       COPY PTOREC.

           05 PHV-SALARY        PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 FILLER            PIC X(212).

       FD TIMECARD-HISTORY.
       01 TC-HISTORY-REC       PIC X(77).

       FD DAILY-PAY.
       COPY DAYPAY.

       FD DEDUCTION-DETAIL.
       COPY DEDDTL.

       FD LABOR-DIST.
       COPY LABORDST.

       FD VARIANCE-REPORT.
       01 VARIANCE-LINE        PIC X(90).

       FD SUPPLEMENTAL-IN.
       COPY SUPPEARN.

      ******************************************************************
      * Every supplemental transaction paid is logged with the period
      * and the kind of run that paid it (R regular, F FINALPAY, B
      * BONUS); a transaction whose ID is on the log is never paid
      * again.
      ******************************************************************
       FD SUPPLEMENTAL-PAID.
       01 SUPP-PAID-REC.
           05 SPD-PERIOD        PIC 9(4).
           05 SPD-WEEK-ENDING   PIC 9(8).
           05 SPD-RUN-TYPE      PIC X.
           05 SPD-DETAIL.
               10 SPD-TRANS-ID  PIC 9(6).
               10 FILLER        PIC X(46).

       FD PENDING-CHANGES.
       COPY PENDCHG.

       SD SORT-FILE.
       01 SORT-REC.
           05 SRT-EMPLOYEE-ID   PIC 9(6).
           05 SRT-VAC-AMOUNT    PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SRT-SICK-AMOUNT   PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SRT-HOL-AMOUNT    PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SRT-ER-FUTA       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SRT-ER-SUTA       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SRT-WH-STATE      PIC X(2).
           05 SRT-SUPP-BONUS    PIC 9(5)V99.
           05 SRT-SUPP-COMMISSION PIC 9(5)V99.
           05 SRT-SUPP-RETRO    PIC 9(5)V99.

       FD RUN-LOG.
       COPY RUNLOG.
           05 HDR-RUN-DATE   PIC X(10).
           05 HDR-PERIOD     PIC 9(4).
           05 HDR-WEEK-ENDING PIC 9(8).
           05 HDR-RUN-TYPE   PIC X(1).
       01 OUT-RECORD.
           05 Out-Employee-ID PIC 9(6).
           05 Out-Department-Code PIC X(4).
           05 OUT-VAC-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 OUT-SICK-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 OUT-HOL-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 ER-FUTA        PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 ER-SUTA        PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 OUT-WH-STATE   PIC X(2).
           05 OUT-SUPP-BONUS PIC 9(5)V99.
           05 OUT-SUPP-COMMISSION PIC 9(5)V99.
           05 OUT-SUPP-RETRO PIC 9(5)V99.
       01 TRAILER-OUT-REC.
           05 TRL-ID             PIC X(1) VALUE 'T'.
           05 TRL-REC-COUNT      PIC 9(6).
           05 FINAL-PAY-MODE-SWITCH PIC X VALUE "N".
           05 PREVIEW-MODE-SWITCH PIC X VALUE "N".
           05 SKIP-SWITCH      PIC X VALUE "N".
           05 BONUS-MODE-SWITCH PIC X VALUE "N".
           05 OFF-CYCLE-SWITCH PIC X VALUE "N".
           05 SUP-EOF-SWITCH   PIC X VALUE "N".
           05 SPD-EOF-SWITCH   PIC X VALUE "N".
           05 PEND-EOF-SWITCH  PIC X VALUE "N".
       01 RUN-TYPE-CODE            PIC X VALUE "R".
       01 RUN-PARM                 PIC X(20).
       01 RUN-PARM-WORK.
           05 PARM-TOKEN-1         PIC X(10).
           05 CSV-VAC-AMT-ED       PIC ----9.99.
           05 CSV-SICK-AMT-ED      PIC ----9.99.
           05 CSV-HOL-AMT-ED       PIC ----9.99.
           05 CSV-SUPP-BONUS-ED    PIC ZZZZ9.99.
           05 CSV-SUPP-COMM-ED     PIC ZZZZ9.99.
           05 CSV-SUPP-RETRO-ED    PIC ZZZZ9.99.
       01 EMP-FILE-STATUS      PIC XX VALUE "00".
       01 YTD-FILE-STATUS      PIC XX VALUE "00".
       01 SAL-FILE-STATUS      PIC XX VALUE "00".
       01 SUSP-FILE-STATUS     PIC XX VALUE "00".
       01 TC-FILE-STATUS       PIC XX VALUE "00".
       01 DED-FILE-STATUS      PIC XX VALUE "00".
       01 DDT-FILE-STATUS      PIC XX VALUE "00".
       01 LDS-FILE-STATUS      PIC XX VALUE "00".
       01 DPH-FILE-STATUS      PIC XX VALUE "00".
       01 SUP-FILE-STATUS      PIC XX VALUE "00".
       01 SPD-FILE-STATUS      PIC XX VALUE "00".
       01 PEND-FILE-STATUS     PIC XX VALUE "00".
       01 PENDING-CHANGE-COUNT PIC 9(3) VALUE 0.
      ******************************************************************
      * The supplemental transactions are held here for the run.  An
      * entry is P (pending) until it is paid, D once paid (this run
      * or an earlier one on the paid log), or X when it failed the
      * edits and went to the exception listing.
      ******************************************************************
       01 SUPPLEMENTAL-WORK.
           05 SUPP-ENTRY-COUNT  PIC 9(3) VALUE 0.
           05 SUPP-IDX          PIC 9(3) VALUE 0.
           05 SUPP-PENDING-COUNT PIC 9(3) VALUE 0.
           05 SUPP-BONUS        PIC 9(5)V99 VALUE 0.
           05 SUPP-COMMISSION   PIC 9(5)V99 VALUE 0.
           05 SUPP-RETRO        PIC 9(5)V99 VALUE 0.
           05 SUPP-TOTAL        PIC 9(6)V99 VALUE 0.
           05 SUPP-FED-TAX      PIC 9(6)V99 VALUE 0.
           05 REGULAR-GROSS     PIC 9(6)V99 VALUE 0.
           05 SUPP-CHECK-LIMIT  PIC 9(5)V99 VALUE 99999.99.
       01 SUPPLEMENTAL-TABLE.
           05 SPT-ENTRY OCCURS 500 TIMES.
               10 SPT-TRANS-ID      PIC 9(6).
               10 SPT-EMPLOYEE-ID   PIC 9(6).
               10 SPT-EARN-CODE     PIC X(3).
               10 SPT-AMOUNT        PIC 9(5)V99.
               10 SPT-STATUS        PIC X.
               10 SPT-IMAGE         PIC X(52).
       01 DEDUCTION-WORK.
           05 DEDW-COUNT        PIC 9(2) VALUE 0.
           05 DEDW-IDX          PIC 9(2) VALUE 0.
               10 TC-TBL-TOTAL-HOURS PIC 9(3)V99.
               10 TC-TBL-DAY-HOURS OCCURS 7 TIMES PIC 9(2)V99.
               10 TC-TBL-DAY-TYPE OCCURS 7 TIMES PIC X.
               10 TC-TBL-DAY-CHARGE OCCURS 7 TIMES PIC X(4).
       01 TCH-FILE-STATUS      PIC XX VALUE "00".
       01 TC-HISTORY-WORK.
           05 THW-EMPLOYEE-ID   PIC 9(6).
           05 THW-WEEK-ENDING   PIC 9(8).
           05 THW-DAY-HOURS OCCURS 7 TIMES PIC 9(2)V99.
           05 THW-DAY-TYPE OCCURS 7 TIMES PIC X.
           05 THW-DAY-CHARGE-DEPT OCCURS 7 TIMES PIC X(4).
       01 COUNTERS.
           05 REC-COUNTER      PIC 9(6) VALUE 0.
           05 EXC-COUNTER      PIC 9(3) VALUE 0.
       01 RATE-FILE-STATUS     PIC XX VALUE "00".
       01 RT-FILE-STATUS       PIC XX VALUE "00".
       01 TAX-RATE-WORK.
           05 RT-FOUND-SWITCH   PIC X VALUE "N".
           05 RT-READ-DONE-SWITCH PIC X VALUE "N".
           05 RT-REQUIRED-SWITCH PIC X VALUE "Y".
           05 SUPW-LOADED-SWITCH PIC X VALUE "N".
           05 RT-LOOKUP-CODE    PIC X(4) VALUE SPACES.
           05 RT-LOOKUP-STATE   PIC X(2) VALUE SPACES.
           05 RT-AS-OF-DATE     PIC 9(8) VALUE 0.
           05 RT-FOUND-KEY      PIC X(14) VALUE SPACES.
           05 RT-STAW-DONE-SWITCH PIC X VALUE "N".
      ******************************************************************
      * Every state's withholding brackets in force on the week-ending
      * are held here so an employee is priced with the table of the
      * state that withholds on the check.  An employee with no state
      * coded is priced with the default table, kept alongside.
      ******************************************************************
       01 STATE-TABLE-WORK.
           05 STATE-TBL-COUNT   PIC 9(2) VALUE 0.
           05 STATE-TBL-IDX     PIC 9(2) VALUE 0.
           05 STATE-TBL-FOUND-SWITCH PIC X VALUE "N".
           05 WH-STATE-CODE     PIC X(2) VALUE SPACES.
           05 DEFAULT-STATE-BRACKETS PIC X(27) VALUE SPACES.
       01 STATE-RATE-TABLE.
           05 STATE-TBL-ENTRY OCCURS 20 TIMES.
               10 STATE-TBL-CODE     PIC X(2).
               10 STATE-TBL-BRACKETS PIC X(27).
       01 YTD-STATE-WORK.
           05 YTD-ST-IDX        PIC 9 VALUE 0.
           05 YTD-ST-SUB        PIC 9 VALUE 0.
       01 PTO-FILE-STATUS      PIC XX VALUE "00".
       01 HIST-FILE-STATUS     PIC XX VALUE "00".
       01 VAR-FILE-STATUS      PIC XX VALUE "00".
           05 DAY-REG-HOURS     PIC 9(2)V99 VALUE 0.
           05 DAY-OT-HOURS      PIC 9(2)V99 VALUE 0.
           05 WORKED-ACCUM      PIC 9(3)V99 VALUE 0.
           05 DAY-SALARY        PIC 9(7)V99 VALUE 0.
           05 SALARY-ACCUM      PIC 9(6)V9(6) VALUE 0.
           05 SALARY-DAYS-PER-YEAR PIC 9(3) VALUE 364.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RATE-TBL-EFFECTIVE PIC 9(8).
               10 RATE-TBL-WAGE      PIC 9(5).
               10 RATE-TBL-SALARY    PIC 9(7)V99.
       01 WAGES.
           05 COMPUTED-SALARY    PIC 9(5)V99 VALUE 0.
           05 NET-PAY            PIC S9(6)V99 VALUE 0.
           05 SICK-AMOUNT       PIC 9(6)V99 VALUE 0.
           05 HOL-HOURS         PIC 9(3)V99 VALUE 0.
           05 HOL-AMOUNT        PIC 9(6)V99 VALUE 0.
       01 LABOR-CHARGE-WORK.
           05 LCW-COUNT         PIC 9 VALUE 0.
           05 LCW-IDX           PIC 9 VALUE 0.
           05 LCW-FOUND-SWITCH  PIC X VALUE "N".
           05 DAY-CHARGE-DEPT   PIC X(4) VALUE SPACES.
           05 DAY-EARNINGS-BEFORE PIC 9(7)V99 VALUE 0.
           05 DAY-CHARGE-AMOUNT PIC 9(6)V9(6) VALUE 0.
           05 CHARGED-HOURS     PIC 9(3)V99 VALUE 0.
           05 CHARGED-AMOUNT    PIC S9(7)V99 VALUE 0.
       01 DAY-PAY-WORK.
           05 DPT-COUNT         PIC 9 VALUE 0.
           05 DPT-IDX           PIC 9 VALUE 0.
           05 DAY-PAY-EXACT-CUM PIC 9(7)V9(6) VALUE 0.
           05 DAY-PAY-ROUNDED-CUM PIC 9(7)V99 VALUE 0.
           05 DAY-PAY-ROUNDED-NEW PIC 9(7)V99 VALUE 0.
       01 DAY-PAY-TABLE.
           05 DPT-ENTRY OCCURS 7 TIMES.
               10 DPT-DATE      PIC 9(8).
               10 DPT-HOURS     PIC 9(2)V99.
               10 DPT-TYPE      PIC X.
               10 DPT-CHARGE    PIC X(4).
               10 DPT-AMOUNT    PIC 9(6)V9(6).
       01 LABOR-CHARGE-TABLE.
           05 LCW-ENTRY OCCURS 7 TIMES.
               10 LCW-DEPT      PIC X(4).
               10 LCW-HOURS     PIC 9(3)V99.
               10 LCW-AMOUNT    PIC 9(6)V9(6).
       01  STD-HOURS-PER-WEEK    PIC 9(2)V99 value 40.
       01  OT-RATE-FACTOR        PIC 9V99 value 1.50.
       01 WITHHOLDING-WORK.
           05 SS-ROOM             PIC S9(9)V99 VALUE 0.
           05 SS-TAXABLE          PIC 9(6)V99 VALUE 0.
           05 FICA-TOTAL-WORK     PIC S9(6)V99 VALUE 0.
           05 UI-ROOM             PIC S9(9)V99 VALUE 0.
           05 UI-TAXABLE          PIC 9(6)V99 VALUE 0.
           05 CALC-ER-FUTA        PIC S9(6)V99 VALUE 0.
           05 CALC-ER-SUTA        PIC S9(6)V99 VALUE 0.
       01 TOTALS.
           05 TOTAL-SALARY-ACCUM  PIC S9(9)V99 VALUE 0.
       01 RUN-DATE-OUT.

       COPY DEPWHTAB.
       COPY TAXBRKT.
       COPY UNEMPTAB.
       COPY PTOTAB.

       PROCEDURE DIVISION.
            IF PARM-TOKEN-1 = "PREVIEW" OR PARM-TOKEN-2 = "PREVIEW"
                MOVE "Y" TO PREVIEW-MODE-SWITCH
            END-IF.
            IF PARM-TOKEN-1 = "BONUS" OR PARM-TOKEN-2 = "BONUS"
                MOVE "Y" TO BONUS-MODE-SWITCH
            END-IF.
      ******************************************************************
      * FINALPAY and BONUS are both off-cycle runs: each books against
      * the week already posted, appends to that week's salary and
      * detail files, and leaves the calendar alone.  A BONUS run pays
      * the pending supplemental earnings and nothing else, so the two
      * cannot be combined.  The salary header carries the run type so
      * the screens downstream can tell an off-cycle batch from the
      * week's regular one.
      ******************************************************************
            IF FINAL-PAY-MODE-SWITCH = "Y" AND BONUS-MODE-SWITCH = "Y"
                DISPLAY "FINALPAY AND BONUS CANNOT RUN TOGETHER - "
                    "RUN REFUSED"
                STOP RUN
            END-IF.
            IF FINAL-PAY-MODE-SWITCH = "Y"
                MOVE "Y" TO OFF-CYCLE-SWITCH
                MOVE "F" TO RUN-TYPE-CODE
            END-IF.
            IF BONUS-MODE-SWITCH = "Y"
                MOVE "Y" TO OFF-CYCLE-SWITCH
                MOVE "B" TO RUN-TYPE-CODE
            END-IF.
      ******************************************************************
      * A PREVIEW run leaves no trace the stream can act on: no
      * run-log entries (so the downstream sequence gates stay shut),
      * suspense records, no master updates, and the salary lines go
      * to PreviewSalary.dat instead of the live salary file.  It
      * computes the full register and writes the variance listing
      * for the payroll manager's sign-off.  The calendar and the
      * tax rates are loaded before anything is opened for output or
      * logged, so a run refused for either one leaves last week's
      * files and the run log as they were.
      ******************************************************************
            PERFORM 130-LOAD-CALENDAR.
            PERFORM 170-LOAD-RATE-TABLE.
            IF PREVIEW-MODE-SWITCH = "N"
                PERFORM 900-OPEN-RUN-LOG
                MOVE "START" TO LOG-EVENT
                PERFORM 910-WRITE-RUN-LOG
            END-IF.
            OPEN I-O EMPLOYEES.
            IF EMP-FILE-STATUS NOT = "00"
                DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
                    STOP RUN
                END-IF
            ELSE
                IF OFF-CYCLE-SWITCH = "Y"
                    OPEN EXTEND SALARY-OUT
                    IF SAL-FILE-STATUS = "35"
                        OPEN OUTPUT SALARY-OUT
                    DISPLAY "SALARY-OUT OPEN FAILED " SAL-FILE-STATUS
                    STOP RUN
                END-IF
                IF OFF-CYCLE-SWITCH = "Y"
                    OPEN EXTEND DEDUCTION-DETAIL
                    IF DDT-FILE-STATUS = "35"
                        OPEN OUTPUT DEDUCTION-DETAIL
                    END-IF
                ELSE
                    OPEN OUTPUT DEDUCTION-DETAIL
                END-IF
                IF DDT-FILE-STATUS NOT = "00"
                    DISPLAY "DEDUCTION-DETAIL OPEN FAILED "
                        DDT-FILE-STATUS
                    STOP RUN
                END-IF
                IF OFF-CYCLE-SWITCH = "Y"
                    OPEN EXTEND LABOR-DIST
                    IF LDS-FILE-STATUS = "35"
                        OPEN OUTPUT LABOR-DIST
                    END-IF
                ELSE
                    OPEN OUTPUT LABOR-DIST
                END-IF
                IF LDS-FILE-STATUS NOT = "00"
                    DISPLAY "LABOR-DIST OPEN FAILED " LDS-FILE-STATUS
                    STOP RUN
                END-IF
            END-IF.
            IF OFF-CYCLE-SWITCH = "Y"
                OPEN EXTEND EXCEPTION-OUT
                IF EXCP-FILE-STATUS = "35"
                    OPEN OUTPUT EXCEPTION-OUT
                    STOP RUN
                END-IF
            END-IF.
            IF BONUS-MODE-SWITCH = "N"
                PERFORM 160-LOAD-TIMECARDS
            END-IF.
            PERFORM 180-LOAD-SUPPLEMENTALS.
            IF SUPP-PENDING-COUNT > 0 AND SUPW-LOADED-SWITCH = "N"
                DISPLAY "NO SUPW RATES IN FORCE FOR " RT-AS-OF-DATE
                    " - RUN REFUSED"
                STOP RUN
            END-IF.
            PERFORM 190-LIST-PENDING-CHANGES.
            OPEN I-O DEDUCTION-MASTER.
            IF DED-FILE-STATUS = "35"
                OPEN OUTPUT DEDUCTION-MASTER
                    DISPLAY "PAY-HISTORY OPEN FAILED " HIST-FILE-STATUS
                    STOP RUN
                END-IF
                OPEN EXTEND TIMECARD-HISTORY
                IF TCH-FILE-STATUS = "35"
                    OPEN OUTPUT TIMECARD-HISTORY
                END-IF
                IF TCH-FILE-STATUS NOT = "00"
                    DISPLAY "TIMECARD-HISTORY OPEN FAILED "
                        TCH-FILE-STATUS
                    STOP RUN
                END-IF
                OPEN EXTEND DAILY-PAY
                IF DPH-FILE-STATUS = "35"
                    OPEN OUTPUT DAILY-PAY
                END-IF
                IF DPH-FILE-STATUS NOT = "00"
                    DISPLAY "DAILY-PAY OPEN FAILED " DPH-FILE-STATUS
                    STOP RUN
                END-IF
                OPEN EXTEND SUPPLEMENTAL-PAID
                IF SPD-FILE-STATUS = "35"
                    OPEN OUTPUT SUPPLEMENTAL-PAID
                END-IF
                IF SPD-FILE-STATUS NOT = "00"
                    DISPLAY "SUPPLEMENTAL-PAID OPEN FAILED "
                        SPD-FILE-STATUS
                    STOP RUN
                END-IF
            END-IF.
            MOVE CURRENT-WEEK-ENDING (5:2) TO RUN-MONTH.
            MOVE CURRENT-WEEK-ENDING (7:2) TO RUN-DAY.
            MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
            MOVE CURRENT-PERIOD-NUMBER TO HDR-PERIOD.
            MOVE CURRENT-WEEK-ENDING TO HDR-WEEK-ENDING.
            MOVE RUN-TYPE-CODE TO HDR-RUN-TYPE.
            PERFORM 120-WRITE-HEADER.
            IF PREVIEW-MODE-SWITCH = "N"
                PERFORM 122-WRITE-DEDUCTION-HEADER
                PERFORM 124-WRITE-LABOR-HEADER
            END-IF.

       120-WRITE-HEADER.
           IF CSV-MODE-SWITCH = "Y"
                   DELIMITED BY SIZE
                   "WH_MEDICARE,REG_HRS,OT_HRS,VAC_HRS,SICK_HRS,"
                   DELIMITED BY SIZE
                   "HOL_HRS,REG_AMT,OT_AMT,VAC_AMT,SICK_AMT,HOL_AMT,"
                   DELIMITED BY SIZE
                   "BONUS_AMT,COMM_AMT,RETRO_AMT"
                   DELIMITED BY SIZE
                   INTO CSV-OUT-REC
               END-STRING
               PERFORM 540-WRITE-SALARY-LINE
           END-IF.

       122-WRITE-DEDUCTION-HEADER.
           MOVE SPACES TO DEDUCTION-DETAIL-REC
           MOVE "H" TO DDT-REC-TYPE
           MOVE CURRENT-PERIOD-NUMBER TO DDT-PERIOD
           MOVE CURRENT-WEEK-ENDING TO DDT-WEEK-ENDING
           MOVE 0 TO DDT-EMPLOYEE-ID
           MOVE 0 TO DDT-AMOUNT
           MOVE 0 TO DDT-ARREARS-TAKEN
           MOVE 0 TO DDT-SHORTFALL
           WRITE DEDUCTION-DETAIL-REC.

       124-WRITE-LABOR-HEADER.
           MOVE SPACES TO LABOR-DIST-REC
           MOVE "H" TO LDS-REC-TYPE
           MOVE CURRENT-PERIOD-NUMBER TO LDS-PERIOD
           MOVE CURRENT-WEEK-ENDING TO LDS-WEEK-ENDING
           MOVE 0 TO LDS-EMPLOYEE-ID
           MOVE 0 TO LDS-HOURS
           MOVE 0 TO LDS-AMOUNT
           WRITE LABOR-DIST-REC.

       130-LOAD-CALENDAR.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               UNTIL CAL-EOF-SWITCH = "Y".
           CLOSE PERIOD-CALENDAR.
           MOVE "N" TO PERIOD-FOUND-SWITCH.
           IF OFF-CYCLE-SWITCH = "Y"
               PERFORM 142-FIND-POSTED-PERIOD
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-ENTRY-COUNT
                   UNTIL CAL-IDX > CAL-ENTRY-COUNT
           END-IF.
           IF PERIOD-FOUND-SWITCH = "N"
               IF OFF-CYCLE-SWITCH = "Y"
                   DISPLAY "NO POSTED PAY PERIOD ON CALENDAR - "
                       "RUN REFUSED"
               ELSE
      * A FINALPAY supplemental pass books against the week already
      * posted -- the latest 'P' period -- so it needs no open period
      * and never touches the calendar.  The duplicate-posting guard
      * on the regular run stays armed.  A BONUS run books the same
      * way.
      ******************************************************************
       142-FIND-POSTED-PERIOD.
           IF CAL-TBL-STATUS (CAL-IDX) = "P"
           MOVE CAL-TBL-STATUS (CAL-IDX) TO CAL-STATUS
           WRITE CALENDAR-REC.

      ******************************************************************
      * The tax rates, withholding brackets, allowances, and PTO
      * accrual schedule come from RateTable.dat, taking the latest
      * entry of each table in force on the period's week-ending.
      * A rerun of an old period therefore prices it with the rates
      * of its own day.  Each entry in force is moved over the
      * working table the copybooks define; a table with nothing in
      * force refuses the run rather than pay at a guessed rate.  The
      * rates are loaded before the supplementals, so the supplemental
      * rate is picked up when present and only required once the
      * supplementals show something pending to withhold on.
      ******************************************************************
       170-LOAD-RATE-TABLE.
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
               STOP RUN
           END-IF.
           MOVE CURRENT-WEEK-ENDING TO RT-AS-OF-DATE.
           MOVE SPACES TO RT-LOOKUP-STATE.
           MOVE "FICA" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-SOC-SEC-RATE TO SOC-SEC-RATE.
           MOVE RT-SOC-SEC-WAGE-BASE TO SOC-SEC-WAGE-BASE.
           MOVE RT-MEDICARE-RATE TO MEDICARE-RATE.
           MOVE "FEDW" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-BRACKETS TO FED-BRACKET-TABLE.
           MOVE "STAW" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-BRACKETS TO STATE-BRACKET-TABLE.
           MOVE RT-BRACKETS TO DEFAULT-STATE-BRACKETS.
           PERFORM 177-LOAD-STATE-TABLES.
           MOVE "UNEM" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-FUTA-RATE TO FUTA-RATE.
           MOVE RT-FUTA-WAGE-BASE TO FUTA-WAGE-BASE.
           MOVE RT-SUTA-RATE TO SUTA-RATE.
           MOVE RT-SUTA-WAGE-BASE TO SUTA-WAGE-BASE.
           MOVE "DEPW" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-DEPWH-DATA TO DEP-WH-TABLE.
           MOVE "PTOA" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           MOVE RT-PTO-ACCRUALS TO PTO-ACCRUAL-TABLE.
           MOVE RT-PTO-SICK-RATE TO PTO-SICK-RATE.
           MOVE "N" TO RT-REQUIRED-SWITCH.
           MOVE "SUPW" TO RT-LOOKUP-CODE.
           PERFORM 172-FIND-RATE-ENTRY.
           IF RT-FOUND-SWITCH = "Y"
               MOVE RT-SUPP-FED-RATE TO SUPP-FED-RATE
               MOVE "Y" TO SUPW-LOADED-SWITCH
           END-IF.
           MOVE "Y" TO RT-REQUIRED-SWITCH.
           CLOSE TAX-RATE-TABLE.

       172-FIND-RATE-ENTRY.
           MOVE "N" TO RT-FOUND-SWITCH
           MOVE "N" TO RT-READ-DONE-SWITCH
           MOVE RT-LOOKUP-CODE TO RT-TABLE-CODE
           MOVE RT-LOOKUP-STATE TO RT-STATE-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START TAX-RATE-TABLE KEY NOT < RT-KEY
               INVALID KEY
                   MOVE "Y" TO RT-READ-DONE-SWITCH
           END-START
           PERFORM 174-READ-NEXT-RATE-ENTRY
               UNTIL RT-READ-DONE-SWITCH = "Y"
           IF RT-FOUND-SWITCH = "Y"
               MOVE RT-FOUND-KEY TO RT-KEY
               READ TAX-RATE-TABLE
                   INVALID KEY
                       MOVE "N" TO RT-FOUND-SWITCH
               END-READ
           END-IF
           IF RT-FOUND-SWITCH = "N" AND RT-REQUIRED-SWITCH = "Y"
               DISPLAY "NO " RT-LOOKUP-CODE " RATES IN FORCE FOR "
                   RT-AS-OF-DATE " - RUN REFUSED"
               STOP RUN
           END-IF.

       174-READ-NEXT-RATE-ENTRY.
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

      ******************************************************************
      * The state tables sit on the rate file in state and then date
      * order, so one pass over the STAW entries leaves the latest
      * entry in force for each state as the last one kept for it.
      ******************************************************************
       177-LOAD-STATE-TABLES.
           MOVE 0 TO STATE-TBL-COUNT
           MOVE "N" TO RT-STAW-DONE-SWITCH
           MOVE "STAW" TO RT-TABLE-CODE
           MOVE SPACES TO RT-STATE-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START TAX-RATE-TABLE KEY NOT < RT-KEY
               INVALID KEY
                   MOVE "Y" TO RT-STAW-DONE-SWITCH
           END-START
           PERFORM 178-READ-NEXT-STATE-ENTRY
               UNTIL RT-STAW-DONE-SWITCH = "Y".

       178-READ-NEXT-STATE-ENTRY.
           READ TAX-RATE-TABLE NEXT RECORD
               AT END
                   MOVE "Y" TO RT-STAW-DONE-SWITCH
               NOT AT END
                   IF RT-TABLE-CODE NOT = "STAW"
                       MOVE "Y" TO RT-STAW-DONE-SWITCH
                   ELSE
                       IF RT-STATE-CODE NOT = SPACES AND
                               RT-EFFECTIVE-DATE NOT > RT-AS-OF-DATE
                           IF STATE-TBL-COUNT = 0 OR
                                   STATE-TBL-CODE (STATE-TBL-COUNT)
                                       NOT = RT-STATE-CODE
                               IF STATE-TBL-COUNT < 20
                                   ADD 1 TO STATE-TBL-COUNT
                                   MOVE RT-STATE-CODE TO
                                       STATE-TBL-CODE (STATE-TBL-COUNT)
                               ELSE
                                   DISPLAY "STATE TABLE FULL - "
                                       RT-STATE-CODE " NOT LOADED"
                               END-IF
                           END-IF
                           IF STATE-TBL-CODE (STATE-TBL-COUNT) =
                                   RT-STATE-CODE
                               MOVE RT-BRACKETS TO
                                   STATE-TBL-BRACKETS (STATE-TBL-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Supplemental earnings -- bonus, commission, retro lump sum --
      * are paid from SupplementalEarnings.dat.  Whatever is already on
      * the paid log was paid by an earlier run and is passed over,
      * except that a RESTART repays what the interrupted run of the
      * same kind logged for this period, because the restart writes
      * the salary file over again.  The file is optional on a regular
      * or FINALPAY run; a BONUS run has nothing else to pay, so
      * without it, or with nothing pending on it, the run is refused.
      ******************************************************************
       180-LOAD-SUPPLEMENTALS.
           MOVE 0 TO SUPP-ENTRY-COUNT.
           MOVE 0 TO SUPP-PENDING-COUNT.
           OPEN INPUT SUPPLEMENTAL-IN.
           IF SUP-FILE-STATUS = "00"
               PERFORM 181-READ-SUPPLEMENTAL-REC
                   UNTIL SUP-EOF-SWITCH = "Y"
               CLOSE SUPPLEMENTAL-IN
               PERFORM 182-APPLY-PAID-LOG
               PERFORM 185-COUNT-PENDING-SUPPLEMENTAL
                   VARYING SUPP-IDX FROM 1 BY 1
                   UNTIL SUPP-IDX > SUPP-ENTRY-COUNT
           ELSE
               IF BONUS-MODE-SWITCH = "Y"
                   DISPLAY "SUPPLEMENTAL-IN OPEN FAILED "
                       SUP-FILE-STATUS " - RUN REFUSED"
                   STOP RUN
               END-IF
               DISPLAY "SUPPLEMENTAL EARNINGS NOT AVAILABLE "
                   SUP-FILE-STATUS " - NONE PAID"
           END-IF.
           IF BONUS-MODE-SWITCH = "Y" AND SUPP-PENDING-COUNT = 0
               DISPLAY "NO SUPPLEMENTAL EARNINGS PENDING - "
                   "RUN REFUSED"
               STOP RUN
           END-IF.

       181-READ-SUPPLEMENTAL-REC.
           READ SUPPLEMENTAL-IN
               AT END
                   MOVE "Y" TO SUP-EOF-SWITCH
               NOT AT END
                   IF SUPP-ENTRY-COUNT >= 500
                       DISPLAY "SUPPLEMENTAL FILE EXCEEDS 500 "
                           "TRANSACTIONS"
                       STOP RUN
                   END-IF
                   ADD 1 TO SUPP-ENTRY-COUNT
                   MOVE SUP-TRANS-ID TO SPT-TRANS-ID (SUPP-ENTRY-COUNT)
                   MOVE SUP-EMPLOYEE-ID TO
                       SPT-EMPLOYEE-ID (SUPP-ENTRY-COUNT)
                   MOVE SUP-EARN-CODE TO
                       SPT-EARN-CODE (SUPP-ENTRY-COUNT)
                   MOVE SUPPLEMENTAL-REC TO SPT-IMAGE (SUPP-ENTRY-COUNT)
                   MOVE "P" TO SPT-STATUS (SUPP-ENTRY-COUNT)
                   IF SUP-TRANS-ID NOT NUMERIC OR SUP-TRANS-ID = 0
                           OR SUP-EMPLOYEE-ID NOT NUMERIC
                           OR SUP-AMOUNT NOT NUMERIC
                       MOVE "X" TO SPT-STATUS (SUPP-ENTRY-COUNT)
                       MOVE 0 TO SPT-AMOUNT (SUPP-ENTRY-COUNT)
                   ELSE
                       MOVE SUP-AMOUNT TO SPT-AMOUNT (SUPP-ENTRY-COUNT)
                       IF SUP-AMOUNT = 0 OR
                               (SUP-EARN-CODE NOT = "BON" AND
                                SUP-EARN-CODE NOT = "COM" AND
                                SUP-EARN-CODE NOT = "RET")
                           MOVE "X" TO SPT-STATUS (SUPP-ENTRY-COUNT)
                       END-IF
                   END-IF
                   IF SPT-STATUS (SUPP-ENTRY-COUNT) = "X"
                       PERFORM 171-WRITE-SUPP-EXCEPTION
                   END-IF
           END-READ.

       182-APPLY-PAID-LOG.
           OPEN INPUT SUPPLEMENTAL-PAID.
           IF SPD-FILE-STATUS = "00"
               PERFORM 183-READ-PAID-LOG-REC
                   UNTIL SPD-EOF-SWITCH = "Y"
               CLOSE SUPPLEMENTAL-PAID
           END-IF.

       183-READ-PAID-LOG-REC.
           READ SUPPLEMENTAL-PAID
               AT END
                   MOVE "Y" TO SPD-EOF-SWITCH
               NOT AT END
                   IF RESTART-MODE-SWITCH = "Y" AND
                           SPD-PERIOD = CURRENT-PERIOD-NUMBER AND
                           SPD-RUN-TYPE = RUN-TYPE-CODE
                       CONTINUE
                   ELSE
                       PERFORM 184-MARK-LOGGED-ENTRY
                           VARYING SUPP-IDX FROM 1 BY 1
                           UNTIL SUPP-IDX > SUPP-ENTRY-COUNT
                   END-IF
           END-READ.

       184-MARK-LOGGED-ENTRY.
           IF SPT-STATUS (SUPP-IDX) = "P" AND
                   SPT-TRANS-ID (SUPP-IDX) = SPD-TRANS-ID
               MOVE "D" TO SPT-STATUS (SUPP-IDX)
           END-IF.

       185-COUNT-PENDING-SUPPLEMENTAL.
           IF SPT-STATUS (SUPP-IDX) = "P"
               ADD 1 TO SUPP-PENDING-COUNT
           END-IF.

      ******************************************************************
      * Wage, bank and SSN changes wait for a second operator before
      * they reach the master, so this run pays on the old values for
      * anyone whose change is still pending.  Each one is listed on
      * the exception report (E10) so it is chased before payday
      * rather than found afterwards.  No pending file simply means
      * nothing has been held.
      ******************************************************************
       190-LIST-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES.
           IF PEND-FILE-STATUS = "00"
               PERFORM 191-READ-PENDING-CHANGE
                   UNTIL PEND-EOF-SWITCH = "Y"
               CLOSE PENDING-CHANGES
               IF PENDING-CHANGE-COUNT > 0
                   DISPLAY "WAGE/BANK/SSN CHANGES AWAITING APPROVAL: "
                       PENDING-CHANGE-COUNT
               END-IF
           END-IF.

       191-READ-PENDING-CHANGE.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE "Y" TO PEND-EOF-SWITCH
               NOT AT END
                   IF PC-STATUS = "P"
                       PERFORM 193-WRITE-PENDING-EXCEPTION
                   END-IF
           END-READ.

       193-WRITE-PENDING-EXCEPTION.
           MOVE SPACES TO EXC-NAME
           STRING "EMPLOYEE " DELIMITED BY SIZE
               PC-EMPLOYEE-ID DELIMITED BY SIZE
               INTO EXC-NAME
           END-STRING
           MOVE "E10" TO EXC-REASON-CODE
           IF PC-RECORD-TYPE = "B"
               MOVE "DEPOSIT ACCOUNT CHANGE AWAITING APPROVAL"
                   TO EXC-REASON-TEXT
           ELSE
               MOVE "WAGE/BANK/SSN CHANGE AWAITING APPROVAL"
                   TO EXC-REASON-TEXT
           END-IF
           WRITE EXCEPTION-REC
           ADD 1 TO PENDING-CHANGE-COUNT
           ADD 1 TO EXC-COUNTER.

       160-LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-APPLIED.
           IF TC-FILE-STATUS NOT = "00"
           MOVE TC-DAY-HOURS (TC-DAY-IDX) TO
               TC-TBL-DAY-HOURS (TC-ENTRY-COUNT, TC-DAY-IDX)
           MOVE TC-DAY-TYPE (TC-DAY-IDX) TO
               TC-TBL-DAY-TYPE (TC-ENTRY-COUNT, TC-DAY-IDX)
           MOVE TC-DAY-CHARGE-DEPT (TC-DAY-IDX) TO
               TC-TBL-DAY-CHARGE (TC-ENTRY-COUNT, TC-DAY-IDX).

       155-FIND-TIMECARD.
           MOVE "N" TO TC-FOUND-SWITCH
               MOVE TC-TBL-TOTAL-HOURS (TC-IDX) TO TIMECARD-HOURS
           END-IF.

       186-FIND-SUPPLEMENTALS.
           MOVE 0 TO SUPP-BONUS
           MOVE 0 TO SUPP-COMMISSION
           MOVE 0 TO SUPP-RETRO
           IF SUPP-PENDING-COUNT > 0
               PERFORM 187-ADD-SUPPLEMENTAL
                   VARYING SUPP-IDX FROM 1 BY 1
                   UNTIL SUPP-IDX > SUPP-ENTRY-COUNT
           END-IF
           COMPUTE SUPP-TOTAL =
               SUPP-BONUS + SUPP-COMMISSION + SUPP-RETRO.

       187-ADD-SUPPLEMENTAL.
           IF SPT-STATUS (SUPP-IDX) = "P" AND
                   SPT-EMPLOYEE-ID (SUPP-IDX) = Employee-ID
               EVALUATE SPT-EARN-CODE (SUPP-IDX)
                   WHEN "BON"
                       ADD SPT-AMOUNT (SUPP-IDX) TO SUPP-BONUS
                   WHEN "COM"
                       ADD SPT-AMOUNT (SUPP-IDX) TO SUPP-COMMISSION
                   WHEN "RET"
                       ADD SPT-AMOUNT (SUPP-IDX) TO SUPP-RETRO
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Once the check carrying them is released, the employee's
      * pending supplementals are marked paid and, on a run that
      * posts, logged so no later run pays them again.
      ******************************************************************
       188-MARK-SUPPLEMENTALS-PAID.
           PERFORM 189-MARK-ONE-SUPPLEMENTAL
               VARYING SUPP-IDX FROM 1 BY 1
               UNTIL SUPP-IDX > SUPP-ENTRY-COUNT.

       189-MARK-ONE-SUPPLEMENTAL.
           IF SPT-STATUS (SUPP-IDX) = "P" AND
                   SPT-EMPLOYEE-ID (SUPP-IDX) = Employee-ID
               MOVE "D" TO SPT-STATUS (SUPP-IDX)
               IF PREVIEW-MODE-SWITCH = "N"
                   MOVE CURRENT-PERIOD-NUMBER TO SPD-PERIOD
                   MOVE CURRENT-WEEK-ENDING TO SPD-WEEK-ENDING
                   MOVE RUN-TYPE-CODE TO SPD-RUN-TYPE
                   MOVE SPT-IMAGE (SUPP-IDX) TO SPD-DETAIL
                   WRITE SUPP-PAID-REC
               END-IF
           END-IF.

      ******************************************************************
      * Each day of the week is priced at the rate in force on that
      * day, so a raise effective mid-period pays the early days at
      * straight rate without counting toward the overtime threshold.
      * With no rate history on file the master Wage covers the whole
      * week, exactly as before.
      * Pending supplemental earnings are added to the gross here and
      * never to the hours, so they neither move the overtime split
      * nor count toward it.  A BONUS run prices no days at all.  A
      * check whose gross would overflow the salary line holds the
      * supplementals back for a later run with an E09 exception.
      ******************************************************************
       220-COMPUTE-EARNINGS.
           PERFORM 222-LOAD-RATE-HISTORY
           MOVE 0 TO SICK-AMOUNT
           MOVE 0 TO HOL-HOURS
           MOVE 0 TO HOL-AMOUNT
           MOVE 0 TO LCW-COUNT
           MOVE 0 TO DPT-COUNT
           IF BONUS-MODE-SWITCH = "Y"
               CONTINUE
           ELSE
               IF Pay-Class = "S"
                   PERFORM 230-PAY-SALARIED-WEEK
               ELSE
                   PERFORM 225-PAY-ONE-DAY
                       VARYING TC-DAY-IDX FROM 1 BY 1
                       UNTIL TC-DAY-IDX > 7
               END-IF
           END-IF
           COMPUTE REGULAR-GROSS = REG-AMOUNT + OT-AMOUNT
               + VAC-AMOUNT + SICK-AMOUNT + HOL-AMOUNT
           IF REGULAR-GROSS + SUPP-TOTAL > SUPP-CHECK-LIMIT
               PERFORM 173-WRITE-SUPP-LIMIT-EXCEPTION
               MOVE 0 TO SUPP-BONUS
               MOVE 0 TO SUPP-COMMISSION
               MOVE 0 TO SUPP-RETRO
               MOVE 0 TO SUPP-TOTAL
               IF BONUS-MODE-SWITCH = "Y"
                   MOVE "Y" TO SKIP-SWITCH
               END-IF
           END-IF
           COMPUTE COMPUTED-SALARY = REGULAR-GROSS + SUPP-TOTAL.

       222-LOAD-RATE-HISTORY.
           MOVE 0 TO RATE-COUNT
                               RATE-TBL-EFFECTIVE (RATE-COUNT)
                           MOVE RH-WAGE TO
                               RATE-TBL-WAGE (RATE-COUNT)
                           MOVE RH-ANNUAL-SALARY TO
                               RATE-TBL-SALARY (RATE-COUNT)
                       END-IF
                   END-IF
           END-READ.
               PERFORM 228-SELECT-DAY-RATE
               MOVE TC-TBL-DAY-TYPE (TC-FOUND-SUB, TC-DAY-IDX)
                   TO DAY-TYPE-WORK
               COMPUTE DAY-EARNINGS-BEFORE = REG-AMOUNT + OT-AMOUNT
                   + VAC-AMOUNT + SICK-AMOUNT + HOL-AMOUNT
               EVALUATE DAY-TYPE-WORK
                   WHEN "V"
                       ADD DAY-HOURS-WORK TO VAC-HOURS
                   WHEN OTHER
                       PERFORM 226-PAY-WORKED-DAY
               END-EVALUATE
               COMPUTE DAY-CHARGE-AMOUNT = REG-AMOUNT + OT-AMOUNT
                   + VAC-AMOUNT + SICK-AMOUNT + HOL-AMOUNT
                   - DAY-EARNINGS-BEFORE
               PERFORM 221-RECORD-DAY-PAY
               PERFORM 227-CHARGE-DAY
           END-IF.

      ******************************************************************
      * Each day's priced earnings are kept for the daily pay history
      * so the month-end accrual can split a week at the month line
      * using what was actually paid for each day.
      ******************************************************************
       221-RECORD-DAY-PAY.
           ADD 1 TO DPT-COUNT
           MOVE DAY-DATE TO DPT-DATE (DPT-COUNT)
           MOVE DAY-HOURS-WORK TO DPT-HOURS (DPT-COUNT)
           MOVE DAY-CHARGE-AMOUNT TO DPT-AMOUNT (DPT-COUNT)
           MOVE SPACE TO DPT-TYPE (DPT-COUNT)
           MOVE SPACES TO DPT-CHARGE (DPT-COUNT)
           IF TC-FOUND-SWITCH = "Y"
               MOVE TC-TBL-DAY-TYPE (TC-FOUND-SUB, TC-DAY-IDX)
                   TO DPT-TYPE (DPT-COUNT)
               MOVE TC-TBL-DAY-CHARGE (TC-FOUND-SUB, TC-DAY-IDX)
                   TO DPT-CHARGE (DPT-COUNT)
           END-IF.

      ******************************************************************
      * A day carrying a charge department other than the home
      * department has its hours and earnings set aside for that
      * department; whatever is not set aside stays home.
      ******************************************************************
       227-CHARGE-DAY.
           MOVE TC-TBL-DAY-CHARGE (TC-FOUND-SUB, TC-DAY-IDX)
               TO DAY-CHARGE-DEPT
           IF DAY-CHARGE-DEPT NOT = SPACES AND
                   DAY-CHARGE-DEPT NOT = Department-Code
               MOVE "N" TO LCW-FOUND-SWITCH
               PERFORM 224-MATCH-CHARGE-DEPT
                   VARYING LCW-IDX FROM 1 BY 1
                   UNTIL LCW-IDX > LCW-COUNT
               IF LCW-FOUND-SWITCH = "N"
                   ADD 1 TO LCW-COUNT
                   MOVE DAY-CHARGE-DEPT TO LCW-DEPT (LCW-COUNT)
                   MOVE DAY-HOURS-WORK TO LCW-HOURS (LCW-COUNT)
                   MOVE DAY-CHARGE-AMOUNT TO LCW-AMOUNT (LCW-COUNT)
               END-IF
           END-IF.

       224-MATCH-CHARGE-DEPT.
           IF LCW-FOUND-SWITCH = "N" AND
                   LCW-DEPT (LCW-IDX) = DAY-CHARGE-DEPT
               MOVE "Y" TO LCW-FOUND-SWITCH
               ADD DAY-HOURS-WORK TO LCW-HOURS (LCW-IDX)
               ADD DAY-CHARGE-AMOUNT TO LCW-AMOUNT (LCW-IDX)
           END-IF.

       226-PAY-WORKED-DAY.

       228-SELECT-DAY-RATE.
           MOVE Wage TO DAY-RATE
           MOVE Annual-Salary TO DAY-SALARY
           MOVE 0 TO BEST-EFFECTIVE
           PERFORM 229-CHECK-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
           IF DAY-SALARY NOT NUMERIC OR DAY-SALARY = 0
               MOVE Annual-Salary TO DAY-SALARY
           END-IF.

       229-CHECK-RATE-ENTRY.
           IF RATE-TBL-EFFECTIVE (RATE-IDX) NOT > DAY-DATE AND
                   RATE-TBL-EFFECTIVE (RATE-IDX) NOT < BEST-EFFECTIVE
               MOVE RATE-TBL-EFFECTIVE (RATE-IDX) TO BEST-EFFECTIVE
               MOVE RATE-TBL-WAGE (RATE-IDX) TO DAY-RATE
               MOVE RATE-TBL-SALARY (RATE-IDX) TO DAY-SALARY
           END-IF.

      ******************************************************************
      * A salaried employee is paid the week's share of the annual
      * salary whether or not a timecard came in.  Each day of the
      * week earns 1/364 of the salary in force that day -- a full
      * week is exactly 1/52 -- and only days on or after the date of
      * hire and not after the termination date count, so a mid-week
      * hire, termination, or raise prorates to the day.  The whole
      * amount is paid as regular earnings.  Vacation and sick days
      * on a salaried card are counted so the PTO balance is drawn
      * down, but they add nothing to the pay; worked and holiday
      * hours are already covered by the salary.  A week with no day
      * inside the employment dates pays nothing and is skipped.
      ******************************************************************
       230-PAY-SALARIED-WEEK.
           MOVE 0 TO SALARY-ACCUM
           PERFORM 232-PAY-SALARIED-DAY
               VARYING TC-DAY-IDX FROM 1 BY 1
               UNTIL TC-DAY-IDX > 7
           COMPUTE REG-AMOUNT ROUNDED = SALARY-ACCUM
           IF REG-AMOUNT = 0
               MOVE "Y" TO SKIP-SWITCH
           END-IF.

       232-PAY-SALARIED-DAY.
           COMPUTE DAY-DATE-INT = WEEK-END-INT - 7 + TC-DAY-IDX
           COMPUTE DAY-DATE =
               FUNCTION DATE-OF-INTEGER(DAY-DATE-INT)
           IF DAY-DATE NOT < DOH AND
                   (Termination-Date = 0 OR
                    DAY-DATE NOT > Termination-Date)
               PERFORM 228-SELECT-DAY-RATE
               COMPUTE DAY-CHARGE-AMOUNT =
                   DAY-SALARY / SALARY-DAYS-PER-YEAR
               ADD DAY-CHARGE-AMOUNT TO SALARY-ACCUM
               MOVE 0 TO DAY-HOURS-WORK
               IF TC-FOUND-SWITCH = "Y"
                   MOVE TC-TBL-DAY-HOURS (TC-FOUND-SUB, TC-DAY-IDX)
                       TO DAY-HOURS-WORK
               END-IF
               PERFORM 221-RECORD-DAY-PAY
               IF TC-FOUND-SWITCH = "Y"
                   PERFORM 227-CHARGE-DAY
               END-IF
           END-IF
           IF TC-FOUND-SWITCH = "Y"
               MOVE TC-TBL-DAY-HOURS (TC-FOUND-SUB, TC-DAY-IDX)
                   TO DAY-HOURS-WORK
               MOVE TC-TBL-DAY-TYPE (TC-FOUND-SUB, TC-DAY-IDX)
                   TO DAY-TYPE-WORK
               EVALUATE DAY-TYPE-WORK
                   WHEN "V"
                       ADD DAY-HOURS-WORK TO VAC-HOURS
                   WHEN "S"
                       ADD DAY-HOURS-WORK TO SICK-HOURS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
                   MOVE "GROSS BELOW RECENT AVERAGE" TO VDL-FLAG
               END-IF
           END-IF
           IF TIMECARD-HOURS = 0 AND Pay-Class NOT = "S" AND
                   BONUS-MODE-SWITCH = "N"
               MOVE "ZERO HOURS FOR ACTIVE EMPLOYEE" TO VDL-FLAG
           END-IF
           IF VDL-FLAG NOT = SPACES

                   PERFORM 150-EDIT-INPUT
                   MOVE "N" TO SKIP-SWITCH
                   PERFORM 186-FIND-SUPPLEMENTALS
                   IF BONUS-MODE-SWITCH = "Y"
                       PERFORM 147-CHECK-BONUS-PAYEE
                   ELSE
                       IF VALID-SWITCH = "Y"
                           PERFORM 145-CHECK-EMPLOYMENT-STATUS
                       END-IF
                       IF VALID-SWITCH = "Y" AND SKIP-SWITCH = "N"
                           PERFORM 155-FIND-TIMECARD
                           IF TC-FOUND-SWITCH = "N" AND
                                   Pay-Class NOT = "S"
                               MOVE "N" TO VALID-SWITCH
                               MOVE "E05" TO EXC-REASON-CODE
                               MOVE "MISSING TIMECARD"
                                   TO EXC-REASON-TEXT
                           END-IF
                       END-IF
                   END-IF
                   IF VALID-SWITCH = "N"
                   ELSE
                   IF SKIP-SWITCH = "N"
                       PERFORM 220-COMPUTE-EARNINGS
                   END-IF
                   IF SKIP-SWITCH = "N"
                       PERFORM 300-WRITE-RECORDS
                       IF PREVIEW-MODE-SWITCH = "N" AND
                               TC-FOUND-SWITCH = "Y"
                           IF RESTART-MODE-SWITCH = "Y" AND
                                   Employee-ID NOT > RESTART-EMPLOYEE-ID
                               CONTINUE
                           ELSE
                               PERFORM 290-WRITE-TIMECARD-HISTORY
                           END-IF
                       END-IF
                       COMPUTE REC-COUNTER = REC-COUNTER + 1
                       ADD COMPUTED-SALARY TO TOTAL-SALARY-ACCUM
                       IF FINAL-PAY-MODE-SWITCH = "Y" AND
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * A BONUS run pays only employees with supplemental earnings
      * pending, and pays them whatever their status -- a bonus or
      * commission earned before a leave or a termination is still
      * owed.  No timecard is wanted; everyone else is passed over
      * without exception.
      ******************************************************************
       147-CHECK-BONUS-PAYEE.
           MOVE "N" TO TC-FOUND-SWITCH
           MOVE 0 TO TIMECARD-HOURS
           IF SUPP-TOTAL = 0
               MOVE "Y" TO SKIP-SWITCH
               MOVE "Y" TO VALID-SWITCH
           END-IF.

       340-FLIP-TO-TERMINATED.
           MOVE "T" TO Employment-Status
           REWRITE IN-RECORD.
                   " STATUS " EMP-FILE-STATUS
           END-IF.

      ******************************************************************
      * The applied timecard file only ever holds the open week, so
      * every card that is paid is also kept on the timecard history
      * file with its week-ending.  Retroactive pay reprices posted
      * weeks day by day from these cards when a rate change is
      * back-dated.  The file is only ever added to, so a RESTART
      * skips the employees the interrupted run had already written
      * before its last checkpoint, as it does for the YTD postings.
      ******************************************************************
       290-WRITE-TIMECARD-HISTORY.
           MOVE Employee-ID TO THW-EMPLOYEE-ID
           MOVE CURRENT-WEEK-ENDING TO THW-WEEK-ENDING
           PERFORM 292-MOVE-HISTORY-DAY
               VARYING TC-DAY-IDX FROM 1 BY 1
               UNTIL TC-DAY-IDX > 7
           WRITE TC-HISTORY-REC FROM TC-HISTORY-WORK.

       292-MOVE-HISTORY-DAY.
           MOVE TC-TBL-DAY-HOURS (TC-FOUND-SUB, TC-DAY-IDX)
               TO THW-DAY-HOURS (TC-DAY-IDX)
           MOVE TC-TBL-DAY-TYPE (TC-FOUND-SUB, TC-DAY-IDX)
               TO THW-DAY-TYPE (TC-DAY-IDX)
           MOVE TC-TBL-DAY-CHARGE (TC-FOUND-SUB, TC-DAY-IDX)
               TO THW-DAY-CHARGE-DEPT (TC-DAY-IDX).

       280-WRITE-CHECKPOINT.
           MOVE REC-COUNTER TO CKPT-REC-COUNTER
           MOVE Employee-ID TO CKPT-EMPLOYEE-ID
               MOVE "E01" TO EXC-REASON-CODE
               MOVE "BLANK EMPLOYEE NAME" TO EXC-REASON-TEXT
           END-IF
           IF VALID-SWITCH = "Y" AND Pay-Class = "S"
               IF Annual-Salary NOT NUMERIC OR Annual-Salary = 0
                   MOVE "N" TO VALID-SWITCH
                   MOVE "E02" TO EXC-REASON-CODE
                   MOVE "INVALID OR ZERO SALARY" TO EXC-REASON-TEXT
               END-IF
           ELSE
               IF VALID-SWITCH = "Y" AND
                       (Wage NOT NUMERIC OR Wage = 0)
                   MOVE "N" TO VALID-SWITCH
                   MOVE "E02" TO EXC-REASON-CODE
                   MOVE "INVALID OR ZERO WAGE" TO EXC-REASON-TEXT
               END-IF
           END-IF
           IF VALID-SWITCH = "Y" AND
                   (Dependents NOT NUMERIC OR Dependents > 9)
           WRITE EXCEPTION-REC
           ADD 1 TO EXC-COUNTER.

       179-WRITE-STATE-EXCEPTION.
           MOVE Name of IN-RECORD TO EXC-NAME
           MOVE "E07" TO EXC-REASON-CODE
           MOVE SPACES TO EXC-REASON-TEXT
           STRING "NO TABLE FOR STATE " DELIMITED BY SIZE
               WH-STATE-CODE DELIMITED BY SIZE
               " - DEFAULT USED" DELIMITED BY SIZE
               INTO EXC-REASON-TEXT
           END-STRING
           WRITE EXCEPTION-REC
           ADD 1 TO EXC-COUNTER.

       171-WRITE-SUPP-EXCEPTION.
           MOVE SPACES TO EXC-NAME
           STRING "SUPPLEMENTAL " DELIMITED BY SIZE
               SUP-TRANS-ID DELIMITED BY SIZE
               INTO EXC-NAME
           END-STRING
           MOVE "E08" TO EXC-REASON-CODE
           MOVE "INVALID SUPPLEMENTAL TRANSACTION - HELD"
               TO EXC-REASON-TEXT
           WRITE EXCEPTION-REC
           ADD 1 TO EXC-COUNTER.

       173-WRITE-SUPP-LIMIT-EXCEPTION.
           MOVE Name of IN-RECORD TO EXC-NAME
           MOVE "E09" TO EXC-REASON-CODE
           MOVE "SUPPLEMENTAL OVER CHECK LIMIT - HELD"
               TO EXC-REASON-TEXT
           WRITE EXCEPTION-REC
           ADD 1 TO EXC-COUNTER.

      ******************************************************************
      * State tax is withheld for the work state, or the resident
      * state when no work state is coded.  An employee with a state
      * coded has it computed from that state's own brackets; one
      * with neither coded keeps the keyed State_Tax amount as always.
      * Federal tax on supplemental pay is added to the regular
      * withholding at the flat supplemental rate.  A BONUS check
      * carries no regular withholding, allowances, or deductions --
      * those were all taken on the regular check -- so its state tax
      * is the computed figure on the whole check and its federal tax
      * is the supplemental tax alone.  A check with supplemental pay
      * is kept out of the E04 variance check, which compares against
      * the keyed weekly amounts.
      ******************************************************************
       300-WRITE-RECORDS.
               COMPUTE DEP-IDX = Dependents + 1
               IF BONUS-MODE-SWITCH = "Y"
                   MOVE 0 TO ADJ-FED-TAX
               ELSE
                   COMPUTE ADJ-FED-TAX =
                       Fed_Tax - DEP-FED-ALLOW (DEP-IDX)
               END-IF
               IF ADJ-FED-TAX < 0
                   MOVE 0 TO ADJ-FED-TAX
               END-IF
               PERFORM 365-SELECT-STATE-TABLE
               PERFORM 360-COMPUTE-INHOUSE-TAXES
               ADD SUPP-FED-TAX TO ADJ-FED-TAX
               IF BONUS-MODE-SWITCH = "Y"
                   MOVE CALC-STATE-TAX TO ADJ-STATE-TAX
               ELSE
                   IF WH-STATE-CODE = SPACES
                       COMPUTE ADJ-STATE-TAX =
                           State_Tax - DEP-STATE-ALLOW (DEP-IDX)
                   ELSE
                       COMPUTE ADJ-STATE-TAX =
                           CALC-STATE-TAX - DEP-STATE-ALLOW (DEP-IDX)
                   END-IF
               END-IF
               IF ADJ-STATE-TAX < 0
                   MOVE 0 TO ADJ-STATE-TAX
               END-IF
               COMPUTE NET-PAY = COMPUTED-SALARY - CALC-FICA
                   - CALC-MEDICARE - ADJ-STATE-TAX - ADJ-FED-TAX
               IF BONUS-MODE-SWITCH = "Y"
                   MOVE 0 TO DEDW-COUNT
                   MOVE 0 TO TOTAL-DEDUCTIONS
               ELSE
                   PERFORM 320-APPLY-DEDUCTIONS
               END-IF
               IF PREVIEW-MODE-SWITCH = "N"
                   PERFORM 342-WRITE-DEDUCTION-DETAIL
                   PERFORM 344-WRITE-LABOR-DISTRIBUTION
                   IF RESTART-MODE-SWITCH = "Y" AND
                           Employee-ID NOT > RESTART-EMPLOYEE-ID
                       CONTINUE
                   ELSE
                       PERFORM 337-WRITE-DAILY-PAY
                   END-IF
               END-IF
               IF SUPP-TOTAL = 0
                   PERFORM 370-CHECK-WITHHOLDING-VARIANCE
               END-IF
               MOVE Employee-ID TO SRT-EMPLOYEE-ID
               MOVE Department-Code TO SRT-DEPT-CODE
               MOVE Name of IN-RECORD TO SRT-NAME
               MOVE VAC-AMOUNT TO SRT-VAC-AMOUNT
               MOVE SICK-AMOUNT TO SRT-SICK-AMOUNT
               MOVE HOL-AMOUNT TO SRT-HOL-AMOUNT
               MOVE CALC-ER-FUTA TO SRT-ER-FUTA
               MOVE CALC-ER-SUTA TO SRT-ER-SUTA
               MOVE WH-STATE-CODE TO SRT-WH-STATE
               MOVE SUPP-BONUS TO SRT-SUPP-BONUS
               MOVE SUPP-COMMISSION TO SRT-SUPP-COMMISSION
               MOVE SUPP-RETRO TO SRT-SUPP-RETRO
               RELEASE SORT-REC
               IF SUPP-TOTAL > 0
                   PERFORM 188-MARK-SUPPLEMENTALS-PAID
               END-IF
               IF PREVIEW-MODE-SWITCH = "Y"
                   PERFORM 380-CHECK-PAY-VARIANCE
               ELSE
               ELSE
                   PERFORM 350-UPDATE-YTD
                   PERFORM 355-POST-DEDUCTION-YTD
                   IF BONUS-MODE-SWITCH = "N"
                       PERFORM 358-UPDATE-PTO-BALANCE
                   END-IF
               END-IF
               END-IF.

               MOVE DEDW-IDX TO DEDW-BEST-SUB
           END-IF.

      ******************************************************************
      * Each deduction taken -- or owed and not covered -- is written
      * to the deduction detail file by code, so the ledger can
      * credit each payee's liability and the remittance run knows
      * what to send to whom.  It follows the salary file: a restart
      * rewrites both in full.
      ******************************************************************
       342-WRITE-DEDUCTION-DETAIL.
           PERFORM 343-WRITE-ONE-DEDUCTION-DETAIL
               VARYING DEDW-IDX FROM 1 BY 1
               UNTIL DEDW-IDX > DEDW-COUNT.

       343-WRITE-ONE-DEDUCTION-DETAIL.
           IF DEDW-APPLIED (DEDW-IDX) > 0
                   OR DEDW-SHORTFALL (DEDW-IDX) > 0
               MOVE "D" TO DDT-REC-TYPE
               MOVE CURRENT-PERIOD-NUMBER TO DDT-PERIOD
               MOVE CURRENT-WEEK-ENDING TO DDT-WEEK-ENDING
               MOVE Employee-ID TO DDT-EMPLOYEE-ID
               MOVE DEDW-CODE (DEDW-IDX) TO DDT-DED-CODE
               MOVE DEDW-APPLIED (DEDW-IDX) TO DDT-AMOUNT
               MOVE DEDW-ARREARS-TAKEN (DEDW-IDX) TO DDT-ARREARS-TAKEN
               MOVE DEDW-SHORTFALL (DEDW-IDX) TO DDT-SHORTFALL
               WRITE DEDUCTION-DETAIL-REC
           END-IF.

      ******************************************************************
      * The labor distribution carries a line for each department a
      * day was charged to, rounded to the cent, and one for the home
      * department holding the rest of the gross and the rest of the
      * card's hours, so the lines always prove to the check.
      ******************************************************************
       344-WRITE-LABOR-DISTRIBUTION.
           MOVE 0 TO CHARGED-HOURS
           MOVE 0 TO CHARGED-AMOUNT
           MOVE "D" TO LDS-REC-TYPE
           MOVE CURRENT-PERIOD-NUMBER TO LDS-PERIOD
           MOVE CURRENT-WEEK-ENDING TO LDS-WEEK-ENDING
           MOVE Employee-ID TO LDS-EMPLOYEE-ID
           MOVE Department-Code TO LDS-HOME-DEPT
           PERFORM 345-WRITE-CHARGED-LABOR
               VARYING LCW-IDX FROM 1 BY 1
               UNTIL LCW-IDX > LCW-COUNT
           MOVE Department-Code TO LDS-CHARGE-DEPT
           IF TIMECARD-HOURS > CHARGED-HOURS
               COMPUTE LDS-HOURS = TIMECARD-HOURS - CHARGED-HOURS
           ELSE
               MOVE 0 TO LDS-HOURS
           END-IF
           COMPUTE LDS-AMOUNT = COMPUTED-SALARY - CHARGED-AMOUNT
           WRITE LABOR-DIST-REC.

       345-WRITE-CHARGED-LABOR.
           MOVE LCW-DEPT (LCW-IDX) TO LDS-CHARGE-DEPT
           MOVE LCW-HOURS (LCW-IDX) TO LDS-HOURS
           COMPUTE LDS-AMOUNT ROUNDED = LCW-AMOUNT (LCW-IDX)
           ADD LDS-HOURS TO CHARGED-HOURS
           ADD LDS-AMOUNT TO CHARGED-AMOUNT
           WRITE LABOR-DIST-REC.

      ******************************************************************
      * Day amounts are rounded on the running total, so the days of
      * a salaried week (priced to six places) still add to the cent
      * to the gross on the check.  Like the timecard history, the
      * daily pay file is only added to, so a RESTART does not write
      * it again for employees done before the last checkpoint.
      ******************************************************************
       337-WRITE-DAILY-PAY.
           MOVE 0 TO DAY-PAY-EXACT-CUM
           MOVE 0 TO DAY-PAY-ROUNDED-CUM
           PERFORM 338-WRITE-ONE-DAY-PAY
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > DPT-COUNT.

       338-WRITE-ONE-DAY-PAY.
           MOVE CURRENT-PERIOD-NUMBER TO DPH-PERIOD
           MOVE CURRENT-WEEK-ENDING TO DPH-WEEK-ENDING
           MOVE Employee-ID TO DPH-EMPLOYEE-ID
           MOVE Department-Code TO DPH-HOME-DEPT
           MOVE Department-Code TO DPH-CHARGE-DEPT
           IF DPT-CHARGE (DPT-IDX) NOT = SPACES
               MOVE DPT-CHARGE (DPT-IDX) TO DPH-CHARGE-DEPT
           END-IF
           MOVE DPT-DATE (DPT-IDX) TO DPH-WORK-DATE
           MOVE "H" TO DPH-PAY-CLASS
           IF Pay-Class = "S"
               MOVE "S" TO DPH-PAY-CLASS
           END-IF
           MOVE DPT-TYPE (DPT-IDX) TO DPH-DAY-TYPE
           MOVE DPT-HOURS (DPT-IDX) TO DPH-HOURS
           ADD DPT-AMOUNT (DPT-IDX) TO DAY-PAY-EXACT-CUM
           COMPUTE DAY-PAY-ROUNDED-NEW ROUNDED = DAY-PAY-EXACT-CUM
           COMPUTE DPH-AMOUNT =
               DAY-PAY-ROUNDED-NEW - DAY-PAY-ROUNDED-CUM
           MOVE DAY-PAY-ROUNDED-NEW TO DAY-PAY-ROUNDED-CUM
           WRITE DAILY-PAY-REC.

       355-POST-DEDUCTION-YTD.
           PERFORM 356-POST-ONE-DEDUCTION
               VARYING DEDW-IDX FROM 1 BY 1
      * the employee's YTD gross before this period, is taxed.
      * Medicare has no base and runs on every dollar as its own
      * withholding line.
      * The federal bracket is chosen on the regular earnings alone;
      * supplemental pay is taxed at the flat supplemental rate on top,
      * so a bonus does not push the week's wages into a higher
      * bracket.  Social Security, Medicare, the state brackets, and
      * the employer's unemployment taxes run on the whole check.
      ******************************************************************
       360-COMPUTE-INHOUSE-TAXES.
           COMPUTE SUPP-FED-TAX ROUNDED = SUPP-TOTAL * SUPP-FED-RATE
           MOVE 0 TO SELECTED-FED-RATE
           MOVE 0 TO SELECTED-STATE-RATE
           PERFORM 362-CHECK-FED-BRACKET
           END-IF
           COMPUTE CALC-FICA = SS-TAXABLE * SOC-SEC-RATE
           COMPUTE CALC-MEDICARE = COMPUTED-SALARY * MEDICARE-RATE
           COMPUTE CALC-FED-TAX =
               REGULAR-GROSS * SELECTED-FED-RATE + SUPP-FED-TAX
           COMPUTE CALC-STATE-TAX =
               COMPUTED-SALARY * SELECTED-STATE-RATE
           PERFORM 368-COMPUTE-EMPLOYER-UI.

      ******************************************************************
      * The employer's own FUTA and SUTA accrue on this check the same
      * way Social Security does: only the part that still fits under
      * each program's wage base, measured from the YTD gross before
      * this period, is taxed.  The Social Security and Medicare match
      * equals the employee withholding and needs no figure of its
      * own; the GL posting books all four from the salary line.
      ******************************************************************
       368-COMPUTE-EMPLOYER-UI.
           COMPUTE UI-ROOM = FUTA-WAGE-BASE - SS-PRIOR-GROSS
           IF UI-ROOM < 0
               MOVE 0 TO UI-ROOM
           END-IF
           IF UI-ROOM > COMPUTED-SALARY
               MOVE COMPUTED-SALARY TO UI-TAXABLE
           ELSE
               MOVE UI-ROOM TO UI-TAXABLE
           END-IF
           COMPUTE CALC-ER-FUTA ROUNDED = UI-TAXABLE * FUTA-RATE
           COMPUTE UI-ROOM = SUTA-WAGE-BASE - SS-PRIOR-GROSS
           IF UI-ROOM < 0
               MOVE 0 TO UI-ROOM
           END-IF
           IF UI-ROOM > COMPUTED-SALARY
               MOVE COMPUTED-SALARY TO UI-TAXABLE
           ELSE
               MOVE UI-ROOM TO UI-TAXABLE
           END-IF
           COMPUTE CALC-ER-SUTA ROUNDED = UI-TAXABLE * SUTA-RATE.

       366-GET-PRIOR-YTD-GROSS.
           MOVE Employee-ID TO YTD-EMPLOYEE-ID
           END-READ.

       362-CHECK-FED-BRACKET.
           IF REGULAR-GROSS >= FED-BRK-THRESHOLD (BRK-IDX)
               MOVE FED-BRK-RATE (BRK-IDX) TO SELECTED-FED-RATE
           END-IF.

               MOVE STATE-BRK-RATE (BRK-IDX) TO SELECTED-STATE-RATE
           END-IF.

       365-SELECT-STATE-TABLE.
           IF Work-State NOT = SPACES
               MOVE Work-State TO WH-STATE-CODE
           ELSE
               MOVE Resident-State TO WH-STATE-CODE
           END-IF
           MOVE DEFAULT-STATE-BRACKETS TO STATE-BRACKET-TABLE
           IF WH-STATE-CODE NOT = SPACES
               MOVE "N" TO STATE-TBL-FOUND-SWITCH
               PERFORM 367-MATCH-STATE-TABLE
                   VARYING STATE-TBL-IDX FROM 1 BY 1
                   UNTIL STATE-TBL-IDX > STATE-TBL-COUNT
                       OR STATE-TBL-FOUND-SWITCH = "Y"
               IF STATE-TBL-FOUND-SWITCH = "N"
                   PERFORM 179-WRITE-STATE-EXCEPTION
               END-IF
           END-IF.

       367-MATCH-STATE-TABLE.
           IF STATE-TBL-CODE (STATE-TBL-IDX) = WH-STATE-CODE
               MOVE "Y" TO STATE-TBL-FOUND-SWITCH
               MOVE STATE-TBL-BRACKETS (STATE-TBL-IDX)
                   TO STATE-BRACKET-TABLE
           END-IF.

       370-CHECK-WITHHOLDING-VARIANCE.
           COMPUTE FICA-TOTAL-WORK = CALC-FICA + CALC-MEDICARE
           IF FICA-TOTAL-WORK NOT = FICA
                   OR CALC-FED-TAX NOT = Fed_Tax
                   OR (WH-STATE-CODE = SPACES AND
                       CALC-STATE-TAX NOT = State_Tax)
               PERFORM 176-WRITE-VARIANCE-EXCEPTION
           END-IF.

           MOVE 0 TO YTD-MEDICARE
           MOVE 0 TO YTD-FED-TAX
           MOVE 0 TO YTD-STATE-TAX
           MOVE 0 TO YTD-SUPP-GROSS
           PERFORM 353-INIT-YTD-QUARTER
               VARYING QTR-IDX FROM 1 BY 1
               UNTIL QTR-IDX > 4
           PERFORM 349-INIT-YTD-STATE
               VARYING YTD-ST-IDX FROM 1 BY 1
               UNTIL YTD-ST-IDX > 4.

       349-INIT-YTD-STATE.
           MOVE SPACES TO YTD-ST-CODE (YTD-ST-IDX)
           MOVE 0 TO YTD-ST-WAGES (YTD-ST-IDX)
           MOVE 0 TO YTD-ST-TAX (YTD-ST-IDX).

       353-INIT-YTD-QUARTER.
           MOVE 0 TO YTD-QTR-GROSS (QTR-IDX)
           ADD COMPUTED-SALARY TO YTD-QTR-GROSS (CURRENT-QUARTER)
           ADD CALC-FICA TO YTD-QTR-FICA (CURRENT-QUARTER)
           ADD CALC-MEDICARE TO YTD-QTR-MEDICARE (CURRENT-QUARTER)
           ADD ADJ-FED-TAX TO YTD-QTR-FED-TAX (CURRENT-QUARTER)
           IF YTD-SUPP-GROSS NOT NUMERIC
               MOVE 0 TO YTD-SUPP-GROSS
           END-IF
           ADD SUPP-TOTAL TO YTD-SUPP-GROSS
           PERFORM 351-POST-STATE-YTD.

      ******************************************************************
      * State wages and tax post to the slot already carrying the
      * withholding state, else the first unused slot.  A slot with
      * no state code holds the employees with no state coded.  An
      * employee already carrying four states posts the overflow to
      * the last slot and is named on the console for correction.
      ******************************************************************
       351-POST-STATE-YTD.
           MOVE 0 TO YTD-ST-SUB
           PERFORM 346-MATCH-STATE-SLOT
               VARYING YTD-ST-IDX FROM 1 BY 1
               UNTIL YTD-ST-IDX > 4 OR YTD-ST-SUB > 0
           IF YTD-ST-SUB = 0
               PERFORM 347-FIND-EMPTY-STATE-SLOT
                   VARYING YTD-ST-IDX FROM 1 BY 1
                   UNTIL YTD-ST-IDX > 4 OR YTD-ST-SUB > 0
           END-IF
           IF YTD-ST-SUB = 0
               DISPLAY "MORE THAN 4 STATES FOR EMPLOYEE " Employee-ID
                   " - " WH-STATE-CODE " POSTED TO LAST STATE SLOT"
               MOVE 4 TO YTD-ST-SUB
           END-IF
           ADD COMPUTED-SALARY TO YTD-ST-WAGES (YTD-ST-SUB)
           ADD ADJ-STATE-TAX TO YTD-ST-TAX (YTD-ST-SUB).

       346-MATCH-STATE-SLOT.
           IF YTD-ST-CODE (YTD-ST-IDX) = WH-STATE-CODE AND
                   YTD-ST-WAGES (YTD-ST-IDX) NUMERIC AND
                   YTD-ST-TAX (YTD-ST-IDX) NUMERIC
               MOVE YTD-ST-IDX TO YTD-ST-SUB
           END-IF.

       347-FIND-EMPTY-STATE-SLOT.
           IF YTD-ST-WAGES (YTD-ST-IDX) NOT NUMERIC OR
                   YTD-ST-TAX (YTD-ST-IDX) NOT NUMERIC OR
                   (YTD-ST-CODE (YTD-ST-IDX) = SPACES AND
                    YTD-ST-WAGES (YTD-ST-IDX) = 0 AND
                    YTD-ST-TAX (YTD-ST-IDX) = 0)
               MOVE YTD-ST-IDX TO YTD-ST-SUB
               MOVE WH-STATE-CODE TO YTD-ST-CODE (YTD-ST-IDX)
               MOVE 0 TO YTD-ST-WAGES (YTD-ST-IDX)
               MOVE 0 TO YTD-ST-TAX (YTD-ST-IDX)
           END-IF.

       500-WRITE-SORTED-OUTPUT.
           PERFORM 510-RETURN-AND-WRITE
                   MOVE SRT-VAC-AMOUNT TO OUT-VAC-AMOUNT
                   MOVE SRT-SICK-AMOUNT TO OUT-SICK-AMOUNT
                   MOVE SRT-HOL-AMOUNT TO OUT-HOL-AMOUNT
                   MOVE SRT-ER-FUTA TO ER-FUTA
                   MOVE SRT-ER-SUTA TO ER-SUTA
                   MOVE SRT-WH-STATE TO OUT-WH-STATE
                   MOVE SRT-SUPP-BONUS TO OUT-SUPP-BONUS
                   MOVE SRT-SUPP-COMMISSION TO OUT-SUPP-COMMISSION
                   MOVE SRT-SUPP-RETRO TO OUT-SUPP-RETRO
                   IF CSV-MODE-SWITCH = "Y"
                       PERFORM 520-WRITE-CSV-RECORD
                   ELSE
           MOVE OUT-VAC-AMOUNT TO CSV-VAC-AMT-ED
           MOVE OUT-SICK-AMOUNT TO CSV-SICK-AMT-ED
           MOVE OUT-HOL-AMOUNT TO CSV-HOL-AMT-ED
           MOVE OUT-SUPP-BONUS TO CSV-SUPP-BONUS-ED
           MOVE OUT-SUPP-COMMISSION TO CSV-SUPP-COMM-ED
           MOVE OUT-SUPP-RETRO TO CSV-SUPP-RETRO-ED
           STRING
               Out-Employee-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-SICK-AMT-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-HOL-AMT-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-SUPP-BONUS-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-SUPP-COMM-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CSV-SUPP-RETRO-ED) DELIMITED BY SIZE
               INTO CSV-OUT-REC
           END-STRING
           MOVE CSV-OUT-REC TO SALARY-LINE-WORK
               MOVE TRAILER-OUT-REC TO SALARY-LINE-WORK
               PERFORM 540-WRITE-SALARY-LINE
           END-IF.
           IF OFF-CYCLE-SWITCH = "N" AND
                   PREVIEW-MODE-SWITCH = "N"
               PERFORM 450-CLOSE-PERIOD
           END-IF.
               PERFORM 910-WRITE-RUN-LOG
               CLOSE RUN-LOG
               CLOSE PAY-HISTORY
               CLOSE TIMECARD-HISTORY
               CLOSE DAILY-PAY
               CLOSE CHECKPOINT-FILE
               CLOSE SALARY-OUT
               CLOSE DEDUCTION-DETAIL
               CLOSE LABOR-DIST
               CLOSE SUSPENSE-OUT
               CLOSE SUPPLEMENTAL-PAID
           END-IF.
           IF SUPP-ENTRY-COUNT > 0
               MOVE 0 TO SUPP-PENDING-COUNT
               PERFORM 185-COUNT-PENDING-SUPPLEMENTAL
                   VARYING SUPP-IDX FROM 1 BY 1
                   UNTIL SUPP-IDX > SUPP-ENTRY-COUNT
               DISPLAY "SUPPLEMENTAL TRANSACTIONS LEFT UNPAID: "
                   SUPP-PENDING-COUNT
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE EXCEPTION-OUT.
