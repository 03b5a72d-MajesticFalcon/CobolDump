      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Federal tax deposit schedule for the period just
      *        paid.  Reads the computed salary file and, for each
      *        batch's pay date, totals the federal income tax
      *        withheld and the Social Security and Medicare owed --
      *        the employee withholding plus the employer's matching
      *        share, the way the GL posting books it.  The depositor
      *        schedule comes from the lookback period on the YTD
      *        archive (July through June ending the June before the
      *        deposit year): $50,000 or less is a monthly depositor,
      *        more is semiweekly, and a pay date carrying $100,000 or
      *        more is due the next business day and makes the
      *        company semiweekly from then on.  Produces:
      *          - the deposit schedule: each pay date's liability
      *            and the date the deposit is due;
      *          - the deposit file for EFTPS: one Form 941 deposit
      *            per pay date, settling on the due date;
      *          - the Schedule B daily-liability listing for the
      *            quarter, rebuilt from the deposit ledger;
      *          - a reconciliation of the quarter's deposits to the
      *            Form 941 liability on the YTD master, figured the
      *            way the 941 summary figures it, flagging any
      *            shortfall once the quarter's last period is paid.
      *        Every pay date's liability is appended to the deposit
      *        ledger, which is what the Schedule B and the 941
      *        reconciliation are built from.  Like the GL posting,
      *        the run needs a clean payroll END for the period,
      *        refuses a second run for the period unless OVERRIDE
      *        is given, and an OVERRIDE rerun schedules only the
      *        batches appended since the last one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0731.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SALARY-IN ASSIGN TO 'EmployeeSalary.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SAL-FILE-STATUS.
               SELECT DEPOSIT-LEDGER ASSIGN TO 'FedDepositLedger.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FDL-FILE-STATUS.
               SELECT YTD-ARCHIVE ASSIGN TO 'EmployeeYTDArchive.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARC-FILE-STATUS.
               SELECT YTD-MASTER ASSIGN TO 'EmployeeYTD.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YTD-EMPLOYEE-ID
                   FILE STATUS IS YTD-FILE-STATUS.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT SCHEDULE-OUT ASSIGN TO 'FedDepositSchedule.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCH-FILE-STATUS.
               SELECT EFTPS-OUT ASSIGN TO 'FedDepositEFTPS.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EFT-FILE-STATUS.
               SELECT SCHEDULE-B-OUT ASSIGN TO 'ScheduleB.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCB-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD SALARY-IN.
       01 SALARY-LINE-IN           PIC X(250).

      ******************************************************************
      * One ledger line per pay date scheduled: the liability by tax,
      * the depositor schedule it was scheduled under, whether the
      * $100,000 next-day rule applied, and the deposit due date.
      ******************************************************************
       FD DEPOSIT-LEDGER.
       01 DEPOSIT-LEDGER-REC.
           05 FDL-PAY-DATE          PIC 9(8).
           05 FDL-PERIOD            PIC 9(4).
           05 FDL-PROGRAM           PIC X(8).
           05 FDL-FED-TAX           PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-SS-EMPLOYEE       PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-SS-EMPLOYER       PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-MED-EMPLOYEE      PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-MED-EMPLOYER      PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-TOTAL             PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FDL-DEPOSITOR         PIC X.
           05 FDL-NEXT-DAY          PIC X.
           05 FDL-DUE-DATE          PIC 9(8).
           05 FDL-RUN-DATE          PIC 9(8).

       FD YTD-ARCHIVE.
       01 ARCHIVE-REC.
           05 ARC-YEAR              PIC 9(4).
           05 ARC-YTD-IMAGE         PIC X(350).

       FD YTD-MASTER.
       COPY YTDREC.

       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD SCHEDULE-OUT.
       01 SCHEDULE-LINE            PIC X(100).

       FD EFTPS-OUT.
       01 EFTPS-REC                PIC X(100).

       FD SCHEDULE-B-OUT.
       01 SCHEDULE-B-LINE          PIC X(80).

       FD RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 LOG-FILE-STATUS          PIC XX VALUE "00".
       01 RUN-PARM                 PIC X(20).
       01 RUN-CONTROL-WORK.
           05 OVERRIDE-SWITCH       PIC X VALUE "N".
           05 LOGCHK-EOF-SWITCH     PIC X VALUE "N".
           05 PRED-DONE-SWITCH      PIC X VALUE "N".
           05 SELF-DONE-SWITCH      PIC X VALUE "N".
           05 SETTLED-BATCH-COUNT   PIC 9(3) VALUE 0.
           05 TRAILERS-SEEN         PIC 9(3) VALUE 0.
       01 SWITCHES.
           05 EOF-SWITCH           PIC X VALUE "N".
           05 FDL-EOF-SWITCH       PIC X VALUE "N".
           05 ARC-EOF-SWITCH       PIC X VALUE "N".
           05 YTD-EOF-SWITCH       PIC X VALUE "N".
           05 CAL-EOF-SWITCH       PIC X VALUE "N".
           05 EIN-VALID-SWITCH     PIC X VALUE "N".
           05 IN-BATCH-SWITCH      PIC X VALUE "N".
           05 QUARTER-END-SWITCH   PIC X VALUE "Y".
           05 NEXT-DAY-SEEN-SWITCH PIC X VALUE "N".
           05 SHORTFALL-SWITCH     PIC X VALUE "N".
       01 SAL-FILE-STATUS          PIC XX VALUE "00".
       01 FDL-FILE-STATUS          PIC XX VALUE "00".
       01 ARC-FILE-STATUS          PIC XX VALUE "00".
       01 YTD-FILE-STATUS          PIC XX VALUE "00".
       01 CAL-FILE-STATUS          PIC XX VALUE "00".
       01 RT-FILE-STATUS           PIC XX VALUE "00".
       01 SCH-FILE-STATUS          PIC XX VALUE "00".
       01 EFT-FILE-STATUS          PIC XX VALUE "00".
       01 SCB-FILE-STATUS          PIC XX VALUE "00".
       01 EMPLOYER-EIN             PIC 9(9) VALUE 0.
       01 COUNTERS.
           05 DETAIL-COUNTER       PIC 9(6) VALUE 0.
           05 LEDGER-COUNTER       PIC 9(6) VALUE 0.
           05 DEPOSIT-COUNTER      PIC 9(6) VALUE 0.
           05 EXCEPTION-COUNTER    PIC 9(6) VALUE 0.
       01 RUN-PERIOD               PIC 9(4) VALUE 0.
       01 RUN-WEEK-ENDING          PIC 9(8) VALUE 0.
       01 TODAY-DATE               PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).

      ******************************************************************
      * One entry per unsettled salary-file batch.  A batch's pay date
      * is its header week-ending -- the date the checks carry.
      ******************************************************************
       01 BATCH-WORK.
           05 BATCH-COUNT          PIC 9(2) VALUE 0.
           05 BATCH-IDX            PIC 9(2) VALUE 0.
           05 PRIOR-BATCH-IDX      PIC 9(2) VALUE 0.
       01 BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 50 TIMES.
               10 BT-PAY-DATE      PIC 9(8).
               10 BT-PERIOD        PIC 9(4).
               10 BT-PROGRAM       PIC X(8).
               10 BT-FED-TAX       PIC S9(9)V99.
               10 BT-SOC-SEC       PIC S9(9)V99.
               10 BT-MEDICARE      PIC S9(9)V99.
               10 BT-TOTAL         PIC S9(9)V99.
               10 BT-DAY-TOTAL     PIC S9(9)V99.

       01 PAY-DATE-WORK.
           05 REPORT-PAY-DATE      PIC 9(8) VALUE 0.
           05 REPORT-YEAR          PIC 9(4) VALUE 0.
           05 REPORT-MONTH         PIC 9(2) VALUE 0.
           05 REPORT-QUARTER       PIC 9 VALUE 0.
           05 QUARTER-FIRST-MONTH  PIC 9(2) VALUE 0.
           05 LEDGER-YEAR          PIC 9(4) VALUE 0.
           05 LEDGER-MONTH         PIC 9(2) VALUE 0.
           05 LEDGER-DAY           PIC 9(2) VALUE 0.
           05 LEDGER-QUARTER       PIC 9 VALUE 0.
           05 CAL-YEAR             PIC 9(4) VALUE 0.
           05 CAL-MONTH            PIC 9(2) VALUE 0.
           05 CAL-QUARTER          PIC 9 VALUE 0.

       01 DEPOSITOR-WORK.
           05 DEPOSITOR-TYPE       PIC X VALUE "M".
           05 LOOKBACK-LIABILITY   PIC S9(11)V99 VALUE 0.
           05 LOOKBACK-QTR-IDX     PIC 9 VALUE 0.
           05 LOOKBACK-LIMIT       PIC 9(6)V99 VALUE 50000.00.
           05 NEXT-DAY-LIMIT       PIC 9(6)V99 VALUE 100000.00.
           05 DEPOSIT-NOTE         PIC X(20) VALUE SPACES.

       01 DUE-DATE-WORK.
           05 DUE-DATE             PIC 9(8) VALUE 0.
           05 DUE-YEAR             PIC 9(4) VALUE 0.
           05 DUE-MONTH            PIC 9(2) VALUE 0.
           05 DATE-INT             PIC 9(8) VALUE 0.
           05 DOW-QUOTIENT         PIC 9(8) VALUE 0.
           05 WEEKDAY-NUMBER          PIC 9 VALUE 0.
           05 DUE-QUARTER          PIC 9 VALUE 0.
           05 QUARTER-END-MONTH    PIC 9(2) VALUE 0.

       01 SCHEDULE-B-WORK.
           05 SB-MONTH-IDX         PIC 9 VALUE 0.
           05 SB-DAY-IDX           PIC 9(2) VALUE 0.
       01 SCHEDULE-B-TABLE.
           05 SB-MONTH OCCURS 3 TIMES.
               10 SB-MONTH-TOTAL   PIC S9(11)V99.
               10 SB-DAY-AMOUNT OCCURS 31 TIMES
                                   PIC S9(11)V99.

       01 RUN-TOTALS.
           05 RUN-FED-TAX          PIC S9(11)V99 VALUE 0.
           05 RUN-SOC-SEC          PIC S9(11)V99 VALUE 0.
           05 RUN-MEDICARE         PIC S9(11)V99 VALUE 0.
           05 RUN-TOTAL            PIC S9(11)V99 VALUE 0.
           05 EFTPS-TOTAL          PIC S9(11)V99 VALUE 0.

       01 LEDGER-QUARTER-TOTALS.
           05 LQT-FED-TAX          PIC S9(11)V99 VALUE 0.
           05 LQT-SOC-SEC          PIC S9(11)V99 VALUE 0.
           05 LQT-MEDICARE         PIC S9(11)V99 VALUE 0.
           05 LQT-TOTAL            PIC S9(11)V99 VALUE 0.

       01 TAX-RATE-WORK.
           05 RT-FOUND-SWITCH   PIC X VALUE "N".
           05 RT-READ-DONE-SWITCH PIC X VALUE "N".
           05 RT-LOOKUP-CODE    PIC X(4) VALUE SPACES.
           05 RT-LOOKUP-STATE   PIC X(2) VALUE SPACES.
           05 RT-AS-OF-DATE     PIC 9(8) VALUE 0.
           05 RT-FOUND-KEY      PIC X(14) VALUE SPACES.
       01 TAXABLE-WORK.
           05 PRIOR-QTR-IDX     PIC 9 VALUE 0.
           05 PRIOR-GROSS       PIC 9(9)V99 VALUE 0.
           05 QUARTER-GROSS     PIC 9(9)V99 VALUE 0.
           05 BASE-ROOM         PIC S9(9)V99 VALUE 0.
           05 SS-TAXABLE        PIC 9(9)V99 VALUE 0.
           05 ER-SOC-SEC        PIC 9(7)V99 VALUE 0.
           05 ER-MEDICARE       PIC 9(7)V99 VALUE 0.
       01 LIABILITY-TOTALS.
           05 QTR-SOC-SEC-941   PIC S9(11)V99 VALUE 0.
           05 QTR-MEDICARE-941  PIC S9(11)V99 VALUE 0.
           05 QTR-FED-TAX-941   PIC S9(11)V99 VALUE 0.
           05 QTR-TOTAL-941     PIC S9(11)V99 VALUE 0.
           05 QTR-DIFFERENCE    PIC S9(11)V99 VALUE 0.

       01 SALARY-DETAIL-VIEW REDEFINES SALARY-LINE-IN.
           05 SDV-EMPLOYEE-ID       PIC 9(6).
           05 SDV-DEPT-CODE         PIC X(4).
           05 SDV-NAME              PIC X(20).
           05 SDV-SALARY            PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 SDV-NET-SALARY        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-CALC-FICA         PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-CALC-FED-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-CALC-STATE-TAX    PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-IN-FICA           PIC 9(5).
           05 SDV-IN-FED-TAX        PIC 9(6).
           05 SDV-IN-STATE-TAX      PIC 9(6).
           05 SDV-CALC-DEDUCTIONS   PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-FICA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-FED-TAX        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-STATE-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-MEDICARE       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(114).

       01 SALARY-HEADER-VIEW REDEFINES SALARY-LINE-IN.
           05 SHV-ID                PIC X(1).
           05 SHV-PROGRAM           PIC X(8).
           05 SHV-RUN-DATE          PIC X(10).
           05 SHV-PERIOD            PIC 9(4).
           05 SHV-WEEK-ENDING       PIC 9(8).
           05 FILLER                PIC X(219).

       01 SALARY-TRAILER-VIEW REDEFINES SALARY-LINE-IN.
           05 STV-ID                PIC X(1).
           05 STV-REC-COUNT         PIC 9(6).
           05 STV-TOTAL-SALARY      PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(231).

      ******************************************************************
      * EFTPS batch file: a header carrying the EIN, one deposit line
      * per pay date -- Form 941, tax type 94105, the tax period as
      * the quarter's last month, the amount broken into its Social
      * Security, Medicare, and withholding parts, and the settlement
      * date -- and a trailer with the count and total.
      ******************************************************************
       01 EFTPS-HEADER.
           05 EFH-ID               PIC X VALUE 'H'.
           05 EFH-EIN              PIC 9(9).
           05 EFH-COMPANY          PIC X(22)
                   VALUE 'ACME MANUFACTURING CO.'.
           05 EFH-PERIOD           PIC 9(4).
           05 EFH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(56) VALUE SPACES.

       01 EFTPS-DETAIL.
           05 EFD-ID               PIC X VALUE 'D'.
           05 EFD-EIN              PIC 9(9).
           05 EFD-TAX-FORM         PIC X(5) VALUE '941'.
           05 EFD-TAX-TYPE         PIC X(5) VALUE '94105'.
           05 EFD-TAX-PERIOD       PIC 9(6).
           05 EFD-AMOUNT           PIC 9(9)V99.
           05 EFD-SOC-SEC          PIC 9(9)V99.
           05 EFD-MEDICARE         PIC 9(9)V99.
           05 EFD-WITHHOLDING      PIC 9(9)V99.
           05 EFD-SETTLE-DATE      PIC 9(8).
           05 EFD-PAY-DATE         PIC 9(8).
           05 FILLER               PIC X(14) VALUE SPACES.

       01 EFTPS-TRAILER.
           05 EFT-ID               PIC X VALUE 'T'.
           05 EFT-REC-COUNT        PIC 9(6).
           05 EFT-TOTAL            PIC 9(11)V99.
           05 FILLER               PIC X(80) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'FEDERAL TAX DEPOSIT SCHEDULE'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).
           05 FILLER            PIC X(9)  VALUE '  PERIOD '.
           05 HDR-PERIOD        PIC 9(4).

       01 RPT-DEPOSITOR-LINE.
           05 FILLER            PIC X(27)
                   VALUE 'LOOKBACK PERIOD LIABILITY:'.
           05 RDL-LOOKBACK      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE 'DEPOSIT SCHEDULE: '.
           05 RDL-SCHEDULE      PIC X(10).

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(11) VALUE 'PAY DATE'.
           05 FILLER            PIC X(9)  VALUE 'SOURCE'.
           05 FILLER            PIC X(14) VALUE '   FED INC TAX'.
           05 FILLER            PIC X(14) VALUE ' SOC SEC EE+ER'.
           05 FILLER            PIC X(14) VALUE 'MEDICARE EE+ER'.
           05 FILLER            PIC X(15) VALUE '    TOTAL'.
           05 FILLER            PIC X(11) VALUE 'DUE DATE'.
           05 FILLER            PIC X(12) VALUE 'NOTE'.

       01 RPT-DEPOSIT-LINE.
           05 RDP-PAY-DATE      PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RDP-PROGRAM       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDP-FED-TAX       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDP-SOC-SEC       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDP-MEDICARE      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDP-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDP-DUE-DATE      PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDP-NOTE          PIC X(20).

       01 RPT-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE 'TOTAL THIS RUN'.
           05 RTL-FED-TAX       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RTL-SOC-SEC       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RTL-MEDICARE      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RTL-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.

       01 RPT-RECON-HEADER.
           05 FILLER            PIC X(31)
                   VALUE 'FORM 941 DEPOSIT RECONCILIATION'.
           05 FILLER            PIC X(9)  VALUE ' QUARTER '.
           05 RRH-QUARTER       PIC 9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRH-YEAR          PIC 9(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RRH-STATUS        PIC X(15).

       01 RPT-RECON-COLUMNS.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE '  941 LIABILITY'.
           05 FILLER            PIC X(18) VALUE '   SCHEDULED'.
           05 FILLER            PIC X(18) VALUE '   DIFFERENCE'.

       01 RPT-RECON-LINE.
           05 RRL-CAPTION       PIC X(24).
           05 RRL-941           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 RRL-SCHEDULED     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 RRL-DIFFERENCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-MESSAGE-LINE.
           05 RML-TEXT          PIC X(50).
           05 RML-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SCB-HEADER-2.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(38)
                   VALUE 'SCHEDULE B - DAILY TAX LIABILITY'.
           05 FILLER            PIC X(8)  VALUE 'QUARTER '.
           05 SCB-HDR-QUARTER   PIC 9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SCB-HDR-YEAR      PIC 9(4).

       01 SCB-NOTE-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 SNL-TEXT          PIC X(60).

       01 SCB-MONTH-LINE.
           05 FILLER            PIC X(6)  VALUE 'MONTH '.
           05 SML-MONTH-NUMBER  PIC 9.
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 SML-MONTH         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE '/'.
           05 SML-YEAR          PIC 9(4).

       01 SCB-DAY-LINE.
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE 'DAY '.
           05 SDL-DAY           PIC 9(2).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 SDL-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SCB-TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 STL-CAPTION       PIC X(20).
           05 STL-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY TAXBRKT.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-RECORDS
               UNTIL EOF-SWITCH = "Y"
           PERFORM 150-LOAD-RATES
           PERFORM 300-DETERMINE-DEPOSITOR
           PERFORM 500-SCHEDULE-DEPOSITS
           PERFORM 600-WRITE-SCHEDULE-B
           PERFORM 700-RECONCILE-QUARTER
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:8) = "OVERRIDE"
               MOVE "Y" TO OVERRIDE-SWITCH
           END-IF.
           PERFORM 104-GET-RUN-PERIOD.
           PERFORM 106-CHECK-RUN-CONTROL.
           DISPLAY "EMPLOYER EIN (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT EMPLOYER-EIN.
           IF EMPLOYER-EIN NUMERIC AND EMPLOYER-EIN > 0
               MOVE "Y" TO EIN-VALID-SWITCH
           ELSE
               DISPLAY "EIN MISSING - FILE WILL NOT BE SUBMITTABLE"
               MOVE 0 TO EMPLOYER-EIN
           END-IF.
           PERFORM 900-OPEN-RUN-LOG.
           MOVE "START" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           OPEN INPUT SALARY-IN.
           IF SAL-FILE-STATUS NOT = "00"
               DISPLAY "SALARY-IN OPEN FAILED " SAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-WEEK-ENDING TO REPORT-PAY-DATE.

       104-GET-RUN-PERIOD.
           OPEN INPUT SALARY-IN.
           IF SAL-FILE-STATUS NOT = "00"
               DISPLAY "SALARY-IN OPEN FAILED " SAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SALARY-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF SHV-ID = "H"
                       MOVE SHV-PERIOD TO RUN-PERIOD
                       MOVE SHV-WEEK-ENDING TO RUN-WEEK-ENDING
                   END-IF
           END-READ.
           CLOSE SALARY-IN.
           IF RUN-PERIOD = 0
               DISPLAY "NO HEADER ON SALARY FILE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Deposits are scheduled once per pay date, so the run is gated
      * like the GL posting: the payroll run must have a clean END
      * for the period, and a second run for the period is refused.
      * An OVERRIDE rerun skips the batches already scheduled (the
      * count is on this job's last clean END), so a FINALPAY or
      * adjustment batch is scheduled without putting the original
      * pay date on the ledger twice.
      ******************************************************************
       106-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-LOG.
           IF LOG-FILE-STATUS = "00"
               PERFORM 108-SCAN-RUN-LOG
                   UNTIL LOGCHK-EOF-SWITCH = "Y"
               CLOSE RUN-LOG
           END-IF.
           IF OVERRIDE-SWITCH = "Y"
               DISPLAY "RUN-CONTROL CHECK OVERRIDDEN BY OPERATOR"
               DISPLAY "BATCHES ALREADY SCHEDULED: "
                   SETTLED-BATCH-COUNT
           ELSE
               IF PRED-DONE-SWITCH = "N"
                   DISPLAY "CH0601 HAS NO CLEAN END FOR PERIOD "
                       RUN-PERIOD " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SELF-DONE-SWITCH = "Y"
                   DISPLAY "CH0731 ALREADY RAN FOR PERIOD "
                       RUN-PERIOD " - RUN REFUSED (USE OVERRIDE)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       108-SCAN-RUN-LOG.
           READ RUN-LOG
               AT END
                   MOVE "Y" TO LOGCHK-EOF-SWITCH
               NOT AT END
                   IF LOG-EVENT = "END" AND LOG-PERIOD = RUN-PERIOD
                           AND LOG-COMPLETION = 0
                       IF LOG-JOB-NAME = "CH0601"
                           MOVE "Y" TO PRED-DONE-SWITCH
                       END-IF
                       IF LOG-JOB-NAME = "CH0731"
                           MOVE "Y" TO SELF-DONE-SWITCH
                           MOVE LOG-BATCH-COUNT
                               TO SETTLED-BATCH-COUNT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * The Social Security rate and wage base for the 941 side of the
      * reconciliation are the ones in force on the pay date, so the
      * employer share is figured the same way the 941 summary
      * figures it for the quarter.
      ******************************************************************
       150-LOAD-RATES.
           MOVE REPORT-PAY-DATE TO RT-AS-OF-DATE.
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RT-LOOKUP-STATE.
           MOVE "FICA" TO RT-LOOKUP-CODE.
           PERFORM 152-FIND-RATE-ENTRY.
           MOVE RT-SOC-SEC-RATE TO SOC-SEC-RATE.
           MOVE RT-SOC-SEC-WAGE-BASE TO SOC-SEC-WAGE-BASE.
           MOVE RT-MEDICARE-RATE TO MEDICARE-RATE.
           CLOSE TAX-RATE-TABLE.

       152-FIND-RATE-ENTRY.
           MOVE "N" TO RT-FOUND-SWITCH
           MOVE "N" TO RT-READ-DONE-SWITCH
           MOVE RT-LOOKUP-CODE TO RT-TABLE-CODE
           MOVE RT-LOOKUP-STATE TO RT-STATE-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START TAX-RATE-TABLE KEY NOT < RT-KEY
               INVALID KEY
                   MOVE "Y" TO RT-READ-DONE-SWITCH
           END-START
           PERFORM 154-READ-NEXT-RATE-ENTRY
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       154-READ-NEXT-RATE-ENTRY.
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

           READ SALARY-IN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN STV-ID = "T"
                           ADD 1 TO TRAILERS-SEEN
                           MOVE "N" TO IN-BATCH-SWITCH
                       WHEN TRAILERS-SEEN < SETTLED-BATCH-COUNT
                           CONTINUE
                       WHEN SHV-ID = "H"
                           PERFORM 210-START-BATCH
                       WHEN SDV-EMPLOYEE-ID NUMERIC AND
                               SDV-EMPLOYEE-ID > 0 AND
                               IN-BATCH-SWITCH = "Y"
                           PERFORM 220-ACCUMULATE-DETAIL
                   END-EVALUATE
           END-READ.

       210-START-BATCH.
           IF BATCH-COUNT >= 50
               DISPLAY "MORE THAN 50 UNSETTLED BATCHES - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BATCH-COUNT
           MOVE "Y" TO IN-BATCH-SWITCH
           MOVE SHV-WEEK-ENDING TO BT-PAY-DATE (BATCH-COUNT)
           MOVE SHV-PERIOD TO BT-PERIOD (BATCH-COUNT)
           MOVE SHV-PROGRAM TO BT-PROGRAM (BATCH-COUNT)
           MOVE 0 TO BT-FED-TAX (BATCH-COUNT)
           MOVE 0 TO BT-SOC-SEC (BATCH-COUNT)
           MOVE 0 TO BT-MEDICARE (BATCH-COUNT)
           MOVE 0 TO BT-TOTAL (BATCH-COUNT)
           MOVE 0 TO BT-DAY-TOTAL (BATCH-COUNT)
           IF SHV-WEEK-ENDING > REPORT-PAY-DATE
               MOVE SHV-WEEK-ENDING TO REPORT-PAY-DATE
           END-IF.

      ******************************************************************
      * The employer matches the employee's Social Security and
      * Medicare withholding, so each counts twice toward the deposit.
      ******************************************************************
       220-ACCUMULATE-DETAIL.
           ADD 1 TO DETAIL-COUNTER
           ADD SDV-WH-FED-TAX TO BT-FED-TAX (BATCH-COUNT)
           COMPUTE BT-SOC-SEC (BATCH-COUNT) =
               BT-SOC-SEC (BATCH-COUNT) + SDV-WH-FICA * 2
           COMPUTE BT-MEDICARE (BATCH-COUNT) =
               BT-MEDICARE (BATCH-COUNT) + SDV-WH-MEDICARE * 2
           COMPUTE BT-TOTAL (BATCH-COUNT) =
               BT-FED-TAX (BATCH-COUNT) + BT-SOC-SEC (BATCH-COUNT)
               + BT-MEDICARE (BATCH-COUNT).

      ******************************************************************
      * The lookback period for a deposit year is the four quarters
      * ending the June before it: the third and fourth quarters two
      * years back and the first and second quarters of last year,
      * taken from the archived YTD buckets.  A year not on the
      * archive counts as no liability, which makes a new employer a
      * monthly depositor.  Once a pay date this year or last has
      * crossed $100,000 the company is semiweekly regardless.
      ******************************************************************
       300-DETERMINE-DEPOSITOR.
           MOVE REPORT-PAY-DATE (1:4) TO REPORT-YEAR.
           MOVE REPORT-PAY-DATE (5:2) TO REPORT-MONTH.
           IF REPORT-MONTH < 1 OR REPORT-MONTH > 12
               DISPLAY "BAD PAY DATE ON SALARY FILE "
                   REPORT-PAY-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE REPORT-QUARTER = (REPORT-MONTH + 2) / 3.
           COMPUTE QUARTER-FIRST-MONTH = REPORT-QUARTER * 3 - 2.
           OPEN INPUT YTD-ARCHIVE.
           IF ARC-FILE-STATUS = "00"
               PERFORM 310-READ-ARCHIVE
                   UNTIL ARC-EOF-SWITCH = "Y"
               CLOSE YTD-ARCHIVE
           ELSE
               DISPLAY "NO YTD ARCHIVE - LOOKBACK LIABILITY IS ZERO"
           END-IF.
           OPEN INPUT DEPOSIT-LEDGER.
           IF FDL-FILE-STATUS = "00"
               PERFORM 320-SCAN-LEDGER
                   UNTIL FDL-EOF-SWITCH = "Y"
               CLOSE DEPOSIT-LEDGER
           END-IF.
           IF LOOKBACK-LIABILITY > LOOKBACK-LIMIT
               MOVE "S" TO DEPOSITOR-TYPE
           ELSE
               MOVE "M" TO DEPOSITOR-TYPE
           END-IF.
           IF NEXT-DAY-SEEN-SWITCH = "Y"
               MOVE "S" TO DEPOSITOR-TYPE
           END-IF.
           PERFORM 330-CHECK-QUARTER-END.

       310-READ-ARCHIVE.
           READ YTD-ARCHIVE
               AT END
                   MOVE "Y" TO ARC-EOF-SWITCH
               NOT AT END
                   IF ARC-YEAR = REPORT-YEAR - 2
                       MOVE ARC-YTD-IMAGE TO YTD-RECORD
                       PERFORM 315-ADD-LOOKBACK-QUARTER
                           VARYING LOOKBACK-QTR-IDX FROM 3 BY 1
                           UNTIL LOOKBACK-QTR-IDX > 4
                   END-IF
                   IF ARC-YEAR = REPORT-YEAR - 1
                       MOVE ARC-YTD-IMAGE TO YTD-RECORD
                       PERFORM 315-ADD-LOOKBACK-QUARTER
                           VARYING LOOKBACK-QTR-IDX FROM 1 BY 1
                           UNTIL LOOKBACK-QTR-IDX > 2
                   END-IF
           END-READ.

       315-ADD-LOOKBACK-QUARTER.
           COMPUTE LOOKBACK-LIABILITY = LOOKBACK-LIABILITY
               + YTD-QTR-FED-TAX (LOOKBACK-QTR-IDX)
               + YTD-QTR-FICA (LOOKBACK-QTR-IDX) * 2
               + YTD-QTR-MEDICARE (LOOKBACK-QTR-IDX) * 2.

      ******************************************************************
      * The ledger tells us whether the next-day rule has already
      * made the company semiweekly, and what is already on the
      * ledger for each pay date in this run -- the $100,000 test is
      * on the whole day's liability, not one batch of it.
      ******************************************************************
       320-SCAN-LEDGER.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE "Y" TO FDL-EOF-SWITCH
               NOT AT END
                   MOVE FDL-PAY-DATE (1:4) TO LEDGER-YEAR
                   IF FDL-NEXT-DAY = "Y" AND
                           (LEDGER-YEAR = REPORT-YEAR OR
                            LEDGER-YEAR = REPORT-YEAR - 1)
                       MOVE "Y" TO NEXT-DAY-SEEN-SWITCH
                   END-IF
                   PERFORM 325-MATCH-LEDGER-DAY
                       VARYING BATCH-IDX FROM 1 BY 1
                       UNTIL BATCH-IDX > BATCH-COUNT
           END-READ.

       325-MATCH-LEDGER-DAY.
           IF BT-PAY-DATE (BATCH-IDX) = FDL-PAY-DATE
               ADD FDL-TOTAL TO BT-DAY-TOTAL (BATCH-IDX)
           END-IF.

      ******************************************************************
      * The quarter is closed for the reconciliation once no later
      * calendar period falls in it: this run paid its last period.
      ******************************************************************
       330-CHECK-QUARTER-END.
           MOVE "Y" TO QUARTER-END-SWITCH.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS = "00"
               PERFORM 335-READ-CALENDAR-REC
                   UNTIL CAL-EOF-SWITCH = "Y"
               CLOSE PERIOD-CALENDAR
           END-IF.

       335-READ-CALENDAR-REC.
           READ PERIOD-CALENDAR
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   MOVE CAL-WEEK-ENDING (1:4) TO CAL-YEAR
                   MOVE CAL-WEEK-ENDING (5:2) TO CAL-MONTH
                   IF CAL-MONTH >= 1 AND CAL-MONTH <= 12
                       COMPUTE CAL-QUARTER = (CAL-MONTH + 2) / 3
                       IF CAL-YEAR = REPORT-YEAR AND
                               CAL-QUARTER = REPORT-QUARTER AND
                               CAL-WEEK-ENDING > REPORT-PAY-DATE
                           MOVE "N" TO QUARTER-END-SWITCH
                       END-IF
                   END-IF
           END-READ.

       500-SCHEDULE-DEPOSITS.
           OPEN EXTEND DEPOSIT-LEDGER.
           IF FDL-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSIT-LEDGER
           END-IF.
           IF FDL-FILE-STATUS NOT = "00"
               DISPLAY "DEPOSIT-LEDGER OPEN FAILED " FDL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-OUT.
           IF SCH-FILE-STATUS NOT = "00"
               DISPLAY "SCHEDULE-OUT OPEN FAILED " SCH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EFTPS-OUT.
           IF EFT-FILE-STATUS NOT = "00"
               DISPLAY "EFTPS-OUT OPEN FAILED " EFT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
           MOVE RUN-PERIOD TO HDR-PERIOD.
           WRITE SCHEDULE-LINE FROM RPT-HEADER-1.
           WRITE SCHEDULE-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           MOVE LOOKBACK-LIABILITY TO RDL-LOOKBACK.
           IF DEPOSITOR-TYPE = "S"
               MOVE "SEMIWEEKLY" TO RDL-SCHEDULE
           ELSE
               MOVE "MONTHLY" TO RDL-SCHEDULE
           END-IF.
           WRITE SCHEDULE-LINE FROM RPT-DEPOSITOR-LINE.
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           WRITE SCHEDULE-LINE FROM RPT-COLUMN-HDR.
           MOVE EMPLOYER-EIN TO EFH-EIN.
           MOVE RUN-PERIOD TO EFH-PERIOD.
           MOVE TODAY-DATE TO EFH-RUN-DATE.
           WRITE EFTPS-REC FROM EFTPS-HEADER.
           PERFORM 510-SCHEDULE-ONE-BATCH
               VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-COUNT.
           IF BATCH-COUNT = 0
               MOVE SPACES TO SCHEDULE-LINE
               MOVE "NO UNSCHEDULED BATCHES ON THE SALARY FILE"
                   TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           END-IF.
           MOVE RUN-FED-TAX TO RTL-FED-TAX.
           MOVE RUN-SOC-SEC TO RTL-SOC-SEC.
           MOVE RUN-MEDICARE TO RTL-MEDICARE.
           MOVE RUN-TOTAL TO RTL-TOTAL.
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           WRITE SCHEDULE-LINE FROM RPT-TOTAL-LINE.
           MOVE DEPOSIT-COUNTER TO EFT-REC-COUNT.
           MOVE EFTPS-TOTAL TO EFT-TOTAL.
           WRITE EFTPS-REC FROM EFTPS-TRAILER.
           CLOSE DEPOSIT-LEDGER.
           CLOSE EFTPS-OUT.

      ******************************************************************
      * A batch that nets to a credit -- an adjustment run giving
      * back over-withheld tax -- goes on the ledger so the Schedule
      * B day nets down, but no deposit is sent for it.
      ******************************************************************
       510-SCHEDULE-ONE-BATCH.
           MOVE SPACES TO DEPOSIT-NOTE
           PERFORM 515-ADD-EARLIER-BATCH
               VARYING PRIOR-BATCH-IDX FROM 1 BY 1
               UNTIL PRIOR-BATCH-IDX >= BATCH-IDX
           ADD BT-TOTAL (BATCH-IDX) TO BT-DAY-TOTAL (BATCH-IDX)
           MOVE "N" TO FDL-NEXT-DAY
           IF BT-DAY-TOTAL (BATCH-IDX) >= NEXT-DAY-LIMIT
               MOVE "Y" TO FDL-NEXT-DAY
               MOVE "S" TO DEPOSITOR-TYPE
               MOVE "$100,000 NEXT DAY" TO DEPOSIT-NOTE
               PERFORM 520-NEXT-DAY-DUE-DATE
           ELSE
               IF DEPOSITOR-TYPE = "S"
                   PERFORM 530-SEMIWEEKLY-DUE-DATE
               ELSE
                   PERFORM 535-MONTHLY-DUE-DATE
               END-IF
           END-IF
           PERFORM 540-ROLL-TO-BUSINESS-DAY
           ADD BT-FED-TAX (BATCH-IDX) TO RUN-FED-TAX
           ADD BT-SOC-SEC (BATCH-IDX) TO RUN-SOC-SEC
           ADD BT-MEDICARE (BATCH-IDX) TO RUN-MEDICARE
           ADD BT-TOTAL (BATCH-IDX) TO RUN-TOTAL
           PERFORM 550-WRITE-LEDGER
           IF BT-TOTAL (BATCH-IDX) > 0
               PERFORM 560-WRITE-EFTPS-DEPOSIT
           ELSE
               MOVE "NO DEPOSIT - CREDIT" TO DEPOSIT-NOTE
           END-IF
           PERFORM 570-WRITE-DEPOSIT-LINE.

       515-ADD-EARLIER-BATCH.
           IF BT-PAY-DATE (PRIOR-BATCH-IDX) = BT-PAY-DATE (BATCH-IDX)
               ADD BT-TOTAL (PRIOR-BATCH-IDX)
                   TO BT-DAY-TOTAL (BATCH-IDX)
           END-IF.

       520-NEXT-DAY-DUE-DATE.
           COMPUTE DATE-INT =
               FUNCTION INTEGER-OF-DATE(BT-PAY-DATE (BATCH-IDX)) + 1
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT).

      ******************************************************************
      * Semiweekly: wages paid Wednesday through Friday are deposited
      * by the following Wednesday; wages paid Saturday through
      * Tuesday by the following Friday.  Day of week 0 is Monday.
      ******************************************************************
       530-SEMIWEEKLY-DUE-DATE.
           COMPUTE DATE-INT =
               FUNCTION INTEGER-OF-DATE(BT-PAY-DATE (BATCH-IDX))
           PERFORM 545-FIND-WEEKDAY-NUMBER
           EVALUATE WEEKDAY-NUMBER
               WHEN 2 THRU 4
                   COMPUTE DATE-INT = DATE-INT + 9 - WEEKDAY-NUMBER
               WHEN 5 THRU 6
                   COMPUTE DATE-INT = DATE-INT + 11 - WEEKDAY-NUMBER
               WHEN OTHER
                   COMPUTE DATE-INT = DATE-INT + 4 - WEEKDAY-NUMBER
           END-EVALUATE
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT).

      ******************************************************************
      * Monthly: a month's liability is deposited by the 15th of the
      * month after.
      ******************************************************************
       535-MONTHLY-DUE-DATE.
           MOVE BT-PAY-DATE (BATCH-IDX) (1:4) TO DUE-YEAR
           MOVE BT-PAY-DATE (BATCH-IDX) (5:2) TO DUE-MONTH
           ADD 1 TO DUE-MONTH
           IF DUE-MONTH > 12
               MOVE 1 TO DUE-MONTH
               ADD 1 TO DUE-YEAR
           END-IF
           COMPUTE DUE-DATE = DUE-YEAR * 10000 + DUE-MONTH * 100 + 15.

      ******************************************************************
      * A due date falling on a weekend moves to the Monday after.
      ******************************************************************
       540-ROLL-TO-BUSINESS-DAY.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DUE-DATE)
           PERFORM 545-FIND-WEEKDAY-NUMBER
           IF WEEKDAY-NUMBER = 5
               ADD 2 TO DATE-INT
           END-IF
           IF WEEKDAY-NUMBER = 6
               ADD 1 TO DATE-INT
           END-IF
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT).

       545-FIND-WEEKDAY-NUMBER.
           DIVIDE 7 INTO DATE-INT GIVING DOW-QUOTIENT
               REMAINDER WEEKDAY-NUMBER
           IF WEEKDAY-NUMBER = 0
               MOVE 6 TO WEEKDAY-NUMBER
           ELSE
               SUBTRACT 1 FROM WEEKDAY-NUMBER
           END-IF.

       550-WRITE-LEDGER.
           MOVE BT-PAY-DATE (BATCH-IDX) TO FDL-PAY-DATE
           MOVE BT-PERIOD (BATCH-IDX) TO FDL-PERIOD
           MOVE BT-PROGRAM (BATCH-IDX) TO FDL-PROGRAM
           MOVE BT-FED-TAX (BATCH-IDX) TO FDL-FED-TAX
           COMPUTE FDL-SS-EMPLOYEE = BT-SOC-SEC (BATCH-IDX) / 2
           COMPUTE FDL-SS-EMPLOYER =
               BT-SOC-SEC (BATCH-IDX) - FDL-SS-EMPLOYEE
           COMPUTE FDL-MED-EMPLOYEE = BT-MEDICARE (BATCH-IDX) / 2
           COMPUTE FDL-MED-EMPLOYER =
               BT-MEDICARE (BATCH-IDX) - FDL-MED-EMPLOYEE
           MOVE BT-TOTAL (BATCH-IDX) TO FDL-TOTAL
           MOVE DEPOSITOR-TYPE TO FDL-DEPOSITOR
           MOVE DUE-DATE TO FDL-DUE-DATE
           MOVE TODAY-DATE TO FDL-RUN-DATE
           WRITE DEPOSIT-LEDGER-REC
           ADD 1 TO LEDGER-COUNTER.

       560-WRITE-EFTPS-DEPOSIT.
           MOVE EMPLOYER-EIN TO EFD-EIN
           MOVE BT-PAY-DATE (BATCH-IDX) (5:2) TO DUE-MONTH
           COMPUTE DUE-QUARTER = (DUE-MONTH + 2) / 3
           COMPUTE QUARTER-END-MONTH = DUE-QUARTER * 3
           MOVE BT-PAY-DATE (BATCH-IDX) (1:4) TO DUE-YEAR
           COMPUTE EFD-TAX-PERIOD = DUE-YEAR * 100 + QUARTER-END-MONTH
           MOVE BT-TOTAL (BATCH-IDX) TO EFD-AMOUNT
           MOVE BT-SOC-SEC (BATCH-IDX) TO EFD-SOC-SEC
           MOVE BT-MEDICARE (BATCH-IDX) TO EFD-MEDICARE
           MOVE BT-FED-TAX (BATCH-IDX) TO EFD-WITHHOLDING
           MOVE DUE-DATE TO EFD-SETTLE-DATE
           MOVE BT-PAY-DATE (BATCH-IDX) TO EFD-PAY-DATE
           WRITE EFTPS-REC FROM EFTPS-DETAIL
           ADD 1 TO DEPOSIT-COUNTER
           ADD BT-TOTAL (BATCH-IDX) TO EFTPS-TOTAL.

       570-WRITE-DEPOSIT-LINE.
           MOVE BT-PAY-DATE (BATCH-IDX) TO RDP-PAY-DATE
           MOVE BT-PROGRAM (BATCH-IDX) TO RDP-PROGRAM
           MOVE BT-FED-TAX (BATCH-IDX) TO RDP-FED-TAX
           MOVE BT-SOC-SEC (BATCH-IDX) TO RDP-SOC-SEC
           MOVE BT-MEDICARE (BATCH-IDX) TO RDP-MEDICARE
           MOVE BT-TOTAL (BATCH-IDX) TO RDP-TOTAL
           MOVE DUE-DATE TO RDP-DUE-DATE
           MOVE DEPOSIT-NOTE TO RDP-NOTE
           WRITE SCHEDULE-LINE FROM RPT-DEPOSIT-LINE.

      ******************************************************************
      * Schedule B lists the liability by the day wages were paid,
      * month by month through the quarter, from every ledger line
      * whose pay date falls in the quarter -- earlier runs and
      * OVERRIDE batches included.  The same pass totals the
      * quarter's scheduled deposits for the 941 reconciliation.
      ******************************************************************
       600-WRITE-SCHEDULE-B.
           INITIALIZE SCHEDULE-B-TABLE.
           MOVE "N" TO FDL-EOF-SWITCH.
           OPEN INPUT DEPOSIT-LEDGER.
           IF FDL-FILE-STATUS = "00"
               PERFORM 610-READ-LEDGER-FOR-QUARTER
                   UNTIL FDL-EOF-SWITCH = "Y"
               CLOSE DEPOSIT-LEDGER
           END-IF.
           OPEN OUTPUT SCHEDULE-B-OUT.
           IF SCB-FILE-STATUS NOT = "00"
               DISPLAY "SCHEDULE-B-OUT OPEN FAILED " SCB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE SCHEDULE-B-LINE FROM RPT-HEADER-1.
           MOVE REPORT-QUARTER TO SCB-HDR-QUARTER.
           MOVE REPORT-YEAR TO SCB-HDR-YEAR.
           WRITE SCHEDULE-B-LINE FROM SCB-HEADER-2.
           IF DEPOSITOR-TYPE = "M"
               MOVE "MONTHLY DEPOSITOR - MONTH TOTALS GO ON 941 LINE 16"
                   TO SNL-TEXT
               WRITE SCHEDULE-B-LINE FROM SCB-NOTE-LINE
           END-IF.
           MOVE SPACES TO SCHEDULE-B-LINE.
           WRITE SCHEDULE-B-LINE.
           PERFORM 620-WRITE-SCHEDULE-B-MONTH
               VARYING SB-MONTH-IDX FROM 1 BY 1
               UNTIL SB-MONTH-IDX > 3.
           MOVE "TOTAL FOR QUARTER" TO STL-CAPTION.
           MOVE LQT-TOTAL TO STL-AMOUNT.
           WRITE SCHEDULE-B-LINE FROM SCB-TOTAL-LINE.
           CLOSE SCHEDULE-B-OUT.

       610-READ-LEDGER-FOR-QUARTER.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE "Y" TO FDL-EOF-SWITCH
               NOT AT END
                   MOVE FDL-PAY-DATE (1:4) TO LEDGER-YEAR
                   MOVE FDL-PAY-DATE (5:2) TO LEDGER-MONTH
                   MOVE FDL-PAY-DATE (7:2) TO LEDGER-DAY
                   IF LEDGER-MONTH >= 1 AND LEDGER-MONTH <= 12 AND
                           LEDGER-DAY >= 1 AND LEDGER-DAY <= 31
                       COMPUTE LEDGER-QUARTER = (LEDGER-MONTH + 2) / 3
                       IF LEDGER-YEAR = REPORT-YEAR AND
                               LEDGER-QUARTER = REPORT-QUARTER
                           PERFORM 615-POST-LEDGER-DAY
                       END-IF
                   END-IF
           END-READ.

       615-POST-LEDGER-DAY.
           COMPUTE SB-MONTH-IDX = LEDGER-MONTH - QUARTER-FIRST-MONTH + 1
           ADD FDL-TOTAL TO SB-DAY-AMOUNT (SB-MONTH-IDX, LEDGER-DAY)
           ADD FDL-TOTAL TO SB-MONTH-TOTAL (SB-MONTH-IDX)
           ADD FDL-FED-TAX TO LQT-FED-TAX
           COMPUTE LQT-SOC-SEC =
               LQT-SOC-SEC + FDL-SS-EMPLOYEE + FDL-SS-EMPLOYER
           COMPUTE LQT-MEDICARE =
               LQT-MEDICARE + FDL-MED-EMPLOYEE + FDL-MED-EMPLOYER
           ADD FDL-TOTAL TO LQT-TOTAL.

       620-WRITE-SCHEDULE-B-MONTH.
           MOVE SB-MONTH-IDX TO SML-MONTH-NUMBER
           COMPUTE SML-MONTH = QUARTER-FIRST-MONTH + SB-MONTH-IDX - 1
           MOVE REPORT-YEAR TO SML-YEAR
           WRITE SCHEDULE-B-LINE FROM SCB-MONTH-LINE
           PERFORM 625-WRITE-SCHEDULE-B-DAY
               VARYING SB-DAY-IDX FROM 1 BY 1
               UNTIL SB-DAY-IDX > 31
           MOVE "TOTAL FOR MONTH" TO STL-CAPTION
           MOVE SB-MONTH-TOTAL (SB-MONTH-IDX) TO STL-AMOUNT
           WRITE SCHEDULE-B-LINE FROM SCB-TOTAL-LINE
           MOVE SPACES TO SCHEDULE-B-LINE
           WRITE SCHEDULE-B-LINE.

       625-WRITE-SCHEDULE-B-DAY.
           IF SB-DAY-AMOUNT (SB-MONTH-IDX, SB-DAY-IDX) NOT = 0
               MOVE SB-DAY-IDX TO SDL-DAY
               MOVE SB-DAY-AMOUNT (SB-MONTH-IDX, SB-DAY-IDX)
                   TO SDL-AMOUNT
               WRITE SCHEDULE-B-LINE FROM SCB-DAY-LINE
           END-IF.

      ******************************************************************
      * The 941 liability is figured from the YTD master's quarter
      * buckets exactly as the 941 summary does it -- the employer
      * Social Security share at the rate in force on wages still
      * under the base, Medicare at the rate on all wages -- and set
      * against the deposits scheduled for the quarter.  While the
      * quarter is open the difference is shown for information;
      * once its last period is paid, a liability the deposits do not
      * cover is a shortfall to deposit before the 941 is filed.
      ******************************************************************
       700-RECONCILE-QUARTER.
           OPEN INPUT YTD-MASTER.
           IF YTD-FILE-STATUS NOT = "00"
               DISPLAY "YTD-MASTER OPEN FAILED " YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 710-READ-YTD-MASTER
               UNTIL YTD-EOF-SWITCH = "Y".
           CLOSE YTD-MASTER.
           COMPUTE QTR-TOTAL-941 =
               QTR-SOC-SEC-941 + QTR-MEDICARE-941 + QTR-FED-TAX-941.
           COMPUTE QTR-DIFFERENCE = QTR-TOTAL-941 - LQT-TOTAL.
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           MOVE REPORT-QUARTER TO RRH-QUARTER.
           MOVE REPORT-YEAR TO RRH-YEAR.
           IF QUARTER-END-SWITCH = "Y"
               MOVE "QUARTER END" TO RRH-STATUS
           ELSE
               MOVE "QUARTER TO DATE" TO RRH-STATUS
           END-IF.
           WRITE SCHEDULE-LINE FROM RPT-RECON-HEADER.
           WRITE SCHEDULE-LINE FROM RPT-RECON-COLUMNS.
           MOVE "SOCIAL SECURITY" TO RRL-CAPTION.
           MOVE QTR-SOC-SEC-941 TO RRL-941.
           MOVE LQT-SOC-SEC TO RRL-SCHEDULED.
           COMPUTE RRL-DIFFERENCE = QTR-SOC-SEC-941 - LQT-SOC-SEC.
           WRITE SCHEDULE-LINE FROM RPT-RECON-LINE.
           MOVE "MEDICARE" TO RRL-CAPTION.
           MOVE QTR-MEDICARE-941 TO RRL-941.
           MOVE LQT-MEDICARE TO RRL-SCHEDULED.
           COMPUTE RRL-DIFFERENCE = QTR-MEDICARE-941 - LQT-MEDICARE.
           WRITE SCHEDULE-LINE FROM RPT-RECON-LINE.
           MOVE "FEDERAL INCOME TAX" TO RRL-CAPTION.
           MOVE QTR-FED-TAX-941 TO RRL-941.
           MOVE LQT-FED-TAX TO RRL-SCHEDULED.
           COMPUTE RRL-DIFFERENCE = QTR-FED-TAX-941 - LQT-FED-TAX.
           WRITE SCHEDULE-LINE FROM RPT-RECON-LINE.
           MOVE "TOTAL" TO RRL-CAPTION.
           MOVE QTR-TOTAL-941 TO RRL-941.
           MOVE LQT-TOTAL TO RRL-SCHEDULED.
           MOVE QTR-DIFFERENCE TO RRL-DIFFERENCE.
           WRITE SCHEDULE-LINE FROM RPT-RECON-LINE.
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           MOVE SPACES TO RPT-MESSAGE-LINE.
           IF QUARTER-END-SWITCH = "N"
               MOVE "QUARTER OPEN - DIFFERENCE SHOWN FOR INFORMATION"
                   TO RML-TEXT
           ELSE
               IF QTR-DIFFERENCE > 0
                   MOVE "Y" TO SHORTFALL-SWITCH
                   ADD 1 TO EXCEPTION-COUNTER
                   MOVE "*** SHORTFALL - DEPOSIT BEFORE FILING 941:"
                       TO RML-TEXT
                   MOVE QTR-DIFFERENCE TO RML-AMOUNT
               ELSE
                   IF QTR-DIFFERENCE < 0
                       MOVE "DEPOSITS EXCEED 941 LIABILITY BY:"
                           TO RML-TEXT
                       COMPUTE RML-AMOUNT = 0 - QTR-DIFFERENCE
                   ELSE
                       MOVE "DEPOSITS BALANCE TO 941 LIABILITY"
                           TO RML-TEXT
                   END-IF
               END-IF
           END-IF.
           WRITE SCHEDULE-LINE FROM RPT-MESSAGE-LINE.
           CLOSE SCHEDULE-OUT.

       710-READ-YTD-MASTER.
           READ YTD-MASTER
               AT END
                   MOVE "Y" TO YTD-EOF-SWITCH
               NOT AT END
                   IF YTD-QTR-GROSS (REPORT-QUARTER) > 0 OR
                           YTD-QTR-FICA (REPORT-QUARTER) > 0 OR
                           YTD-QTR-MEDICARE (REPORT-QUARTER) > 0 OR
                           YTD-QTR-FED-TAX (REPORT-QUARTER) > 0
                       ADD YTD-QTR-FICA (REPORT-QUARTER)
                           TO QTR-SOC-SEC-941
                       ADD YTD-QTR-MEDICARE (REPORT-QUARTER)
                           TO QTR-MEDICARE-941
                       ADD YTD-QTR-FED-TAX (REPORT-QUARTER)
                           TO QTR-FED-TAX-941
                       PERFORM 720-COMPUTE-EMPLOYER-SHARE
                   END-IF
           END-READ.

       720-COMPUTE-EMPLOYER-SHARE.
           MOVE 0 TO PRIOR-GROSS
           PERFORM 725-ADD-PRIOR-QUARTER
               VARYING PRIOR-QTR-IDX FROM 1 BY 1
               UNTIL PRIOR-QTR-IDX >= REPORT-QUARTER
           MOVE YTD-QTR-GROSS (REPORT-QUARTER) TO QUARTER-GROSS
           COMPUTE BASE-ROOM = SOC-SEC-WAGE-BASE - PRIOR-GROSS
           IF BASE-ROOM < 0
               MOVE 0 TO BASE-ROOM
           END-IF
           IF BASE-ROOM > QUARTER-GROSS
               MOVE QUARTER-GROSS TO SS-TAXABLE
           ELSE
               MOVE BASE-ROOM TO SS-TAXABLE
           END-IF
           COMPUTE ER-SOC-SEC ROUNDED = SS-TAXABLE * SOC-SEC-RATE
           COMPUTE ER-MEDICARE ROUNDED = QUARTER-GROSS * MEDICARE-RATE
           ADD ER-SOC-SEC TO QTR-SOC-SEC-941
           ADD ER-MEDICARE TO QTR-MEDICARE-941.

       725-ADD-PRIOR-QUARTER.
           ADD YTD-QTR-GROSS (PRIOR-QTR-IDX) TO PRIOR-GROSS.

       400-TERMINATE.
           DISPLAY "PAY DATES SCHEDULED:   " LEDGER-COUNTER.
           DISPLAY "EFTPS DEPOSITS:        " DEPOSIT-COUNTER.
           IF SHORTFALL-SWITCH = "Y"
               DISPLAY "QUARTER " REPORT-QUARTER
                   " DEPOSITS SHORT OF 941 LIABILITY - SEE SCHEDULE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "END" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           CLOSE RUN-LOG.
           CLOSE SALARY-IN.
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
           MOVE "CH0731" TO LOG-JOB-NAME
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE DETAIL-COUNTER TO LOG-IN-COUNT
           MOVE LEDGER-COUNTER TO LOG-OUT-COUNT
           MOVE EXCEPTION-COUNTER TO LOG-EXC-COUNT
           MOVE SAL-FILE-STATUS TO LOG-FILE-STATUS-1
           MOVE EFT-FILE-STATUS TO LOG-FILE-STATUS-2
           MOVE 0 TO LOG-COMPLETION
           MOVE RUN-PERIOD TO LOG-PERIOD
           MOVE TRAILERS-SEEN TO LOG-BATCH-COUNT
           WRITE RUN-LOG-REC.
       END PROGRAM CH0731.
