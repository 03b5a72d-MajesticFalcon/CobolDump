      *        quarter.  Sums the per-quarter buckets on the
      *        year-to-date master: taxable wages, FICA employee and
      *        employer share, and federal income tax withheld.
      *        The employer Social Security share is the rate in
      *        force for the quarter applied to each employee's wages
      *        still under the annual wage base; the employer
      *        Medicare share is the Medicare rate on all wages.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0714.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'Form941Liability.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD REPORT-OUT.
       01 REPORT-LINE           PIC X(80).

           05 OPERATOR-QUARTER  PIC 9 VALUE 0.
           05 POSTED-MONTH      PIC 9(2) VALUE 0.
           05 POSTED-WEEK-ENDING PIC 9(8) VALUE 0.
           05 PRIOR-QTR-IDX     PIC 9 VALUE 0.
           05 QTR-POSTED-WEEK-ENDING PIC 9(8) VALUE 0.
           05 QTR-LAST-WEEK-ENDING PIC 9(8) VALUE 0.
           05 CAL-MONTH         PIC 9(2) VALUE 0.
           05 CAL-QUARTER       PIC 9 VALUE 0.
       01 RT-FILE-STATUS        PIC XX VALUE "00".
       01 TAX-RATE-WORK.
           05 RT-FOUND-SWITCH   PIC X VALUE "N".
           05 RT-READ-DONE-SWITCH PIC X VALUE "N".
           05 RT-LOOKUP-CODE    PIC X(4) VALUE SPACES.
           05 RT-LOOKUP-STATE   PIC X(2) VALUE SPACES.
           05 RT-AS-OF-DATE     PIC 9(8) VALUE 0.
           05 RT-FOUND-KEY      PIC X(14) VALUE SPACES.
       01 TAXABLE-WORK.
           05 PRIOR-GROSS       PIC 9(9)V99 VALUE 0.
           05 QUARTER-GROSS     PIC 9(9)V99 VALUE 0.
           05 BASE-ROOM         PIC S9(9)V99 VALUE 0.
           05 SS-TAXABLE        PIC 9(9)V99 VALUE 0.
           05 ER-SOC-SEC        PIC 9(7)V99 VALUE 0.
           05 ER-MEDICARE       PIC 9(7)V99 VALUE 0.
       01 LIABILITY-TOTALS.
           05 QTR-SS-TAXABLE    PIC 9(11)V99 VALUE 0.
           05 QTR-TAXABLE-WAGES PIC 9(11)V99 VALUE 0.
           05 QTR-FICA-EMPLOYEE PIC 9(11)V99 VALUE 0.
           05 QTR-FICA-EMPLOYER PIC 9(11)V99 VALUE 0.
           05 RCL-CAPTION       PIC X(32).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       COPY TAXBRKT.

       PROCEDURE DIVISION.

       000-MAIN.
           ELSE
               PERFORM 130-DERIVE-QUARTER
           END-IF.
           PERFORM 140-FIND-RATE-DATE.
           PERFORM 150-LOAD-RATES.
           OPEN INPUT YTD-MASTER.
           IF YTD-FILE-STATUS NOT = "00"
               DISPLAY "YTD-MASTER OPEN FAILED " YTD-FILE-STATUS
                   END-IF
           END-READ.

      ******************************************************************
      * Rates are taken as of the latest posted week-ending in the
      * quarter being reported, or the quarter's last calendar
      * week-ending when nothing in it has posted yet, so a quarter
      * reported late still uses the rates of its own days.
      ******************************************************************
       140-FIND-RATE-DATE.
           MOVE 0 TO QTR-POSTED-WEEK-ENDING.
           MOVE 0 TO QTR-LAST-WEEK-ENDING.
           MOVE "N" TO CAL-EOF-SWITCH.
           OPEN INPUT PERIOD-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CALENDAR OPEN FAILED " CAL-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 145-CHECK-QUARTER-PERIOD
               UNTIL CAL-EOF-SWITCH = "Y".
           CLOSE PERIOD-CALENDAR.
           IF QTR-POSTED-WEEK-ENDING > 0
               MOVE QTR-POSTED-WEEK-ENDING TO RT-AS-OF-DATE
           ELSE
               MOVE QTR-LAST-WEEK-ENDING TO RT-AS-OF-DATE
           END-IF.
           IF RT-AS-OF-DATE = 0
               DISPLAY "NO CALENDAR PERIOD IN QUARTER " REPORT-QUARTER
                   " - RUN REFUSED"
               STOP RUN
           END-IF.

       145-CHECK-QUARTER-PERIOD.
           READ PERIOD-CALENDAR
               AT END
                   MOVE "Y" TO CAL-EOF-SWITCH
               NOT AT END
                   MOVE CAL-WEEK-ENDING (5:2) TO CAL-MONTH
                   IF CAL-MONTH >= 1 AND CAL-MONTH <= 12
                       COMPUTE CAL-QUARTER = (CAL-MONTH + 2) / 3
                       IF CAL-QUARTER = REPORT-QUARTER
                           MOVE CAL-WEEK-ENDING
                               TO QTR-LAST-WEEK-ENDING
                           IF CAL-STATUS = "P"
                               MOVE CAL-WEEK-ENDING
                                   TO QTR-POSTED-WEEK-ENDING
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       150-LOAD-RATES.
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
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

           READ YTD-MASTER
                           TO QTR-MED-EMPLOYEE
                       ADD YTD-QTR-FED-TAX (REPORT-QUARTER)
                           TO QTR-FED-WITHHELD
                       PERFORM 250-COMPUTE-EMPLOYER-SHARE
                   END-IF
           END-READ.

      ******************************************************************
      * Wages in earlier quarters count against the Social Security
      * wage base, so only the part of this quarter's wages that
      * still fits under it carries the employer share.
      ******************************************************************
       250-COMPUTE-EMPLOYER-SHARE.
           MOVE 0 TO PRIOR-GROSS
           PERFORM 255-ADD-PRIOR-QUARTER
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
           ADD SS-TAXABLE TO QTR-SS-TAXABLE
           ADD ER-SOC-SEC TO QTR-FICA-EMPLOYER
           ADD ER-MEDICARE TO QTR-MED-EMPLOYER.

       255-ADD-PRIOR-QUARTER.
           ADD YTD-QTR-GROSS (PRIOR-QTR-IDX) TO PRIOR-GROSS.

       300-WRITE-REPORT.
           COMPUTE QTR-FICA-TOTAL =
               QTR-FICA-EMPLOYEE + QTR-FICA-EMPLOYER.
           COMPUTE QTR-MED-TOTAL =
               QTR-MED-EMPLOYEE + QTR-MED-EMPLOYER.
           COMPUTE QTR-TOTAL-LIABILITY =
           MOVE "TAXABLE WAGES:" TO RAL-CAPTION.
           MOVE QTR-TAXABLE-WAGES TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "SOC SEC TAXABLE WAGES:" TO RAL-CAPTION.
           MOVE QTR-SS-TAXABLE TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "SOC SEC WITHHELD (EMPLOYEE):" TO RAL-CAPTION.
           MOVE QTR-FICA-EMPLOYEE TO RAL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
