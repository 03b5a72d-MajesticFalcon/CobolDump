      *        under each program's annual wage base, measured from
      *        the gross of the earlier quarters, and the liability is
      *        broken down by department cost center so accounting can
      *        book the accrual.  The rates and wage bases are the
      *        ones in force for the quarter on the rate table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0720.
               SELECT PERIOD-CALENDAR ASSIGN TO 'PayPeriodCalendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'UnemploymentTax.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.
       FD PERIOD-CALENDAR.
       COPY PAYCAL.

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD REPORT-OUT.
       01 REPORT-LINE           PIC X(90).

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
           MOVE "UNEM" TO RT-LOOKUP-CODE.
           PERFORM 152-FIND-RATE-ENTRY.
           MOVE RT-FUTA-RATE TO FUTA-RATE.
           MOVE RT-FUTA-WAGE-BASE TO FUTA-WAGE-BASE.
           MOVE RT-SUTA-RATE TO SUTA-RATE.
           MOVE RT-SUTA-WAGE-BASE TO SUTA-WAGE-BASE.
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
