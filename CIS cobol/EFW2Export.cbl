      *        After the year-end close has zeroed the live master,
      *        the operator keys the closed year and the submission
      *        is built from the year-stamped archive instead.
      *        Each RW record is followed by one RS state record per
      *        state that withheld for the employee (the operator
      *        keys the home state that stands for employees with no
      *        state coded), and the balancing report ties the RS
      *        state tax back to the master as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0713.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD EFW2-OUT.
       01 EFW2-LINE                PIC X(512).
       FD YTD-ARCHIVE.
       01 ARCHIVE-REC.
           05 ARC-YEAR             PIC 9(4).
           05 ARC-YTD-IMAGE        PIC X(350).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
       01 COUNTERS.
           05 RW-COUNTER           PIC 9(7) VALUE 0.
           05 EXCLUDED-COUNTER     PIC 9(6) VALUE 0.
           05 RS-COUNTER           PIC 9(7) VALUE 0.
           05 RS-EMPLOYEE-COUNT    PIC 9 VALUE 0.
       01 STATE-WORK.
           05 HOME-STATE-CODE      PIC X(2) VALUE SPACES.
           05 STATE-IDX            PIC 9 VALUE 0.
       01 YTD-SUMS.
           05 SUM-YTD-GROSS        PIC 9(11)V99 VALUE 0.
           05 SUM-YTD-FICA         PIC 9(11)V99 VALUE 0.
           05 FILE-MEDICARE        PIC 9(11)V99 VALUE 0.
           05 FILE-FED-TAX         PIC 9(11)V99 VALUE 0.
           05 FILE-STATE-TAX       PIC 9(11)V99 VALUE 0.
           05 FILE-RS-STATE-TAX    PIC 9(11)V99 VALUE 0.
       01 SS-WAGES-WORK            PIC 9(9)V99 VALUE 0.

       COPY TAXBRKT.
           05 RW-STATE-TAX         PIC 9(11).
           05 FILLER               PIC X(402) VALUE SPACES.

       01 EFW2-RS-REC.
           05 RS-RECORD-ID         PIC X(2) VALUE 'RS'.
           05 RS-STATE-CODE        PIC X(2).
           05 RS-SSN               PIC 9(9).
           05 RS-EMPLOYEE-NAME     PIC X(22).
           05 RS-STATE-WAGES       PIC 9(11).
           05 RS-STATE-TAX         PIC 9(11).
           05 FILLER               PIC X(455) VALUE SPACES.

       01 EFW2-RF-REC.
           05 RF-RECORD-ID         PIC X(2) VALUE 'RF'.
           05 RF-RW-COUNT          PIC 9(7).
           DISPLAY "ARCHIVE YEAR (0 = LIVE YTD MASTER): "
               WITH NO ADVANCING.
           ACCEPT ARCHIVE-YEAR.
           DISPLAY "HOME STATE CODE: " WITH NO ADVANCING.
           ACCEPT HOME-STATE-CODE.
           IF ARCHIVE-YEAR > 0
               MOVE "Y" TO ARCHIVE-MODE-SWITCH
               OPEN INPUT YTD-ARCHIVE
                   ADD YTD-MEDICARE TO FILE-MEDICARE
                   ADD YTD-FED-TAX TO FILE-FED-TAX
                   ADD YTD-STATE-TAX TO FILE-STATE-TAX
                   PERFORM 270-WRITE-STATE-RECORDS
           END-READ.

      ******************************************************************
           COMPUTE CENTS-AMOUNT = YTD-STATE-TAX * 100
           MOVE CENTS-AMOUNT TO RW-STATE-TAX.

      ******************************************************************
      * One RS record per state entry carrying wages or tax.  A record
      * archived before the master carried state entries has none, so
      * its whole state figure goes out under the home state.
      ******************************************************************
       270-WRITE-STATE-RECORDS.
           MOVE 0 TO RS-EMPLOYEE-COUNT
           MOVE SSN TO RS-SSN
           MOVE LastName TO RS-EMPLOYEE-NAME
           PERFORM 275-WRITE-ONE-STATE
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4
           IF RS-EMPLOYEE-COUNT = 0 AND
                   (YTD-GROSS > 0 OR YTD-STATE-TAX > 0)
               MOVE HOME-STATE-CODE TO RS-STATE-CODE
               COMPUTE CENTS-AMOUNT = YTD-GROSS * 100
               MOVE CENTS-AMOUNT TO RS-STATE-WAGES
               COMPUTE CENTS-AMOUNT = YTD-STATE-TAX * 100
               MOVE CENTS-AMOUNT TO RS-STATE-TAX
               WRITE EFW2-LINE FROM EFW2-RS-REC
               ADD 1 TO RS-COUNTER
               ADD YTD-STATE-TAX TO FILE-RS-STATE-TAX
           END-IF.

       275-WRITE-ONE-STATE.
           IF YTD-ST-WAGES (STATE-IDX) NUMERIC AND
                   YTD-ST-TAX (STATE-IDX) NUMERIC
               IF YTD-ST-WAGES (STATE-IDX) NOT = 0 OR
                       YTD-ST-TAX (STATE-IDX) NOT = 0
                   IF YTD-ST-CODE (STATE-IDX) = SPACES
                       MOVE HOME-STATE-CODE TO RS-STATE-CODE
                   ELSE
                       MOVE YTD-ST-CODE (STATE-IDX) TO RS-STATE-CODE
                   END-IF
                   COMPUTE CENTS-AMOUNT =
                       YTD-ST-WAGES (STATE-IDX) * 100
                   MOVE CENTS-AMOUNT TO RS-STATE-WAGES
                   COMPUTE CENTS-AMOUNT = YTD-ST-TAX (STATE-IDX) * 100
                   MOVE CENTS-AMOUNT TO RS-STATE-TAX
                   WRITE EFW2-LINE FROM EFW2-RS-REC
                   ADD 1 TO RS-COUNTER
                   ADD 1 TO RS-EMPLOYEE-COUNT
                   ADD YTD-ST-TAX (STATE-IDX) TO FILE-RS-STATE-TAX
               END-IF
           END-IF.

       300-WRITE-TOTAL-RECORD.
           MOVE RW-COUNTER TO RF-RW-COUNT.
           COMPUTE TOTAL-CENTS-AMOUNT = FILE-GROSS * 100.
           MOVE "EMPLOYEES NOT ON MASTER:" TO BCL-CAPTION.
           MOVE EXCLUDED-COUNTER TO BCL-COUNT.
           WRITE BALANCE-LINE FROM BAL-COUNT-LINE.
           MOVE "STATE RECORDS WRITTEN:" TO BCL-CAPTION.
           MOVE RS-COUNTER TO BCL-COUNT.
           WRITE BALANCE-LINE FROM BAL-COUNT-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           MOVE "                                YTD MASTER" &
           MOVE SUM-YTD-STATE-TAX TO BDL-YTD-AMOUNT.
           MOVE FILE-STATE-TAX TO BDL-FILE-AMOUNT.
           WRITE BALANCE-LINE FROM BAL-DETAIL-LINE.
           MOVE "STATE TAX ON RS RECORDS:" TO BDL-CAPTION.
           MOVE SUM-YTD-STATE-TAX TO BDL-YTD-AMOUNT.
           MOVE FILE-RS-STATE-TAX TO BDL-FILE-AMOUNT.
           WRITE BALANCE-LINE FROM BAL-DETAIL-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           IF FILE-GROSS = SUM-YTD-GROSS AND
                   FILE-FICA = SUM-YTD-FICA AND
                   FILE-MEDICARE = SUM-YTD-MEDICARE AND
                   FILE-FED-TAX = SUM-YTD-FED-TAX AND
                   FILE-STATE-TAX = SUM-YTD-STATE-TAX AND
                   FILE-RS-STATE-TAX = SUM-YTD-STATE-TAX
               MOVE "FILE TOTALS TIE TO YTD MASTER" TO BAL-RESULT-LINE
           ELSE
               MOVE "OUT OF BALANCE - SEE EXCLUDED EMPLOYEES"
       400-TERMINATE.
           DISPLAY "EFW2 WAGE RECORDS: " RW-COUNTER.
           DISPLAY "EXCLUDED:          " EXCLUDED-COUNTER.
           DISPLAY "EFW2 STATE RECORDS: " RS-COUNTER.
           IF ARCHIVE-MODE-SWITCH = "Y"
               CLOSE YTD-ARCHIVE
           ELSE
