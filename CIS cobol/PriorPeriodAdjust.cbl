      *        supplemental batch so the deposit, check, register, and
      *        GL runs settle the cash through the normal flow.  Every
      *        transaction lands on the adjustment report, applied or
      *        rejected with a reason.  The employer FUTA and SUTA
      *        the gross change moves under the wage bases ride on the
      *        supplemental detail so the GL books the employer side
      *        of the correction too, at the unemployment rates and
      *        wage bases in force for the period being corrected.
      *        The gross and state tax deltas also post to the state
      *        entry on the YTD master for the state on the
      *        transaction (spaces = the employee's withholding state).
      *        Each transaction carries the operator who keyed it, and
      *        every one applied is written to the maintenance audit
      *        trail as a PAYADJ entry with the transaction as its
      *        after image, so audit can see who changed whose pay.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0718.
               SELECT PAY-HISTORY ASSIGN TO 'PayHistory.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT AUDIT-OUT ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
           05 ADJ-MEDICARE-DELTA  PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-FED-TAX-DELTA   PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-STATE-TAX-DELTA PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 ADJ-STATE-CODE      PIC X(2).
           05 ADJ-OPERATOR-ID     PIC X(8).

       FD EMPLOYEES.
       01 IN-RECORD.
           05 Termination-Date PIC 9(8).
           05 Prenote-Status PIC X.
           05 Prenote-Date  PIC 9(8).
           05 Work-State    PIC X(2).
           05 Resident-State PIC X(2).
           05 Pay-Class     PIC X.
           05 Annual-Salary PIC 9(7)V99.

       FD YTD-MASTER.
       COPY YTDREC.
           05 PH-WEEK-ENDING   PIC 9(8).
           05 PH-DETAIL        PIC X(250).

       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD AUDIT-OUT.
       COPY AUDITREC.

       FD RUN-LOG.
       COPY RUNLOG.

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
       01 SAL-FILE-STATUS          PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 HIST-FILE-STATUS         PIC XX VALUE "00".
       01 RT-FILE-STATUS        PIC XX VALUE "00".
       01 AUD-FILE-STATUS          PIC XX VALUE "00".
       01 TAX-RATE-WORK.
           05 RT-FOUND-SWITCH   PIC X VALUE "N".
           05 RT-READ-DONE-SWITCH PIC X VALUE "N".
           05 RT-LOOKUP-CODE    PIC X(4) VALUE SPACES.
           05 RT-LOOKUP-STATE   PIC X(2) VALUE SPACES.
           05 RT-AS-OF-DATE     PIC 9(8) VALUE 0.
           05 RT-FOUND-KEY      PIC X(14) VALUE SPACES.
       01 COUNTERS.
           05 TRANS-COUNTER        PIC 9(6) VALUE 0.
           05 APPLIED-COUNTER      PIC 9(6) VALUE 0.
           05 ADJW-QTR-FICA        PIC S9(9)V99 VALUE 0.
           05 ADJW-QTR-MEDICARE    PIC S9(9)V99 VALUE 0.
           05 ADJW-QTR-FED-TAX     PIC S9(9)V99 VALUE 0.
           05 UI-OLD-TAXABLE       PIC 9(9)V99 VALUE 0.
           05 UI-NEW-TAXABLE       PIC 9(9)V99 VALUE 0.
           05 ER-FUTA-DELTA        PIC S9(6)V99 VALUE 0.
           05 ER-SUTA-DELTA        PIC S9(6)V99 VALUE 0.
           05 ADJ-WH-STATE         PIC X(2) VALUE SPACES.
           05 ADJ-ST-IDX           PIC 9 VALUE 0.
           05 ADJ-ST-SUB           PIC 9 VALUE 0.
           05 ADJW-ST-WAGES        PIC S9(9)V99 VALUE 0.
           05 ADJW-ST-TAX          PIC S9(9)V99 VALUE 0.
       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-DISPOSITION   PIC X(30).

       COPY UNEMPTAB.

       PROCEDURE DIVISION.

       000-MAIN.
               DISPLAY "PAY-HISTORY OPEN FAILED " HIST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-OUT.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-OUT OPEN FAILED " AUD-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
                   END-IF
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               PERFORM 310-LOAD-PERIOD-RATES
               IF RT-FOUND-SWITCH = "N"
                   MOVE "N" TO VALID-SWITCH
                   MOVE "NO RATES IN FORCE FOR PERIOD"
                       TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               MOVE ADJ-EMPLOYEE-ID TO Employee-ID
               READ EMPLOYEES
                   INVALID KEY
                       MOVE "N" TO VALID-SWITCH
                       MOVE "EMPLOYEE NOT ON MASTER" TO RDL-DISPOSITION
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ADJ-STATE-CODE NOT = SPACES
                               MOVE ADJ-STATE-CODE TO ADJ-WH-STATE
                           WHEN Work-State NOT = SPACES
                               MOVE Work-State TO ADJ-WH-STATE
                           WHEN OTHER
                               MOVE Resident-State TO ADJ-WH-STATE
                       END-EVALUATE
               END-READ
           END-IF
           IF VALID-SWITCH = "Y"
                   YTD-QTR-MEDICARE (ADJ-QUARTER) + ADJ-MEDICARE-DELTA
               COMPUTE ADJW-QTR-FED-TAX =
                   YTD-QTR-FED-TAX (ADJ-QUARTER) + ADJ-FED-TAX-DELTA
               PERFORM 305-FIND-STATE-ENTRY
               IF ADJ-ST-SUB = 0
                   MOVE "NO FREE STATE ENTRY ON YTD" TO RDL-DISPOSITION
                   ADD 1 TO REJECT-COUNTER
                   PERFORM 370-WRITE-REPORT-LINE
               ELSE
                   IF ADJW-GROSS < 0 OR ADJW-FICA < 0
                           OR ADJW-MEDICARE < 0
                           OR ADJW-FED-TAX < 0 OR ADJW-STATE-TAX < 0
                           OR ADJW-QTR-GROSS < 0 OR ADJW-QTR-FICA < 0
                           OR ADJW-QTR-MEDICARE < 0
                           OR ADJW-QTR-FED-TAX < 0
                           OR ADJW-ST-WAGES < 0 OR ADJW-ST-TAX < 0
                       MOVE "WOULD DRIVE YTD NEGATIVE"
                           TO RDL-DISPOSITION
                       ADD 1 TO REJECT-COUNTER
                       PERFORM 370-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 330-COMPUTE-EMPLOYER-UI
                       PERFORM 320-POST-YTD-ADJUSTMENT
                       PERFORM 340-WRITE-SALARY-DETAIL
                       PERFORM 345-WRITE-AUDIT
                       MOVE "APPLIED" TO RDL-DISPOSITION
                       ADD 1 TO APPLIED-COUNTER
                       PERFORM 370-WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The gross and state tax deltas also move the per-state YTD
      * entry of the state the correction belongs to -- the state on
      * the transaction, else the employee's withholding state -- so
      * the W-2 state lines stay in step with the annual totals.
      ******************************************************************
       305-FIND-STATE-ENTRY.
           MOVE 0 TO ADJ-ST-SUB
           PERFORM 306-MATCH-STATE-ENTRY
               VARYING ADJ-ST-IDX FROM 1 BY 1
               UNTIL ADJ-ST-IDX > 4 OR ADJ-ST-SUB > 0
           IF ADJ-ST-SUB = 0
               PERFORM 307-FIND-EMPTY-STATE-ENTRY
                   VARYING ADJ-ST-IDX FROM 1 BY 1
                   UNTIL ADJ-ST-IDX > 4 OR ADJ-ST-SUB > 0
           END-IF
           IF ADJ-ST-SUB > 0
               COMPUTE ADJW-ST-WAGES =
                   YTD-ST-WAGES (ADJ-ST-SUB) + ADJ-GROSS-DELTA
               COMPUTE ADJW-ST-TAX =
                   YTD-ST-TAX (ADJ-ST-SUB) + ADJ-STATE-TAX-DELTA
           END-IF.

       306-MATCH-STATE-ENTRY.
           IF YTD-ST-CODE (ADJ-ST-IDX) = ADJ-WH-STATE AND
                   YTD-ST-WAGES (ADJ-ST-IDX) NUMERIC AND
                   YTD-ST-TAX (ADJ-ST-IDX) NUMERIC
               MOVE ADJ-ST-IDX TO ADJ-ST-SUB
           END-IF.

       307-FIND-EMPTY-STATE-ENTRY.
           IF YTD-ST-WAGES (ADJ-ST-IDX) NOT NUMERIC OR
                   YTD-ST-TAX (ADJ-ST-IDX) NOT NUMERIC OR
                   (YTD-ST-CODE (ADJ-ST-IDX) = SPACES AND
                    YTD-ST-WAGES (ADJ-ST-IDX) = 0 AND
                    YTD-ST-TAX (ADJ-ST-IDX) = 0)
               MOVE ADJ-ST-IDX TO ADJ-ST-SUB
               MOVE ADJ-WH-STATE TO YTD-ST-CODE (ADJ-ST-IDX)
               MOVE 0 TO YTD-ST-WAGES (ADJ-ST-IDX)
               MOVE 0 TO YTD-ST-TAX (ADJ-ST-IDX)
           END-IF.

      ******************************************************************
      * A correction is taxed at the rates in force on the week-ending
      * of the period it corrects, not today's.  The table is only
      * looked up again when that week-ending changes.
      ******************************************************************
       310-LOAD-PERIOD-RATES.
           IF CAL-TBL-WEEK-END (ADJ-PERIOD-SUB) NOT = RT-AS-OF-DATE
               MOVE CAL-TBL-WEEK-END (ADJ-PERIOD-SUB) TO RT-AS-OF-DATE
               MOVE SPACES TO RT-LOOKUP-STATE
               MOVE "UNEM" TO RT-LOOKUP-CODE
               PERFORM 312-FIND-RATE-ENTRY
               IF RT-FOUND-SWITCH = "Y"
                   MOVE RT-FUTA-RATE TO FUTA-RATE
                   MOVE RT-FUTA-WAGE-BASE TO FUTA-WAGE-BASE
                   MOVE RT-SUTA-RATE TO SUTA-RATE
                   MOVE RT-SUTA-WAGE-BASE TO SUTA-WAGE-BASE
               END-IF
           END-IF.

       312-FIND-RATE-ENTRY.
           MOVE "N" TO RT-FOUND-SWITCH
           MOVE "N" TO RT-READ-DONE-SWITCH
           MOVE RT-LOOKUP-CODE TO RT-TABLE-CODE
           MOVE RT-LOOKUP-STATE TO RT-STATE-CODE
           MOVE 0 TO RT-EFFECTIVE-DATE
           START TAX-RATE-TABLE KEY NOT < RT-KEY
               INVALID KEY
                   MOVE "Y" TO RT-READ-DONE-SWITCH
           END-START
           PERFORM 314-READ-NEXT-RATE-ENTRY
               UNTIL RT-READ-DONE-SWITCH = "Y"
           IF RT-FOUND-SWITCH = "Y"
               MOVE RT-FOUND-KEY TO RT-KEY
               READ TAX-RATE-TABLE
                   INVALID KEY
                       MOVE "N" TO RT-FOUND-SWITCH
               END-READ
           END-IF.

       314-READ-NEXT-RATE-ENTRY.
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

       320-POST-YTD-ADJUSTMENT.
           MOVE ADJW-GROSS TO YTD-GROSS
           MOVE ADJW-FICA TO YTD-FICA
           MOVE ADJW-QTR-FICA TO YTD-QTR-FICA (ADJ-QUARTER)
           MOVE ADJW-QTR-MEDICARE TO YTD-QTR-MEDICARE (ADJ-QUARTER)
           MOVE ADJW-QTR-FED-TAX TO YTD-QTR-FED-TAX (ADJ-QUARTER)
           MOVE ADJW-ST-WAGES TO YTD-ST-WAGES (ADJ-ST-SUB)
           MOVE ADJW-ST-TAX TO YTD-ST-TAX (ADJ-ST-SUB)
           REWRITE YTD-RECORD
               INVALID KEY
                   DISPLAY "YTD REWRITE FAILED FOR " YTD-EMPLOYEE-ID
           END-REWRITE.

      ******************************************************************
      * Employer unemployment tax moves only with the part of the
      * gross change that lands under each wage base: the taxable
      * wages before and after the correction are both capped at the
      * base, and the rate applies to the difference.
      ******************************************************************
       330-COMPUTE-EMPLOYER-UI.
           IF YTD-GROSS > FUTA-WAGE-BASE
               MOVE FUTA-WAGE-BASE TO UI-OLD-TAXABLE
           ELSE
               MOVE YTD-GROSS TO UI-OLD-TAXABLE
           END-IF
           IF ADJW-GROSS > FUTA-WAGE-BASE
               MOVE FUTA-WAGE-BASE TO UI-NEW-TAXABLE
           ELSE
               MOVE ADJW-GROSS TO UI-NEW-TAXABLE
           END-IF
           COMPUTE ER-FUTA-DELTA ROUNDED =
               (UI-NEW-TAXABLE - UI-OLD-TAXABLE) * FUTA-RATE
           IF YTD-GROSS > SUTA-WAGE-BASE
               MOVE SUTA-WAGE-BASE TO UI-OLD-TAXABLE
           ELSE
               MOVE YTD-GROSS TO UI-OLD-TAXABLE
           END-IF
           IF ADJW-GROSS > SUTA-WAGE-BASE
               MOVE SUTA-WAGE-BASE TO UI-NEW-TAXABLE
           ELSE
               MOVE ADJW-GROSS TO UI-NEW-TAXABLE
           END-IF
           COMPUTE ER-SUTA-DELTA ROUNDED =
               (UI-NEW-TAXABLE - UI-OLD-TAXABLE) * SUTA-RATE.

       340-WRITE-SALARY-DETAIL.
           COMPUTE NET-DELTA = ADJ-GROSS-DELTA - ADJ-FICA-DELTA
               - ADJ-MEDICARE-DELTA - ADJ-FED-TAX-DELTA
           MOVE 0 TO OUT-VAC-AMOUNT
           MOVE 0 TO OUT-SICK-AMOUNT
           MOVE 0 TO OUT-HOL-AMOUNT
           MOVE ER-FUTA-DELTA TO ER-FUTA
           MOVE ER-SUTA-DELTA TO ER-SUTA
           MOVE ADJ-WH-STATE TO OUT-WH-STATE
           MOVE 0 TO OUT-SUPP-BONUS
           MOVE 0 TO OUT-SUPP-COMMISSION
           MOVE 0 TO OUT-SUPP-RETRO
           WRITE SALARY-LINE-OUT FROM OUT-RECORD
           MOVE CURRENT-PERIOD-NUMBER TO PH-PERIOD
           MOVE CURRENT-WEEK-ENDING TO PH-WEEK-ENDING
           WRITE PAY-HISTORY-REC
           ADD ADJ-GROSS-DELTA TO TOTAL-GROSS-DELTA.

      ******************************************************************
      * Pay adjustments share the employee-master audit trail; the
      * PAYADJ action keeps them apart from master maintenance.
      ******************************************************************
       345-WRITE-AUDIT.
           MOVE ADJ-OPERATOR-ID TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "PAYADJ" TO AUD-ACTION
           MOVE ADJ-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE ADJUSTMENT-REC TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

       370-WRITE-REPORT-LINE.
           MOVE ADJ-EMPLOYEE-ID TO RDL-EMPLOYEE-ID
           MOVE ADJ-PERIOD TO RDL-PERIOD
           CLOSE SALARY-OUT.
           CLOSE ADJUST-REPORT.
           CLOSE PAY-HISTORY.
           CLOSE TAX-RATE-TABLE.
           CLOSE AUDIT-OUT.
           STOP RUN.

       900-OPEN-RUN-LOG.
