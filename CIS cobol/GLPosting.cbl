      *        after debits, credits, and the salary-file trailer all
      *        prove equal; an unbalanced run posts nothing and ends
      *        with a nonzero return code.
      *        The employer's own payroll taxes post alongside: the
      *        Social Security and Medicare match and the FUTA/SUTA
      *        the payroll run accrued under the wage bases are
      *        debited to expense by department and cost center and
      *        credited to their employer liability accounts, with a
      *        balance proof of their own.
      *        Employee deductions are credited by deduction code,
      *        each to the liability account its payee carries on
      *        the deduction payee master, from the deduction detail
      *        the payroll run writes; the detail must prove to the
      *        deduction total on the salary file.
      *        Labor expense follows the labor distribution the
      *        payroll run writes: hours a timecard charged to
      *        another department move their dollars off the home
      *        department's debit onto the department charged.  The
      *        employer's taxes stay with the home department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0709.
               SELECT GL-OUT ASSIGN TO 'GLPosting.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-FILE-STATUS.
               SELECT DEPARTMENT-MASTER
                   ASSIGN TO 'DepartmentMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEPT-CODE
                   FILE STATUS IS DEPT-FILE-STATUS.
               SELECT DEDUCTION-DETAIL ASSIGN TO 'DeductionDetail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DDT-FILE-STATUS.
               SELECT DEDUCTION-PAYEE ASSIGN TO 'DeductionPayee.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPY-KEY
                   FILE STATUS IS DPY-FILE-STATUS.
               SELECT LABOR-DIST ASSIGN TO 'LaborDistribution.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LDS-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
           05 GL-DC                PIC X.
           05 GL-AMOUNT            PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 GL-DESCRIPTION       PIC X(20).
           05 GL-COST-CENTER       PIC X(6).

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.

       FD DEDUCTION-DETAIL.
       COPY DEDDTL.

       FD DEDUCTION-PAYEE.
       COPY DEDPAYEE.

       FD LABOR-DIST.
       COPY LABORDST.

       FD RUN-LOG.
       COPY RUNLOG.
           05 SELF-DONE-SWITCH      PIC X VALUE "N".
           05 SETTLED-BATCH-COUNT   PIC 9(3) VALUE 0.
           05 TRAILERS-SEEN         PIC 9(3) VALUE 0.
           05 SETTLED-PAYROLL-BATCHES PIC 9(3) VALUE 0.
           05 DED-HEADERS-SEEN      PIC 9(3) VALUE 0.
           05 LABOR-HEADERS-SEEN    PIC 9(3) VALUE 0.
       01 SWITCHES.
           05 EOF-SWITCH           PIC X VALUE "N".
           05 TRAILER-SEEN-SWITCH  PIC X VALUE "N".
           05 BALANCED-SWITCH      PIC X VALUE "Y".
           05 DEPT-FILE-SWITCH     PIC X VALUE "N".
           05 DDT-EOF-SWITCH       PIC X VALUE "N".
           05 DPY-FILE-SWITCH      PIC X VALUE "N".
           05 LDS-EOF-SWITCH       PIC X VALUE "N".
       01 SAL-FILE-STATUS          PIC XX VALUE "00".
       01 GL-FILE-STATUS           PIC XX VALUE "00".
       01 DEPT-FILE-STATUS         PIC XX VALUE "00".
       01 DDT-FILE-STATUS          PIC XX VALUE "00".
       01 DPY-FILE-STATUS          PIC XX VALUE "00".
       01 LDS-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 DETAIL-COUNTER       PIC 9(6) VALUE 0.
       01 RUN-PERIOD               PIC 9(4) VALUE 0.
           05 TOTAL-WH-STATE       PIC S9(9)V99 VALUE 0.
           05 TOTAL-DEDUCTIONS     PIC S9(9)V99 VALUE 0.
           05 TOTAL-NET            PIC S9(9)V99 VALUE 0.
       01 EMPLOYER-TOTALS.
           05 TOTAL-ER-FICA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-MEDICARE    PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-FUTA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-SUTA        PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-DEBITS      PIC S9(9)V99 VALUE 0.
           05 TOTAL-ER-CREDITS     PIC S9(9)V99 VALUE 0.
       01 TRAILER-SAVED.
           05 SAVED-REC-COUNT      PIC 9(6) VALUE 0.
           05 SAVED-TOTAL-SALARY   PIC S9(9)V99 VALUE 0.
           05 DEPT-COUNT           PIC 9(2) VALUE 0.
           05 DEPT-IDX             PIC 9(2) VALUE 0.
           05 DEPT-FOUND-SWITCH    PIC X VALUE "N".
           05 LABOR-DEPT-KEY       PIC X(4) VALUE SPACES.
           05 LABOR-DEPT-SUB       PIC 9(2) VALUE 0.
           05 LABOR-MOVED-TOTAL    PIC S9(9)V99 VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
               10 DEPT-TBL-CODE    PIC X(4).
               10 DEPT-TBL-COST-CENTER PIC X(6).
               10 DEPT-TBL-GROSS   PIC S9(9)V99.
               10 DEPT-TBL-ER-FICA PIC S9(9)V99.
               10 DEPT-TBL-ER-MEDICARE PIC S9(9)V99.
               10 DEPT-TBL-ER-FUTA PIC S9(9)V99.
               10 DEPT-TBL-ER-SUTA PIC S9(9)V99.

       01 DED-CODE-WORK.
           05 DED-CODE-COUNT       PIC 9(2) VALUE 0.
           05 DED-CODE-IDX         PIC 9(2) VALUE 0.
           05 DED-CODE-FOUND-SWITCH PIC X VALUE "N".
           05 DED-DETAIL-TOTAL     PIC S9(9)V99 VALUE 0.
       01 DED-CODE-TABLE.
           05 DED-CODE-ENTRY OCCURS 50 TIMES.
               10 DCT-DED-CODE     PIC X(3).
               10 DCT-GL-ACCOUNT   PIC X(4).
               10 DCT-AMOUNT       PIC S9(9)V99.

       01 SALARY-DETAIL-VIEW REDEFINES SALARY-LINE-IN.
           05 SDV-EMPLOYEE-ID       PIC 9(6).
           05 SDV-WH-FED-TAX        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-STATE-TAX      PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-WH-MEDICARE       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(70).
           05 SDV-ER-FUTA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-ER-SUTA           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(26).

       01 SALARY-HEADER-VIEW REDEFINES SALARY-LINE-IN.
           05 SHV-ID                PIC X(1).
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-RECORDS
               UNTIL EOF-SWITCH = "Y"
           PERFORM 270-LOAD-DEDUCTION-DETAIL
           PERFORM 280-LOAD-LABOR-DISTRIBUTION
           PERFORM 300-PROVE-BALANCE
           PERFORM 310-PROVE-EMPLOYER-BALANCE
           PERFORM 350-WRITE-GL-FILE
           PERFORM 400-TERMINATE.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPT-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-FILE-SWITCH
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE "
                   DEPT-FILE-STATUS " - COST CENTERS LEFT BLANK"
           END-IF.
           OPEN INPUT DEDUCTION-PAYEE.
           IF DPY-FILE-STATUS = "00"
               MOVE "Y" TO DPY-FILE-SWITCH
           ELSE
               DISPLAY "DEDUCTION PAYEE MASTER NOT AVAILABLE "
                   DPY-FILE-STATUS " - DEDUCTIONS TO 2130"
           END-IF.

       104-GET-RUN-PERIOD.
           OPEN INPUT SALARY-IN.
                                   TO SAVED-TOTAL-SALARY
                           END-IF
                       WHEN TRAILERS-SEEN < SETTLED-BATCH-COUNT
                           IF SHV-ID = "H" AND
                                   SHV-PROGRAM = "CH0601"
                               ADD 1 TO SETTLED-PAYROLL-BATCHES
                           END-IF
                       WHEN SHV-ID = "H"
                           MOVE SHV-PERIOD TO RUN-PERIOD
                       WHEN SDV-EMPLOYEE-ID NUMERIC AND
           ADD SDV-WH-STATE-TAX TO TOTAL-WH-STATE
           ADD SDV-CALC-DEDUCTIONS TO TOTAL-DEDUCTIONS
           ADD SDV-NET-SALARY TO TOTAL-NET
           ADD SDV-WH-FICA TO TOTAL-ER-FICA
           ADD SDV-WH-MEDICARE TO TOTAL-ER-MEDICARE
           ADD SDV-ER-FUTA TO TOTAL-ER-FUTA
           ADD SDV-ER-SUTA TO TOTAL-ER-SUTA
           PERFORM 260-POST-TO-DEPARTMENT.

      ******************************************************************
      * The deduction detail carries one batch per payroll run, in
      * the same order as the payroll batches on the salary file;
      * the adjustment batches carry no deductions and write none.
      * Batches of payroll runs already settled by an earlier
      * posting are skipped so an OVERRIDE rerun never credits a
      * deduction twice.
      ******************************************************************
       270-LOAD-DEDUCTION-DETAIL.
           OPEN INPUT DEDUCTION-DETAIL.
           IF DDT-FILE-STATUS = "00"
               PERFORM 272-READ-DEDUCTION-DETAIL
                   UNTIL DDT-EOF-SWITCH = "Y"
               CLOSE DEDUCTION-DETAIL
           ELSE
               DISPLAY "DEDUCTION DETAIL NOT AVAILABLE "
                   DDT-FILE-STATUS
           END-IF.

       272-READ-DEDUCTION-DETAIL.
           READ DEDUCTION-DETAIL
               AT END
                   MOVE "Y" TO DDT-EOF-SWITCH
               NOT AT END
                   IF DDT-REC-TYPE = "H"
                       ADD 1 TO DED-HEADERS-SEEN
                   ELSE
                       IF DED-HEADERS-SEEN > SETTLED-PAYROLL-BATCHES
                           PERFORM 274-POST-TO-DEDUCTION-CODE
                       END-IF
                   END-IF
           END-READ.

       274-POST-TO-DEDUCTION-CODE.
           ADD DDT-AMOUNT TO DED-DETAIL-TOTAL
           MOVE "N" TO DED-CODE-FOUND-SWITCH
           PERFORM 276-MATCH-DEDUCTION-CODE
               VARYING DED-CODE-IDX FROM 1 BY 1
               UNTIL DED-CODE-IDX > DED-CODE-COUNT.
           IF DED-CODE-FOUND-SWITCH = "N"
               IF DED-CODE-COUNT >= 50
                   DISPLAY "MORE THAN 50 DEDUCTION CODES - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DED-CODE-COUNT
               MOVE DDT-DED-CODE TO DCT-DED-CODE (DED-CODE-COUNT)
               MOVE DDT-AMOUNT TO DCT-AMOUNT (DED-CODE-COUNT)
               PERFORM 278-GET-LIABILITY-ACCOUNT
           END-IF.

       276-MATCH-DEDUCTION-CODE.
           IF DED-CODE-FOUND-SWITCH = "N" AND
                   DCT-DED-CODE (DED-CODE-IDX) = DDT-DED-CODE
               MOVE "Y" TO DED-CODE-FOUND-SWITCH
               ADD DDT-AMOUNT TO DCT-AMOUNT (DED-CODE-IDX)
           END-IF.

       278-GET-LIABILITY-ACCOUNT.
           MOVE "2130" TO DCT-GL-ACCOUNT (DED-CODE-COUNT)
           IF DPY-FILE-SWITCH = "Y"
               MOVE DDT-DED-CODE TO DPY-DED-CODE
               MOVE 0 TO DPY-EMPLOYEE-ID
               READ DEDUCTION-PAYEE
                   INVALID KEY
                       DISPLAY "DEDUCTION CODE " DDT-DED-CODE
                           " HAS NO PAYEE - POSTED TO 2130"
                   NOT INVALID KEY
                       IF DPY-GL-ACCOUNT NOT = SPACES
                           MOVE DPY-GL-ACCOUNT TO
                               DCT-GL-ACCOUNT (DED-CODE-COUNT)
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * The labor distribution follows the salary file the same way
      * the deduction detail does, one batch per payroll run, and
      * settled batches are skipped the same way.  Only the lines
      * charged away from home matter here: each moves its dollars
      * from the home department's labor debit to the department
      * charged, so the total labor debit is unchanged.  Without the
      * file, labor stays on the home departments.
      ******************************************************************
       280-LOAD-LABOR-DISTRIBUTION.
           OPEN INPUT LABOR-DIST.
           IF LDS-FILE-STATUS = "00"
               PERFORM 282-READ-LABOR-DISTRIBUTION
                   UNTIL LDS-EOF-SWITCH = "Y"
               CLOSE LABOR-DIST
               IF LABOR-MOVED-TOTAL NOT = 0
                   MOVE LABOR-MOVED-TOTAL TO BAL-AMOUNT-ED
                   DISPLAY "LABOR CHARGED AWAY FROM HOME DEPARTMENTS "
                       BAL-AMOUNT-ED
               END-IF
           ELSE
               DISPLAY "LABOR DISTRIBUTION NOT AVAILABLE "
                   LDS-FILE-STATUS " - LABOR POSTED TO HOME DEPARTMENTS"
           END-IF.

       282-READ-LABOR-DISTRIBUTION.
           READ LABOR-DIST
               AT END
                   MOVE "Y" TO LDS-EOF-SWITCH
               NOT AT END
                   IF LDS-REC-TYPE = "H"
                       ADD 1 TO LABOR-HEADERS-SEEN
                   ELSE
                       IF LABOR-HEADERS-SEEN > SETTLED-PAYROLL-BATCHES
                           AND LDS-CHARGE-DEPT NOT = LDS-HOME-DEPT
                           PERFORM 284-MOVE-CHARGED-LABOR
                       END-IF
                   END-IF
           END-READ.

       284-MOVE-CHARGED-LABOR.
           MOVE LDS-HOME-DEPT TO LABOR-DEPT-KEY
           PERFORM 286-FIND-LABOR-DEPARTMENT
           SUBTRACT LDS-AMOUNT FROM DEPT-TBL-GROSS (LABOR-DEPT-SUB)
           MOVE LDS-CHARGE-DEPT TO LABOR-DEPT-KEY
           PERFORM 286-FIND-LABOR-DEPARTMENT
           ADD LDS-AMOUNT TO DEPT-TBL-GROSS (LABOR-DEPT-SUB)
           ADD LDS-AMOUNT TO LABOR-MOVED-TOTAL.

       286-FIND-LABOR-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-SWITCH
           PERFORM 287-MATCH-LABOR-DEPARTMENT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.
           IF DEPT-FOUND-SWITCH = "N"
               IF DEPT-COUNT >= 50
                   DISPLAY "MORE THAN 50 DEPARTMENTS - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE LABOR-DEPT-KEY TO DEPT-TBL-CODE (DEPT-COUNT)
               MOVE 0 TO DEPT-TBL-GROSS (DEPT-COUNT)
               MOVE 0 TO DEPT-TBL-ER-FICA (DEPT-COUNT)
               MOVE 0 TO DEPT-TBL-ER-MEDICARE (DEPT-COUNT)
               MOVE 0 TO DEPT-TBL-ER-FUTA (DEPT-COUNT)
               MOVE 0 TO DEPT-TBL-ER-SUTA (DEPT-COUNT)
               MOVE DEPT-COUNT TO LABOR-DEPT-SUB
               PERFORM 288-GET-LABOR-COST-CENTER
           END-IF.

       287-MATCH-LABOR-DEPARTMENT.
           IF DEPT-FOUND-SWITCH = "N" AND
                   DEPT-TBL-CODE (DEPT-IDX) = LABOR-DEPT-KEY
               MOVE "Y" TO DEPT-FOUND-SWITCH
               MOVE DEPT-IDX TO LABOR-DEPT-SUB
           END-IF.

       288-GET-LABOR-COST-CENTER.
           MOVE SPACES TO DEPT-TBL-COST-CENTER (DEPT-COUNT)
           IF DEPT-FILE-SWITCH = "Y"
               MOVE LABOR-DEPT-KEY TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTMENT " LABOR-DEPT-KEY
                           " NOT ON MASTER - NO COST CENTER"
                   NOT INVALID KEY
                       MOVE DEPT-COST-CENTER TO
                           DEPT-TBL-COST-CENTER (DEPT-COUNT)
               END-READ
           END-IF.

       260-POST-TO-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-SWITCH
           PERFORM 265-MATCH-DEPARTMENT
               ADD 1 TO DEPT-COUNT
               MOVE SDV-DEPT-CODE TO DEPT-TBL-CODE (DEPT-COUNT)
               MOVE GROSS-WORK TO DEPT-TBL-GROSS (DEPT-COUNT)
               MOVE SDV-WH-FICA TO DEPT-TBL-ER-FICA (DEPT-COUNT)
               MOVE SDV-WH-MEDICARE TO
                   DEPT-TBL-ER-MEDICARE (DEPT-COUNT)
               MOVE SDV-ER-FUTA TO DEPT-TBL-ER-FUTA (DEPT-COUNT)
               MOVE SDV-ER-SUTA TO DEPT-TBL-ER-SUTA (DEPT-COUNT)
               PERFORM 268-GET-COST-CENTER
           END-IF.

       265-MATCH-DEPARTMENT.
                   DEPT-TBL-CODE (DEPT-IDX) = SDV-DEPT-CODE
               MOVE "Y" TO DEPT-FOUND-SWITCH
               ADD GROSS-WORK TO DEPT-TBL-GROSS (DEPT-IDX)
               ADD SDV-WH-FICA TO DEPT-TBL-ER-FICA (DEPT-IDX)
               ADD SDV-WH-MEDICARE TO DEPT-TBL-ER-MEDICARE (DEPT-IDX)
               ADD SDV-ER-FUTA TO DEPT-TBL-ER-FUTA (DEPT-IDX)
               ADD SDV-ER-SUTA TO DEPT-TBL-ER-SUTA (DEPT-IDX)
           END-IF.

       268-GET-COST-CENTER.
           MOVE SPACES TO DEPT-TBL-COST-CENTER (DEPT-COUNT)
           IF DEPT-FILE-SWITCH = "Y"
               MOVE SDV-DEPT-CODE TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTMENT " SDV-DEPT-CODE
                           " NOT ON MASTER - NO COST CENTER"
                   NOT INVALID KEY
                       MOVE DEPT-COST-CENTER TO
                           DEPT-TBL-COST-CENTER (DEPT-COUNT)
               END-READ
           END-IF.

      ******************************************************************
               MOVE "N" TO BALANCED-SWITCH
               DISPLAY "DEBITS AND CREDITS DO NOT BALANCE"
           END-IF.
           IF DED-DETAIL-TOTAL NOT = TOTAL-DEDUCTIONS
               MOVE "N" TO BALANCED-SWITCH
               MOVE DED-DETAIL-TOTAL TO BAL-AMOUNT-ED
               DISPLAY "DEDUCTION DETAIL " BAL-AMOUNT-ED
                   " DOES NOT MATCH SALARY FILE DEDUCTIONS"
           END-IF.
           IF BALANCED-SWITCH = "N"
               DISPLAY "GL POSTING FILE NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The employer accrual proves on its own: the expense spread
      * across the department table must equal the four liability
      * credits, and the Social Security and Medicare match must
      * equal what was withheld from the employees.  The employer
      * lines never touch the trailer proof above -- the trailer
      * carries gross pay only.
      ******************************************************************
       310-PROVE-EMPLOYER-BALANCE.
           MOVE 0 TO TOTAL-ER-DEBITS.
           PERFORM 315-ADD-EMPLOYER-DEBITS
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.
           COMPUTE TOTAL-ER-CREDITS = TOTAL-ER-FICA + TOTAL-ER-MEDICARE
               + TOTAL-ER-FUTA + TOTAL-ER-SUTA.
           IF TOTAL-ER-DEBITS NOT = TOTAL-ER-CREDITS
               MOVE "N" TO BALANCED-SWITCH
               MOVE TOTAL-ER-DEBITS TO BAL-AMOUNT-ED
               DISPLAY "EMPLOYER TAX DEBITS " BAL-AMOUNT-ED
                   " DO NOT MATCH EMPLOYER CREDITS"
           END-IF.
           IF TOTAL-ER-FICA NOT = TOTAL-FICA
               MOVE "N" TO BALANCED-SWITCH
               DISPLAY "EMPLOYER SOC SEC MATCH DOES NOT EQUAL "
                   "EMPLOYEE WITHHOLDING"
           END-IF.
           IF TOTAL-ER-MEDICARE NOT = TOTAL-MEDICARE
               MOVE "N" TO BALANCED-SWITCH
               DISPLAY "EMPLOYER MEDICARE MATCH DOES NOT EQUAL "
                   "EMPLOYEE WITHHOLDING"
           END-IF.
           IF BALANCED-SWITCH = "N"
               DISPLAY "GL POSTING FILE NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       315-ADD-EMPLOYER-DEBITS.
           ADD DEPT-TBL-ER-FICA (DEPT-IDX) TO TOTAL-ER-DEBITS
           ADD DEPT-TBL-ER-MEDICARE (DEPT-IDX) TO TOTAL-ER-DEBITS
           ADD DEPT-TBL-ER-FUTA (DEPT-IDX) TO TOTAL-ER-DEBITS
           ADD DEPT-TBL-ER-SUTA (DEPT-IDX) TO TOTAL-ER-DEBITS.

       350-WRITE-GL-FILE.
           OPEN OUTPUT GL-OUT.
           IF GL-FILE-STATUS NOT = "00"
           MOVE "STATE TAX PAYABLE" TO GL-DESCRIPTION
           MOVE TOTAL-WH-STATE TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           PERFORM 375-WRITE-DEDUCTION-CREDIT
               VARYING DED-CODE-IDX FROM 1 BY 1
               UNTIL DED-CODE-IDX > DED-CODE-COUNT.
           MOVE "2200" TO GL-ACCOUNT
           MOVE "NET PAY CLEARING" TO GL-DESCRIPTION
           MOVE TOTAL-NET TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           PERFORM 380-WRITE-EMPLOYER-DEBITS
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.
           MOVE "2101" TO GL-ACCOUNT
           MOVE "ER SOC SEC PAYABLE" TO GL-DESCRIPTION
           MOVE TOTAL-ER-FICA TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           MOVE "2106" TO GL-ACCOUNT
           MOVE "ER MEDICARE PAYABLE" TO GL-DESCRIPTION
           MOVE TOTAL-ER-MEDICARE TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           MOVE "2150" TO GL-ACCOUNT
           MOVE "FUTA PAYABLE" TO GL-DESCRIPTION
           MOVE TOTAL-ER-FUTA TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           MOVE "2160" TO GL-ACCOUNT
           MOVE "SUTA PAYABLE" TO GL-DESCRIPTION
           MOVE TOTAL-ER-SUTA TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.
           CLOSE GL-OUT.

       360-WRITE-DEBIT-LINE.
           MOVE RUN-PERIOD TO GL-PERIOD
           MOVE "5100" TO GL-ACCOUNT
           MOVE DEPT-TBL-CODE (DEPT-IDX) TO GL-DEPT
           MOVE DEPT-TBL-COST-CENTER (DEPT-IDX) TO GL-COST-CENTER
           MOVE "D" TO GL-DC
           MOVE DEPT-TBL-GROSS (DEPT-IDX) TO GL-AMOUNT
           MOVE "LABOR EXPENSE" TO GL-DESCRIPTION
           IF GL-AMOUNT NOT = 0
               MOVE RUN-PERIOD TO GL-PERIOD
               MOVE SPACES TO GL-DEPT
               MOVE SPACES TO GL-COST-CENTER
               MOVE "C" TO GL-DC
               WRITE GL-POSTING-REC
           END-IF.

       375-WRITE-DEDUCTION-CREDIT.
           MOVE DCT-GL-ACCOUNT (DED-CODE-IDX) TO GL-ACCOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING "DEDUCTIONS " DELIMITED BY SIZE
               DCT-DED-CODE (DED-CODE-IDX) DELIMITED BY SIZE
               INTO GL-DESCRIPTION
           END-STRING
           MOVE DCT-AMOUNT (DED-CODE-IDX) TO GL-AMOUNT
           PERFORM 370-WRITE-CREDIT-LINE.

      ******************************************************************
      * Employer tax expense lands on the department and cost center
      * that carried the wages.  FUTA and SUTA go to zero once the
      * wage bases fill, so empty lines are not written.
      ******************************************************************
       380-WRITE-EMPLOYER-DEBITS.
           MOVE "5110" TO GL-ACCOUNT
           MOVE "ER SOC SEC EXPENSE" TO GL-DESCRIPTION
           MOVE DEPT-TBL-ER-FICA (DEPT-IDX) TO GL-AMOUNT
           PERFORM 385-WRITE-EMPLOYER-DEBIT.
           MOVE "5115" TO GL-ACCOUNT
           MOVE "ER MEDICARE EXPENSE" TO GL-DESCRIPTION
           MOVE DEPT-TBL-ER-MEDICARE (DEPT-IDX) TO GL-AMOUNT
           PERFORM 385-WRITE-EMPLOYER-DEBIT.
           MOVE "5120" TO GL-ACCOUNT
           MOVE "FUTA EXPENSE" TO GL-DESCRIPTION
           MOVE DEPT-TBL-ER-FUTA (DEPT-IDX) TO GL-AMOUNT
           PERFORM 385-WRITE-EMPLOYER-DEBIT.
           MOVE "5125" TO GL-ACCOUNT
           MOVE "SUTA EXPENSE" TO GL-DESCRIPTION
           MOVE DEPT-TBL-ER-SUTA (DEPT-IDX) TO GL-AMOUNT
           PERFORM 385-WRITE-EMPLOYER-DEBIT.

       385-WRITE-EMPLOYER-DEBIT.
           IF GL-AMOUNT NOT = 0
               MOVE RUN-PERIOD TO GL-PERIOD
               MOVE DEPT-TBL-CODE (DEPT-IDX) TO GL-DEPT
               MOVE DEPT-TBL-COST-CENTER (DEPT-IDX) TO GL-COST-CENTER
               MOVE "D" TO GL-DC
               WRITE GL-POSTING-REC
           END-IF.

       400-TERMINATE.
           MOVE TOTAL-DEBITS TO BAL-AMOUNT-ED.
           DISPLAY "GL POSTINGS BALANCED AT " BAL-AMOUNT-ED.
           DISPLAY "DETAIL RECORDS POSTED:  " DETAIL-COUNTER.
           MOVE TOTAL-ER-CREDITS TO BAL-AMOUNT-ED.
           DISPLAY "EMPLOYER TAXES BOOKED:  " BAL-AMOUNT-ED.
           MOVE "END" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           CLOSE RUN-LOG.
           CLOSE SALARY-IN.
           IF DEPT-FILE-SWITCH = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF.
           IF DPY-FILE-SWITCH = "Y"
               CLOSE DEDUCTION-PAYEE
           END-IF.
           STOP RUN.

       900-OPEN-RUN-LOG.
