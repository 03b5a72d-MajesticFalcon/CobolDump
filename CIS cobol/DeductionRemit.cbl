      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Deduction remittance for the period just paid.  Reads
      *        the deduction detail the payroll run wrote, finds each
      *        deduction's payee on the deduction payee master (the
      *        employee's own payee first, then the code-wide one),
      *        and produces:
      *          - the remittance register: what is owed to each
      *            payee by deduction code, with the employee count
      *            and any shortfall net pay could not cover;
      *          - the contribution file for the 401(k) record-
      *            keeper: employee, SSN, and amount for every
      *            retirement-plan deduction;
      *          - the garnishment listing by agency and case number.
      *        Deductions with no payee on file are listed under
      *        their own heading and counted as exceptions so nothing
      *        withheld sits unremitted unnoticed.  Like the GL
      *        posting, the run needs a clean payroll END for the
      *        period, refuses a second run for the period unless
      *        OVERRIDE is given, and an OVERRIDE rerun remits only
      *        the payroll batches appended since the last one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0730.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DEDUCTION-DETAIL ASSIGN TO 'DeductionDetail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DDT-FILE-STATUS.
               SELECT DEDUCTION-PAYEE ASSIGN TO 'DeductionPayee.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPY-KEY
                   FILE STATUS IS DPY-FILE-STATUS.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT REGISTER-OUT ASSIGN TO 'RemittanceRegister.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REG-FILE-STATUS.
               SELECT CONTRIB-OUT ASSIGN TO 'Contrib401k.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTB-FILE-STATUS.
               SELECT GARNISH-OUT ASSIGN TO 'GarnishmentListing.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRN-FILE-STATUS.
               SELECT SORT-FILE ASSIGN TO 'RemitSort.tmp'.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD DEDUCTION-DETAIL.
       COPY DEDDTL.

       FD DEDUCTION-PAYEE.
       COPY DEDPAYEE.

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

       FD REGISTER-OUT.
       01 REGISTER-LINE            PIC X(100).

       FD CONTRIB-OUT.
       01 CONTRIB-REC              PIC X(80).

       FD GARNISH-OUT.
       01 GARNISH-LINE             PIC X(110).

       SD SORT-FILE.
       01 SORT-REC.
           05 SR-PAYEE-ID          PIC X(10).
           05 SR-DED-CODE          PIC X(3).
           05 SR-CASE-NUMBER       PIC X(20).
           05 SR-EMPLOYEE-ID       PIC 9(6).
           05 SR-PAYEE-TYPE        PIC X.
           05 SR-PAYEE-NAME        PIC X(30).
           05 SR-PERIOD            PIC 9(4).
           05 SR-WEEK-ENDING       PIC 9(8).
           05 SR-AMOUNT            PIC S9(6)V99.
           05 SR-ARREARS-TAKEN     PIC S9(6)V99.
           05 SR-SHORTFALL         PIC S9(6)V99.

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
           05 HEADERS-SEEN          PIC 9(3) VALUE 0.
       01 SWITCHES.
           05 DDT-EOF-SWITCH       PIC X VALUE "N".
           05 SORT-EOF-SWITCH      PIC X VALUE "N".
           05 FIRST-DETAIL-SWITCH  PIC X VALUE "Y".
           05 FIRST-GARNISH-SWITCH PIC X VALUE "Y".
           05 PAYEE-FOUND-SWITCH   PIC X VALUE "N".
       01 DDT-FILE-STATUS          PIC XX VALUE "00".
       01 DPY-FILE-STATUS          PIC XX VALUE "00".
       01 EMP-FILE-STATUS          PIC XX VALUE "00".
       01 REG-FILE-STATUS          PIC XX VALUE "00".
       01 CTB-FILE-STATUS          PIC XX VALUE "00".
       01 GRN-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 DETAIL-COUNTER       PIC 9(6) VALUE 0.
           05 REMIT-COUNTER        PIC 9(6) VALUE 0.
           05 EXCEPTION-COUNTER    PIC 9(6) VALUE 0.
           05 CONTRIB-COUNTER      PIC 9(6) VALUE 0.
           05 CODE-EMP-COUNT       PIC 9(5) VALUE 0.
       01 RUN-PERIOD               PIC 9(4) VALUE 0.
       01 RUN-WEEK-ENDING          PIC 9(8) VALUE 0.
       01 PREV-PAYEE-ID            PIC X(10) VALUE SPACES.
       01 PREV-PAYEE-NAME          PIC X(30) VALUE SPACES.
       01 PREV-PAYEE-TYPE          PIC X VALUE SPACE.
       01 PREV-DED-CODE            PIC X(3) VALUE SPACES.
       01 GARN-PREV-PAYEE-ID       PIC X(10) VALUE SPACES.
       01 EMPLOYEE-NAME-WORK       PIC X(20) VALUE SPACES.
       01 EMPLOYEE-SSN-WORK        PIC 9(9) VALUE 0.
       01 TOTALS.
           05 CODE-AMOUNT          PIC S9(9)V99 VALUE 0.
           05 CODE-SHORTFALL       PIC S9(9)V99 VALUE 0.
           05 PAYEE-AMOUNT         PIC S9(9)V99 VALUE 0.
           05 PAYEE-SHORTFALL      PIC S9(9)V99 VALUE 0.
           05 GRAND-AMOUNT         PIC S9(9)V99 VALUE 0.
           05 GRAND-SHORTFALL      PIC S9(9)V99 VALUE 0.
           05 CONTRIB-TOTAL        PIC S9(9)V99 VALUE 0.
           05 AGENCY-AMOUNT        PIC S9(9)V99 VALUE 0.
           05 AGENCY-SHORTFALL     PIC S9(9)V99 VALUE 0.
       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).

       01 CONTRIB-HEADER.
           05 CTH-ID               PIC X VALUE 'H'.
           05 CTH-COMPANY          PIC X(22)
                   VALUE 'ACME MANUFACTURING CO.'.
           05 CTH-PERIOD           PIC 9(4).
           05 CTH-WEEK-ENDING      PIC 9(8).
           05 CTH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(37) VALUE SPACES.

       01 CONTRIB-DETAIL.
           05 CTD-ID               PIC X VALUE 'D'.
           05 CTD-PAYEE-ID         PIC X(10).
           05 CTD-EMPLOYEE-ID      PIC 9(6).
           05 CTD-SSN              PIC 9(9).
           05 CTD-NAME             PIC X(20).
           05 CTD-DED-CODE         PIC X(3).
           05 CTD-AMOUNT           PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 CTD-WEEK-ENDING      PIC 9(8).
           05 FILLER               PIC X(14) VALUE SPACES.

       01 CONTRIB-TRAILER.
           05 CTT-ID               PIC X VALUE 'T'.
           05 CTT-REC-COUNT        PIC 9(6).
           05 CTT-TOTAL            PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FILLER               PIC X(61) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'DEDUCTION REMITTANCE REGISTER'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).
           05 FILLER            PIC X(9)  VALUE '  PERIOD '.
           05 HDR-PERIOD        PIC 9(4).

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(11) VALUE 'PAYEE ID'.
           05 FILLER            PIC X(31) VALUE 'PAYEE NAME'.
           05 FILLER            PIC X(5)  VALUE 'TYPE'.
           05 FILLER            PIC X(5)  VALUE 'CODE'.
           05 FILLER            PIC X(7)  VALUE '  EMPS'.
           05 FILLER            PIC X(16) VALUE '     AMOUNT DUE'.
           05 FILLER            PIC X(15) VALUE '      SHORTFALL'.

       01 RPT-CODE-LINE.
           05 RCD-PAYEE-ID      PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RCD-PAYEE-NAME    PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCD-PAYEE-TYPE    PIC X.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RCD-DED-CODE      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCD-EMP-COUNT     PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCD-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCD-SHORTFALL     PIC -Z,ZZZ,ZZ9.99.

       01 RPT-PAYEE-TOTAL.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(48) VALUE 'PAYEE TOTAL'.
           05 RPT-PAYEE-AMOUNT  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RPT-PAYEE-SHORT   PIC -Z,ZZZ,ZZ9.99.

       01 RPT-GRAND-TOTAL.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(48) VALUE 'TOTAL TO REMIT'.
           05 RPT-GRAND-AMOUNT  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RPT-GRAND-SHORT   PIC -Z,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 RCL-LABEL         PIC X(40).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       01 GRN-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'GARNISHMENT PAYMENT LISTING'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRN-HDR-RUN-DATE  PIC X(10).
           05 FILLER            PIC X(9)  VALUE '  PERIOD '.
           05 GRN-HDR-PERIOD    PIC 9(4).

       01 GRN-AGENCY-LINE.
           05 FILLER            PIC X(8)  VALUE 'AGENCY: '.
           05 GAL-PAYEE-ID      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GAL-PAYEE-NAME    PIC X(30).

       01 GRN-COLUMN-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(21) VALUE 'CASE NUMBER'.
           05 FILLER            PIC X(7)  VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'EMPLOYEE NAME'.
           05 FILLER            PIC X(5)  VALUE 'CODE'.
           05 FILLER            PIC X(12) VALUE '    WITHHELD'.
           05 FILLER            PIC X(12) VALUE '     ARREARS'.
           05 FILLER            PIC X(12) VALUE '   SHORTFALL'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(15) VALUE 'NOTE'.

       01 GRN-DETAIL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 GDL-CASE-NUMBER   PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 GDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 GDL-NAME          PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 GDL-DED-CODE      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GDL-AMOUNT        PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 GDL-ARREARS       PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 GDL-SHORTFALL     PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GDL-NOTE          PIC X(15).

       01 GRN-AGENCY-TOTAL.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(54) VALUE 'AGENCY TOTAL'.
           05 GAT-AMOUNT        PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(13) VALUE SPACES.
           05 GAT-SHORTFALL     PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-PAYEE-ID SR-DED-CODE
                   SR-CASE-NUMBER SR-EMPLOYEE-ID
               INPUT PROCEDURE 200-SELECT-DEDUCTIONS
               OUTPUT PROCEDURE 500-WRITE-REMITTANCES
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:8) = "OVERRIDE"
               MOVE "Y" TO OVERRIDE-SWITCH
           END-IF.
           PERFORM 104-GET-RUN-PERIOD.
           PERFORM 106-CHECK-RUN-CONTROL.
           PERFORM 900-OPEN-RUN-LOG.
           MOVE "START" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           OPEN INPUT DEDUCTION-PAYEE.
           IF DPY-FILE-STATUS NOT = "00"
               DISPLAY "DEDUCTION-PAYEE OPEN FAILED " DPY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-OUT.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "REGISTER-OUT OPEN FAILED " REG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTRIB-OUT.
           IF CTB-FILE-STATUS NOT = "00"
               DISPLAY "CONTRIB-OUT OPEN FAILED " CTB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GARNISH-OUT.
           IF GRN-FILE-STATUS NOT = "00"
               DISPLAY "GARNISH-OUT OPEN FAILED " GRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
           MOVE RUN-PERIOD TO HDR-PERIOD.
           WRITE REGISTER-LINE FROM RPT-HEADER-1.
           WRITE REGISTER-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM RPT-COLUMN-HDR.
           MOVE RUN-DATE-OUT TO GRN-HDR-RUN-DATE.
           MOVE RUN-PERIOD TO GRN-HDR-PERIOD.
           WRITE GARNISH-LINE FROM RPT-HEADER-1.
           WRITE GARNISH-LINE FROM GRN-HEADER-2.
           MOVE RUN-PERIOD TO CTH-PERIOD.
           MOVE RUN-WEEK-ENDING TO CTH-WEEK-ENDING.
           MOVE TODAY-DATE TO CTH-RUN-DATE.
           WRITE CONTRIB-REC FROM CONTRIB-HEADER.

       104-GET-RUN-PERIOD.
           OPEN INPUT DEDUCTION-DETAIL.
           IF DDT-FILE-STATUS NOT = "00"
               DISPLAY "DEDUCTION-DETAIL OPEN FAILED " DDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DEDUCTION-DETAIL
               AT END
                   CONTINUE
               NOT AT END
                   IF DDT-REC-TYPE = "H"
                       MOVE DDT-PERIOD TO RUN-PERIOD
                       MOVE DDT-WEEK-ENDING TO RUN-WEEK-ENDING
                   END-IF
           END-READ.
           CLOSE DEDUCTION-DETAIL.
           IF RUN-PERIOD = 0
               DISPLAY "NO HEADER ON DEDUCTION DETAIL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Money leaves the company on this run, so it is gated the way
      * the GL posting is: the payroll run must have a clean END for
      * the period, a second run for the period is refused, and an
      * OVERRIDE rerun skips the deduction batches already remitted
      * (the count is on this job's last clean END) so a FINALPAY
      * batch is remitted without paying the original batch again.
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
               DISPLAY "BATCHES ALREADY REMITTED: " SETTLED-BATCH-COUNT
           ELSE
               IF PRED-DONE-SWITCH = "N"
                   DISPLAY "CH0601 HAS NO CLEAN END FOR PERIOD "
                       RUN-PERIOD " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SELF-DONE-SWITCH = "Y"
                   DISPLAY "CH0730 ALREADY RAN FOR PERIOD "
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
                       IF LOG-JOB-NAME = "CH0730"
                           MOVE "Y" TO SELF-DONE-SWITCH
                           MOVE LOG-BATCH-COUNT
                               TO SETTLED-BATCH-COUNT
                       END-IF
                   END-IF
           END-READ.

       200-SELECT-DEDUCTIONS.
           OPEN INPUT DEDUCTION-DETAIL.
           IF DDT-FILE-STATUS NOT = "00"
               DISPLAY "DEDUCTION-DETAIL OPEN FAILED " DDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-READ-DEDUCTION-DETAIL
               UNTIL DDT-EOF-SWITCH = "Y".
           CLOSE DEDUCTION-DETAIL.

       210-READ-DEDUCTION-DETAIL.
           READ DEDUCTION-DETAIL
               AT END
                   MOVE "Y" TO DDT-EOF-SWITCH
               NOT AT END
                   IF DDT-REC-TYPE = "H"
                       ADD 1 TO HEADERS-SEEN
                   ELSE
                       IF HEADERS-SEEN > SETTLED-BATCH-COUNT
                           ADD 1 TO DETAIL-COUNTER
                           PERFORM 220-RELEASE-DEDUCTION
                       END-IF
                   END-IF
           END-READ.

       220-RELEASE-DEDUCTION.
           PERFORM 230-FIND-PAYEE
           MOVE DDT-DED-CODE TO SR-DED-CODE
           MOVE DDT-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE DDT-PERIOD TO SR-PERIOD
           MOVE DDT-WEEK-ENDING TO SR-WEEK-ENDING
           MOVE DDT-AMOUNT TO SR-AMOUNT
           MOVE DDT-ARREARS-TAKEN TO SR-ARREARS-TAKEN
           MOVE DDT-SHORTFALL TO SR-SHORTFALL
           RELEASE SORT-REC.

      ******************************************************************
      * The employee's own payee record wins over the code-wide one.
      * A deduction with neither sorts to the front under a blank
      * payee so it heads the register.
      ******************************************************************
       230-FIND-PAYEE.
           MOVE "Y" TO PAYEE-FOUND-SWITCH
           MOVE DDT-DED-CODE TO DPY-DED-CODE
           MOVE DDT-EMPLOYEE-ID TO DPY-EMPLOYEE-ID
           READ DEDUCTION-PAYEE
               INVALID KEY
                   MOVE 0 TO DPY-EMPLOYEE-ID
                   READ DEDUCTION-PAYEE
                       INVALID KEY
                           MOVE "N" TO PAYEE-FOUND-SWITCH
                   END-READ
           END-READ
           IF PAYEE-FOUND-SWITCH = "Y"
               MOVE DPY-PAYEE-ID TO SR-PAYEE-ID
               MOVE DPY-PAYEE-NAME TO SR-PAYEE-NAME
               MOVE DPY-PAYEE-TYPE TO SR-PAYEE-TYPE
               MOVE DPY-CASE-NUMBER TO SR-CASE-NUMBER
           ELSE
               MOVE SPACES TO SR-PAYEE-ID
               MOVE "*** NO PAYEE ON FILE ***" TO SR-PAYEE-NAME
               MOVE SPACE TO SR-PAYEE-TYPE
               MOVE SPACES TO SR-CASE-NUMBER
               ADD 1 TO EXCEPTION-COUNTER
           END-IF.

       500-WRITE-REMITTANCES.
           PERFORM 510-RETURN-DEDUCTION
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-DETAIL-SWITCH = "N"
               PERFORM 530-WRITE-CODE-LINE
               PERFORM 540-WRITE-PAYEE-TOTAL
           END-IF.
           IF FIRST-GARNISH-SWITCH = "N"
               PERFORM 575-WRITE-AGENCY-TOTAL
           ELSE
               MOVE SPACES TO GARNISH-LINE
               WRITE GARNISH-LINE
               MOVE "NO GARNISHMENTS WITHHELD THIS PERIOD"
                   TO GARNISH-LINE
               WRITE GARNISH-LINE
           END-IF.

       510-RETURN-DEDUCTION.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 520-REMIT-DEDUCTION
           END-RETURN.

       520-REMIT-DEDUCTION.
           IF FIRST-DETAIL-SWITCH = "N"
               IF SR-PAYEE-ID NOT = PREV-PAYEE-ID OR
                       SR-DED-CODE NOT = PREV-DED-CODE
                   PERFORM 530-WRITE-CODE-LINE
               END-IF
               IF SR-PAYEE-ID NOT = PREV-PAYEE-ID
                   PERFORM 540-WRITE-PAYEE-TOTAL
               END-IF
           END-IF
           MOVE "N" TO FIRST-DETAIL-SWITCH
           MOVE SR-PAYEE-ID TO PREV-PAYEE-ID
           MOVE SR-PAYEE-NAME TO PREV-PAYEE-NAME
           MOVE SR-PAYEE-TYPE TO PREV-PAYEE-TYPE
           MOVE SR-DED-CODE TO PREV-DED-CODE
           ADD 1 TO REMIT-COUNTER
           ADD 1 TO CODE-EMP-COUNT
           ADD SR-AMOUNT TO CODE-AMOUNT
           ADD SR-SHORTFALL TO CODE-SHORTFALL
           PERFORM 550-GET-EMPLOYEE
           IF SR-PAYEE-TYPE = "R"
               PERFORM 560-WRITE-CONTRIBUTION
           END-IF
           IF SR-PAYEE-TYPE = "G"
               PERFORM 570-WRITE-GARNISHMENT
           END-IF.

       530-WRITE-CODE-LINE.
           MOVE PREV-PAYEE-ID TO RCD-PAYEE-ID
           MOVE PREV-PAYEE-NAME TO RCD-PAYEE-NAME
           MOVE PREV-PAYEE-TYPE TO RCD-PAYEE-TYPE
           MOVE PREV-DED-CODE TO RCD-DED-CODE
           MOVE CODE-EMP-COUNT TO RCD-EMP-COUNT
           MOVE CODE-AMOUNT TO RCD-AMOUNT
           MOVE CODE-SHORTFALL TO RCD-SHORTFALL
           WRITE REGISTER-LINE FROM RPT-CODE-LINE
           ADD CODE-AMOUNT TO PAYEE-AMOUNT
           ADD CODE-SHORTFALL TO PAYEE-SHORTFALL
           MOVE 0 TO CODE-EMP-COUNT
           MOVE 0 TO CODE-AMOUNT
           MOVE 0 TO CODE-SHORTFALL.

       540-WRITE-PAYEE-TOTAL.
           MOVE PAYEE-AMOUNT TO RPT-PAYEE-AMOUNT
           MOVE PAYEE-SHORTFALL TO RPT-PAYEE-SHORT
           WRITE REGISTER-LINE FROM RPT-PAYEE-TOTAL
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           ADD PAYEE-AMOUNT TO GRAND-AMOUNT
           ADD PAYEE-SHORTFALL TO GRAND-SHORTFALL
           MOVE 0 TO PAYEE-AMOUNT
           MOVE 0 TO PAYEE-SHORTFALL.

       550-GET-EMPLOYEE.
           MOVE SR-EMPLOYEE-ID TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO EMPLOYEE-NAME-WORK
                   MOVE 0 TO EMPLOYEE-SSN-WORK
               NOT INVALID KEY
                   MOVE LastName TO EMPLOYEE-NAME-WORK
                   MOVE SSN TO EMPLOYEE-SSN-WORK
           END-READ.

      ******************************************************************
      * The record-keeper gets every retirement deduction actually
      * withheld; a zero take (all shortfall) is not a contribution.
      ******************************************************************
       560-WRITE-CONTRIBUTION.
           IF SR-AMOUNT > 0
               MOVE SR-PAYEE-ID TO CTD-PAYEE-ID
               MOVE SR-EMPLOYEE-ID TO CTD-EMPLOYEE-ID
               MOVE EMPLOYEE-SSN-WORK TO CTD-SSN
               MOVE EMPLOYEE-NAME-WORK TO CTD-NAME
               MOVE SR-DED-CODE TO CTD-DED-CODE
               MOVE SR-AMOUNT TO CTD-AMOUNT
               MOVE SR-WEEK-ENDING TO CTD-WEEK-ENDING
               WRITE CONTRIB-REC FROM CONTRIB-DETAIL
               ADD 1 TO CONTRIB-COUNTER
               ADD SR-AMOUNT TO CONTRIB-TOTAL
           END-IF.

       570-WRITE-GARNISHMENT.
           IF FIRST-GARNISH-SWITCH = "N" AND
                   SR-PAYEE-ID NOT = GARN-PREV-PAYEE-ID
               PERFORM 575-WRITE-AGENCY-TOTAL
           END-IF
           IF FIRST-GARNISH-SWITCH = "Y" OR
                   SR-PAYEE-ID NOT = GARN-PREV-PAYEE-ID
               MOVE SPACES TO GARNISH-LINE
               WRITE GARNISH-LINE
               MOVE SR-PAYEE-ID TO GAL-PAYEE-ID
               MOVE SR-PAYEE-NAME TO GAL-PAYEE-NAME
               WRITE GARNISH-LINE FROM GRN-AGENCY-LINE
               WRITE GARNISH-LINE FROM GRN-COLUMN-HDR
           END-IF
           MOVE "N" TO FIRST-GARNISH-SWITCH
           MOVE SR-PAYEE-ID TO GARN-PREV-PAYEE-ID
           MOVE SR-CASE-NUMBER TO GDL-CASE-NUMBER
           MOVE SR-EMPLOYEE-ID TO GDL-EMPLOYEE-ID
           MOVE EMPLOYEE-NAME-WORK TO GDL-NAME
           MOVE SR-DED-CODE TO GDL-DED-CODE
           MOVE SR-AMOUNT TO GDL-AMOUNT
           MOVE SR-ARREARS-TAKEN TO GDL-ARREARS
           MOVE SR-SHORTFALL TO GDL-SHORTFALL
           MOVE SPACES TO GDL-NOTE
           IF SR-CASE-NUMBER = SPACES
               MOVE "NO CASE NUMBER" TO GDL-NOTE
               ADD 1 TO EXCEPTION-COUNTER
           ELSE
               IF SR-SHORTFALL > 0
                   MOVE "SHORT PAID" TO GDL-NOTE
               END-IF
           END-IF
           WRITE GARNISH-LINE FROM GRN-DETAIL-LINE
           ADD SR-AMOUNT TO AGENCY-AMOUNT
           ADD SR-SHORTFALL TO AGENCY-SHORTFALL.

       575-WRITE-AGENCY-TOTAL.
           MOVE AGENCY-AMOUNT TO GAT-AMOUNT
           MOVE AGENCY-SHORTFALL TO GAT-SHORTFALL
           WRITE GARNISH-LINE FROM GRN-AGENCY-TOTAL
           MOVE 0 TO AGENCY-AMOUNT
           MOVE 0 TO AGENCY-SHORTFALL.

       400-TERMINATE.
           MOVE GRAND-AMOUNT TO RPT-GRAND-AMOUNT.
           MOVE GRAND-SHORTFALL TO RPT-GRAND-SHORT.
           WRITE REGISTER-LINE FROM RPT-GRAND-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "DEDUCTIONS REMITTED" TO RCL-LABEL.
           MOVE REMIT-COUNTER TO RCL-COUNT.
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE.
           MOVE "401(K) CONTRIBUTIONS ON FILE" TO RCL-LABEL.
           MOVE CONTRIB-COUNTER TO RCL-COUNT.
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE.
           MOVE "EXCEPTIONS (NO PAYEE / NO CASE NUMBER)" TO RCL-LABEL.
           MOVE EXCEPTION-COUNTER TO RCL-COUNT.
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE.
           MOVE CONTRIB-COUNTER TO CTT-REC-COUNT.
           MOVE CONTRIB-TOTAL TO CTT-TOTAL.
           WRITE CONTRIB-REC FROM CONTRIB-TRAILER.
           DISPLAY "DEDUCTIONS REMITTED:   " REMIT-COUNTER.
           DISPLAY "REMITTANCE EXCEPTIONS: " EXCEPTION-COUNTER.
           MOVE "END" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
           CLOSE RUN-LOG.
           CLOSE DEDUCTION-PAYEE.
           CLOSE EMPLOYEES.
           CLOSE REGISTER-OUT.
           CLOSE CONTRIB-OUT.
           CLOSE GARNISH-OUT.
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
           MOVE "CH0730" TO LOG-JOB-NAME
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE DETAIL-COUNTER TO LOG-IN-COUNT
           MOVE REMIT-COUNTER TO LOG-OUT-COUNT
           MOVE EXCEPTION-COUNTER TO LOG-EXC-COUNT
           MOVE DDT-FILE-STATUS TO LOG-FILE-STATUS-1
           MOVE CTB-FILE-STATUS TO LOG-FILE-STATUS-2
           MOVE 0 TO LOG-COMPLETION
           MOVE RUN-PERIOD TO LOG-PERIOD
           MOVE HEADERS-SEEN TO LOG-BATCH-COUNT
           WRITE RUN-LOG-REC.
       END PROGRAM CH0730.
