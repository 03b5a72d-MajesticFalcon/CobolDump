      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: W-2c corrections for a closed tax year.  Reads signed
      *        correction transactions (employee, quarter, gross and
      *        withholding deltas, state wage and tax deltas, and the
      *        SSN or name as it was filed when either was wrong) and
      *        applies them to the year's records on the year-end
      *        archive -- the annual fields, the quarterly bucket of
      *        the quarter named, and the state entry.  Nothing is
      *        overwritten silently: every transaction applied is
      *        appended to the W-2c correction log as an original
      *        and corrected pair of archive images, and to the
      *        maintenance audit trail as a W2CORR entry.  From the
      *        original and corrected figures of each employee
      *        touched the run prints the W-2c forms, writes the
      *        EFW2C correction file (RCA, RCE, one RCW per employee,
      *        RCT and RCF), proves the file against the archive and
      *        the transactions on the balancing report, and prints
      *        the Form 941-X figures for every quarter of the year
      *        that moved.  Every transaction lands on the correction
      *        register, applied or rejected with a reason.  A
      *        PREVIEW run prints the register, forms, balancing and
      *        941-X reports and writes nothing else.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0738.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CORRECTIONS-IN ASSIGN TO 'W2CorrectionInput.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W2T-FILE-STATUS.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT YTD-ARCHIVE ASSIGN TO 'EmployeeYTDArchive.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARC-FILE-STATUS.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT PAIR-LOG ASSIGN TO 'W2CorrectionLog.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAIR-FILE-STATUS.
               SELECT CORRECTION-REPORT
                   ASSIGN TO 'W2CorrectionRegister.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT W2C-FORMS ASSIGN TO 'W2cForms.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FORM-FILE-STATUS.
               SELECT EFW2C-OUT ASSIGN TO 'EFW2C.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EFW2C-FILE-STATUS.
               SELECT BALANCE-REPORT ASSIGN TO 'EFW2CBalance.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BAL-FILE-STATUS.
               SELECT F941X-REPORT ASSIGN TO 'Form941X.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS F941X-FILE-STATUS.
               SELECT AUDIT-OUT ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT RUN-LOG ASSIGN TO 'RunControl.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      * One correction transaction.  The deltas are signed, so taking
      * wages back off a W-2 carries negative amounts.  The gross
      * delta moves the federal wage boxes and the state wages of the
      * state on the transaction; the state wage delta moves only the
      * state's wages, so wages reported in the wrong state are put
      * right with one transaction taking them off the wrong state
      * and one putting them on the right one, gross delta zero.
      * The prior SSN and prior name are what the original W-2 went
      * out with, keyed only when that is what is being corrected --
      * the correct figures come from the employee master, which is
      * fixed first through the normal maintenance.
      ******************************************************************
       FD CORRECTIONS-IN.
       01 W2C-TRANS-REC.
           05 W2T-TAX-YEAR        PIC 9(4).
           05 W2T-EMPLOYEE-ID     PIC 9(6).
           05 W2T-QUARTER         PIC 9.
           05 W2T-GROSS-DELTA     PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-FICA-DELTA      PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-MEDICARE-DELTA  PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-FED-TAX-DELTA   PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-STATE-CODE      PIC X(2).
           05 W2T-ST-WAGES-DELTA  PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-STATE-TAX-DELTA PIC S9(7)V99 SIGN TRAILING SEPARATE.
           05 W2T-PRIOR-SSN       PIC 9(9).
           05 W2T-PRIOR-NAME      PIC X(20).
           05 W2T-OPERATOR-ID     PIC X(8).

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

       FD YTD-ARCHIVE.
       01 ARCHIVE-REC.
           05 ARC-YEAR             PIC 9(4).
           05 ARC-YTD-IMAGE        PIC X(350).

       FD TAX-RATE-TABLE.
       COPY RATETBL.

      ******************************************************************
      * The correction log keeps every change to a closed year as the
      * archive image before and after it, with the SSN and name the
      * W-2 went out with and the ones it should have carried.  Read
      * in order for an employee and year, the pairs chain from the
      * W-2 as first filed to the one on the archive now.
      ******************************************************************
       FD PAIR-LOG.
       01 W2C-PAIR-REC.
           05 W2P-TAX-YEAR         PIC 9(4).
           05 W2P-EMPLOYEE-ID      PIC 9(6).
           05 W2P-APPLIED-DATE     PIC 9(8).
           05 W2P-APPLIED-TIME     PIC 9(8).
           05 W2P-OPERATOR-ID      PIC X(8).
           05 W2P-QUARTER          PIC 9.
           05 W2P-STATE-CODE       PIC X(2).
           05 W2P-ORIGINAL-SSN     PIC 9(9).
           05 W2P-CORRECTED-SSN    PIC 9(9).
           05 W2P-ORIGINAL-NAME    PIC X(20).
           05 W2P-CORRECTED-NAME   PIC X(20).
           05 W2P-ORIGINAL-IMAGE   PIC X(350).
           05 W2P-CORRECTED-IMAGE  PIC X(350).

       FD CORRECTION-REPORT.
       01 REPORT-LINE              PIC X(132).

       FD W2C-FORMS.
       01 FORM-LINE                PIC X(80).

       FD EFW2C-OUT.
       01 EFW2C-LINE               PIC X(512).

       FD BALANCE-REPORT.
       01 BALANCE-LINE             PIC X(100).

       FD F941X-REPORT.
       01 F941X-LINE               PIC X(100).

       FD AUDIT-OUT.
       COPY AUDITREC.

       FD RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 LOG-FILE-STATUS       PIC XX VALUE "00".
       01 SWITCHES.
           05 EOF-SWITCH           PIC X VALUE "N".
           05 ARC-EOF-SWITCH       PIC X VALUE "N".
           05 VALID-SWITCH         PIC X VALUE "Y".
           05 EIN-VALID-SWITCH     PIC X VALUE "N".
           05 PREVIEW-MODE-SWITCH  PIC X VALUE "N".
           05 STATE-FOUND-SWITCH   PIC X VALUE "N".
       01 RUN-PARM              PIC X(80) VALUE SPACES.
       01 W2T-FILE-STATUS          PIC XX VALUE "00".
       01 EMP-FILE-STATUS          PIC XX VALUE "00".
       01 ARC-FILE-STATUS          PIC XX VALUE "00".
       01 RT-FILE-STATUS           PIC XX VALUE "00".
       01 PAIR-FILE-STATUS         PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 FORM-FILE-STATUS         PIC XX VALUE "00".
       01 EFW2C-FILE-STATUS        PIC XX VALUE "00".
       01 BAL-FILE-STATUS          PIC XX VALUE "00".
       01 F941X-FILE-STATUS        PIC XX VALUE "00".
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
           05 REJECT-COUNTER       PIC 9(6) VALUE 0.
           05 RCW-COUNTER          PIC 9(7) VALUE 0.
           05 NO-CHANGE-COUNTER    PIC 9(6) VALUE 0.
           05 YEAR-RECORD-COUNTER  PIC 9(6) VALUE 0.
       01 CORRECTION-YEAR          PIC 9(4) VALUE 0.
       01 EMPLOYER-EIN             PIC 9(9) VALUE 0.
       01 HOME-STATE-CODE          PIC X(2) VALUE SPACES.

      ******************************************************************
      * The whole archive is held here: the year being corrected is
      * changed in place and every year is written back when the run
      * is applied, the way the period calendar is rewritten.
      ******************************************************************
       01 ARCHIVE-WORK.
           05 ARC-ENTRY-COUNT      PIC 9(5) VALUE 0.
           05 ARC-IDX              PIC 9(5) VALUE 0.
           05 ARC-SUB              PIC 9(5) VALUE 0.
       01 ARCHIVE-TABLE.
           05 ARC-ENTRY OCCURS 5000 TIMES.
               10 ARC-TBL-YEAR     PIC 9(4).
               10 ARC-TBL-IMAGE    PIC X(350).

      ******************************************************************
      * One entry per employee corrected this run: where the record
      * sits in the archive table, the archive image as it stood
      * before the run's first correction, and the SSN and name the
      * filed W-2 carried against the ones on the master.  The W-2c
      * compares that first image with the record as the run leaves
      * it, so two corrections to one employee make one W-2c.
      ******************************************************************
       01 CORRECTED-WORK.
           05 CE-COUNT             PIC 9(4) VALUE 0.
           05 CE-IDX               PIC 9(4) VALUE 0.
           05 CE-SUB               PIC 9(4) VALUE 0.
       01 CORRECTED-EMPLOYEES.
           05 CE-ENTRY OCCURS 500 TIMES.
               10 CE-EMPLOYEE-ID    PIC 9(6).
               10 CE-ARC-SUB        PIC 9(5).
               10 CE-ORIGINAL-IMAGE PIC X(350).
               10 CE-PRIOR-SSN      PIC 9(9).
               10 CE-SSN            PIC 9(9).
               10 CE-PRIOR-NAME     PIC X(20).
               10 CE-NAME           PIC X(20).

       01 CORRECTION-WORK.
           05 CORR-QUARTER         PIC 9 VALUE 0.
           05 CORR-STATE           PIC X(2) VALUE SPACES.
           05 CORR-ST-IDX          PIC 9 VALUE 0.
           05 CORR-ST-SUB          PIC 9 VALUE 0.
           05 CORR-BEFORE-IMAGE    PIC X(350) VALUE SPACES.
           05 CORRW-GROSS          PIC S9(9)V99 VALUE 0.
           05 CORRW-FICA           PIC S9(9)V99 VALUE 0.
           05 CORRW-MEDICARE       PIC S9(9)V99 VALUE 0.
           05 CORRW-FED-TAX        PIC S9(9)V99 VALUE 0.
           05 CORRW-STATE-TAX      PIC S9(9)V99 VALUE 0.
           05 CORRW-QTR-GROSS      PIC S9(9)V99 VALUE 0.
           05 CORRW-QTR-FICA       PIC S9(9)V99 VALUE 0.
           05 CORRW-QTR-MEDICARE   PIC S9(9)V99 VALUE 0.
           05 CORRW-QTR-FED-TAX    PIC S9(9)V99 VALUE 0.
           05 CORRW-ST-WAGES       PIC S9(9)V99 VALUE 0.
           05 CORRW-ST-TAX         PIC S9(9)V99 VALUE 0.

       COPY YTDREC.

       COPY TAXBRKT.

      ******************************************************************
      * Figures as the W-2 and the 941 present them, worked out from
      * one YTD image: set 1 is what was reported, set 2 is correct.
      * The first seven are the boxes the EFW2C RCW record carries,
      * in its order.  Social Security wages stop at the wage base
      * for the year, and each quarter's employer share is figured
      * the way the 941 run does it.
      ******************************************************************
       01 FIGURE-WORK.
           05 FIG-SUB              PIC 9 VALUE 0.
           05 BOX-IDX              PIC 9 VALUE 0.
           05 QTR-IDX              PIC 9 VALUE 0.
           05 STATE-IDX            PIC 9 VALUE 0.
           05 OTHER-ST-IDX         PIC 9 VALUE 0.
           05 MATCH-ST-IDX         PIC 9 VALUE 0.
           05 ST-PRIOR-WAGES       PIC 9(9)V99 VALUE 0.
           05 ST-PRIOR-TAX         PIC 9(9)V99 VALUE 0.
           05 PRIOR-GROSS          PIC 9(9)V99 VALUE 0.
           05 QUARTER-GROSS        PIC 9(9)V99 VALUE 0.
           05 BASE-ROOM            PIC S9(9)V99 VALUE 0.
           05 SS-TAXABLE           PIC 9(9)V99 VALUE 0.
       01 FIGURE-TABLE.
           05 FIG-SET OCCURS 2 TIMES.
               10 FIG-BOXES.
                   15 FIG-WAGES        PIC 9(9)V99.
                   15 FIG-FED-TAX      PIC 9(9)V99.
                   15 FIG-SS-WAGES     PIC 9(9)V99.
                   15 FIG-SS-TAX       PIC 9(9)V99.
                   15 FIG-MED-WAGES    PIC 9(9)V99.
                   15 FIG-MED-TAX      PIC 9(9)V99.
                   15 FIG-STATE-TAX    PIC 9(9)V99.
               10 FIG-BOX-TABLE REDEFINES FIG-BOXES.
                   15 FIG-BOX          PIC 9(9)V99 OCCURS 7 TIMES.
               10 FIG-QTR OCCURS 4 TIMES.
                   15 FIG-QTR-WAGES    PIC 9(9)V99.
                   15 FIG-QTR-FED-TAX  PIC 9(9)V99.
                   15 FIG-QTR-SS-WAGES PIC 9(9)V99.
                   15 FIG-QTR-SS-TAX   PIC 9(9)V99.
                   15 FIG-QTR-ER-SS    PIC 9(7)V99.
                   15 FIG-QTR-MED-TAX  PIC 9(9)V99.
                   15 FIG-QTR-ER-MED   PIC 9(7)V99.
               10 FIG-STATE OCCURS 4 TIMES.
                   15 FIG-ST-CODE      PIC X(2).
                   15 FIG-ST-WAGES     PIC 9(9)V99.
                   15 FIG-ST-TAX       PIC 9(9)V99.

      ******************************************************************
      * Year totals over every archived record of the year, before
      * (set 1) and after (set 2) the run -- the archive side of the
      * balancing and the two columns of the 941-X.
      ******************************************************************
       01 YEAR-TOTALS.
           05 YR-SET OCCURS 2 TIMES.
               10 YR-GROSS         PIC S9(11)V99.
               10 YR-FICA          PIC S9(11)V99.
               10 YR-MEDICARE      PIC S9(11)V99.
               10 YR-FED-TAX       PIC S9(11)V99.
               10 YR-STATE-TAX     PIC S9(11)V99.
               10 YR-QTR OCCURS 4 TIMES.
                   15 QX-WAGES     PIC S9(11)V99.
                   15 QX-FED-TAX   PIC S9(11)V99.
                   15 QX-SS-WAGES  PIC S9(11)V99.
                   15 QX-MED-WAGES PIC S9(11)V99.
                   15 QX-SS-EE     PIC S9(11)V99.
                   15 QX-SS-ER     PIC S9(11)V99.
                   15 QX-MED-EE    PIC S9(11)V99.
                   15 QX-MED-ER    PIC S9(11)V99.
       01 TRANSACTION-TOTALS.
           05 TRN-GROSS            PIC S9(11)V99 VALUE 0.
           05 TRN-FICA             PIC S9(11)V99 VALUE 0.
           05 TRN-MEDICARE         PIC S9(11)V99 VALUE 0.
           05 TRN-FED-TAX          PIC S9(11)V99 VALUE 0.
           05 TRN-STATE-TAX        PIC S9(11)V99 VALUE 0.
       01 FILE-TOTALS.
           05 FILE-BOX-ENTRY OCCURS 7 TIMES.
               10 FILE-ORIGINAL    PIC 9(13)V99.
               10 FILE-CORRECT     PIC 9(13)V99.

       01 CENTS-WORK.
           05 CENTS-AMOUNT         PIC 9(11) VALUE 0.
           05 TOTAL-CENTS-AMOUNT   PIC 9(15) VALUE 0.

      ******************************************************************
      * EFW2C records, money in cents with no decimal point like the
      * EFW2 file.  On the RCW an amount, SSN or name that is not
      * being corrected is left blank, original and correct alike;
      * the RCT totals add up what the RCW records carry.
      ******************************************************************
       01 EFW2C-RCA-REC.
           05 RCA-RECORD-ID        PIC X(3) VALUE 'RCA'.
           05 RCA-EIN              PIC 9(9) VALUE 0.
           05 RCA-EMPLOYER-NAME    PIC X(57)
                   VALUE 'ACME MANUFACTURING CO.'.
           05 FILLER               PIC X(443) VALUE SPACES.

       01 EFW2C-RCE-REC.
           05 RCE-RECORD-ID        PIC X(3) VALUE 'RCE'.
           05 RCE-TAX-YEAR         PIC 9(4) VALUE 0.
           05 RCE-EIN              PIC 9(9) VALUE 0.
           05 RCE-EMPLOYER-NAME    PIC X(57)
                   VALUE 'ACME MANUFACTURING CO.'.
           05 RCE-KIND-OF-EMPLOYER PIC X(1) VALUE 'N'.
           05 RCE-EMPLOYMENT-CODE  PIC X(1) VALUE 'R'.
           05 FILLER               PIC X(437) VALUE SPACES.

       01 EFW2C-RCW-REC.
           05 RCW-RECORD-ID        PIC X(3) VALUE 'RCW'.
           05 RCW-ORIGINAL-SSN     PIC X(9).
           05 RCW-CORRECT-SSN      PIC 9(9).
           05 RCW-ORIGINAL-NAME    PIC X(22).
           05 RCW-CORRECT-NAME     PIC X(22).
           05 RCW-BOX-PAIR OCCURS 7 TIMES.
               10 RCW-ORIGINAL-AMOUNT PIC X(11).
               10 RCW-CORRECT-AMOUNT  PIC X(11).
           05 FILLER               PIC X(293) VALUE SPACES.

       01 EFW2C-RCT-REC.
           05 RCT-RECORD-ID        PIC X(3) VALUE 'RCT'.
           05 RCT-RCW-COUNT        PIC 9(7).
           05 RCT-TOTAL-PAIR OCCURS 7 TIMES.
               10 RCT-ORIGINAL-TOTAL PIC 9(15).
               10 RCT-CORRECT-TOTAL  PIC 9(15).
           05 FILLER               PIC X(292) VALUE SPACES.

       01 EFW2C-RCF-REC.
           05 RCF-RECORD-ID        PIC X(3) VALUE 'RCF'.
           05 RCF-RCW-COUNT        PIC 9(9).
           05 FILLER               PIC X(500) VALUE SPACES.

       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).

       01 SSN-WORK                 PIC 9(9) VALUE 0.
       01 SSN-PARTS REDEFINES SSN-WORK.
           05 SSN-AREA             PIC 9(3).
           05 SSN-GROUP            PIC 9(2).
           05 SSN-SERIAL           PIC 9(4).
       01 SSN-EDITED.
           05 SSNE-AREA            PIC 9(3).
           05 FILLER               PIC X VALUE '-'.
           05 SSNE-GROUP           PIC 9(2).
           05 FILLER               PIC X VALUE '-'.
           05 SSNE-SERIAL          PIC 9(4).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(31)
                   VALUE 'W-2c CORRECTION REGISTER  YEAR'.
           05 RH2-TAX-YEAR      PIC 9(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RH2-RUN-DATE      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RH2-MODE          PIC X(7) VALUE SPACES.

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(7)  VALUE 'EMP ID'.
           05 FILLER            PIC X(2)  VALUE 'Q'.
           05 FILLER            PIC X(14) VALUE '        GROSS'.
           05 FILLER            PIC X(14) VALUE '      SOC SEC'.
           05 FILLER            PIC X(14) VALUE '     MEDICARE'.
           05 FILLER            PIC X(14) VALUE '      FED TAX'.
           05 FILLER            PIC X(3)  VALUE 'ST'.
           05 FILLER            PIC X(14) VALUE '  STATE WAGES'.
           05 FILLER            PIC X(14) VALUE '    STATE TAX'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE 'DISPOSITION'.

       01 RPT-DETAIL-LINE.
           05 RDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-QUARTER       PIC 9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-GROSS         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-FICA          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-MEDICARE      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-FED-TAX       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-STATE-CODE    PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-ST-WAGES      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-STATE-TAX     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-DISPOSITION   PIC X(30).

       01 RPT-COUNT-LINE.
           05 RCL-CAPTION       PIC X(30).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

      ******************************************************************
      * Printed W-2c.  Only the boxes being corrected are filled in,
      * previously reported beside correct, as on the form.
      ******************************************************************
       01 FORM-RULE-LINE        PIC X(66) VALUE ALL '-'.

       01 FORM-TITLE-LINE.
           05 FILLER            PIC X(47)
                   VALUE 'FORM W-2c  CORRECTED WAGE AND TAX STATEMENT'.
           05 FILLER            PIC X(9) VALUE 'TAX YEAR '.
           05 FTL-TAX-YEAR      PIC 9(4).

       01 FORM-TEXT-LINE.
           05 FXL-CAPTION       PIC X(26).
           05 FXL-VALUE         PIC X(40).

       01 FORM-BOX-HDR.
           05 FILLER            PIC X(27) VALUE 'BOX'.
           05 FILLER            PIC X(19) VALUE 'PREVIOUSLY REPORTED'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(19) VALUE 'CORRECT INFORMATION'.

       01 FORM-BOX-LINE.
           05 FBL-CAPTION       PIC X(30).
           05 FBL-PRIOR         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FBL-CORRECT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 STATE-CAPTION-WORK.
           05 SCW-TEXT          PIC X(26).
           05 SCW-STATE-CODE    PIC X(2).

       01 BAL-HEADER-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(33)
                   VALUE 'EFW2C SUBMISSION BALANCING  YEAR'.
           05 BHL-TAX-YEAR      PIC 9(4).

       01 BAL-COLUMN-HDR.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE '      TRANSACTIONS'.
           05 FILLER            PIC X(20) VALUE '      ARCHIVE CHANGE'.
           05 FILLER            PIC X(20) VALUE '        EFW2C CHANGE'.

       01 BAL-DETAIL-LINE.
           05 BDL-CAPTION       PIC X(30).
           05 BDL-TRANS-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BDL-ARC-AMOUNT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BDL-FILE-AMOUNT   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 BAL-FILE-HDR.
           05 FILLER            PIC X(30) VALUE 'EFW2C RCT TOTALS'.
           05 FILLER            PIC X(21) VALUE '             ORIGINAL'.
           05 FILLER            PIC X(21) VALUE '              CORRECT'.

       01 BAL-FILE-LINE.
           05 BFL-CAPTION       PIC X(30).
           05 BFL-ORIGINAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 BFL-CORRECT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 BAL-COUNT-LINE.
           05 BCL-CAPTION       PIC X(30).
           05 BCL-COUNT         PIC ZZZ,ZZ9.

       01 BAL-RESULT-LINE      PIC X(60).

       01 BALANCE-WORK.
           05 TRN-CHANGE-AMOUNT    PIC S9(11)V99 VALUE 0.
           05 ARC-CHANGE-AMOUNT    PIC S9(11)V99 VALUE 0.
           05 FILE-CHANGE-AMOUNT   PIC S9(13)V99 VALUE 0.
           05 BAL-TIE-SWITCH       PIC X VALUE "Y".

       01 F941X-HEADER-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'FORM 941-X ADJUSTMENTS  YEAR'.
           05 FXH-TAX-YEAR      PIC 9(4).

       01 F941X-QUARTER-LINE.
           05 FILLER            PIC X(8) VALUE 'QUARTER '.
           05 FQL-QUARTER       PIC 9.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(19) VALUE 'PREVIOUSLY REPORTED'.
           05 FILLER            PIC X(20) VALUE '           CORRECTED'.
           05 FILLER            PIC X(20) VALUE '          DIFFERENCE'.

       01 F941X-DETAIL-LINE.
           05 FDL-CAPTION       PIC X(30).
           05 FDL-PRIOR         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FDL-CORRECT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FDL-DIFFERENCE    PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 F941X-WORK.
           05 FX-PRIOR             PIC S9(11)V99 VALUE 0.
           05 FX-CORRECT           PIC S9(11)V99 VALUE 0.
           05 FX-QUARTER-COUNT     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-RECORDS
               UNTIL EOF-SWITCH = "Y".
           PERFORM 500-WRITE-CORRECTION
               VARYING CE-IDX FROM 1 BY 1
               UNTIL CE-IDX > CE-COUNT.
           PERFORM 600-WRITE-TOTAL-RECORDS
           PERFORM 650-WRITE-BALANCE-REPORT
           PERFORM 700-WRITE-941X-REPORT
           PERFORM 800-REWRITE-ARCHIVE
           PERFORM 400-TERMINATE.

      ******************************************************************
      * A PREVIEW run applies the corrections in storage only, so the
      * forms and totals can be signed off -- no archive rewrite, no
      * correction log, audit, EFW2C file, or run log.
      ******************************************************************
       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:7) = "PREVIEW"
               MOVE "Y" TO PREVIEW-MODE-SWITCH
               MOVE "PREVIEW" TO RH2-MODE
           END-IF.
           DISPLAY "EMPLOYER EIN (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT EMPLOYER-EIN.
           IF EMPLOYER-EIN NUMERIC AND EMPLOYER-EIN > 0
               MOVE "Y" TO EIN-VALID-SWITCH
               MOVE EMPLOYER-EIN TO RCA-EIN
               MOVE EMPLOYER-EIN TO RCE-EIN
           ELSE
               DISPLAY "EIN MISSING - FILE WILL NOT BE SUBMITTABLE"
           END-IF.
           DISPLAY "TAX YEAR TO CORRECT: " WITH NO ADVANCING.
           ACCEPT CORRECTION-YEAR.
           DISPLAY "HOME STATE CODE: " WITH NO ADVANCING.
           ACCEPT HOME-STATE-CODE.
           IF CORRECTION-YEAR NOT NUMERIC OR CORRECTION-YEAR = 0
               DISPLAY "TAX YEAR MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CORRECTION-YEAR TO RCE-TAX-YEAR.
           MOVE CORRECTION-YEAR TO RH2-TAX-YEAR.
           PERFORM 150-LOAD-RATES.
           PERFORM 160-LOAD-ARCHIVE.
           IF PREVIEW-MODE-SWITCH = "N"
               PERFORM 900-OPEN-RUN-LOG
               MOVE "START" TO LOG-EVENT
               PERFORM 910-WRITE-RUN-LOG
           END-IF.
           OPEN INPUT CORRECTIONS-IN.
           IF W2T-FILE-STATUS NOT = "00"
               DISPLAY "CORRECTIONS-IN OPEN FAILED " W2T-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CORRECTION-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "CORRECTION-REPORT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT W2C-FORMS.
           IF FORM-FILE-STATUS NOT = "00"
               DISPLAY "W2C-FORMS OPEN FAILED " FORM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BALANCE-REPORT.
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "BALANCE-REPORT OPEN FAILED " BAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F941X-REPORT.
           IF F941X-FILE-STATUS NOT = "00"
               DISPLAY "F941X-REPORT OPEN FAILED " F941X-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               PERFORM 120-OPEN-APPLY-FILES
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-DATE-OUT TO RH2-RUN-DATE.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HDR.

       120-OPEN-APPLY-FILES.
           OPEN EXTEND PAIR-LOG.
           IF PAIR-FILE-STATUS = "35"
               OPEN OUTPUT PAIR-LOG
           END-IF.
           IF PAIR-FILE-STATUS NOT = "00"
               DISPLAY "PAIR-LOG OPEN FAILED " PAIR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-OUT.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-OUT OPEN FAILED " AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EFW2C-OUT.
           IF EFW2C-FILE-STATUS NOT = "00"
               DISPLAY "EFW2C-OUT OPEN FAILED " EFW2C-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE EFW2C-LINE FROM EFW2C-RCA-REC.
           WRITE EFW2C-LINE FROM EFW2C-RCE-REC.

      ******************************************************************
      * The Social Security rate and wage base, and the Medicare rate,
      * are the ones in force at the end of the year being corrected.
      ******************************************************************
       150-LOAD-RATES.
           OPEN INPUT TAX-RATE-TABLE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE RT-AS-OF-DATE = CORRECTION-YEAR * 10000 + 1231.
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

      ******************************************************************
      * Every archived year is loaded; the year being corrected is
      * also totalled as it stands, the "previously reported" side of
      * the balancing and of the 941-X.  A year the close never
      * archived has no W-2s to correct.
      ******************************************************************
       160-LOAD-ARCHIVE.
           OPEN INPUT YTD-ARCHIVE.
           IF ARC-FILE-STATUS NOT = "00"
               DISPLAY "YTD-ARCHIVE OPEN FAILED " ARC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE YEAR-TOTALS.
           INITIALIZE FILE-TOTALS.
           MOVE 0 TO ARC-ENTRY-COUNT.
           PERFORM 165-READ-ARCHIVE-REC
               UNTIL ARC-EOF-SWITCH = "Y".
           CLOSE YTD-ARCHIVE.
           IF YEAR-RECORD-COUNTER = 0
               DISPLAY "NO ARCHIVED RECORDS FOR " CORRECTION-YEAR
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       165-READ-ARCHIVE-REC.
           READ YTD-ARCHIVE
               AT END
                   MOVE "Y" TO ARC-EOF-SWITCH
               NOT AT END
                   IF ARC-ENTRY-COUNT >= 5000
                       DISPLAY "YTD ARCHIVE EXCEEDS 5000 ENTRIES"
                           " - RUN REFUSED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ARC-ENTRY-COUNT
                   MOVE ARC-YEAR TO ARC-TBL-YEAR (ARC-ENTRY-COUNT)
                   MOVE ARC-YTD-IMAGE TO ARC-TBL-IMAGE (ARC-ENTRY-COUNT)
                   IF ARC-YEAR = CORRECTION-YEAR
                       ADD 1 TO YEAR-RECORD-COUNTER
                       MOVE ARC-YTD-IMAGE TO YTD-RECORD
                       PERFORM 510-NORMALIZE-YTD
                       MOVE 1 TO FIG-SUB
                       PERFORM 520-LOAD-FIGURES
                       PERFORM 560-ADD-YEAR-FIGURES
                   END-IF
           END-READ.

       200-PROCESS-RECORDS.

           READ CORRECTIONS-IN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-COUNTER
                   PERFORM 250-EDIT-TRANSACTION
                   IF VALID-SWITCH = "Y"
                       PERFORM 300-APPLY-CORRECTION
                   ELSE
                       ADD 1 TO REJECT-COUNTER
                       PERFORM 370-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       250-EDIT-TRANSACTION.
           MOVE "Y" TO VALID-SWITCH
           MOVE SPACES TO RDL-DISPOSITION
           IF W2T-EMPLOYEE-ID NOT NUMERIC OR W2T-EMPLOYEE-ID = 0
               MOVE "N" TO VALID-SWITCH
               MOVE "INVALID EMPLOYEE ID" TO RDL-DISPOSITION
           END-IF
           IF VALID-SWITCH = "Y"
               IF W2T-TAX-YEAR NOT NUMERIC OR
                       W2T-TAX-YEAR NOT = CORRECTION-YEAR
                   MOVE "N" TO VALID-SWITCH
                   MOVE "NOT THE YEAR BEING CORRECTED"
                       TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               IF W2T-GROSS-DELTA NOT NUMERIC OR
                       W2T-FICA-DELTA NOT NUMERIC OR
                       W2T-MEDICARE-DELTA NOT NUMERIC OR
                       W2T-FED-TAX-DELTA NOT NUMERIC OR
                       W2T-ST-WAGES-DELTA NOT NUMERIC OR
                       W2T-STATE-TAX-DELTA NOT NUMERIC OR
                       W2T-PRIOR-SSN NOT NUMERIC
                   MOVE "N" TO VALID-SWITCH
                   MOVE "INVALID AMOUNT OR SSN" TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               IF W2T-OPERATOR-ID = SPACES
                   MOVE "N" TO VALID-SWITCH
                   MOVE "OPERATOR ID MISSING" TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               IF W2T-GROSS-DELTA = 0 AND W2T-FICA-DELTA = 0 AND
                       W2T-MEDICARE-DELTA = 0 AND
                       W2T-FED-TAX-DELTA = 0 AND
                       W2T-ST-WAGES-DELTA = 0 AND
                       W2T-STATE-TAX-DELTA = 0 AND
                       W2T-PRIOR-SSN = 0 AND W2T-PRIOR-NAME = SPACES
                   MOVE "N" TO VALID-SWITCH
                   MOVE "NOTHING TO CORRECT" TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               IF (W2T-GROSS-DELTA NOT = 0 OR
                       W2T-FICA-DELTA NOT = 0 OR
                       W2T-MEDICARE-DELTA NOT = 0 OR
                       W2T-FED-TAX-DELTA NOT = 0) AND
                       (W2T-QUARTER NOT NUMERIC OR
                        W2T-QUARTER < 1 OR W2T-QUARTER > 4)
                   MOVE "N" TO VALID-SWITCH
                   MOVE "QUARTER MISSING OR INVALID"
                       TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               MOVE W2T-EMPLOYEE-ID TO Employee-ID
               READ EMPLOYEES
                   INVALID KEY
                       MOVE "N" TO VALID-SWITCH
                       MOVE "EMPLOYEE NOT ON MASTER" TO RDL-DISPOSITION
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN W2T-STATE-CODE NOT = SPACES
                               MOVE W2T-STATE-CODE TO CORR-STATE
                           WHEN Work-State NOT = SPACES
                               MOVE Work-State TO CORR-STATE
                           WHEN Resident-State NOT = SPACES
                               MOVE Resident-State TO CORR-STATE
                           WHEN OTHER
                               MOVE HOME-STATE-CODE TO CORR-STATE
                       END-EVALUATE
               END-READ
           END-IF
           IF VALID-SWITCH = "Y"
               IF W2T-PRIOR-SSN NOT = 0 AND W2T-PRIOR-SSN = SSN
                   MOVE "N" TO VALID-SWITCH
                   MOVE "PRIOR SSN SAME AS MASTER" TO RDL-DISPOSITION
               ELSE
                   IF W2T-PRIOR-NAME NOT = SPACES AND
                           W2T-PRIOR-NAME = LastName
                       MOVE "N" TO VALID-SWITCH
                       MOVE "PRIOR NAME SAME AS MASTER"
                           TO RDL-DISPOSITION
                   END-IF
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               MOVE 0 TO ARC-SUB
               PERFORM 255-FIND-ARCHIVE-ENTRY
                   VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-ENTRY-COUNT OR ARC-SUB > 0
               IF ARC-SUB = 0
                   MOVE "N" TO VALID-SWITCH
                   MOVE "NO ARCHIVED W-2 FOR EMPLOYEE"
                       TO RDL-DISPOSITION
               END-IF
           END-IF
           IF VALID-SWITCH = "Y"
               MOVE 0 TO CE-SUB
               PERFORM 258-FIND-CORRECTED-ENTRY
                   VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > CE-COUNT OR CE-SUB > 0
               IF CE-SUB = 0 AND CE-COUNT >= 500
                   MOVE "N" TO VALID-SWITCH
                   MOVE "OVER 500 EMPLOYEES THIS RUN"
                       TO RDL-DISPOSITION
               END-IF
           END-IF.

       255-FIND-ARCHIVE-ENTRY.
           IF ARC-TBL-YEAR (ARC-IDX) = CORRECTION-YEAR AND
                   ARC-TBL-IMAGE (ARC-IDX) (1:6) = W2T-EMPLOYEE-ID
               MOVE ARC-IDX TO ARC-SUB
           END-IF.

       258-FIND-CORRECTED-ENTRY.
           IF CE-EMPLOYEE-ID (CE-IDX) = W2T-EMPLOYEE-ID
               MOVE CE-IDX TO CE-SUB
           END-IF.

      ******************************************************************
      * No figure on the archived W-2 may be driven below zero -- a
      * transaction that would do so is rejected whole, nothing
      * partially applied.  The quarter's bucket moves with the
      * annual fields so the 941-X falls out of the same record.
      ******************************************************************
       300-APPLY-CORRECTION.
           MOVE ARC-TBL-IMAGE (ARC-SUB) TO YTD-RECORD
           PERFORM 510-NORMALIZE-YTD
           MOVE YTD-RECORD TO CORR-BEFORE-IMAGE
           IF W2T-QUARTER NUMERIC AND
                   W2T-QUARTER >= 1 AND W2T-QUARTER <= 4
               MOVE W2T-QUARTER TO CORR-QUARTER
           ELSE
               MOVE 1 TO CORR-QUARTER
           END-IF
           COMPUTE CORRW-GROSS = YTD-GROSS + W2T-GROSS-DELTA
           COMPUTE CORRW-FICA = YTD-FICA + W2T-FICA-DELTA
           COMPUTE CORRW-MEDICARE = YTD-MEDICARE + W2T-MEDICARE-DELTA
           COMPUTE CORRW-FED-TAX = YTD-FED-TAX + W2T-FED-TAX-DELTA
           COMPUTE CORRW-STATE-TAX =
               YTD-STATE-TAX + W2T-STATE-TAX-DELTA
           COMPUTE CORRW-QTR-GROSS =
               YTD-QTR-GROSS (CORR-QUARTER) + W2T-GROSS-DELTA
           COMPUTE CORRW-QTR-FICA =
               YTD-QTR-FICA (CORR-QUARTER) + W2T-FICA-DELTA
           COMPUTE CORRW-QTR-MEDICARE =
               YTD-QTR-MEDICARE (CORR-QUARTER) + W2T-MEDICARE-DELTA
           COMPUTE CORRW-QTR-FED-TAX =
               YTD-QTR-FED-TAX (CORR-QUARTER) + W2T-FED-TAX-DELTA
           MOVE 0 TO CORR-ST-SUB
           MOVE 0 TO CORRW-ST-WAGES
           MOVE 0 TO CORRW-ST-TAX
           IF W2T-GROSS-DELTA NOT = 0 OR W2T-ST-WAGES-DELTA NOT = 0
                   OR W2T-STATE-TAX-DELTA NOT = 0
               PERFORM 305-FIND-STATE-ENTRY
           END-IF
           IF CORR-ST-SUB = 0 AND
                   (W2T-GROSS-DELTA NOT = 0 OR
                    W2T-ST-WAGES-DELTA NOT = 0 OR
                    W2T-STATE-TAX-DELTA NOT = 0)
               MOVE "NO FREE STATE ENTRY ON W-2" TO RDL-DISPOSITION
               ADD 1 TO REJECT-COUNTER
               PERFORM 370-WRITE-REPORT-LINE
           ELSE
               IF CORRW-GROSS < 0 OR CORRW-FICA < 0
                       OR CORRW-MEDICARE < 0
                       OR CORRW-FED-TAX < 0 OR CORRW-STATE-TAX < 0
                       OR CORRW-QTR-GROSS < 0 OR CORRW-QTR-FICA < 0
                       OR CORRW-QTR-MEDICARE < 0
                       OR CORRW-QTR-FED-TAX < 0
                       OR CORRW-ST-WAGES < 0 OR CORRW-ST-TAX < 0
                   MOVE "WOULD DRIVE W-2 BELOW ZERO" TO RDL-DISPOSITION
                   ADD 1 TO REJECT-COUNTER
                   PERFORM 370-WRITE-REPORT-LINE
               ELSE
                   PERFORM 320-POST-CORRECTION
                   PERFORM 330-NOTE-CORRECTED-EMPLOYEE
                   IF PREVIEW-MODE-SWITCH = "N"
                       PERFORM 340-WRITE-PAIR-LOG
                       PERFORM 345-WRITE-AUDIT
                   END-IF
                   ADD W2T-GROSS-DELTA TO TRN-GROSS
                   ADD W2T-FICA-DELTA TO TRN-FICA
                   ADD W2T-MEDICARE-DELTA TO TRN-MEDICARE
                   ADD W2T-FED-TAX-DELTA TO TRN-FED-TAX
                   ADD W2T-STATE-TAX-DELTA TO TRN-STATE-TAX
                   EVALUATE TRUE
                       WHEN W2T-PRIOR-SSN NOT = 0 AND
                               W2T-PRIOR-NAME NOT = SPACES
                           MOVE "APPLIED - SSN AND NAME"
                               TO RDL-DISPOSITION
                       WHEN W2T-PRIOR-SSN NOT = 0
                           MOVE "APPLIED - SSN" TO RDL-DISPOSITION
                       WHEN W2T-PRIOR-NAME NOT = SPACES
                           MOVE "APPLIED - NAME" TO RDL-DISPOSITION
                       WHEN OTHER
                           MOVE "APPLIED" TO RDL-DISPOSITION
                   END-EVALUATE
                   ADD 1 TO APPLIED-COUNTER
                   PERFORM 370-WRITE-REPORT-LINE
               END-IF
           END-IF.

      ******************************************************************
      * The state entry for the state on the transaction, else the
      * employee's withholding state.  The entry with spaces for its
      * code holds the home state's figures, so it answers for the
      * home state when no entry is coded with it.
      ******************************************************************
       305-FIND-STATE-ENTRY.
           PERFORM 306-MATCH-STATE-ENTRY
               VARYING CORR-ST-IDX FROM 1 BY 1
               UNTIL CORR-ST-IDX > 4 OR CORR-ST-SUB > 0
           IF CORR-ST-SUB = 0 AND CORR-STATE = HOME-STATE-CODE
               PERFORM 307-MATCH-HOME-ENTRY
                   VARYING CORR-ST-IDX FROM 1 BY 1
                   UNTIL CORR-ST-IDX > 4 OR CORR-ST-SUB > 0
           END-IF
           IF CORR-ST-SUB = 0
               PERFORM 308-FIND-EMPTY-STATE-ENTRY
                   VARYING CORR-ST-IDX FROM 1 BY 1
                   UNTIL CORR-ST-IDX > 4 OR CORR-ST-SUB > 0
           END-IF
           IF CORR-ST-SUB > 0
               COMPUTE CORRW-ST-WAGES = YTD-ST-WAGES (CORR-ST-SUB)
                   + W2T-GROSS-DELTA + W2T-ST-WAGES-DELTA
               COMPUTE CORRW-ST-TAX =
                   YTD-ST-TAX (CORR-ST-SUB) + W2T-STATE-TAX-DELTA
           END-IF.

       306-MATCH-STATE-ENTRY.
           IF YTD-ST-CODE (CORR-ST-IDX) = CORR-STATE
               MOVE CORR-ST-IDX TO CORR-ST-SUB
           END-IF.

       307-MATCH-HOME-ENTRY.
           IF YTD-ST-CODE (CORR-ST-IDX) = SPACES AND
                   (YTD-ST-WAGES (CORR-ST-IDX) NOT = 0 OR
                    YTD-ST-TAX (CORR-ST-IDX) NOT = 0)
               MOVE CORR-ST-IDX TO CORR-ST-SUB
           END-IF.

       308-FIND-EMPTY-STATE-ENTRY.
           IF YTD-ST-CODE (CORR-ST-IDX) = SPACES AND
                   YTD-ST-WAGES (CORR-ST-IDX) = 0 AND
                   YTD-ST-TAX (CORR-ST-IDX) = 0
               MOVE CORR-ST-IDX TO CORR-ST-SUB
               MOVE CORR-STATE TO YTD-ST-CODE (CORR-ST-IDX)
           END-IF.

       320-POST-CORRECTION.
           MOVE CORRW-GROSS TO YTD-GROSS
           MOVE CORRW-FICA TO YTD-FICA
           MOVE CORRW-MEDICARE TO YTD-MEDICARE
           MOVE CORRW-FED-TAX TO YTD-FED-TAX
           MOVE CORRW-STATE-TAX TO YTD-STATE-TAX
           MOVE CORRW-QTR-GROSS TO YTD-QTR-GROSS (CORR-QUARTER)
           MOVE CORRW-QTR-FICA TO YTD-QTR-FICA (CORR-QUARTER)
           MOVE CORRW-QTR-MEDICARE TO YTD-QTR-MEDICARE (CORR-QUARTER)
           MOVE CORRW-QTR-FED-TAX TO YTD-QTR-FED-TAX (CORR-QUARTER)
           IF CORR-ST-SUB > 0
               MOVE CORRW-ST-WAGES TO YTD-ST-WAGES (CORR-ST-SUB)
               MOVE CORRW-ST-TAX TO YTD-ST-TAX (CORR-ST-SUB)
           END-IF
           MOVE YTD-RECORD TO ARC-TBL-IMAGE (ARC-SUB).

      ******************************************************************
      * The first correction to an employee this run keeps the image
      * as the archive held it and the SSN and name from the master;
      * a prior SSN or name keyed on any of the employee's
      * transactions replaces what the original W-2 is shown with.
      ******************************************************************
       330-NOTE-CORRECTED-EMPLOYEE.
           IF CE-SUB = 0
               ADD 1 TO CE-COUNT
               MOVE CE-COUNT TO CE-SUB
               MOVE W2T-EMPLOYEE-ID TO CE-EMPLOYEE-ID (CE-SUB)
               MOVE ARC-SUB TO CE-ARC-SUB (CE-SUB)
               MOVE CORR-BEFORE-IMAGE TO CE-ORIGINAL-IMAGE (CE-SUB)
               MOVE SSN TO CE-PRIOR-SSN (CE-SUB)
               MOVE SSN TO CE-SSN (CE-SUB)
               MOVE LastName TO CE-PRIOR-NAME (CE-SUB)
               MOVE LastName TO CE-NAME (CE-SUB)
           END-IF
           IF W2T-PRIOR-SSN NOT = 0
               MOVE W2T-PRIOR-SSN TO CE-PRIOR-SSN (CE-SUB)
           END-IF
           IF W2T-PRIOR-NAME NOT = SPACES
               MOVE W2T-PRIOR-NAME TO CE-PRIOR-NAME (CE-SUB)
           END-IF.

       340-WRITE-PAIR-LOG.
           MOVE CORRECTION-YEAR TO W2P-TAX-YEAR
           MOVE W2T-EMPLOYEE-ID TO W2P-EMPLOYEE-ID
           ACCEPT W2P-APPLIED-DATE FROM DATE YYYYMMDD
           ACCEPT W2P-APPLIED-TIME FROM TIME
           MOVE W2T-OPERATOR-ID TO W2P-OPERATOR-ID
           MOVE CORR-QUARTER TO W2P-QUARTER
           MOVE CORR-STATE TO W2P-STATE-CODE
           IF W2T-PRIOR-SSN NOT = 0
               MOVE W2T-PRIOR-SSN TO W2P-ORIGINAL-SSN
           ELSE
               MOVE SSN TO W2P-ORIGINAL-SSN
           END-IF
           MOVE SSN TO W2P-CORRECTED-SSN
           IF W2T-PRIOR-NAME NOT = SPACES
               MOVE W2T-PRIOR-NAME TO W2P-ORIGINAL-NAME
           ELSE
               MOVE LastName TO W2P-ORIGINAL-NAME
           END-IF
           MOVE LastName TO W2P-CORRECTED-NAME
           MOVE CORR-BEFORE-IMAGE TO W2P-ORIGINAL-IMAGE
           MOVE YTD-RECORD TO W2P-CORRECTED-IMAGE
           WRITE W2C-PAIR-REC.

      ******************************************************************
      * Closed-year corrections share the employee-master audit trail
      * like pay adjustments; the W2CORR action keeps them apart.
      ******************************************************************
       345-WRITE-AUDIT.
           MOVE W2T-OPERATOR-ID TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "W2CORR" TO AUD-ACTION
           MOVE W2T-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE W2C-TRANS-REC TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

       370-WRITE-REPORT-LINE.
           MOVE W2T-EMPLOYEE-ID TO RDL-EMPLOYEE-ID
           IF W2T-QUARTER NUMERIC
               MOVE W2T-QUARTER TO RDL-QUARTER
           ELSE
               MOVE 0 TO RDL-QUARTER
           END-IF
           IF W2T-GROSS-DELTA NUMERIC AND W2T-FICA-DELTA NUMERIC AND
                   W2T-MEDICARE-DELTA NUMERIC AND
                   W2T-FED-TAX-DELTA NUMERIC AND
                   W2T-ST-WAGES-DELTA NUMERIC AND
                   W2T-STATE-TAX-DELTA NUMERIC
               MOVE W2T-GROSS-DELTA TO RDL-GROSS
               MOVE W2T-FICA-DELTA TO RDL-FICA
               MOVE W2T-MEDICARE-DELTA TO RDL-MEDICARE
               MOVE W2T-FED-TAX-DELTA TO RDL-FED-TAX
               MOVE W2T-ST-WAGES-DELTA TO RDL-ST-WAGES
               MOVE W2T-STATE-TAX-DELTA TO RDL-STATE-TAX
           ELSE
               MOVE 0 TO RDL-GROSS
               MOVE 0 TO RDL-FICA
               MOVE 0 TO RDL-MEDICARE
               MOVE 0 TO RDL-FED-TAX
               MOVE 0 TO RDL-ST-WAGES
               MOVE 0 TO RDL-STATE-TAX
           END-IF
           MOVE W2T-STATE-CODE TO RDL-STATE-CODE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       400-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANSACTIONS READ:" TO RCL-CAPTION.
           MOVE TRANS-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO RCL-CAPTION.
           MOVE APPLIED-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO RCL-CAPTION.
           MOVE REJECT-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "W-2c FORMS PRINTED:" TO RCL-CAPTION.
           MOVE RCW-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           IF PREVIEW-MODE-SWITCH = "Y"
               MOVE "PREVIEW RUN - NOTHING APPLIED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CORRECTIONS READ:    " TRANS-COUNTER.
           DISPLAY "CORRECTIONS APPLIED: " APPLIED-COUNTER.
           DISPLAY "CORRECTIONS REJECTED " REJECT-COUNTER.
           DISPLAY "W-2c FORMS:          " RCW-COUNTER.
           IF PREVIEW-MODE-SWITCH = "Y"
               DISPLAY "PREVIEW RUN - NOTHING WRITTEN"
           ELSE
               MOVE "END" TO LOG-EVENT
               PERFORM 910-WRITE-RUN-LOG
               CLOSE RUN-LOG
               CLOSE PAIR-LOG
               CLOSE AUDIT-OUT
               CLOSE EFW2C-OUT
           END-IF.
           CLOSE CORRECTIONS-IN.
           CLOSE EMPLOYEES.
           CLOSE CORRECTION-REPORT.
           CLOSE W2C-FORMS.
           CLOSE BALANCE-REPORT.
           CLOSE F941X-REPORT.
           STOP RUN.

      ******************************************************************
      * One W-2c and one RCW per employee corrected, comparing the
      * W-2 as it stood before the run with the record the run
      * leaves.  Corrections that cancel out leave nothing to file.
      ******************************************************************
       500-WRITE-CORRECTION.
           MOVE CE-ORIGINAL-IMAGE (CE-IDX) TO YTD-RECORD
           PERFORM 510-NORMALIZE-YTD
           MOVE 1 TO FIG-SUB
           PERFORM 520-LOAD-FIGURES
           MOVE ARC-TBL-IMAGE (CE-ARC-SUB (CE-IDX)) TO YTD-RECORD
           PERFORM 510-NORMALIZE-YTD
           MOVE 2 TO FIG-SUB
           PERFORM 520-LOAD-FIGURES
           IF FIG-SET (1) = FIG-SET (2) AND
                   CE-PRIOR-SSN (CE-IDX) = CE-SSN (CE-IDX) AND
                   CE-PRIOR-NAME (CE-IDX) = CE-NAME (CE-IDX)
               ADD 1 TO NO-CHANGE-COUNTER
           ELSE
               ADD 1 TO RCW-COUNTER
               PERFORM 530-PRINT-W2C-FORM
               PERFORM 540-BUILD-RCW-RECORD
               IF PREVIEW-MODE-SWITCH = "N"
                   WRITE EFW2C-LINE FROM EFW2C-RCW-REC
               END-IF
           END-IF.

      ******************************************************************
      * A record archived before the master carried state entries has
      * none; its whole state figure is the home state's, the way the
      * EFW2 export reports it, so it is carried in the blank-coded
      * entry before anything is compared or corrected.
      ******************************************************************
       510-NORMALIZE-YTD.
           IF YTD-SUPP-GROSS NOT NUMERIC
               MOVE 0 TO YTD-SUPP-GROSS
           END-IF
           MOVE "N" TO STATE-FOUND-SWITCH
           PERFORM 512-CHECK-STATE-ENTRY
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4
           IF STATE-FOUND-SWITCH = "N" AND
                   (YTD-GROSS > 0 OR YTD-STATE-TAX > 0)
               MOVE SPACES TO YTD-ST-CODE (1)
               MOVE YTD-GROSS TO YTD-ST-WAGES (1)
               MOVE YTD-STATE-TAX TO YTD-ST-TAX (1)
           END-IF.

       512-CHECK-STATE-ENTRY.
           IF YTD-ST-WAGES (STATE-IDX) NOT NUMERIC OR
                   YTD-ST-TAX (STATE-IDX) NOT NUMERIC
               MOVE SPACES TO YTD-ST-CODE (STATE-IDX)
               MOVE 0 TO YTD-ST-WAGES (STATE-IDX)
               MOVE 0 TO YTD-ST-TAX (STATE-IDX)
           END-IF
           IF YTD-ST-WAGES (STATE-IDX) NOT = 0 OR
                   YTD-ST-TAX (STATE-IDX) NOT = 0
               MOVE "Y" TO STATE-FOUND-SWITCH
           END-IF.

       520-LOAD-FIGURES.
           MOVE YTD-GROSS TO FIG-WAGES (FIG-SUB)
           MOVE YTD-FED-TAX TO FIG-FED-TAX (FIG-SUB)
           IF YTD-GROSS > SOC-SEC-WAGE-BASE
               MOVE SOC-SEC-WAGE-BASE TO FIG-SS-WAGES (FIG-SUB)
           ELSE
               MOVE YTD-GROSS TO FIG-SS-WAGES (FIG-SUB)
           END-IF
           MOVE YTD-FICA TO FIG-SS-TAX (FIG-SUB)
           MOVE YTD-GROSS TO FIG-MED-WAGES (FIG-SUB)
           MOVE YTD-MEDICARE TO FIG-MED-TAX (FIG-SUB)
           MOVE YTD-STATE-TAX TO FIG-STATE-TAX (FIG-SUB)
           MOVE 0 TO PRIOR-GROSS
           PERFORM 525-LOAD-QUARTER-FIGURES
               VARYING QTR-IDX FROM 1 BY 1
               UNTIL QTR-IDX > 4
           PERFORM 528-LOAD-STATE-FIGURES
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4.

      ******************************************************************
      * Wages in earlier quarters count against the Social Security
      * wage base, so only the part of a quarter's wages that still
      * fits under it is taxable -- the same figuring as the 941 run.
      ******************************************************************
       525-LOAD-QUARTER-FIGURES.
           MOVE YTD-QTR-GROSS (QTR-IDX) TO QUARTER-GROSS
           COMPUTE BASE-ROOM = SOC-SEC-WAGE-BASE - PRIOR-GROSS
           IF BASE-ROOM < 0
               MOVE 0 TO BASE-ROOM
           END-IF
           IF BASE-ROOM > QUARTER-GROSS
               MOVE QUARTER-GROSS TO SS-TAXABLE
           ELSE
               MOVE BASE-ROOM TO SS-TAXABLE
           END-IF
           MOVE QUARTER-GROSS TO FIG-QTR-WAGES (FIG-SUB, QTR-IDX)
           MOVE YTD-QTR-FED-TAX (QTR-IDX)
               TO FIG-QTR-FED-TAX (FIG-SUB, QTR-IDX)
           MOVE SS-TAXABLE TO FIG-QTR-SS-WAGES (FIG-SUB, QTR-IDX)
           MOVE YTD-QTR-FICA (QTR-IDX)
               TO FIG-QTR-SS-TAX (FIG-SUB, QTR-IDX)
           COMPUTE FIG-QTR-ER-SS (FIG-SUB, QTR-IDX) ROUNDED =
               SS-TAXABLE * SOC-SEC-RATE
           MOVE YTD-QTR-MEDICARE (QTR-IDX)
               TO FIG-QTR-MED-TAX (FIG-SUB, QTR-IDX)
           COMPUTE FIG-QTR-ER-MED (FIG-SUB, QTR-IDX) ROUNDED =
               QUARTER-GROSS * MEDICARE-RATE
           ADD QUARTER-GROSS TO PRIOR-GROSS.

       528-LOAD-STATE-FIGURES.
           IF YTD-ST-CODE (STATE-IDX) = SPACES AND
                   (YTD-ST-WAGES (STATE-IDX) NOT = 0 OR
                    YTD-ST-TAX (STATE-IDX) NOT = 0)
               MOVE HOME-STATE-CODE TO FIG-ST-CODE (FIG-SUB, STATE-IDX)
           ELSE
               MOVE YTD-ST-CODE (STATE-IDX)
                   TO FIG-ST-CODE (FIG-SUB, STATE-IDX)
           END-IF
           MOVE YTD-ST-WAGES (STATE-IDX)
               TO FIG-ST-WAGES (FIG-SUB, STATE-IDX)
           MOVE YTD-ST-TAX (STATE-IDX)
               TO FIG-ST-TAX (FIG-SUB, STATE-IDX).

       530-PRINT-W2C-FORM.
           WRITE FORM-LINE FROM FORM-RULE-LINE
           MOVE CORRECTION-YEAR TO FTL-TAX-YEAR
           WRITE FORM-LINE FROM FORM-TITLE-LINE
           MOVE SPACES TO FORM-TEXT-LINE
           MOVE "EMPLOYER:" TO FXL-CAPTION
           MOVE RCA-EMPLOYER-NAME TO FXL-VALUE
           WRITE FORM-LINE FROM FORM-TEXT-LINE
           MOVE SPACES TO FORM-TEXT-LINE
           MOVE "EMPLOYER EIN:" TO FXL-CAPTION
           IF EIN-VALID-SWITCH = "Y"
               MOVE EMPLOYER-EIN TO FXL-VALUE
           ELSE
               MOVE "MISSING" TO FXL-VALUE
           END-IF
           WRITE FORM-LINE FROM FORM-TEXT-LINE
           MOVE SPACES TO FORM-TEXT-LINE
           MOVE "EMPLOYEE ID:" TO FXL-CAPTION
           MOVE CE-EMPLOYEE-ID (CE-IDX) TO FXL-VALUE
           WRITE FORM-LINE FROM FORM-TEXT-LINE
           MOVE CE-SSN (CE-IDX) TO SSN-WORK
           PERFORM 580-EDIT-SSN
           MOVE SPACES TO FORM-TEXT-LINE
           MOVE "EMPLOYEE SSN:" TO FXL-CAPTION
           MOVE SSN-EDITED TO FXL-VALUE
           WRITE FORM-LINE FROM FORM-TEXT-LINE
           IF CE-PRIOR-SSN (CE-IDX) NOT = CE-SSN (CE-IDX)
               MOVE CE-PRIOR-SSN (CE-IDX) TO SSN-WORK
               PERFORM 580-EDIT-SSN
               MOVE SPACES TO FORM-TEXT-LINE
               MOVE "PREVIOUSLY REPORTED SSN:" TO FXL-CAPTION
               MOVE SSN-EDITED TO FXL-VALUE
               WRITE FORM-LINE FROM FORM-TEXT-LINE
           END-IF
           MOVE SPACES TO FORM-TEXT-LINE
           MOVE "EMPLOYEE NAME:" TO FXL-CAPTION
           MOVE CE-NAME (CE-IDX) TO FXL-VALUE
           WRITE FORM-LINE FROM FORM-TEXT-LINE
           IF CE-PRIOR-NAME (CE-IDX) NOT = CE-NAME (CE-IDX)
               MOVE SPACES TO FORM-TEXT-LINE
               MOVE "PREVIOUSLY REPORTED NAME:" TO FXL-CAPTION
               MOVE CE-PRIOR-NAME (CE-IDX) TO FXL-VALUE
               WRITE FORM-LINE FROM FORM-TEXT-LINE
           END-IF
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE
           WRITE FORM-LINE FROM FORM-BOX-HDR
           MOVE "1  WAGES, TIPS, OTHER COMP" TO FBL-CAPTION
           MOVE 1 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           MOVE "2  FEDERAL INCOME TAX" TO FBL-CAPTION
           MOVE 2 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           MOVE "3  SOCIAL SECURITY WAGES" TO FBL-CAPTION
           MOVE 3 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           MOVE "4  SOCIAL SECURITY TAX" TO FBL-CAPTION
           MOVE 4 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           MOVE "5  MEDICARE WAGES AND TIPS" TO FBL-CAPTION
           MOVE 5 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           MOVE "6  MEDICARE TAX WITHHELD" TO FBL-CAPTION
           MOVE 6 TO BOX-IDX
           PERFORM 535-PRINT-BOX-LINE
           PERFORM 536-PRINT-CORRECT-STATE
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4
           PERFORM 538-PRINT-DROPPED-STATE
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE.

       535-PRINT-BOX-LINE.
           IF FIG-BOX (1, BOX-IDX) NOT = FIG-BOX (2, BOX-IDX)
               MOVE FIG-BOX (1, BOX-IDX) TO FBL-PRIOR
               MOVE FIG-BOX (2, BOX-IDX) TO FBL-CORRECT
               WRITE FORM-LINE FROM FORM-BOX-LINE
           END-IF.

      ******************************************************************
      * Boxes 15-17 print for every state whose wages or tax moved:
      * first each state on the corrected W-2 against what the
      * original showed for it, then any state the original carried
      * that the correction took off entirely.
      ******************************************************************
       536-PRINT-CORRECT-STATE.
           IF FIG-ST-CODE (2, STATE-IDX) NOT = SPACES
               MOVE 0 TO OTHER-ST-IDX
               PERFORM 537-MATCH-ORIGINAL-STATE
                   VARYING MATCH-ST-IDX FROM 1 BY 1
                   UNTIL MATCH-ST-IDX > 4
               IF OTHER-ST-IDX = 0
                   MOVE 0 TO ST-PRIOR-WAGES
                   MOVE 0 TO ST-PRIOR-TAX
               ELSE
                   MOVE FIG-ST-WAGES (1, OTHER-ST-IDX)
                       TO ST-PRIOR-WAGES
                   MOVE FIG-ST-TAX (1, OTHER-ST-IDX) TO ST-PRIOR-TAX
               END-IF
               MOVE FIG-ST-CODE (2, STATE-IDX) TO SCW-STATE-CODE
               IF ST-PRIOR-WAGES NOT = FIG-ST-WAGES (2, STATE-IDX)
                   MOVE "15-16 STATE WAGES" TO SCW-TEXT
                   MOVE STATE-CAPTION-WORK TO FBL-CAPTION
                   MOVE ST-PRIOR-WAGES TO FBL-PRIOR
                   MOVE FIG-ST-WAGES (2, STATE-IDX) TO FBL-CORRECT
                   WRITE FORM-LINE FROM FORM-BOX-LINE
               END-IF
               IF ST-PRIOR-TAX NOT = FIG-ST-TAX (2, STATE-IDX)
                   MOVE "15-17 STATE INCOME TAX" TO SCW-TEXT
                   MOVE STATE-CAPTION-WORK TO FBL-CAPTION
                   MOVE ST-PRIOR-TAX TO FBL-PRIOR
                   MOVE FIG-ST-TAX (2, STATE-IDX) TO FBL-CORRECT
                   WRITE FORM-LINE FROM FORM-BOX-LINE
               END-IF
           END-IF.

       537-MATCH-ORIGINAL-STATE.
           IF OTHER-ST-IDX = 0 AND FIG-ST-CODE (1, MATCH-ST-IDX)
                   = FIG-ST-CODE (2, STATE-IDX)
               MOVE MATCH-ST-IDX TO OTHER-ST-IDX
           END-IF.

       538-PRINT-DROPPED-STATE.
           IF FIG-ST-CODE (1, STATE-IDX) NOT = SPACES
               MOVE 0 TO OTHER-ST-IDX
               PERFORM 539-MATCH-CORRECT-STATE
                   VARYING MATCH-ST-IDX FROM 1 BY 1
                   UNTIL MATCH-ST-IDX > 4
               IF OTHER-ST-IDX = 0
                   MOVE FIG-ST-CODE (1, STATE-IDX) TO SCW-STATE-CODE
                   MOVE "15-16 STATE WAGES" TO SCW-TEXT
                   MOVE STATE-CAPTION-WORK TO FBL-CAPTION
                   MOVE FIG-ST-WAGES (1, STATE-IDX) TO FBL-PRIOR
                   MOVE 0 TO FBL-CORRECT
                   WRITE FORM-LINE FROM FORM-BOX-LINE
                   MOVE "15-17 STATE INCOME TAX" TO SCW-TEXT
                   MOVE STATE-CAPTION-WORK TO FBL-CAPTION
                   MOVE FIG-ST-TAX (1, STATE-IDX) TO FBL-PRIOR
                   MOVE 0 TO FBL-CORRECT
                   WRITE FORM-LINE FROM FORM-BOX-LINE
               END-IF
           END-IF.

       539-MATCH-CORRECT-STATE.
           IF OTHER-ST-IDX = 0 AND FIG-ST-CODE (2, MATCH-ST-IDX)
                   = FIG-ST-CODE (1, STATE-IDX)
               MOVE MATCH-ST-IDX TO OTHER-ST-IDX
           END-IF.

       540-BUILD-RCW-RECORD.
           MOVE CE-SSN (CE-IDX) TO RCW-CORRECT-SSN
           MOVE CE-NAME (CE-IDX) TO RCW-CORRECT-NAME
           IF CE-PRIOR-SSN (CE-IDX) NOT = CE-SSN (CE-IDX)
               MOVE CE-PRIOR-SSN (CE-IDX) TO RCW-ORIGINAL-SSN
           ELSE
               MOVE SPACES TO RCW-ORIGINAL-SSN
           END-IF
           IF CE-PRIOR-NAME (CE-IDX) NOT = CE-NAME (CE-IDX)
               MOVE CE-PRIOR-NAME (CE-IDX) TO RCW-ORIGINAL-NAME
           ELSE
               MOVE SPACES TO RCW-ORIGINAL-NAME
           END-IF
           PERFORM 545-SET-RCW-AMOUNTS
               VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > 7.

       545-SET-RCW-AMOUNTS.
           IF FIG-BOX (1, BOX-IDX) NOT = FIG-BOX (2, BOX-IDX)
               COMPUTE CENTS-AMOUNT = FIG-BOX (1, BOX-IDX) * 100
               MOVE CENTS-AMOUNT TO RCW-ORIGINAL-AMOUNT (BOX-IDX)
               COMPUTE CENTS-AMOUNT = FIG-BOX (2, BOX-IDX) * 100
               MOVE CENTS-AMOUNT TO RCW-CORRECT-AMOUNT (BOX-IDX)
               ADD FIG-BOX (1, BOX-IDX) TO FILE-ORIGINAL (BOX-IDX)
               ADD FIG-BOX (2, BOX-IDX) TO FILE-CORRECT (BOX-IDX)
           ELSE
               MOVE SPACES TO RCW-ORIGINAL-AMOUNT (BOX-IDX)
               MOVE SPACES TO RCW-CORRECT-AMOUNT (BOX-IDX)
           END-IF.

       560-ADD-YEAR-FIGURES.
           ADD YTD-GROSS TO YR-GROSS (FIG-SUB)
           ADD YTD-FICA TO YR-FICA (FIG-SUB)
           ADD YTD-MEDICARE TO YR-MEDICARE (FIG-SUB)
           ADD YTD-FED-TAX TO YR-FED-TAX (FIG-SUB)
           ADD YTD-STATE-TAX TO YR-STATE-TAX (FIG-SUB)
           PERFORM 565-ADD-QUARTER-FIGURES
               VARYING QTR-IDX FROM 1 BY 1
               UNTIL QTR-IDX > 4.

       565-ADD-QUARTER-FIGURES.
           ADD FIG-QTR-WAGES (FIG-SUB, QTR-IDX)
               TO QX-WAGES (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-FED-TAX (FIG-SUB, QTR-IDX)
               TO QX-FED-TAX (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-SS-WAGES (FIG-SUB, QTR-IDX)
               TO QX-SS-WAGES (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-WAGES (FIG-SUB, QTR-IDX)
               TO QX-MED-WAGES (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-SS-TAX (FIG-SUB, QTR-IDX)
               TO QX-SS-EE (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-ER-SS (FIG-SUB, QTR-IDX)
               TO QX-SS-ER (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-MED-TAX (FIG-SUB, QTR-IDX)
               TO QX-MED-EE (FIG-SUB, QTR-IDX)
           ADD FIG-QTR-ER-MED (FIG-SUB, QTR-IDX)
               TO QX-MED-ER (FIG-SUB, QTR-IDX).

       580-EDIT-SSN.
           MOVE SSN-AREA TO SSNE-AREA
           MOVE SSN-GROUP TO SSNE-GROUP
           MOVE SSN-SERIAL TO SSNE-SERIAL.

      ******************************************************************
      * The year is totalled again as the run leaves it -- the
      * corrected side of the balancing and of the 941-X -- before
      * the RCT and RCF close the file.
      ******************************************************************
       600-WRITE-TOTAL-RECORDS.
           MOVE 2 TO FIG-SUB.
           PERFORM 610-ADD-CORRECTED-YEAR
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > ARC-ENTRY-COUNT.
           MOVE RCW-COUNTER TO RCT-RCW-COUNT.
           PERFORM 620-SET-RCT-TOTALS
               VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > 7.
           MOVE RCW-COUNTER TO RCF-RCW-COUNT.
           IF PREVIEW-MODE-SWITCH = "N"
               WRITE EFW2C-LINE FROM EFW2C-RCT-REC
               WRITE EFW2C-LINE FROM EFW2C-RCF-REC
           END-IF.

       610-ADD-CORRECTED-YEAR.
           IF ARC-TBL-YEAR (ARC-IDX) = CORRECTION-YEAR
               MOVE ARC-TBL-IMAGE (ARC-IDX) TO YTD-RECORD
               PERFORM 510-NORMALIZE-YTD
               PERFORM 520-LOAD-FIGURES
               PERFORM 560-ADD-YEAR-FIGURES
           END-IF.

       620-SET-RCT-TOTALS.
           COMPUTE TOTAL-CENTS-AMOUNT = FILE-ORIGINAL (BOX-IDX) * 100
           MOVE TOTAL-CENTS-AMOUNT TO RCT-ORIGINAL-TOTAL (BOX-IDX)
           COMPUTE TOTAL-CENTS-AMOUNT = FILE-CORRECT (BOX-IDX) * 100
           MOVE TOTAL-CENTS-AMOUNT TO RCT-CORRECT-TOTAL (BOX-IDX).

      ******************************************************************
      * Three independent views of the same correction must agree:
      * the sum of the transactions applied, the change in the
      * archived year's totals, and the change the EFW2C file reports
      * (correct less original on the RCT).
      ******************************************************************
       650-WRITE-BALANCE-REPORT.
           MOVE CORRECTION-YEAR TO BHL-TAX-YEAR.
           WRITE BALANCE-LINE FROM BAL-HEADER-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO BCL-CAPTION.
           MOVE APPLIED-COUNTER TO BCL-COUNT.
           WRITE BALANCE-LINE FROM BAL-COUNT-LINE.
           MOVE "RCW RECORDS:" TO BCL-CAPTION.
           MOVE RCW-COUNTER TO BCL-COUNT.
           WRITE BALANCE-LINE FROM BAL-COUNT-LINE.
           MOVE "CORRECTIONS NETTING TO ZERO:" TO BCL-CAPTION.
           MOVE NO-CHANGE-COUNTER TO BCL-COUNT.
           WRITE BALANCE-LINE FROM BAL-COUNT-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           WRITE BALANCE-LINE FROM BAL-COLUMN-HDR.
           MOVE "Y" TO BAL-TIE-SWITCH.
           MOVE "GROSS WAGES:" TO BDL-CAPTION.
           MOVE TRN-GROSS TO TRN-CHANGE-AMOUNT.
           COMPUTE ARC-CHANGE-AMOUNT = YR-GROSS (2) - YR-GROSS (1).
           MOVE 1 TO BOX-IDX.
           PERFORM 655-WRITE-BALANCE-LINE.
           MOVE "SOC SEC WITHHELD:" TO BDL-CAPTION.
           MOVE TRN-FICA TO TRN-CHANGE-AMOUNT.
           COMPUTE ARC-CHANGE-AMOUNT = YR-FICA (2) - YR-FICA (1).
           MOVE 4 TO BOX-IDX.
           PERFORM 655-WRITE-BALANCE-LINE.
           MOVE "MEDICARE WITHHELD:" TO BDL-CAPTION.
           MOVE TRN-MEDICARE TO TRN-CHANGE-AMOUNT.
           COMPUTE ARC-CHANGE-AMOUNT =
               YR-MEDICARE (2) - YR-MEDICARE (1).
           MOVE 6 TO BOX-IDX.
           PERFORM 655-WRITE-BALANCE-LINE.
           MOVE "FEDERAL TAX WITHHELD:" TO BDL-CAPTION.
           MOVE TRN-FED-TAX TO TRN-CHANGE-AMOUNT.
           COMPUTE ARC-CHANGE-AMOUNT = YR-FED-TAX (2) - YR-FED-TAX (1).
           MOVE 2 TO BOX-IDX.
           PERFORM 655-WRITE-BALANCE-LINE.
           MOVE "STATE TAX WITHHELD:" TO BDL-CAPTION.
           MOVE TRN-STATE-TAX TO TRN-CHANGE-AMOUNT.
           COMPUTE ARC-CHANGE-AMOUNT =
               YR-STATE-TAX (2) - YR-STATE-TAX (1).
           MOVE 7 TO BOX-IDX.
           PERFORM 655-WRITE-BALANCE-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           WRITE BALANCE-LINE FROM BAL-FILE-HDR.
           MOVE "WAGES:" TO BFL-CAPTION.
           MOVE 1 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "FEDERAL TAX WITHHELD:" TO BFL-CAPTION.
           MOVE 2 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "SOC SEC WAGES:" TO BFL-CAPTION.
           MOVE 3 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "SOC SEC WITHHELD:" TO BFL-CAPTION.
           MOVE 4 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "MEDICARE WAGES:" TO BFL-CAPTION.
           MOVE 5 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "MEDICARE WITHHELD:" TO BFL-CAPTION.
           MOVE 6 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE "STATE TAX WITHHELD:" TO BFL-CAPTION.
           MOVE 7 TO BOX-IDX.
           PERFORM 660-WRITE-FILE-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           IF BAL-TIE-SWITCH = "Y"
               MOVE "FILE TOTALS TIE TO ARCHIVE CORRECTIONS"
                   TO BAL-RESULT-LINE
           ELSE
               MOVE "OUT OF BALANCE - DO NOT SUBMIT"
                   TO BAL-RESULT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE BALANCE-LINE FROM BAL-RESULT-LINE.
           IF EIN-VALID-SWITCH = "N"
               MOVE "EMPLOYER EIN MISSING - DO NOT SUBMIT"
                   TO BAL-RESULT-LINE
               WRITE BALANCE-LINE FROM BAL-RESULT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF PREVIEW-MODE-SWITCH = "Y"
               MOVE "PREVIEW RUN - NO EFW2C FILE WRITTEN"
                   TO BAL-RESULT-LINE
               WRITE BALANCE-LINE FROM BAL-RESULT-LINE
           END-IF.

       655-WRITE-BALANCE-LINE.
           COMPUTE FILE-CHANGE-AMOUNT =
               FILE-CORRECT (BOX-IDX) - FILE-ORIGINAL (BOX-IDX)
           MOVE TRN-CHANGE-AMOUNT TO BDL-TRANS-AMOUNT
           MOVE ARC-CHANGE-AMOUNT TO BDL-ARC-AMOUNT
           MOVE FILE-CHANGE-AMOUNT TO BDL-FILE-AMOUNT
           IF TRN-CHANGE-AMOUNT NOT = ARC-CHANGE-AMOUNT OR
                   ARC-CHANGE-AMOUNT NOT = FILE-CHANGE-AMOUNT
               MOVE "N" TO BAL-TIE-SWITCH
           END-IF
           WRITE BALANCE-LINE FROM BAL-DETAIL-LINE.

       660-WRITE-FILE-LINE.
           MOVE FILE-ORIGINAL (BOX-IDX) TO BFL-ORIGINAL
           MOVE FILE-CORRECT (BOX-IDX) TO BFL-CORRECT
           WRITE BALANCE-LINE FROM BAL-FILE-LINE.

      ******************************************************************
      * Form 941-X figures for each quarter of the year the
      * corrections moved: what the archive showed before the run,
      * what it shows now, and the difference to report.  The
      * employer shares are refigured from the wages the way the 941
      * run figures them.
      ******************************************************************
       700-WRITE-941X-REPORT.
           MOVE CORRECTION-YEAR TO FXH-TAX-YEAR.
           WRITE F941X-LINE FROM F941X-HEADER-LINE.
           MOVE SPACES TO F941X-LINE.
           WRITE F941X-LINE.
           MOVE 0 TO FX-QUARTER-COUNT.
           PERFORM 710-WRITE-941X-QUARTER
               VARYING QTR-IDX FROM 1 BY 1
               UNTIL QTR-IDX > 4.
           IF FX-QUARTER-COUNT = 0
               MOVE "NO QUARTER CHANGED - NO 941-X REQUIRED"
                   TO F941X-LINE
               WRITE F941X-LINE
           END-IF.

       710-WRITE-941X-QUARTER.
           IF YR-QTR (1, QTR-IDX) NOT = YR-QTR (2, QTR-IDX)
               ADD 1 TO FX-QUARTER-COUNT
               MOVE QTR-IDX TO FQL-QUARTER
               WRITE F941X-LINE FROM F941X-QUARTER-LINE
               MOVE "WAGES AND COMPENSATION:" TO FDL-CAPTION
               MOVE QX-WAGES (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-WAGES (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "FEDERAL INCOME TAX WITHHELD:" TO FDL-CAPTION
               MOVE QX-FED-TAX (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-FED-TAX (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "TAXABLE SOC SEC WAGES:" TO FDL-CAPTION
               MOVE QX-SS-WAGES (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-SS-WAGES (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "TAXABLE MEDICARE WAGES:" TO FDL-CAPTION
               MOVE QX-MED-WAGES (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-MED-WAGES (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "SOC SEC EMPLOYEE SHARE:" TO FDL-CAPTION
               MOVE QX-SS-EE (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-SS-EE (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "SOC SEC EMPLOYER SHARE:" TO FDL-CAPTION
               MOVE QX-SS-ER (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-SS-ER (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "MEDICARE EMPLOYEE SHARE:" TO FDL-CAPTION
               MOVE QX-MED-EE (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-MED-EE (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "MEDICARE EMPLOYER SHARE:" TO FDL-CAPTION
               MOVE QX-MED-ER (1, QTR-IDX) TO FX-PRIOR
               MOVE QX-MED-ER (2, QTR-IDX) TO FX-CORRECT
               PERFORM 720-WRITE-941X-LINE
               MOVE "TOTAL TAX LIABILITY:" TO FDL-CAPTION
               COMPUTE FX-PRIOR = QX-FED-TAX (1, QTR-IDX)
                   + QX-SS-EE (1, QTR-IDX) + QX-SS-ER (1, QTR-IDX)
                   + QX-MED-EE (1, QTR-IDX) + QX-MED-ER (1, QTR-IDX)
               COMPUTE FX-CORRECT = QX-FED-TAX (2, QTR-IDX)
                   + QX-SS-EE (2, QTR-IDX) + QX-SS-ER (2, QTR-IDX)
                   + QX-MED-EE (2, QTR-IDX) + QX-MED-ER (2, QTR-IDX)
               PERFORM 720-WRITE-941X-LINE
               MOVE SPACES TO F941X-LINE
               WRITE F941X-LINE
           END-IF.

       720-WRITE-941X-LINE.
           MOVE FX-PRIOR TO FDL-PRIOR
           MOVE FX-CORRECT TO FDL-CORRECT
           COMPUTE FDL-DIFFERENCE = FX-CORRECT - FX-PRIOR
           WRITE F941X-LINE FROM F941X-DETAIL-LINE.

      ******************************************************************
      * The archive goes back out whole, every year in the order it
      * was read, with the corrected year's records changed in place.
      ******************************************************************
       800-REWRITE-ARCHIVE.
           IF PREVIEW-MODE-SWITCH = "N" AND APPLIED-COUNTER > 0
               OPEN OUTPUT YTD-ARCHIVE
               IF ARC-FILE-STATUS NOT = "00"
                   DISPLAY "YTD-ARCHIVE REWRITE FAILED "
                       ARC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 810-WRITE-ARCHIVE-REC
                   VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-ENTRY-COUNT
               CLOSE YTD-ARCHIVE
           END-IF.

       810-WRITE-ARCHIVE-REC.
           MOVE ARC-TBL-YEAR (ARC-IDX) TO ARC-YEAR
           MOVE ARC-TBL-IMAGE (ARC-IDX) TO ARC-YTD-IMAGE
           WRITE ARCHIVE-REC.

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
           MOVE "CH0738" TO LOG-JOB-NAME
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE TRANS-COUNTER TO LOG-IN-COUNT
           MOVE APPLIED-COUNTER TO LOG-OUT-COUNT
           MOVE REJECT-COUNTER TO LOG-EXC-COUNT
           MOVE W2T-FILE-STATUS TO LOG-FILE-STATUS-1
           MOVE ARC-FILE-STATUS TO LOG-FILE-STATUS-2
           MOVE 0 TO LOG-COMPLETION
           MOVE 0 TO LOG-PERIOD
           MOVE 0 TO LOG-BATCH-COUNT
           WRITE RUN-LOG-REC.
       END PROGRAM CH0738.
