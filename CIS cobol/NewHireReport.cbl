      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: State new-hire reporting.  The state must be told of
      *        every new hire and rehire within 20 days of the hire.
      *        Reads the maintenance audit trail for everything keyed
      *        since the last submission to the state:
      *          an ADD of an employee who is not terminated is a
      *              new hire, dated by the DOH keyed on the add
      *          a CHANGE of Employment-Status from terminated back
      *              to active is a rehire, dated by the new DOH when
      *              one was keyed with it, else by the day it was
      *              keyed
      *        and reports each hire from the employee master as it
      *        stands today to the state's fixed-format new-hire file
      *        (SSN, name, hire date, state of hire, and the employer
      *        FEIN, name and address).  Every hire sent is logged on
      *        NewHireSent.dat with the submission, so nobody is ever
      *        reported twice and the next run knows where to start.
      *        A hire whose master record is not complete enough to
      *        report (SSN, name, hire date, or state of hire) is
      *        printed as an exception and held: the submission is
      *        logged only through the day before the earliest held
      *        hire was keyed, so the next run picks it up again once
      *        the master is corrected.  Hires in another state are
      *        listed for that state's own run and are not held.
      *        One reporting state per run.  A PREVIEW run prints the
      *        listing only -- no state file and no sent log.  Return
      *        code 4 when anything is listed as an exception.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0736.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EMPLOYEES ASSIGN TO 'EmployeeInput.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS Employee-ID
                   FILE STATUS IS EMP-FILE-STATUS.
               SELECT AUDIT-IN ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT SENT-LOG ASSIGN TO 'NewHireSent.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-FILE-STATUS.
               SELECT STATE-FILE ASSIGN TO 'NewHireReport.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NHR-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'NewHireReport.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
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

       FD AUDIT-IN.
       COPY AUDITREC.

      ******************************************************************
      * Sent log.  Each run that is not a PREVIEW appends one 'D'
      * line per hire sent to the state and then one 'S' line for the
      * submission itself.  The 'S' line's through date is the last
      * audit date fully reported for that state -- the next run for
      * the state starts the day after it.  The 'D' lines stop a hire
      * from being sent twice when a held hire pulls an earlier window
      * back in.
      ******************************************************************
       FD SENT-LOG.
       01 SENT-LOG-REC.
           05 NHS-RECORD-TYPE      PIC X.
           05 NHS-STATE-CODE       PIC X(2).
           05 NHS-EMPLOYEE-ID      PIC 9(6).
           05 NHS-HIRE-DATE        PIC 9(8).
           05 NHS-HIRE-TYPE        PIC X.
           05 NHS-SENT-DATE        PIC 9(8).
           05 NHS-THROUGH-DATE     PIC 9(8).
           05 NHS-COUNT            PIC 9(5).

       FD STATE-FILE.
       01 STATE-LINE               PIC X(200).

       FD REPORT-OUT.
       01 REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 AUD-EOF-SWITCH       PIC X VALUE "N".
           05 LOG-EOF-SWITCH       PIC X VALUE "N".
           05 PREVIEW-MODE-SWITCH  PIC X VALUE "N".
           05 HIRE-FOUND-SWITCH    PIC X VALUE "N".
           05 EMP-FOUND-SWITCH     PIC X VALUE "N".
           05 HOLD-SWITCH          PIC X VALUE "N".
       01 EMP-FILE-STATUS          PIC XX VALUE "00".
       01 AUD-FILE-STATUS          PIC XX VALUE "00".
       01 LOG-FILE-STATUS          PIC XX VALUE "00".
       01 NHR-FILE-STATUS          PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 RUN-PARM                 PIC X(80) VALUE SPACES.
       01 COUNTERS.
           05 AUDIT-COUNTER        PIC 9(6) VALUE 0.
           05 REPORTED-COUNTER     PIC 9(6) VALUE 0.
           05 LATE-COUNTER         PIC 9(6) VALUE 0.
           05 EXCEPTION-COUNTER    PIC 9(6) VALUE 0.
           05 SKIPPED-COUNTER      PIC 9(6) VALUE 0.

       01 EMPLOYER-DATA.
           05 EMPLOYER-EIN         PIC 9(9) VALUE 0.
           05 EMPLOYER-NAME        PIC X(45)
                   VALUE 'ACME MANUFACTURING CO.'.
           05 EMPLOYER-ADDRESS     PIC X(40) VALUE SPACES.
           05 EMPLOYER-CITY        PIC X(25) VALUE SPACES.
           05 EMPLOYER-STATE       PIC X(2)  VALUE SPACES.
           05 EMPLOYER-ZIP         PIC X(9)  VALUE SPACES.
       01 REPORT-STATE-CODE        PIC X(2)  VALUE SPACES.

       01 WINDOW-WORK.
           05 START-DATE           PIC 9(8) VALUE 0.
           05 LAST-THROUGH-DATE    PIC 9(8) VALUE 0.
           05 FROM-DATE            PIC 9(8) VALUE 0.
           05 THROUGH-DATE         PIC 9(8) VALUE 0.
           05 EARLIEST-HELD-DATE   PIC 9(8) VALUE 0.
           05 TODAY-INT            PIC 9(7) VALUE 0.
           05 DAYS-SINCE-HIRE      PIC 9(5) VALUE 0.

      ******************************************************************
      * The audit images carry the employee record as it stood before
      * and after the change; only the fields that mark a hire are
      * named here.
      ******************************************************************
       01 BEFORE-VIEW.
           05 FILLER               PIC X(53).
           05 BV-DOH               PIC 9(8).
           05 FILLER               PIC X(39).
           05 BV-STATUS            PIC X.
           05 FILLER               PIC X(99).
       01 AFTER-VIEW.
           05 FILLER               PIC X(53).
           05 AV-DOH               PIC 9(8).
           05 FILLER               PIC X(39).
           05 AV-STATUS            PIC X.
           05 FILLER               PIC X(99).

       01 HIRE-WORK.
           05 NEW-HIRE-EMPLOYEE-ID PIC 9(6) VALUE 0.
           05 NEW-HIRE-DATE        PIC 9(8) VALUE 0.
           05 NEW-HIRE-TYPE        PIC X VALUE SPACE.
           05 HIRE-TYPE-TEXT       PIC X(6) VALUE SPACES.
           05 HIRE-STATE           PIC X(2) VALUE SPACES.
           05 HOLD-DETAIL          PIC X(40) VALUE SPACES.

      ******************************************************************
      * Hires already sent, from the sent log, and the hires found on
      * the audit trail this run.  HT-RESULT is 'S' sent, 'H' held
      * for incomplete master data, 'O' another state's hire or no
      * longer on the master (listed, not held), 'K' already sent
      * under the DOH taken from the master (skipped, not listed).
      ******************************************************************
       01 SENT-TABLE-WORK.
           05 ST-COUNT             PIC 9(4) VALUE 0.
           05 ST-IDX               PIC 9(4) VALUE 0.
       01 SENT-TABLE.
           05 ST-ENTRY OCCURS 9999 TIMES.
               10 ST-EMPLOYEE-ID   PIC 9(6).
               10 ST-HIRE-DATE     PIC 9(8).
       01 HIRE-TABLE-WORK.
           05 HT-COUNT             PIC 9(4) VALUE 0.
           05 HT-IDX               PIC 9(4) VALUE 0.
       01 HIRE-TABLE.
           05 HT-ENTRY OCCURS 2000 TIMES.
               10 HT-EMPLOYEE-ID   PIC 9(6).
               10 HT-HIRE-DATE     PIC 9(8).
               10 HT-HIRE-TYPE     PIC X.
               10 HT-AUDIT-DATE    PIC 9(8).
               10 HT-NAME          PIC X(20).
               10 HT-RESULT        PIC X.
               10 HT-DETAIL        PIC X(40).

      ******************************************************************
      * State new-hire file.  One 'W4' record per hire and a 'T4'
      * trailer with the count, 200 bytes each, in the state's layout.
      * The master carries no employee address, so the state's
      * employee address fields are left blank.
      ******************************************************************
       01 NH-DETAIL-REC.
           05 NHD-RECORD-ID        PIC X(2)  VALUE 'W4'.
           05 NHD-SSN              PIC 9(9).
           05 NHD-NAME             PIC X(20).
           05 NHD-HIRE-DATE        PIC 9(8).
           05 NHD-HIRE-TYPE        PIC X.
           05 NHD-STATE-OF-HIRE    PIC X(2).
           05 NHD-EMPLOYER-FEIN    PIC 9(9).
           05 NHD-EMPLOYER-NAME    PIC X(45).
           05 NHD-EMPLOYER-ADDRESS PIC X(40).
           05 NHD-EMPLOYER-CITY    PIC X(25).
           05 NHD-EMPLOYER-STATE   PIC X(2).
           05 NHD-EMPLOYER-ZIP     PIC X(9).
           05 NHD-EMPLOYEE-ADDRESS PIC X(28) VALUE SPACES.
       01 NH-TRAILER-REC.
           05 NHT-RECORD-ID        PIC X(2)  VALUE 'T4'.
           05 NHT-RECORD-COUNT     PIC 9(7).
           05 NHT-EMPLOYER-FEIN    PIC 9(9).
           05 FILLER               PIC X(182) VALUE SPACES.

       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).
       01 DATE-IN                  PIC 9(8).
       01 DATE-IN-PARTS REDEFINES DATE-IN.
           05 DIP-YEAR             PIC 9(4).
           05 DIP-MONTH            PIC 9(2).
           05 DIP-DAY              PIC 9(2).
       01 DATE-OUT.
           05 DO-MONTH             PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 DO-DAY               PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 DO-YEAR              PIC 9(4).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'STATE NEW-HIRE REPORT'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).

       01 RPT-HEADER-3.
           05 FILLER            PIC X(7)  VALUE 'STATE: '.
           05 HDR-STATE         PIC X(2).
           05 FILLER            PIC X(18)
                   VALUE '   HIRES KEYED '.
           05 HDR-FROM-DATE     PIC X(10).
           05 FILLER            PIC X(4)  VALUE ' TO '.
           05 HDR-THROUGH-DATE  PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-MODE          PIC X(30).

       01 RPT-SECTION-LINE.
           05 RSL-TITLE         PIC X(60).

       01 RPT-HIRE-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE 'EMP ID'.
           05 FILLER            PIC X(22) VALUE 'NAME'.
           05 FILLER            PIC X(13) VALUE 'SSN'.
           05 FILLER            PIC X(12) VALUE 'HIRE DATE'.
           05 FILLER            PIC X(8)  VALUE 'TYPE'.
           05 FILLER            PIC X(6)  VALUE 'DAYS'.

       01 RPT-HIRE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RHL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RHL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE '***-**-'.
           05 RHL-SSN-LAST4     PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RHL-HIRE-DATE     PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RHL-HIRE-TYPE     PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RHL-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RHL-LATE          PIC X(4).

       01 RPT-EXC-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE 'EMP ID'.
           05 FILLER            PIC X(22) VALUE 'NAME'.
           05 FILLER            PIC X(12) VALUE 'HIRE DATE'.
           05 FILLER            PIC X(8)  VALUE 'TYPE'.
           05 FILLER            PIC X(40) VALUE 'DETAIL'.

       01 RPT-EXC-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 REL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-HIRE-DATE     PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-HIRE-TYPE     PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REL-DETAIL        PIC X(40).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RCL-LABEL         PIC X(40).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-READ-AUDIT
               UNTIL AUD-EOF-SWITCH = "Y".
           PERFORM 300-REPORT-HIRE
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-COUNT.
           PERFORM 500-LIST-EXCEPTIONS
           PERFORM 400-TERMINATE.

      ******************************************************************
      * The window starts at the date keyed, or, when 0 is keyed, the
      * day after the last submission logged for the state.  The
      * first run for a state has no submission to start from, so it
      * needs a start date.  The EIN and employer address go on every
      * record the state receives; a run that would send the file
      * without them is refused rather than logged as sent.
      ******************************************************************
       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:7) = "PREVIEW"
               MOVE "Y" TO PREVIEW-MODE-SWITCH
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           DISPLAY "EMPLOYER EIN (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT EMPLOYER-EIN.
           DISPLAY "EMPLOYER STREET ADDRESS: " WITH NO ADVANCING.
           ACCEPT EMPLOYER-ADDRESS.
           DISPLAY "EMPLOYER CITY: " WITH NO ADVANCING.
           ACCEPT EMPLOYER-CITY.
           DISPLAY "EMPLOYER STATE: " WITH NO ADVANCING.
           ACCEPT EMPLOYER-STATE.
           DISPLAY "EMPLOYER ZIP: " WITH NO ADVANCING.
           ACCEPT EMPLOYER-ZIP.
           DISPLAY "REPORTING STATE CODE: " WITH NO ADVANCING.
           ACCEPT REPORT-STATE-CODE.
           DISPLAY "START DATE (YYYYMMDD, 0 = SINCE LAST SUBMISSION): "
               WITH NO ADVANCING.
           ACCEPT START-DATE.
           IF REPORT-STATE-CODE = SPACES
               DISPLAY "REPORTING STATE CODE REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               IF EMPLOYER-EIN NOT NUMERIC OR EMPLOYER-EIN = 0
                   DISPLAY "EIN MISSING - NEW-HIRE FILE NOT WRITTEN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF EMPLOYER-ADDRESS = SPACES OR
                       EMPLOYER-CITY = SPACES OR
                       EMPLOYER-STATE = SPACES OR
                       EMPLOYER-ZIP = SPACES
                   DISPLAY "EMPLOYER ADDRESS INCOMPLETE - "
                       "NEW-HIRE FILE NOT WRITTEN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 110-LOAD-SENT-LOG.
           IF START-DATE NOT NUMERIC
               MOVE 0 TO START-DATE
           END-IF.
           IF START-DATE > 0
               MOVE START-DATE TO FROM-DATE
           ELSE
               IF LAST-THROUGH-DATE = 0
                   DISPLAY "NO PRIOR SUBMISSION FOR STATE "
                       REPORT-STATE-CODE " - KEY A START DATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LAST-THROUGH-DATE) + 1)
           END-IF.
           MOVE TODAY-DATE TO THROUGH-DATE.
           OPEN INPUT AUDIT-IN.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-IN OPEN FAILED " AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEES OPEN FAILED " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               OPEN OUTPUT STATE-FILE
               IF NHR-FILE-STATUS NOT = "00"
                   DISPLAY "STATE-FILE OPEN FAILED " NHR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND SENT-LOG
               IF LOG-FILE-STATUS = "35"
                   OPEN OUTPUT SENT-LOG
               END-IF
               IF LOG-FILE-STATUS NOT = "00"
                   DISPLAY "SENT-LOG OPEN FAILED " LOG-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RSL-TITLE.
           IF PREVIEW-MODE-SWITCH = "Y"
               MOVE "HIRES THAT WOULD BE REPORTED - PREVIEW, NOT SENT"
                   TO RSL-TITLE
           ELSE
               MOVE "HIRES REPORTED TO THE STATE" TO RSL-TITLE
           END-IF.
           WRITE REPORT-LINE FROM RPT-SECTION-LINE.
           WRITE REPORT-LINE FROM RPT-HIRE-HDR.

       110-LOAD-SENT-LOG.
           OPEN INPUT SENT-LOG.
           IF LOG-FILE-STATUS = "00"
               PERFORM 115-READ-SENT-LOG
                   UNTIL LOG-EOF-SWITCH = "Y"
               CLOSE SENT-LOG
           END-IF.

       115-READ-SENT-LOG.
           READ SENT-LOG
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
               NOT AT END
                   IF NHS-RECORD-TYPE = "D"
                       IF ST-COUNT >= 9999
                           DISPLAY "SENT LOG EXCEEDS 9999 HIRES"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ST-COUNT
                       MOVE NHS-EMPLOYEE-ID TO ST-EMPLOYEE-ID (ST-COUNT)
                       MOVE NHS-HIRE-DATE TO ST-HIRE-DATE (ST-COUNT)
                   ELSE
                       IF NHS-RECORD-TYPE = "S" AND
                               NHS-STATE-CODE = REPORT-STATE-CODE AND
                               NHS-THROUGH-DATE > LAST-THROUGH-DATE
                           MOVE NHS-THROUGH-DATE TO LAST-THROUGH-DATE
                       END-IF
                   END-IF
           END-READ.

       200-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   MOVE "Y" TO AUD-EOF-SWITCH
               NOT AT END
                   IF AUD-DATE NOT < FROM-DATE AND
                           AUD-DATE NOT > THROUGH-DATE
                       ADD 1 TO AUDIT-COUNTER
                       PERFORM 210-CHECK-FOR-HIRE
                   END-IF
           END-READ.

      ******************************************************************
      * A rehire keyed with a new DOH is dated by it; one keyed by
      * only flipping the status back to active has nothing better
      * than the day it was keyed.
      ******************************************************************
       210-CHECK-FOR-HIRE.
           MOVE "N" TO HIRE-FOUND-SWITCH
           MOVE AUD-BEFORE-IMAGE TO BEFORE-VIEW
           MOVE AUD-AFTER-IMAGE TO AFTER-VIEW
           IF AUD-ACTION = "ADD" AND AV-STATUS NOT = "T"
               MOVE "Y" TO HIRE-FOUND-SWITCH
               MOVE "N" TO NEW-HIRE-TYPE
               IF AV-DOH NUMERIC
                   MOVE AV-DOH TO NEW-HIRE-DATE
               ELSE
                   MOVE 0 TO NEW-HIRE-DATE
               END-IF
           ELSE
               IF AUD-ACTION = "CHANGE" AND BV-STATUS = "T" AND
                       AV-STATUS = "A"
                   MOVE "Y" TO HIRE-FOUND-SWITCH
                   MOVE "R" TO NEW-HIRE-TYPE
                   MOVE AUD-DATE TO NEW-HIRE-DATE
                   IF AV-DOH NUMERIC AND BV-DOH NUMERIC
                       IF AV-DOH > BV-DOH
                           MOVE AV-DOH TO NEW-HIRE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF HIRE-FOUND-SWITCH = "Y"
               PERFORM 220-STORE-HIRE
           END-IF.

       220-STORE-HIRE.
           MOVE AUD-EMPLOYEE-ID TO NEW-HIRE-EMPLOYEE-ID.
           PERFORM 225-FIND-SENT-HIRE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT OR HIRE-FOUND-SWITCH = "N".
           PERFORM 227-FIND-RUN-HIRE
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-COUNT OR HIRE-FOUND-SWITCH = "N".
           IF HIRE-FOUND-SWITCH = "N"
               ADD 1 TO SKIPPED-COUNTER
           ELSE
               IF HT-COUNT >= 2000
                   DISPLAY "HIRE TABLE FULL - " AUD-EMPLOYEE-ID
                       " NOT REPORTED"
               ELSE
                   ADD 1 TO HT-COUNT
                   MOVE AUD-EMPLOYEE-ID TO HT-EMPLOYEE-ID (HT-COUNT)
                   MOVE NEW-HIRE-DATE TO HT-HIRE-DATE (HT-COUNT)
                   MOVE NEW-HIRE-TYPE TO HT-HIRE-TYPE (HT-COUNT)
                   MOVE AUD-DATE TO HT-AUDIT-DATE (HT-COUNT)
                   MOVE SPACES TO HT-NAME (HT-COUNT)
                   MOVE SPACE TO HT-RESULT (HT-COUNT)
                   MOVE SPACES TO HT-DETAIL (HT-COUNT)
               END-IF
           END-IF.

       225-FIND-SENT-HIRE.
           IF ST-EMPLOYEE-ID (ST-IDX) = NEW-HIRE-EMPLOYEE-ID AND
                   ST-HIRE-DATE (ST-IDX) = NEW-HIRE-DATE
               MOVE "N" TO HIRE-FOUND-SWITCH
           END-IF.

       227-FIND-RUN-HIRE.
           IF HT-EMPLOYEE-ID (HT-IDX) = NEW-HIRE-EMPLOYEE-ID AND
                   HT-HIRE-DATE (HT-IDX) = NEW-HIRE-DATE
               MOVE "N" TO HIRE-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * Each hire is reported from the master as it stands now, so a
      * correction keyed after the add goes to the state.  The state
      * of hire is where the employee works, else where they live.
      ******************************************************************
       300-REPORT-HIRE.
           MOVE "Y" TO EMP-FOUND-SWITCH
           MOVE HT-EMPLOYEE-ID (HT-IDX) TO Employee-ID
           READ EMPLOYEES
               INVALID KEY
                   MOVE "N" TO EMP-FOUND-SWITCH
           END-READ.
           IF EMP-FOUND-SWITCH = "N"
               MOVE "O" TO HT-RESULT (HT-IDX)
               MOVE "NO LONGER ON EMPLOYEE MASTER"
                   TO HT-DETAIL (HT-IDX)
           ELSE
               MOVE LastName TO HT-NAME (HT-IDX)
               IF HT-HIRE-DATE (HT-IDX) = 0 AND DOH NUMERIC AND DOH > 0
                   PERFORM 305-DATE-FROM-MASTER
               END-IF
               IF HT-RESULT (HT-IDX) = "K"
                   ADD 1 TO SKIPPED-COUNTER
               ELSE
                   PERFORM 310-EDIT-HIRE
                   IF HOLD-SWITCH = "Y"
                       MOVE "H" TO HT-RESULT (HT-IDX)
                       MOVE HOLD-DETAIL TO HT-DETAIL (HT-IDX)
                       IF EARLIEST-HELD-DATE = 0 OR
                               HT-AUDIT-DATE (HT-IDX) <
                               EARLIEST-HELD-DATE
                           MOVE HT-AUDIT-DATE (HT-IDX)
                               TO EARLIEST-HELD-DATE
                       END-IF
                   ELSE
                       IF HIRE-STATE NOT = REPORT-STATE-CODE
                           MOVE "O" TO HT-RESULT (HT-IDX)
                           STRING "WORKS IN " HIRE-STATE
                               " - NOT IN THIS STATE'S FILE"
                               DELIMITED BY SIZE INTO HT-DETAIL (HT-IDX)
                       ELSE
                           MOVE "S" TO HT-RESULT (HT-IDX)
                           PERFORM 330-SEND-HIRE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF HT-RESULT (HT-IDX) NOT = "S" AND
                   HT-RESULT (HT-IDX) NOT = "K"
               ADD 1 TO EXCEPTION-COUNTER
           END-IF.

      ******************************************************************
      * An add keyed without a DOH carries none on its audit image, so
      * once the DOH has been put on the master the hire is dated from
      * the master instead of being held on every run.  The date found
      * there may already have been sent, in which case it is skipped.
      ******************************************************************
       305-DATE-FROM-MASTER.
           MOVE DOH TO HT-HIRE-DATE (HT-IDX)
           MOVE DOH TO NEW-HIRE-DATE
           MOVE HT-EMPLOYEE-ID (HT-IDX) TO NEW-HIRE-EMPLOYEE-ID
           MOVE "Y" TO HIRE-FOUND-SWITCH
           PERFORM 225-FIND-SENT-HIRE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT OR HIRE-FOUND-SWITCH = "N".
           IF HIRE-FOUND-SWITCH = "N"
               MOVE "K" TO HT-RESULT (HT-IDX)
           END-IF.

      ******************************************************************
      * The SSN edit is the fraud screen's: all digits, and no area
      * 000, 666 or 900-999, group 00, or serial 0000.  A hire dated
      * after today is held until it has started.  Each edit runs
      * only while nothing has been found, so the first failure is
      * the one reported.
      ******************************************************************
       310-EDIT-HIRE.
           MOVE "N" TO HOLD-SWITCH
           MOVE SPACES TO HOLD-DETAIL
           MOVE HT-HIRE-DATE (HT-IDX) TO DATE-IN
           MOVE Work-State TO HIRE-STATE
           IF HIRE-STATE = SPACES
               MOVE Resident-State TO HIRE-STATE
           END-IF
           IF SSN IS NOT NUMERIC OR SSN = 0
               MOVE "SSN MISSING" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL = SPACES
               IF SSN (1:3) = "000" OR
                       SSN (1:3) = "666" OR
                       SSN (1:1) = "9"
                   MOVE "SSN AREA NEVER ISSUED" TO HOLD-DETAIL
               END-IF
           END-IF
           IF HOLD-DETAIL = SPACES AND SSN (4:2) = "00"
               MOVE "SSN GROUP 00 NEVER ISSUED" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL = SPACES AND SSN (6:4) = "0000"
               MOVE "SSN SERIAL 0000 NEVER ISSUED" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL = SPACES AND LastName = SPACES
               MOVE "NAME MISSING" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL = SPACES
               IF HT-HIRE-DATE (HT-IDX) = 0 OR
                       DOH IS NOT NUMERIC OR DOH = 0
                   MOVE "DATE OF HIRE MISSING" TO HOLD-DETAIL
               END-IF
           END-IF
           IF HOLD-DETAIL = SPACES
               IF DIP-YEAR < 1900 OR
                       DIP-MONTH < 1 OR DIP-MONTH > 12 OR
                       DIP-DAY < 1 OR DIP-DAY > 31
                   MOVE "DATE OF HIRE NOT VALID" TO HOLD-DETAIL
               END-IF
           END-IF
           IF HOLD-DETAIL = SPACES AND
                   HT-HIRE-DATE (HT-IDX) > TODAY-DATE
               MOVE "HIRE DATE AFTER RUN DATE - HELD" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL = SPACES AND HIRE-STATE = SPACES
               MOVE "NO WORK OR RESIDENT STATE" TO HOLD-DETAIL
           END-IF
           IF HOLD-DETAIL NOT = SPACES
               MOVE "Y" TO HOLD-SWITCH
           END-IF.

       330-SEND-HIRE.
           ADD 1 TO REPORTED-COUNTER
           COMPUTE DAYS-SINCE-HIRE = TODAY-INT -
               FUNCTION INTEGER-OF-DATE (HT-HIRE-DATE (HT-IDX))
           MOVE HT-EMPLOYEE-ID (HT-IDX) TO RHL-EMPLOYEE-ID
           MOVE LastName TO RHL-NAME
           MOVE SSN (6:4) TO RHL-SSN-LAST4
           MOVE HT-HIRE-DATE (HT-IDX) TO DATE-IN
           PERFORM 900-FORMAT-DATE
           MOVE DATE-OUT TO RHL-HIRE-DATE
           PERFORM 910-FORMAT-HIRE-TYPE
           MOVE HIRE-TYPE-TEXT TO RHL-HIRE-TYPE
           MOVE DAYS-SINCE-HIRE TO RHL-DAYS
           MOVE SPACES TO RHL-LATE
           IF DAYS-SINCE-HIRE > 20
               MOVE "LATE" TO RHL-LATE
               ADD 1 TO LATE-COUNTER
           END-IF
           WRITE REPORT-LINE FROM RPT-HIRE-LINE
           IF PREVIEW-MODE-SWITCH = "N"
               MOVE SSN TO NHD-SSN
               MOVE LastName TO NHD-NAME
               MOVE HT-HIRE-DATE (HT-IDX) TO NHD-HIRE-DATE
               MOVE HT-HIRE-TYPE (HT-IDX) TO NHD-HIRE-TYPE
               MOVE HIRE-STATE TO NHD-STATE-OF-HIRE
               MOVE EMPLOYER-EIN TO NHD-EMPLOYER-FEIN
               MOVE EMPLOYER-NAME TO NHD-EMPLOYER-NAME
               MOVE EMPLOYER-ADDRESS TO NHD-EMPLOYER-ADDRESS
               MOVE EMPLOYER-CITY TO NHD-EMPLOYER-CITY
               MOVE EMPLOYER-STATE TO NHD-EMPLOYER-STATE
               MOVE EMPLOYER-ZIP TO NHD-EMPLOYER-ZIP
               WRITE STATE-LINE FROM NH-DETAIL-REC
               MOVE SPACES TO SENT-LOG-REC
               MOVE "D" TO NHS-RECORD-TYPE
               MOVE REPORT-STATE-CODE TO NHS-STATE-CODE
               MOVE HT-EMPLOYEE-ID (HT-IDX) TO NHS-EMPLOYEE-ID
               MOVE HT-HIRE-DATE (HT-IDX) TO NHS-HIRE-DATE
               MOVE HT-HIRE-TYPE (HT-IDX) TO NHS-HIRE-TYPE
               MOVE TODAY-DATE TO NHS-SENT-DATE
               MOVE 0 TO NHS-THROUGH-DATE
               MOVE 0 TO NHS-COUNT
               WRITE SENT-LOG-REC
           END-IF.

       500-LIST-EXCEPTIONS.
           IF REPORTED-COUNTER = 0
               MOVE "    NO HIRES TO REPORT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS - NOT REPORTED" TO RSL-TITLE.
           WRITE REPORT-LINE FROM RPT-SECTION-LINE.
           IF EXCEPTION-COUNTER = 0
               MOVE "    NO EXCEPTIONS FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-EXC-HDR
               PERFORM 510-PRINT-EXCEPTION
                   VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-COUNT
           END-IF.

       510-PRINT-EXCEPTION.
           IF HT-RESULT (HT-IDX) NOT = "S" AND
                   HT-RESULT (HT-IDX) NOT = "K"
               MOVE HT-EMPLOYEE-ID (HT-IDX) TO REL-EMPLOYEE-ID
               MOVE HT-NAME (HT-IDX) TO REL-NAME
               MOVE HT-HIRE-DATE (HT-IDX) TO DATE-IN
               PERFORM 900-FORMAT-DATE
               MOVE DATE-OUT TO REL-HIRE-DATE
               PERFORM 910-FORMAT-HIRE-TYPE
               MOVE HIRE-TYPE-TEXT TO REL-HIRE-TYPE
               MOVE HT-DETAIL (HT-IDX) TO REL-DETAIL
               WRITE REPORT-LINE FROM RPT-EXC-LINE
           END-IF.

       900-FORMAT-DATE.
           MOVE DIP-MONTH TO DO-MONTH
           MOVE DIP-DAY TO DO-DAY
           MOVE DIP-YEAR TO DO-YEAR.

       910-FORMAT-HIRE-TYPE.
           IF HT-HIRE-TYPE (HT-IDX) = "R"
               MOVE "REHIRE" TO HIRE-TYPE-TEXT
           ELSE
               MOVE "NEW" TO HIRE-TYPE-TEXT
           END-IF.

      ******************************************************************
      * The submission covers the window through today, or through
      * the day before the earliest held hire was keyed, so a held
      * hire is read again next run; anything already sent in that
      * stretch is skipped on the sent log.
      ******************************************************************
       400-TERMINATE.
           IF EARLIEST-HELD-DATE > 0
               COMPUTE THROUGH-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (EARLIEST-HELD-DATE) - 1)
           END-IF.
           IF PREVIEW-MODE-SWITCH = "N"
               MOVE REPORTED-COUNTER TO NHT-RECORD-COUNT
               MOVE EMPLOYER-EIN TO NHT-EMPLOYER-FEIN
               WRITE STATE-LINE FROM NH-TRAILER-REC
               MOVE SPACES TO SENT-LOG-REC
               MOVE "S" TO NHS-RECORD-TYPE
               MOVE REPORT-STATE-CODE TO NHS-STATE-CODE
               MOVE 0 TO NHS-EMPLOYEE-ID
               MOVE 0 TO NHS-HIRE-DATE
               MOVE TODAY-DATE TO NHS-SENT-DATE
               MOVE THROUGH-DATE TO NHS-THROUGH-DATE
               MOVE REPORTED-COUNTER TO NHS-COUNT
               WRITE SENT-LOG-REC
               CLOSE STATE-FILE
               CLOSE SENT-LOG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-STATE-CODE TO HDR-STATE.
           MOVE FROM-DATE TO DATE-IN.
           PERFORM 900-FORMAT-DATE.
           MOVE DATE-OUT TO HDR-FROM-DATE.
           MOVE THROUGH-DATE TO DATE-IN.
           PERFORM 900-FORMAT-DATE.
           MOVE DATE-OUT TO HDR-THROUGH-DATE.
           IF PREVIEW-MODE-SWITCH = "Y"
               MOVE "PREVIEW - NOTHING SENT" TO HDR-MODE
           ELSE
               MOVE "SUBMISSION LOGGED" TO HDR-MODE
           END-IF.
           WRITE REPORT-LINE FROM RPT-HEADER-3.
           MOVE "AUDIT RECORDS IN WINDOW" TO RCL-LABEL.
           MOVE AUDIT-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "HIRES REPORTED" TO RCL-LABEL.
           MOVE REPORTED-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "  REPORTED LATE (OVER 20 DAYS)" TO RCL-LABEL.
           MOVE LATE-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "ALREADY SENT - SKIPPED" TO RCL-LABEL.
           MOVE SKIPPED-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "EXCEPTIONS" TO RCL-LABEL.
           MOVE EXCEPTION-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "HIRES REPORTED:        " REPORTED-COUNTER.
           DISPLAY "REPORTED LATE:         " LATE-COUNTER.
           DISPLAY "EXCEPTIONS LISTED:     " EXCEPTION-COUNTER.
           CLOSE AUDIT-IN.
           CLOSE EMPLOYEES.
           CLOSE REPORT-OUT.
           IF EXCEPTION-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM CH0736.
