      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Maintain the effective-dated tax and rate table
      *        (RateTable.dat) -- add, change, or delete one table
      *        entry by table code, state, and effective date, keyed
      *        from the console.  The Social Security and Medicare
      *        rates, withholding brackets, FUTA/SUTA rates and
      *        bases, dependent allowances, PTO accrual schedule, and
      *        the flat federal rate on supplemental pay all live here
      *        instead of in compiled VALUE clauses, so
      *        a January change or a new SUTA notice is keyed, not
      *        recompiled.  A starting-table load writes the built-in
      *        tables as of a keyed date for a new file.  Every entry
      *        written, changed, or deleted goes to the maintenance
      *        audit trail with its before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0726.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT TAX-RATE-TABLE ASSIGN TO 'RateTable.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY
                   FILE STATUS IS RT-FILE-STATUS.
               SELECT AUDIT-OUT ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD TAX-RATE-TABLE.
       COPY RATETBL.

       FD AUDIT-OUT.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH      PIC X VALUE "N".
           05 KEY-VALID-SWITCH PIC X VALUE "N".
       01 RT-FILE-STATUS       PIC XX VALUE "00".
       01 AUD-FILE-STATUS      PIC XX VALUE "00".
       01 MENU-CHOICE          PIC X.
       01 OPERATOR-ID          PIC X(8).
       01 AUDIT-WORK.
           05 AUDIT-ACTION     PIC X(6).
           05 BEFORE-IMAGE     PIC X(200).
           05 AFTER-IMAGE      PIC X(200).
       01 ENTRY-WORK.
           05 BRK-IDX          PIC 9 VALUE 0.
           05 DEP-IDX          PIC 99 VALUE 0.
           05 PTO-ACR-IDX      PIC 9 VALUE 0.
           05 LOAD-EFFECTIVE-DATE PIC 9(8) VALUE 0.
           05 LOAD-COUNTER     PIC 9(2) VALUE 0.

       COPY TAXBRKT.
       COPY UNEMPTAB.
       COPY DEPWHTAB.
       COPY PTOTAB.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-MENU
               UNTIL DONE-SWITCH = "Y".
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           OPEN I-O TAX-RATE-TABLE.
           IF RT-FILE-STATUS = "35"
               OPEN OUTPUT TAX-RATE-TABLE
               CLOSE TAX-RATE-TABLE
               OPEN I-O TAX-RATE-TABLE
           END-IF.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "TAX-RATE-TABLE OPEN FAILED " RT-FILE-STATUS
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
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESS-MENU.
           DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  "
               "4 = LOAD STARTING TABLES  5 = QUIT"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 210-ADD-ENTRY
               WHEN "2"
                   PERFORM 220-CHANGE-ENTRY
               WHEN "3"
                   PERFORM 230-DELETE-ENTRY
               WHEN "4"
                   PERFORM 270-LOAD-STARTING-TABLES
               WHEN "5"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       210-ADD-ENTRY.
           PERFORM 260-ACCEPT-KEY
           IF KEY-VALID-SWITCH = "Y"
               MOVE SPACES TO RT-DATA
               PERFORM 250-ACCEPT-RECORD
               WRITE RATE-TABLE-REC
                   INVALID KEY
                       DISPLAY "ENTRY ALREADY EXISTS " RT-KEY
                   NOT INVALID KEY
                       MOVE "RTADD" TO AUDIT-ACTION
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE RATE-TABLE-REC TO AFTER-IMAGE
                       PERFORM 240-WRITE-AUDIT
                       DISPLAY "ENTRY ADDED " RT-KEY
               END-WRITE
           END-IF.

       220-CHANGE-ENTRY.
           PERFORM 260-ACCEPT-KEY
           IF KEY-VALID-SWITCH = "Y"
               READ TAX-RATE-TABLE
                   INVALID KEY
                       DISPLAY "NO SUCH ENTRY " RT-KEY
                   NOT INVALID KEY
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE RATE-TABLE-REC TO BEFORE-IMAGE
                       PERFORM 250-ACCEPT-RECORD
                       REWRITE RATE-TABLE-REC
                           INVALID KEY
                               DISPLAY "REWRITE FAILED " RT-KEY
                           NOT INVALID KEY
                               MOVE "RTCHG" TO AUDIT-ACTION
                               MOVE RATE-TABLE-REC TO AFTER-IMAGE
                               PERFORM 240-WRITE-AUDIT
                               DISPLAY "ENTRY UPDATED " RT-KEY
                       END-REWRITE
               END-READ
           END-IF.

       230-DELETE-ENTRY.
           PERFORM 260-ACCEPT-KEY
           IF KEY-VALID-SWITCH = "Y"
               READ TAX-RATE-TABLE
                   INVALID KEY
                       DISPLAY "NO SUCH ENTRY " RT-KEY
                   NOT INVALID KEY
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE RATE-TABLE-REC TO BEFORE-IMAGE
                       DELETE TAX-RATE-TABLE
                           INVALID KEY
                               DISPLAY "DELETE FAILED " RT-KEY
                           NOT INVALID KEY
                               MOVE "RTDEL" TO AUDIT-ACTION
                               MOVE SPACES TO AFTER-IMAGE
                               PERFORM 240-WRITE-AUDIT
                               DISPLAY "ENTRY DELETED " RT-KEY
                       END-DELETE
               END-READ
           END-IF.

      ******************************************************************
      * Rate-table entries share the employee-master audit trail.
      * The RT actions and the zero employee ID keep them apart from
      * the employee adds, changes, and deletes.
      ******************************************************************
       240-WRITE-AUDIT.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE 0 TO AUD-EMPLOYEE-ID
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-REC.

       250-ACCEPT-RECORD.
           EVALUATE RT-TABLE-CODE
               WHEN "FICA"
                   PERFORM 251-ACCEPT-FICA
               WHEN "FEDW"
                   PERFORM 253-ACCEPT-BRACKET
                       VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > 3
               WHEN "STAW"
                   PERFORM 253-ACCEPT-BRACKET
                       VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > 3
               WHEN "UNEM"
                   PERFORM 254-ACCEPT-UNEMPLOYMENT
               WHEN "DEPW"
                   PERFORM 256-ACCEPT-ALLOWANCE
                       VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > 10
               WHEN "PTOA"
                   PERFORM 258-ACCEPT-ACCRUAL
                       VARYING PTO-ACR-IDX FROM 1 BY 1
                       UNTIL PTO-ACR-IDX > 3
                   DISPLAY "SICK HOURS PER WEEK (9.99 AS 999): "
                       WITH NO ADVANCING
                   ACCEPT RT-PTO-SICK-RATE
               WHEN "SUPW"
                   PERFORM 259-ACCEPT-SUPPLEMENTAL
           END-EVALUATE.

       251-ACCEPT-FICA.
           DISPLAY "SOC SEC RATE (.062 AS 062): " WITH NO ADVANCING
           ACCEPT RT-SOC-SEC-RATE
           DISPLAY "SOC SEC WAGE BASE (999999.99 AS 99999999): "
               WITH NO ADVANCING
           ACCEPT RT-SOC-SEC-WAGE-BASE
           DISPLAY "MEDICARE RATE (.0145 AS 0145): " WITH NO ADVANCING
           ACCEPT RT-MEDICARE-RATE.

      ******************************************************************
      * Brackets are keyed low-to-high threshold, the order the
      * payroll run searches them in; the first threshold is zero.
      ******************************************************************
       253-ACCEPT-BRACKET.
           DISPLAY "BRACKET " BRK-IDX
               " THRESHOLD (9999.99 AS 999999): " WITH NO ADVANCING
           ACCEPT RT-BRK-THRESHOLD (BRK-IDX)
           DISPLAY "BRACKET " BRK-IDX " RATE (.150 AS 150): "
               WITH NO ADVANCING
           ACCEPT RT-BRK-RATE (BRK-IDX).

       254-ACCEPT-UNEMPLOYMENT.
           DISPLAY "FUTA RATE (.0060 AS 0060): " WITH NO ADVANCING
           ACCEPT RT-FUTA-RATE
           DISPLAY "FUTA WAGE BASE (999999.99 AS 99999999): "
               WITH NO ADVANCING
           ACCEPT RT-FUTA-WAGE-BASE
           DISPLAY "SUTA RATE (.0270 AS 0270): " WITH NO ADVANCING
           ACCEPT RT-SUTA-RATE
           DISPLAY "SUTA WAGE BASE (999999.99 AS 99999999): "
               WITH NO ADVANCING
           ACCEPT RT-SUTA-WAGE-BASE.

       256-ACCEPT-ALLOWANCE.
           COMPUTE LOAD-COUNTER = DEP-IDX - 1
           DISPLAY LOAD-COUNTER " DEPENDENTS - FED ALLOWANCE "
               "(999.99 AS 99999): " WITH NO ADVANCING
           ACCEPT RT-DEP-FED-ALLOW (DEP-IDX)
           DISPLAY LOAD-COUNTER " DEPENDENTS - STATE ALLOWANCE "
               "(999.99 AS 99999): " WITH NO ADVANCING
           ACCEPT RT-DEP-STATE-ALLOW (DEP-IDX).

       258-ACCEPT-ACCRUAL.
           DISPLAY "TIER " PTO-ACR-IDX " MINIMUM YEARS OF SERVICE: "
               WITH NO ADVANCING
           ACCEPT RT-PTO-MIN-YEARS (PTO-ACR-IDX)
           DISPLAY "TIER " PTO-ACR-IDX
               " VACATION HOURS PER WEEK (9.99 AS 999): "
               WITH NO ADVANCING
           ACCEPT RT-PTO-VAC-RATE (PTO-ACR-IDX).

       259-ACCEPT-SUPPLEMENTAL.
           DISPLAY "SUPPLEMENTAL FEDERAL RATE (.220 AS 220): "
               WITH NO ADVANCING
           ACCEPT RT-SUPP-FED-RATE.

       260-ACCEPT-KEY.
           MOVE "Y" TO KEY-VALID-SWITCH
           DISPLAY "TABLE CODE (FICA FEDW STAW UNEM DEPW PTOA SUPW): "
               WITH NO ADVANCING
           ACCEPT RT-TABLE-CODE
           IF RT-TABLE-CODE NOT = "FICA" AND
                   RT-TABLE-CODE NOT = "FEDW" AND
                   RT-TABLE-CODE NOT = "STAW" AND
                   RT-TABLE-CODE NOT = "UNEM" AND
                   RT-TABLE-CODE NOT = "DEPW" AND
                   RT-TABLE-CODE NOT = "PTOA" AND
                   RT-TABLE-CODE NOT = "SUPW"
               MOVE "N" TO KEY-VALID-SWITCH
               DISPLAY "INVALID TABLE CODE " RT-TABLE-CODE
           END-IF
           IF KEY-VALID-SWITCH = "Y"
               MOVE SPACES TO RT-STATE-CODE
               IF RT-TABLE-CODE = "STAW"
                   DISPLAY "STATE CODE (SPACES = DEFAULT TABLE): "
                       WITH NO ADVANCING
                   ACCEPT RT-STATE-CODE
               END-IF
               DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT RT-EFFECTIVE-DATE
               IF RT-EFFECTIVE-DATE NOT NUMERIC OR
                       RT-EFFECTIVE-DATE = 0
                   MOVE "N" TO KEY-VALID-SWITCH
                   DISPLAY "INVALID EFFECTIVE DATE"
               END-IF
           END-IF.

      ******************************************************************
      * A new rate file starts from the tables the system was built
      * with: every table is written as of the keyed date, and each
      * write is audited like any other add.  The state brackets go
      * in as the default table (state code spaces).  An entry
      * already on file for that key is left alone.
      ******************************************************************
       270-LOAD-STARTING-TABLES.
           DISPLAY "EFFECTIVE DATE FOR STARTING TABLES (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT LOAD-EFFECTIVE-DATE
           IF LOAD-EFFECTIVE-DATE NOT NUMERIC OR
                   LOAD-EFFECTIVE-DATE = 0
               DISPLAY "INVALID EFFECTIVE DATE - NOTHING LOADED"
           ELSE
               MOVE 0 TO LOAD-COUNTER
               MOVE "FICA" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE SOC-SEC-RATE TO RT-SOC-SEC-RATE
               MOVE SOC-SEC-WAGE-BASE TO RT-SOC-SEC-WAGE-BASE
               MOVE MEDICARE-RATE TO RT-MEDICARE-RATE
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "FEDW" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE FED-BRACKET-TABLE TO RT-BRACKETS
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "STAW" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE STATE-BRACKET-TABLE TO RT-BRACKETS
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "UNEM" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE FUTA-RATE TO RT-FUTA-RATE
               MOVE FUTA-WAGE-BASE TO RT-FUTA-WAGE-BASE
               MOVE SUTA-RATE TO RT-SUTA-RATE
               MOVE SUTA-WAGE-BASE TO RT-SUTA-WAGE-BASE
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "DEPW" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE DEP-WH-TABLE TO RT-DEPWH-DATA
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "PTOA" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE PTO-ACCRUAL-TABLE TO RT-PTO-ACCRUALS
               MOVE PTO-SICK-RATE TO RT-PTO-SICK-RATE
               PERFORM 275-WRITE-LOADED-ENTRY
               MOVE "SUPW" TO RT-TABLE-CODE
               MOVE SPACES TO RT-STATE-CODE
               MOVE SPACES TO RT-DATA
               MOVE SUPP-FED-RATE TO RT-SUPP-FED-RATE
               PERFORM 275-WRITE-LOADED-ENTRY
               DISPLAY "STARTING TABLE ENTRIES LOADED: " LOAD-COUNTER
           END-IF.

       275-WRITE-LOADED-ENTRY.
           MOVE LOAD-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
           WRITE RATE-TABLE-REC
               INVALID KEY
                   DISPLAY "ENTRY ALREADY EXISTS " RT-KEY
               NOT INVALID KEY
                   ADD 1 TO LOAD-COUNTER
                   MOVE "RTADD" TO AUDIT-ACTION
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE RATE-TABLE-REC TO AFTER-IMAGE
                   PERFORM 240-WRITE-AUDIT
           END-WRITE.

       400-TERMINATE.
           CLOSE TAX-RATE-TABLE.
           CLOSE AUDIT-OUT.
           STOP RUN.
       END PROGRAM CH0726.
