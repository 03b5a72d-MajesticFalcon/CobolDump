      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Labor distribution report for the period just paid.
      *        Reads the labor distribution the payroll run wrote and
      *        prints the hours and dollars charged to each cost
      *        center and department, employee by employee against
      *        the home department they are paid from.  Lines charged
      *        away from the home department are marked as cross-
      *        charges and totalled on their own, so the department
      *        heads can see what was borrowed and from whom.  Cost
      *        centers come from the department master; a charge
      *        department not on the master prints under a blank
      *        cost center.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0732.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LABOR-DIST ASSIGN TO 'LaborDistribution.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LDS-FILE-STATUS.
               SELECT DEPARTMENT-MASTER
                   ASSIGN TO 'DepartmentMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEPT-CODE
                   FILE STATUS IS DEPT-FILE-STATUS.
               SELECT REPORT-OUT ASSIGN TO 'LaborDistribution.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILE-STATUS.
               SELECT SORT-FILE ASSIGN TO 'LaborSort.tmp'.
       DATA DIVISION.

       FILE SECTION.
       FD LABOR-DIST.
       COPY LABORDST.

       FD DEPARTMENT-MASTER.
       COPY DEPTREC.

       FD REPORT-OUT.
       01 REPORT-LINE              PIC X(100).

       SD SORT-FILE.
       01 SORT-REC.
           05 SR-COST-CENTER       PIC X(6).
           05 SR-CHARGE-DEPT       PIC X(4).
           05 SR-HOME-DEPT         PIC X(4).
           05 SR-EMPLOYEE-ID       PIC 9(6).
           05 SR-WEEK-ENDING       PIC 9(8).
           05 SR-HOURS             PIC 9(3)V99.
           05 SR-AMOUNT            PIC S9(6)V99.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 LDS-EOF-SWITCH       PIC X VALUE "N".
           05 SORT-EOF-SWITCH      PIC X VALUE "N".
           05 FIRST-DETAIL-SWITCH  PIC X VALUE "Y".
           05 DEPT-FILE-SWITCH     PIC X VALUE "N".
       01 LDS-FILE-STATUS          PIC XX VALUE "00".
       01 DEPT-FILE-STATUS         PIC XX VALUE "00".
       01 RPT-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 DETAIL-COUNTER       PIC 9(6) VALUE 0.
           05 CROSS-COUNTER        PIC 9(6) VALUE 0.
       01 RUN-PERIOD               PIC 9(4) VALUE 0.
       01 PREV-COST-CENTER         PIC X(6) VALUE SPACES.
       01 PREV-CHARGE-DEPT         PIC X(4) VALUE SPACES.
       01 LOOKUP-DEPT              PIC X(4) VALUE SPACES.
       01 LOOKUP-COST-CENTER       PIC X(6) VALUE SPACES.
       01 TOTALS.
           05 DEPT-HOURS           PIC 9(7)V99 VALUE 0.
           05 DEPT-AMOUNT          PIC S9(9)V99 VALUE 0.
           05 CC-HOURS             PIC 9(7)V99 VALUE 0.
           05 CC-AMOUNT            PIC S9(9)V99 VALUE 0.
           05 GRAND-HOURS          PIC 9(7)V99 VALUE 0.
           05 GRAND-AMOUNT         PIC S9(9)V99 VALUE 0.
           05 CROSS-HOURS          PIC 9(7)V99 VALUE 0.
           05 CROSS-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  TODAY-DATE              PIC 9(8).
       01 RUN-DATE-OUT.
           05 RUN-MONTH            PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-DAY              PIC 9(2).
           05 FILLER               PIC X VALUE '/'.
           05 RUN-YEAR             PIC 9(4).

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30)
                   VALUE 'ACME MANUFACTURING CO.'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(29)
                   VALUE 'LABOR DISTRIBUTION REPORT'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDR-RUN-DATE      PIC X(10).
           05 FILLER            PIC X(9)  VALUE '  PERIOD '.
           05 HDR-PERIOD        PIC 9(4).

       01 RPT-CC-LINE.
           05 FILLER            PIC X(13) VALUE 'COST CENTER: '.
           05 RCC-COST-CENTER   PIC X(6).

       01 RPT-COLUMN-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE 'CHARGED'.
           05 FILLER            PIC X(7)  VALUE 'HOME'.
           05 FILLER            PIC X(8)  VALUE 'EMP ID'.
           05 FILLER            PIC X(11) VALUE 'WEEK END'.
           05 FILLER            PIC X(10) VALUE '     HOURS'.
           05 FILLER            PIC X(14) VALUE '        AMOUNT'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'NOTE'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RDL-CHARGE-DEPT   PIC X(4).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 RDL-HOME-DEPT     PIC X(4).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-WEEK-ENDING   PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RDL-HOURS         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RDL-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-NOTE          PIC X(12).

       01 RPT-TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RTL-LABEL         PIC X(37).
           05 RTL-HOURS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RTL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RCL-LABEL         PIC X(40).
           05 RCL-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-COST-CENTER SR-CHARGE-DEPT
                   SR-HOME-DEPT SR-EMPLOYEE-ID SR-WEEK-ENDING
               INPUT PROCEDURE 200-SELECT-LABOR
               OUTPUT PROCEDURE 500-WRITE-REPORT
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPT-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-FILE-SWITCH
           ELSE
               DISPLAY "DEPARTMENT MASTER NOT AVAILABLE "
                   DEPT-FILE-STATUS " - COST CENTERS LEFT BLANK"
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-OUT OPEN FAILED " RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (5:2) TO RUN-MONTH.
           MOVE TODAY-DATE (7:2) TO RUN-DAY.
           MOVE TODAY-DATE (1:4) TO RUN-YEAR.

       200-SELECT-LABOR.
           OPEN INPUT LABOR-DIST.
           IF LDS-FILE-STATUS NOT = "00"
               DISPLAY "LABOR-DIST OPEN FAILED " LDS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-READ-LABOR-DIST
               UNTIL LDS-EOF-SWITCH = "Y".
           CLOSE LABOR-DIST.

       210-READ-LABOR-DIST.
           READ LABOR-DIST
               AT END
                   MOVE "Y" TO LDS-EOF-SWITCH
               NOT AT END
                   IF LDS-REC-TYPE = "H"
                       IF RUN-PERIOD = 0
                           MOVE LDS-PERIOD TO RUN-PERIOD
                       END-IF
                   ELSE
                       ADD 1 TO DETAIL-COUNTER
                       PERFORM 220-RELEASE-LABOR
                   END-IF
           END-READ.

      ******************************************************************
      * The cost center is the charged department's, not the home
      * department's -- the report answers who used the labor.
      ******************************************************************
       220-RELEASE-LABOR.
           MOVE LDS-CHARGE-DEPT TO LOOKUP-DEPT
           PERFORM 230-GET-COST-CENTER
           MOVE LOOKUP-COST-CENTER TO SR-COST-CENTER
           MOVE LDS-CHARGE-DEPT TO SR-CHARGE-DEPT
           MOVE LDS-HOME-DEPT TO SR-HOME-DEPT
           MOVE LDS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE LDS-WEEK-ENDING TO SR-WEEK-ENDING
           MOVE LDS-HOURS TO SR-HOURS
           MOVE LDS-AMOUNT TO SR-AMOUNT
           RELEASE SORT-REC.

       230-GET-COST-CENTER.
           MOVE SPACES TO LOOKUP-COST-CENTER
           IF DEPT-FILE-SWITCH = "Y"
               MOVE LOOKUP-DEPT TO DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-COST-CENTER TO LOOKUP-COST-CENTER
               END-READ
           END-IF.

       500-WRITE-REPORT.
           MOVE RUN-DATE-OUT TO HDR-RUN-DATE
           MOVE RUN-PERIOD TO HDR-PERIOD
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2
           PERFORM 510-RETURN-LABOR
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-DETAIL-SWITCH = "N"
               PERFORM 530-WRITE-DEPT-TOTAL
               PERFORM 540-WRITE-CC-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO LABOR DISTRIBUTED THIS PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       510-RETURN-LABOR.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 520-PRINT-LABOR
           END-RETURN.

       520-PRINT-LABOR.
           IF FIRST-DETAIL-SWITCH = "N"
               IF SR-COST-CENTER NOT = PREV-COST-CENTER OR
                       SR-CHARGE-DEPT NOT = PREV-CHARGE-DEPT
                   PERFORM 530-WRITE-DEPT-TOTAL
               END-IF
               IF SR-COST-CENTER NOT = PREV-COST-CENTER
                   PERFORM 540-WRITE-CC-TOTAL
               END-IF
           END-IF
           IF FIRST-DETAIL-SWITCH = "Y" OR
                   SR-COST-CENTER NOT = PREV-COST-CENTER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SR-COST-CENTER TO RCC-COST-CENTER
               WRITE REPORT-LINE FROM RPT-CC-LINE
               WRITE REPORT-LINE FROM RPT-COLUMN-HDR
           END-IF
           MOVE "N" TO FIRST-DETAIL-SWITCH
           MOVE SR-COST-CENTER TO PREV-COST-CENTER
           MOVE SR-CHARGE-DEPT TO PREV-CHARGE-DEPT
           MOVE SR-CHARGE-DEPT TO RDL-CHARGE-DEPT
           MOVE SR-HOME-DEPT TO RDL-HOME-DEPT
           MOVE SR-EMPLOYEE-ID TO RDL-EMPLOYEE-ID
           MOVE SR-WEEK-ENDING TO RDL-WEEK-ENDING
           MOVE SR-HOURS TO RDL-HOURS
           MOVE SR-AMOUNT TO RDL-AMOUNT
           MOVE SPACES TO RDL-NOTE
           IF SR-CHARGE-DEPT NOT = SR-HOME-DEPT
               MOVE "CROSS-CHARGE" TO RDL-NOTE
               ADD 1 TO CROSS-COUNTER
               ADD SR-HOURS TO CROSS-HOURS
               ADD SR-AMOUNT TO CROSS-AMOUNT
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           ADD SR-HOURS TO DEPT-HOURS
           ADD SR-AMOUNT TO DEPT-AMOUNT.

       530-WRITE-DEPT-TOTAL.
           MOVE SPACES TO RTL-LABEL
           STRING "DEPARTMENT " PREV-CHARGE-DEPT " TOTAL"
               DELIMITED BY SIZE INTO RTL-LABEL
           MOVE DEPT-HOURS TO RTL-HOURS
           MOVE DEPT-AMOUNT TO RTL-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           ADD DEPT-HOURS TO CC-HOURS
           ADD DEPT-AMOUNT TO CC-AMOUNT
           MOVE 0 TO DEPT-HOURS
           MOVE 0 TO DEPT-AMOUNT.

       540-WRITE-CC-TOTAL.
           MOVE SPACES TO RTL-LABEL
           STRING "COST CENTER " PREV-COST-CENTER " TOTAL"
               DELIMITED BY SIZE INTO RTL-LABEL
           MOVE CC-HOURS TO RTL-HOURS
           MOVE CC-AMOUNT TO RTL-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           ADD CC-HOURS TO GRAND-HOURS
           ADD CC-AMOUNT TO GRAND-AMOUNT
           MOVE 0 TO CC-HOURS
           MOVE 0 TO CC-AMOUNT.

       400-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL LABOR DISTRIBUTED" TO RTL-LABEL.
           MOVE GRAND-HOURS TO RTL-HOURS.
           MOVE GRAND-AMOUNT TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CROSS-CHARGED TO OTHER DEPARTMENTS" TO RTL-LABEL.
           MOVE CROSS-HOURS TO RTL-HOURS.
           MOVE CROSS-AMOUNT TO RTL-AMOUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LABOR LINES READ" TO RCL-LABEL.
           MOVE DETAIL-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE "CROSS-CHARGE LINES" TO RCL-LABEL.
           MOVE CROSS-COUNTER TO RCL-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           DISPLAY "LABOR LINES READ:      " DETAIL-COUNTER.
           DISPLAY "CROSS-CHARGE LINES:    " CROSS-COUNTER.
           IF DEPT-FILE-SWITCH = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE REPORT-OUT.
           STOP RUN.
       END PROGRAM CH0732.
