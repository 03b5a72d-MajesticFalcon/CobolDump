      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/15/26
      * Purpose: One-time conversion of the maintenance audit trail
      *        to the widened audit record.  Lines written before the
      *        record grew carry 120-byte before and after images and
      *        no approver, so every reader of MaintenanceAudit.dat
      *        would take their action, date and images from the
      *        wrong columns.  Each old line is laid out again in the
      *        current AUDITREC format -- the images moved into the
      *        200-byte areas, the approver blank, and the employee
      *        fields the master has gained since (work and resident
      *        state, pay class, annual salary) set to the values an
      *        employee of that time had: spaces, hourly, and zero.
      *        Lines already in the current layout are copied as they
      *        are, so a second run changes nothing.  The file is
      *        converted into MaintenanceAudit.cnv first and copied
      *        back only when the whole pass succeeds; a PREVIEW run
      *        stops after the counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0739.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-FILE ASSIGN TO 'MaintenanceAudit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUD-FILE-STATUS.
               SELECT CONVERT-FILE ASSIGN TO 'MaintenanceAudit.cnv'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CNV-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-LINE               PIC X(444).

       FD CONVERT-FILE.
       01 CONVERT-LINE             PIC X(444).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 EOF-SWITCH           PIC X VALUE "N".
           05 PREVIEW-MODE-SWITCH  PIC X VALUE "N".
           05 OLD-LAYOUT-SWITCH    PIC X VALUE "N".
       01 RUN-PARM                 PIC X(80) VALUE SPACES.
       01 AUD-FILE-STATUS          PIC XX VALUE "00".
       01 CNV-FILE-STATUS          PIC XX VALUE "00".
       01 COUNTERS.
           05 READ-COUNTER         PIC 9(7) VALUE 0.
           05 CONVERTED-COUNTER    PIC 9(7) VALUE 0.
           05 COPIED-COUNTER       PIC 9(7) VALUE 0.

       COPY AUDITREC.

      ******************************************************************
      * The audit line as it was written before the images were
      * widened: 276 bytes, the rest of the current record blank.
      * An add or change is recognized by its after image starting
      * with the entry's own employee ID where the old layout put it;
      * in the current layout those columns fall inside the before
      * image's state and salary fields, never an employee ID.  An
      * old delete has an employee before image and nothing after
      * it, where a current one would show the salary digits.
      ******************************************************************
       01 OLD-AUDIT-REC.
           05 OLD-OPERATOR-ID      PIC X(8).
           05 OLD-DATE             PIC 9(8).
           05 OLD-TIME             PIC 9(8).
           05 OLD-ACTION           PIC X(6).
           05 OLD-EMPLOYEE-ID      PIC X(6).
           05 OLD-BEFORE-IMAGE     PIC X(120).
           05 OLD-AFTER-IMAGE      PIC X(120).
           05 OLD-TAIL             PIC X(168).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-RECORDS
               UNTIL EOF-SWITCH = "Y".
           CLOSE AUDIT-FILE.
           CLOSE CONVERT-FILE.
           PERFORM 300-COPY-BACK
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           IF RUN-PARM (1:7) = "PREVIEW"
               MOVE "Y" TO PREVIEW-MODE-SWITCH
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-FILE OPEN FAILED " AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-FILE.
           IF CNV-FILE-STATUS NOT = "00"
               DISPLAY "CONVERT-FILE OPEN FAILED " CNV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-CONVERT-RECORDS.
           MOVE SPACES TO AUDIT-LINE
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   MOVE AUDIT-LINE TO OLD-AUDIT-REC
                   PERFORM 210-CHECK-OLD-LAYOUT
                   IF OLD-LAYOUT-SWITCH = "Y"
                       PERFORM 220-BUILD-CURRENT-RECORD
                       WRITE CONVERT-LINE FROM AUDIT-REC
                       ADD 1 TO CONVERTED-COUNTER
                   ELSE
                       WRITE CONVERT-LINE FROM AUDIT-LINE
                   END-IF
           END-READ.

       210-CHECK-OLD-LAYOUT.
           MOVE "N" TO OLD-LAYOUT-SWITCH
           IF OLD-TAIL = SPACES AND OLD-EMPLOYEE-ID NUMERIC
               IF OLD-AFTER-IMAGE (1:6) = OLD-EMPLOYEE-ID
                   MOVE "Y" TO OLD-LAYOUT-SWITCH
               ELSE
                   IF OLD-ACTION = "DELETE" AND
                           OLD-AFTER-IMAGE = SPACES AND
                           OLD-BEFORE-IMAGE (1:6) = OLD-EMPLOYEE-ID
                       MOVE "Y" TO OLD-LAYOUT-SWITCH
                   END-IF
               END-IF
           END-IF.

       220-BUILD-CURRENT-RECORD.
           MOVE SPACES TO AUDIT-REC
           MOVE OLD-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE OLD-DATE TO AUD-DATE
           MOVE OLD-TIME TO AUD-TIME
           MOVE OLD-ACTION TO AUD-ACTION
           MOVE OLD-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE OLD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OLD-AFTER-IMAGE TO AUD-AFTER-IMAGE
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE ZEROES TO AUD-BEFORE-IMAGE (124:9)
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE ZEROES TO AUD-AFTER-IMAGE (124:9)
           END-IF
           MOVE SPACES TO AUD-APPROVER-ID.

      ******************************************************************
      * The trail is only replaced when something was converted and
      * the run is live; the converted copy is left behind either way
      * for comparison.
      ******************************************************************
       300-COPY-BACK.
           IF PREVIEW-MODE-SWITCH = "N" AND CONVERTED-COUNTER > 0
               MOVE "N" TO EOF-SWITCH
               OPEN INPUT CONVERT-FILE
               IF CNV-FILE-STATUS NOT = "00"
                   DISPLAY "CONVERT-FILE OPEN FAILED " CNV-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT AUDIT-FILE
               IF AUD-FILE-STATUS NOT = "00"
                   DISPLAY "AUDIT-FILE REWRITE FAILED " AUD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 310-COPY-RECORD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE CONVERT-FILE
               CLOSE AUDIT-FILE
           END-IF.

       310-COPY-RECORD.
           READ CONVERT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   WRITE AUDIT-LINE FROM CONVERT-LINE
                   ADD 1 TO COPIED-COUNTER
           END-READ.

       400-TERMINATE.
           DISPLAY "AUDIT LINES READ:      " READ-COUNTER.
           DISPLAY "OLD LAYOUT CONVERTED:  " CONVERTED-COUNTER.
           IF CONVERTED-COUNTER = 0
               DISPLAY "AUDIT TRAIL ALREADY IN CURRENT LAYOUT"
           ELSE
               IF PREVIEW-MODE-SWITCH = "Y"
                   DISPLAY "PREVIEW RUN - AUDIT TRAIL NOT REPLACED"
               ELSE
                   DISPLAY "AUDIT LINES REWRITTEN: " COPIED-COUNTER
                   IF COPIED-COUNTER NOT = READ-COUNTER
                       DISPLAY "LINE COUNT MISMATCH - RESTORE FROM "
                           "MaintenanceAudit.cnv"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
       END PROGRAM CH0739.
