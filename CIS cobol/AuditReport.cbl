      *        The operator keys an employee ID (zero for all) and a
      *        date range (zeroes for all dates); every matching
      *        add/change/delete prints with its operator, date/time,
      *        and the full before and after record images, each
      *        image printed as two lines of 100 bytes so nothing
      *        past the print width is lost.  A
      *        wage, bank or SSN change shows the second operator who
      *        approved it beside the operator who requested it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0711.
           05 RDL-ACTION        PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-EMPLOYEE-ID   PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-APPROVAL-CAPTION PIC X(13).
           05 RDL-APPROVER      PIC X(8).

       01 RPT-IMAGE-LINE.
           05 RIL-CAPTION       PIC X(16).
           05 RIL-IMAGE         PIC X(100).
           05 FILLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE AUD-OPERATOR-ID TO RDL-OPERATOR
           MOVE AUD-ACTION TO RDL-ACTION
           MOVE AUD-EMPLOYEE-ID TO RDL-EMPLOYEE-ID
           IF AUD-APPROVER-ID = SPACES
               MOVE SPACES TO RDL-APPROVAL-CAPTION
           ELSE
               MOVE "APPROVED BY: " TO RDL-APPROVAL-CAPTION
           END-IF
           MOVE AUD-APPROVER-ID TO RDL-APPROVER
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE "BEFORE 1-100:   " TO RIL-CAPTION
               MOVE AUD-BEFORE-IMAGE (1:100) TO RIL-IMAGE
               WRITE REPORT-LINE FROM RPT-IMAGE-LINE
               MOVE "BEFORE 101-200: " TO RIL-CAPTION
               MOVE AUD-BEFORE-IMAGE (101:100) TO RIL-IMAGE
               WRITE REPORT-LINE FROM RPT-IMAGE-LINE
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE "AFTER 1-100:    " TO RIL-CAPTION
               MOVE AUD-AFTER-IMAGE (1:100) TO RIL-IMAGE
               WRITE REPORT-LINE FROM RPT-IMAGE-LINE
               MOVE "AFTER 101-200:  " TO RIL-CAPTION
               MOVE AUD-AFTER-IMAGE (101:100) TO RIL-IMAGE
               WRITE REPORT-LINE FROM RPT-IMAGE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
