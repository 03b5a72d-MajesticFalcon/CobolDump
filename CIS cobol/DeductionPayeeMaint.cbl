      ******************************************************************
      * Author: Schylar Utley
      * Date: 10/14/26
      * Purpose: Maintain the deduction payee master
      *        (DeductionPayee.dat) -- add, change, or delete the
      *        payee a deduction code is remitted to, keyed from the
      *        console.  Employee ID zero sets the payee for every
      *        employee carrying the code; a nonzero employee ID sets
      *        a payee for that employee alone and must match a
      *        deduction on the deduction master.  Garnishment
      *        payees must carry the agency's case number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0729.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DEDUCTION-PAYEE ASSIGN TO 'DeductionPayee.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPY-KEY
                   FILE STATUS IS DPY-FILE-STATUS.
               SELECT DEDUCTION-MASTER ASSIGN TO 'DeductionMaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DED-KEY
                   FILE STATUS IS DED-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD DEDUCTION-PAYEE.
       COPY DEDPAYEE.

       FD DEDUCTION-MASTER.
       COPY DEDREC.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH      PIC X VALUE "N".
           05 VALID-SWITCH     PIC X VALUE "Y".
           05 DED-FILE-SWITCH  PIC X VALUE "N".
       01 DPY-FILE-STATUS      PIC XX VALUE "00".
       01 DED-FILE-STATUS      PIC XX VALUE "00".
       01 MENU-CHOICE          PIC X.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-MENU
               UNTIL DONE-SWITCH = "Y".
           PERFORM 400-TERMINATE.

       100-INITIALIZE.
           OPEN I-O DEDUCTION-PAYEE.
           IF DPY-FILE-STATUS = "35"
               OPEN OUTPUT DEDUCTION-PAYEE
               CLOSE DEDUCTION-PAYEE
               OPEN I-O DEDUCTION-PAYEE
           END-IF.
           IF DPY-FILE-STATUS NOT = "00"
               DISPLAY "DEDUCTION-PAYEE OPEN FAILED " DPY-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEDUCTION-MASTER.
           IF DED-FILE-STATUS = "00"
               MOVE "Y" TO DED-FILE-SWITCH
           ELSE
               DISPLAY "DEDUCTION MASTER NOT AVAILABLE "
                   DED-FILE-STATUS " - EMPLOYEE PAYEES REFUSED"
           END-IF.

       200-PROCESS-MENU.
           DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = QUIT"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 210-ADD-PAYEE
               WHEN "2"
                   PERFORM 220-CHANGE-PAYEE
               WHEN "3"
                   PERFORM 230-DELETE-PAYEE
               WHEN "4"
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       210-ADD-PAYEE.
           PERFORM 260-ACCEPT-KEY
           PERFORM 270-CHECK-DEDUCTION
           IF VALID-SWITCH = "Y"
               PERFORM 250-ACCEPT-RECORD
           END-IF
           IF VALID-SWITCH = "Y"
               WRITE DEDUCTION-PAYEE-REC
                   INVALID KEY
                       DISPLAY "PAYEE ALREADY EXISTS " DPY-KEY
                   NOT INVALID KEY
                       DISPLAY "PAYEE ADDED " DPY-KEY
               END-WRITE
           END-IF.

       220-CHANGE-PAYEE.
           PERFORM 260-ACCEPT-KEY
           READ DEDUCTION-PAYEE
               INVALID KEY
                   DISPLAY "NO SUCH PAYEE " DPY-KEY
               NOT INVALID KEY
                   PERFORM 250-ACCEPT-RECORD
                   IF VALID-SWITCH = "Y"
                       REWRITE DEDUCTION-PAYEE-REC
                           INVALID KEY
                               DISPLAY "REWRITE FAILED " DPY-KEY
                           NOT INVALID KEY
                               DISPLAY "PAYEE UPDATED " DPY-KEY
                       END-REWRITE
                   END-IF
           END-READ.

       230-DELETE-PAYEE.
           PERFORM 260-ACCEPT-KEY
           DELETE DEDUCTION-PAYEE
               INVALID KEY
                   DISPLAY "NO SUCH PAYEE " DPY-KEY
               NOT INVALID KEY
                   DISPLAY "PAYEE DELETED " DPY-KEY
           END-DELETE.

      ******************************************************************
      * A garnishment goes nowhere without the case number the agency
      * files it under, and its payee is set per employee -- two
      * employees garnished by the same agency carry two cases.  The
      * liability account is taken from the code-wide record only.
      ******************************************************************
       250-ACCEPT-RECORD.
           MOVE "Y" TO VALID-SWITCH
           DISPLAY "PAYEE TYPE (R = RETIREMENT  I = INSURANCE  "
               "G = GARNISHMENT  O = OTHER): " WITH NO ADVANCING
           ACCEPT DPY-PAYEE-TYPE
           DISPLAY "PAYEE ID: " WITH NO ADVANCING
           ACCEPT DPY-PAYEE-ID
           DISPLAY "PAYEE NAME: " WITH NO ADVANCING
           ACCEPT DPY-PAYEE-NAME
           DISPLAY "CASE NUMBER (GARNISHMENTS): " WITH NO ADVANCING
           ACCEPT DPY-CASE-NUMBER
           MOVE SPACES TO DPY-GL-ACCOUNT
           IF DPY-EMPLOYEE-ID = 0
               DISPLAY "LIABILITY GL ACCOUNT (BLANK = 2130): "
                   WITH NO ADVANCING
               ACCEPT DPY-GL-ACCOUNT
           END-IF
           IF DPY-PAYEE-TYPE NOT = "R" AND DPY-PAYEE-TYPE NOT = "I"
                   AND DPY-PAYEE-TYPE NOT = "G"
                   AND DPY-PAYEE-TYPE NOT = "O"
               DISPLAY "INVALID PAYEE TYPE " DPY-PAYEE-TYPE
               MOVE "N" TO VALID-SWITCH
           END-IF
           IF DPY-PAYEE-ID = SPACES
               DISPLAY "PAYEE ID IS REQUIRED"
               MOVE "N" TO VALID-SWITCH
           END-IF
           IF DPY-PAYEE-TYPE = "G" AND DPY-CASE-NUMBER = SPACES
                   AND DPY-EMPLOYEE-ID > 0
               DISPLAY "GARNISHMENT PAYEE NEEDS A CASE NUMBER"
               MOVE "N" TO VALID-SWITCH
           END-IF.

       260-ACCEPT-KEY.
           DISPLAY "DEDUCTION CODE: " WITH NO ADVANCING
           ACCEPT DPY-DED-CODE
           DISPLAY "EMPLOYEE-ID (0 = ALL EMPLOYEES): " WITH NO ADVANCING
           ACCEPT DPY-EMPLOYEE-ID.

       270-CHECK-DEDUCTION.
           MOVE "Y" TO VALID-SWITCH
           IF DPY-DED-CODE = SPACES
               DISPLAY "DEDUCTION CODE IS REQUIRED"
               MOVE "N" TO VALID-SWITCH
           END-IF
           IF VALID-SWITCH = "Y" AND DPY-EMPLOYEE-ID > 0
               IF DED-FILE-SWITCH = "N"
                   DISPLAY "DEDUCTION MASTER NOT AVAILABLE"
                   MOVE "N" TO VALID-SWITCH
               ELSE
                   MOVE DPY-EMPLOYEE-ID TO DED-EMPLOYEE-ID
                   MOVE DPY-DED-CODE TO DED-CODE
                   READ DEDUCTION-MASTER
                       INVALID KEY
                           DISPLAY "EMPLOYEE " DPY-EMPLOYEE-ID
                               " CARRIES NO DEDUCTION " DPY-DED-CODE
                           MOVE "N" TO VALID-SWITCH
                   END-READ
               END-IF
           END-IF.

       400-TERMINATE.
           CLOSE DEDUCTION-PAYEE.
           IF DED-FILE-SWITCH = "Y"
               CLOSE DEDUCTION-MASTER
           END-IF.
           STOP RUN.
       END PROGRAM CH0729.
