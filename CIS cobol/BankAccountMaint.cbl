      *        account by employee ID and sequence number, keyed
      *        from the console.  Flat-amount and percent splits,
      *        priorities, and the primary (remainder) flag all live
      *        here.  Every add, change or delete redirects net pay,
      *        so none is made here directly: each is held on the
      *        pending-change file for a second operator to approve
      *        in CH0735, which applies it and puts new or changed
      *        bank details into prenote status the same way the
      *        employee-master cycle does; only the deposit run
      *        promotes them to live.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0725.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BA-KEY
                   FILE STATUS IS BNK-FILE-STATUS.
               SELECT PENDING-CHANGES ASSIGN TO 'PendingChanges.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-KEY
                   FILE STATUS IS PEND-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD BANK-ACCOUNTS.
       COPY BANKACCT.

       FD PENDING-CHANGES.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 DONE-SWITCH      PIC X VALUE "N".
           05 PEND-WRITTEN-SWITCH PIC X VALUE "N".
       01 BNK-FILE-STATUS      PIC XX VALUE "00".
       01 PEND-FILE-STATUS     PIC XX VALUE "00".
       01 MENU-CHOICE          PIC X.
       01 OPERATOR-ID          PIC X(8).
       01 REQUEST-WORK.
           05 REQUEST-ACTION   PIC X(6).
           05 BEFORE-IMAGE     PIC X(100).
           05 AFTER-IMAGE      PIC X(100).

       PROCEDURE DIVISION.

               DISPLAY "BANK-ACCOUNTS OPEN FAILED " BNK-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGES.
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF.
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "PENDING-CHANGES OPEN FAILED " PEND-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED - RUN REFUSED"
               STOP RUN
           END-IF.

       200-PROCESS-MENU.
           DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = QUIT"

       210-ADD-ACCOUNT.
           PERFORM 260-ACCEPT-KEY
           READ BANK-ACCOUNTS
               INVALID KEY
                   PERFORM 250-ACCEPT-RECORD
                   MOVE SPACE TO BA-STATUS
                   MOVE 0 TO BA-PRENOTE-DATE
                   MOVE "ADD" TO REQUEST-ACTION
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE BANK-ACCOUNT-REC TO AFTER-IMAGE
                   PERFORM 280-HOLD-ACCOUNT-CHANGE
               NOT INVALID KEY
                   DISPLAY "ACCOUNT ALREADY EXISTS " BA-KEY
           END-READ.

      ******************************************************************
      * Re-keying the same details on an account a return disabled
      * ('X') is still a change: it is how maintenance puts the
      * account back in the prenote cycle, so it goes for approval
      * like any other.
      ******************************************************************
       220-CHANGE-ACCOUNT.
           PERFORM 260-ACCEPT-KEY
           READ BANK-ACCOUNTS
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT " BA-KEY
               NOT INVALID KEY
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE BANK-ACCOUNT-REC TO BEFORE-IMAGE
                   PERFORM 250-ACCEPT-RECORD
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE BANK-ACCOUNT-REC TO AFTER-IMAGE
                   IF AFTER-IMAGE = BEFORE-IMAGE AND BA-STATUS NOT = "X"
                       DISPLAY "NO CHANGE KEYED " BA-KEY
                   ELSE
                       MOVE "CHANGE" TO REQUEST-ACTION
                       PERFORM 280-HOLD-ACCOUNT-CHANGE
                   END-IF
           END-READ.

       230-DELETE-ACCOUNT.
           PERFORM 260-ACCEPT-KEY
           READ BANK-ACCOUNTS
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT " BA-KEY
               NOT INVALID KEY
                   MOVE "DELETE" TO REQUEST-ACTION
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE BANK-ACCOUNT-REC TO BEFORE-IMAGE
                   MOVE SPACES TO AFTER-IMAGE
                   PERFORM 280-HOLD-ACCOUNT-CHANGE
           END-READ.

       250-ACCEPT-RECORD.
           DISPLAY "BANK ROUTING NUMBER: " WITH NO ADVANCING
               WITH NO ADVANCING
           ACCEPT BA-PRIMARY-FLAG.

       260-ACCEPT-KEY.
           DISPLAY "EMPLOYEE-ID: " WITH NO ADVANCING
           ACCEPT BA-EMPLOYEE-ID
           DISPLAY "SEQUENCE (01-99): " WITH NO ADVANCING
           ACCEPT BA-SEQUENCE.

      ******************************************************************
      * Dual control: the request is written to the pending-change
      * file with the account as it stands and as keyed, and nothing
      * on the account file moves until a second operator approves
      * it.  The prenote starts when the change is applied.
      ******************************************************************
       280-HOLD-ACCOUNT-CHANGE.
           MOVE SPACES TO PENDING-CHANGE-REC
           MOVE "P" TO PC-STATUS
           MOVE "B" TO PC-RECORD-TYPE
           MOVE REQUEST-ACTION TO PC-ACTION
           MOVE BA-EMPLOYEE-ID TO PC-EMPLOYEE-ID
           MOVE BA-SEQUENCE TO PC-BANK-SEQUENCE
           MOVE "CH0725" TO PC-SOURCE-PROGRAM
           MOVE OPERATOR-ID TO PC-REQUESTED-BY
           MOVE 0 TO PC-RATE-EFFECTIVE-DATE
           MOVE 0 TO PC-DECISION-DATE
           MOVE 0 TO PC-DECISION-TIME
           MOVE BEFORE-IMAGE TO PC-BEFORE-VALUES
           MOVE AFTER-IMAGE TO PC-AFTER-VALUES
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE 0 TO PC-SEQUENCE
           MOVE "N" TO PEND-WRITTEN-SWITCH
           PERFORM 285-TRY-PENDING-WRITE
               UNTIL PEND-WRITTEN-SWITCH = "Y"
           DISPLAY "ACCOUNT " REQUEST-ACTION " HELD FOR APPROVAL "
               BA-KEY.

       285-TRY-PENDING-WRITE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   ADD 1 TO PC-SEQUENCE
               NOT INVALID KEY
                   MOVE "Y" TO PEND-WRITTEN-SWITCH
           END-WRITE.

       400-TERMINATE.
           CLOSE BANK-ACCOUNTS.
           CLOSE PENDING-CHANGES.
           STOP RUN.
       END PROGRAM CH0725.
