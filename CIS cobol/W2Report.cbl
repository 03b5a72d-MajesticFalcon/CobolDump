      *        After the year-end close has zeroed the live master,
      *        the operator keys the closed year and the listing is
      *        produced from the year-stamped archive instead.
      *        Each state that withheld during the year gets its own
      *        wages and tax line; the operator keys the home state
      *        that stands for employees with no state coded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0703.
       FD YTD-ARCHIVE.
       01 ARCHIVE-REC.
           05 ARC-YEAR          PIC 9(4).
           05 ARC-YTD-IMAGE     PIC X(350).

       FD RUN-LOG.
       COPY RUNLOG.
       01 ARCHIVE-WORK.
           05 ARCHIVE-YEAR      PIC 9(4) VALUE 0.
           05 ARCHIVE-MODE-SWITCH PIC X VALUE "N".
       01 STATE-WORK.
           05 HOME-STATE-CODE   PIC X(2) VALUE SPACES.
           05 STATE-IDX         PIC 9 VALUE 0.
       01 COUNTERS.
           05 REC-COUNTER       PIC 9(3) VALUE 0.

           05 FILLER            PIC X(21) VALUE '  YTD STATE TAX:     '.
           05 DTL-STATE-TAX     PIC ZZ,ZZZ,ZZ9.99.

       01 W2-STATE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DTL-ST-CODE       PIC X(2).
           05 FILLER            PIC X(9)  VALUE ' WAGES:  '.
           05 DTL-ST-WAGES      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8)  VALUE '  TAX:  '.
           05 DTL-ST-TAX        PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "ARCHIVE YEAR (0 = LIVE YTD MASTER): "
               WITH NO ADVANCING.
           ACCEPT ARCHIVE-YEAR.
           DISPLAY "HOME STATE CODE: " WITH NO ADVANCING.
           ACCEPT HOME-STATE-CODE.
           IF ARCHIVE-YEAR > 0
               MOVE "Y" TO ARCHIVE-MODE-SWITCH
               OPEN INPUT YTD-ARCHIVE
           WRITE W2-LINE FROM W2-DETAIL-3A
           WRITE W2-LINE FROM W2-DETAIL-4
           WRITE W2-LINE FROM W2-DETAIL-5
           PERFORM 260-WRITE-STATE-LINE
               VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > 4
           MOVE SPACES TO W2-LINE
           WRITE W2-LINE
           ADD 1 TO REC-COUNTER.

      ******************************************************************
      * State entries never used -- or missing altogether on a record
      * archived before the master carried them -- print nothing.
      ******************************************************************
       260-WRITE-STATE-LINE.
           IF YTD-ST-WAGES (STATE-IDX) NUMERIC AND
                   YTD-ST-TAX (STATE-IDX) NUMERIC
               IF YTD-ST-WAGES (STATE-IDX) NOT = 0 OR
                       YTD-ST-TAX (STATE-IDX) NOT = 0
                   IF YTD-ST-CODE (STATE-IDX) = SPACES
                       MOVE HOME-STATE-CODE TO DTL-ST-CODE
                   ELSE
                       MOVE YTD-ST-CODE (STATE-IDX) TO DTL-ST-CODE
                   END-IF
                   MOVE YTD-ST-WAGES (STATE-IDX) TO DTL-ST-WAGES
                   MOVE YTD-ST-TAX (STATE-IDX) TO DTL-ST-TAX
                   WRITE W2-LINE FROM W2-STATE-LINE
               END-IF
           END-IF.

       400-TERMINATE.
           MOVE "END" TO LOG-EVENT.
           PERFORM 910-WRITE-RUN-LOG.
