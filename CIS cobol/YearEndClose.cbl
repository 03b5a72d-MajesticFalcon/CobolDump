       FD YTD-ARCHIVE.
       01 ARCHIVE-REC.
           05 ARC-YEAR          PIC 9(4).
           05 ARC-YTD-IMAGE     PIC X(350).

       FD RUN-LOG.
       COPY RUNLOG.
           05 DED-RESET-COUNTER PIC 9(6) VALUE 0.
           05 NEW-PERIOD-COUNT  PIC 9(3) VALUE 0.
       01 QTR-IDX               PIC 9 VALUE 0.
       01 STATE-IDX             PIC 9 VALUE 0.
       01 CLOSE-YEAR-WORK.
           05 CLOSING-YEAR      PIC 9(4) VALUE 0.
           05 NEW-YEAR          PIC 9(4) VALUE 0.
                   MOVE 0 TO YTD-MEDICARE
                   MOVE 0 TO YTD-FED-TAX
                   MOVE 0 TO YTD-STATE-TAX
                   MOVE 0 TO YTD-SUPP-GROSS
                   PERFORM 250-ZERO-YTD-QUARTER
                       VARYING QTR-IDX FROM 1 BY 1
                       UNTIL QTR-IDX > 4
                   PERFORM 255-CLEAR-YTD-STATE
                       VARYING STATE-IDX FROM 1 BY 1
                       UNTIL STATE-IDX > 4
                   REWRITE YTD-RECORD
           END-READ.

           MOVE 0 TO YTD-QTR-MEDICARE (QTR-IDX)
           MOVE 0 TO YTD-QTR-FED-TAX (QTR-IDX).

       255-CLEAR-YTD-STATE.
           MOVE SPACES TO YTD-ST-CODE (STATE-IDX)
           MOVE 0 TO YTD-ST-WAGES (STATE-IDX)
           MOVE 0 TO YTD-ST-TAX (STATE-IDX).

      ******************************************************************
      * Deduction YTD amounts restart with the year; the arrears
      * balance does not -- the carrier or the court is still owed.
