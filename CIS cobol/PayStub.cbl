      *        stub) per employee -- current-period gross, each
      *        withholding line, and net pay, with the YTD figures
      *        beside them.  Run immediately after CH0601.
      *        Supplemental pay (bonus, commission, retro lump sum)
      *        prints as its own earnings lines under the gross, with
      *        a supplemental pay line carrying its YTD total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0705.
           05 SDV-VAC-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-SICK-AMOUNT       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 SDV-HOL-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(20).
           05 SDV-SUPP-BONUS        PIC 9(5)V99.
           05 SDV-SUPP-COMMISSION   PIC 9(5)V99.
           05 SDV-SUPP-RETRO        PIC 9(5)V99.
           05 FILLER                PIC X(3).

       01 SALARY-HEADER-VIEW REDEFINES SALARY-LINE-IN.
           05 SHV-ID                PIC X(1).
           05 FILLER                PIC X(219).

       01 STUB-RUN-DATE             PIC X(10) VALUE SPACES.
       01 STUB-SUPP-TOTAL           PIC 9(6)V99 VALUE 0.
       01 STUB-PERIOD               PIC 9(4) VALUE 0.

       01 STUB-BANNER-LINE.
           05 FILLER            PIC X(7)  VALUE ' HRS   '.
           05 SNL-AMOUNT        PIC -ZZZ,ZZ9.99.

       01 STUB-SUPP-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SSL-CAPTION       PIC X(23).
           05 SSL-AMOUNT        PIC -ZZZ,ZZ9.99.

       01 STUB-PTO-LINE.
           05 FILLER            PIC X(14) VALUE 'PTO BALANCES: '.
           05 FILLER            PIC X(9)  VALUE 'VACATION '.
           MOVE YTD-GROSS TO SAL-YTD
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           PERFORM 255-WRITE-EARNINGS-DETAIL
           PERFORM 256-WRITE-SUPPLEMENTAL-DETAIL
           MOVE "SOC SEC WITHHELD" TO SAL-CAPTION
           MOVE SDV-WH-FICA TO SAL-CURRENT
           MOVE YTD-FICA TO SAL-YTD
               WRITE STUB-LINE FROM STUB-EARN-LINE
           END-IF.

      ******************************************************************
      * Supplemental pay has no hours; each kind prints only when the
      * check carried some.  Salary lines written before the
      * supplemental columns existed carry spaces there and print
      * nothing.  The supplemental pay line shows the check's total
      * with the year's, and prints whenever either is not zero.
      ******************************************************************
       256-WRITE-SUPPLEMENTAL-DETAIL.
           MOVE 0 TO STUB-SUPP-TOTAL
           IF SDV-SUPP-BONUS NUMERIC AND SDV-SUPP-BONUS > 0
               MOVE "BONUS" TO SSL-CAPTION
               MOVE SDV-SUPP-BONUS TO SSL-AMOUNT
               WRITE STUB-LINE FROM STUB-SUPP-LINE
               ADD SDV-SUPP-BONUS TO STUB-SUPP-TOTAL
           END-IF
           IF SDV-SUPP-COMMISSION NUMERIC AND SDV-SUPP-COMMISSION > 0
               MOVE "COMMISSION" TO SSL-CAPTION
               MOVE SDV-SUPP-COMMISSION TO SSL-AMOUNT
               WRITE STUB-LINE FROM STUB-SUPP-LINE
               ADD SDV-SUPP-COMMISSION TO STUB-SUPP-TOTAL
           END-IF
           IF SDV-SUPP-RETRO NUMERIC AND SDV-SUPP-RETRO > 0
               MOVE "RETRO LUMP SUM" TO SSL-CAPTION
               MOVE SDV-SUPP-RETRO TO SSL-AMOUNT
               WRITE STUB-LINE FROM STUB-SUPP-LINE
               ADD SDV-SUPP-RETRO TO STUB-SUPP-TOTAL
           END-IF
           IF STUB-SUPP-TOTAL > 0 OR YTD-SUPP-GROSS > 0
               MOVE "SUPPLEMENTAL PAY" TO SAL-CAPTION
               MOVE STUB-SUPP-TOTAL TO SAL-CURRENT
               MOVE YTD-SUPP-GROSS TO SAL-YTD
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF.

       258-WRITE-PTO-BALANCES.
           MOVE 0 TO PTO-VAC-BALANCE
           MOVE 0 TO PTO-SICK-BALANCE
                   MOVE 0 TO YTD-MEDICARE
                   MOVE 0 TO YTD-FED-TAX
                   MOVE 0 TO YTD-STATE-TAX
                   MOVE 0 TO YTD-SUPP-GROSS
           END-READ
           IF YTD-SUPP-GROSS NOT NUMERIC
               MOVE 0 TO YTD-SUPP-GROSS
           END-IF.

       400-TERMINATE.
           DISPLAY "PAY STUBS PRINTED: " STUB-COUNTER.
