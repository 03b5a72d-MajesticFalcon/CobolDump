      * Purpose: Read the payroll salary file and produce a formatted
      *        payroll register -- page headers, one detail line per
      *        employee, page breaks, and a grand-total line.
      *        Supplemental pay (bonus, commission, retro lump sum)
      *        prints on its own line under the employee's earnings
      *        breakdown and is totaled at the end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH0701.
           05 SAL-VAC-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-SICK-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-HOL-AMOUNT PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER         PIC X(20).
           05 SAL-SUPP-BONUS PIC 9(5)V99.
           05 SAL-SUPP-COMMISSION PIC 9(5)V99.
           05 SAL-SUPP-RETRO PIC 9(5)V99.
           05 FILLER         PIC X(3).

       01 SALARY-HEADER-VIEW REDEFINES SALARY-LINE-IN.
           05 SHV-ID         PIC X(1).
       01 TOTALS.
           05 TOTAL-SALARY      PIC S9(8)V99 VALUE 0.
           05 DEPT-SUBTOTAL     PIC S9(8)V99 VALUE 0.
           05 TOTAL-SUPPLEMENTAL PIC S9(8)V99 VALUE 0.
       01  TODAY-DATE           PIC 9(8).

       01 RUN-DATE-OUT.
           05 FILLER            PIC X(1)  VALUE '/'.
           05 RTY-HOL-AMT       PIC ZZZ,ZZ9.99.

       01 RPT-SUPP-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'BONUS '.
           05 RSU-BONUS-AMT     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'COMMISSION '.
           05 RSU-COMM-AMT      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'RETRO '.
           05 RSU-RETRO-AMT     PIC ZZ,ZZ9.99.

       01 RPT-SUPP-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE 'TOTAL SUPPLEMENTAL:'.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 TOT-SUPP          PIC -Z,ZZZ,ZZ9.99.

       01 RPT-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE 'TOTAL GROSS SALARY:'.
           05 FILLER            PIC X(5)  VALUE SPACES.
           MOVE SAL-HOL-HOURS TO RTY-HOL-HRS
           MOVE SAL-HOL-AMOUNT TO RTY-HOL-AMT
           WRITE REGISTER-LINE FROM RPT-TYPE-LINE
           ADD 1 TO LINE-CNT
           PERFORM 267-WRITE-SUPPLEMENTAL-LINE.

      ******************************************************************
      * Supplemental pay has a line of its own, printed only when the
      * check carried some.  Salary lines written before the
      * supplemental columns existed carry spaces there and are
      * passed over.
      ******************************************************************
       267-WRITE-SUPPLEMENTAL-LINE.
           IF SAL-SUPP-BONUS NUMERIC AND SAL-SUPP-COMMISSION NUMERIC
                   AND SAL-SUPP-RETRO NUMERIC
               IF SAL-SUPP-BONUS > 0 OR SAL-SUPP-COMMISSION > 0
                       OR SAL-SUPP-RETRO > 0
                   MOVE SAL-SUPP-BONUS TO RSU-BONUS-AMT
                   MOVE SAL-SUPP-COMMISSION TO RSU-COMM-AMT
                   MOVE SAL-SUPP-RETRO TO RSU-RETRO-AMT
                   WRITE REGISTER-LINE FROM RPT-SUPP-LINE
                   ADD 1 TO LINE-CNT
                   ADD SAL-SUPP-BONUS TO TOTAL-SUPPLEMENTAL
                   ADD SAL-SUPP-COMMISSION TO TOTAL-SUPPLEMENTAL
                   ADD SAL-SUPP-RETRO TO TOTAL-SUPPLEMENTAL
               END-IF
           END-IF.

       270-WRITE-DEPT-TOTAL.
           MOVE DEPT-SUBTOTAL TO DPT-GROSS
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE TOTAL-SUPPLEMENTAL TO TOT-SUPP
           WRITE REGISTER-LINE FROM RPT-SUPP-TOTAL-LINE.

       400-TERMINATE.
           MOVE "END" TO LOG-EVENT.
