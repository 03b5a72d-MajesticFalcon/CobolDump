      *        employee ID and a period number (zero for every period
      *        on file for the employee); each matching history
      *        record prints as a CH0705-style earnings statement
      *        marked REPRINT, with the earnings broken out by type
      *        and any bonus, commission or retro lump sum paid on
      *        the check shown on its own line.
      *        Garnishment orders and mortgage verifications ask for
      *        exactly this.
      ******************************************************************
           05 HDV-VAC-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-SICK-AMOUNT       PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 HDV-HOL-AMOUNT        PIC S9(6)V99 SIGN TRAILING SEPARATE.
           05 FILLER                PIC X(20).
           05 HDV-SUPP-BONUS        PIC 9(5)V99.
           05 HDV-SUPP-COMMISSION   PIC 9(5)V99.
           05 HDV-SUPP-RETRO        PIC 9(5)V99.
           05 FILLER                PIC X(3).

       01 STUB-BANNER-LINE.
           05 FILLER            PIC X(25) VALUE SPACES.
               MOVE HDV-HOL-HOURS TO SNL-HOURS
               MOVE HDV-HOL-AMOUNT TO SNL-AMOUNT
               WRITE STUB-LINE FROM STUB-EARN-LINE
           END-IF
           IF HDV-SUPP-BONUS NUMERIC AND HDV-SUPP-BONUS > 0
               MOVE "BONUS" TO SAL-CAPTION
               MOVE HDV-SUPP-BONUS TO SAL-CURRENT
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF
           IF HDV-SUPP-COMMISSION NUMERIC AND HDV-SUPP-COMMISSION > 0
               MOVE "COMMISSION" TO SAL-CAPTION
               MOVE HDV-SUPP-COMMISSION TO SAL-CURRENT
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF
           IF HDV-SUPP-RETRO NUMERIC AND HDV-SUPP-RETRO > 0
               MOVE "RETRO LUMP SUM" TO SAL-CAPTION
               MOVE HDV-SUPP-RETRO TO SAL-CURRENT
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF.

       400-TERMINATE.
