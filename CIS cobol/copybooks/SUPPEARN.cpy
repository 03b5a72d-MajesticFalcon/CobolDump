      ******************************************************************
      * Copybook: SUPPEARN
      * Purpose:  Supplemental earnings transaction on
      *           SupplementalEarnings.dat, one line per amount to be
      *           paid outside the timecard: a bonus (BON), a sales
      *           commission (COM), or a retroactive lump sum (RET)
      *           settled as a single figure rather than repriced day
      *           by day.  The payroll run pays every transaction not
      *           already on the supplemental paid log, either with
      *           the regular week or in a BONUS off-cycle run that
      *           pays nothing else.  Supplemental pay is withheld
      *           for federal tax at the flat supplemental rate, not
      *           through the graduated brackets, and is reported in
      *           its own columns on the salary line.  The transaction
      *           ID keys the paid log, so it must be unique for the
      *           life of the file.
      ******************************************************************
       01 SUPPLEMENTAL-REC.
           05 SUP-TRANS-ID         PIC 9(6).
           05 SUP-EMPLOYEE-ID      PIC 9(6).
           05 SUP-EARN-CODE        PIC X(3).
           05 SUP-AMOUNT           PIC 9(5)V99.
           05 SUP-DESCRIPTION      PIC X(30).
