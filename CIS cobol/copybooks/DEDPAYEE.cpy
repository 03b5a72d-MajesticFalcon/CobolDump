      ******************************************************************
      * Copybook: DEDPAYEE
      * Purpose:  Deduction payee master record on DeductionPayee.dat,
      *           linking each deduction code on DeductionMaster.dat
      *           to the provider, carrier, or agency the money is
      *           remitted to.  Keyed by deduction code plus employee
      *           ID: the record with employee ID zero is the payee
      *           for everyone carrying the code (the 401(k) record-
      *           keeper, the insurance carrier), and a record for a
      *           single employee overrides it -- garnishments are
      *           set up that way, one record per employee carrying
      *           the agency and its case number.
      *           Payee type R = retirement plan record-keeper,
      *           I = insurance carrier, G = garnishment agency,
      *           O = other.  The GL account is the liability the
      *           code's withholdings are credited to; it is read
      *           from the code-wide record and defaults to 2130
      *           when blank.
      ******************************************************************
       01 DEDUCTION-PAYEE-REC.
           05 DPY-KEY.
               10 DPY-DED-CODE     PIC X(3).
               10 DPY-EMPLOYEE-ID  PIC 9(6).
           05 DPY-PAYEE-TYPE       PIC X.
           05 DPY-PAYEE-ID         PIC X(10).
           05 DPY-PAYEE-NAME       PIC X(30).
           05 DPY-CASE-NUMBER      PIC X(20).
           05 DPY-GL-ACCOUNT       PIC X(4).
