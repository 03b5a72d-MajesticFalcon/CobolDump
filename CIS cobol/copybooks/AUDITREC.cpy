      *           Carries the operator, date/time, action, and the
      *           full before and after record images -- the before
      *           image is spaces on an add, the after image is
      *           spaces on a delete.  The image areas were widened
      *           from 120 to 200 bytes and the approver added when
      *           the employee record grew; an audit file written
      *           before then must be converted once by the audit
      *           conversion program (CH0739) before any reader runs
      *           against it.  A wage, bank or SSN
      *           change applied through the change approval program
      *           carries the requester as the operator and the second
      *           operator who approved it; every other entry leaves
      *           the approver blank.
      ******************************************************************
       01 AUDIT-REC.
           05 AUD-OPERATOR-ID   PIC X(8).
           05 AUD-TIME          PIC 9(8).
           05 AUD-ACTION        PIC X(6).
           05 AUD-EMPLOYEE-ID   PIC 9(6).
           05 AUD-BEFORE-IMAGE  PIC X(200).
           05 AUD-AFTER-IMAGE   PIC X(200).
           05 AUD-APPROVER-ID   PIC X(8).
