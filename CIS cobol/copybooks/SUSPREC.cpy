      ******************************************************************
       01 SUSPENSE-REC.
           05 SUS-REASON-CODE   PIC X(4).
           05 SUS-RECORD-IMAGE  PIC X(200).
