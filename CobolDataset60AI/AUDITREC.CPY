           05 AUD-OPERATOR   PIC X(10).
           05 AUD-ACTION     PIC X(8).
           05 AUD-DETAIL     PIC X(40).
           05 AUD-APPROVER   PIC X(10).
