       01 ALERT-RECORD.
           05 ALR-DATE       PIC 9(8).
           05 ALR-TIME       PIC 9(6).
           05 ALR-SEVERITY   PIC X.
           05 ALR-JOB        PIC X(12).
           05 ALR-MESSAGE    PIC X(50).
           05 ALR-ACK        PIC X.
           05 ALR-ESCALATED  PIC X.
           05 ALR-ACK-BY     PIC X(10).
           05 ALR-ACK-DATE   PIC 9(8).
           05 ALR-ACK-TIME   PIC 9(6).
           05 ALR-COMMENT    PIC X(40).
