      * Set by APPROVAL-REVIEW around the CALL that applies an
      * approved request. The called program sees APR-TYPE, applies
      * only that request from APR-DATA as APR-REQUESTER, reports
      * APPLIED or FAILED in APR-RESULT and goes back. AUDITWTR adds
      * APR-APPROVER to every audit row written meanwhile.
       01 APPROVAL-REQUEST EXTERNAL.
           05 APR-NUMBER       PIC 9(6).
           05 APR-TYPE         PIC X(8).
           05 APR-REQUESTER    PIC X(10).
           05 APR-APPROVER     PIC X(10).
           05 APR-DATA         PIC X(80).
           05 APR-RESULT       PIC X(8).
           05 APR-REASON       PIC X(30).
