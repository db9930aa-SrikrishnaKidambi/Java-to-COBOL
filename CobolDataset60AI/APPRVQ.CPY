       01 APPROVAL-QUEUE-RECORD.
           05 APQ-NUMBER       PIC 9(6).
           05 APQ-TYPE         PIC X(8).
           05 APQ-PROGRAM      PIC X(20).
           05 APQ-REQUESTER    PIC X(10).
           05 APQ-REQ-DATE     PIC 9(8).
           05 APQ-REQ-TIME     PIC 9(6).
           05 APQ-STATUS       PIC X(8).
           05 APQ-APPROVER     PIC X(10).
           05 APQ-DEC-DATE     PIC 9(8).
           05 APQ-DEC-TIME     PIC 9(6).
           05 APQ-DESCRIPTION  PIC X(40).
           05 APQ-DATA         PIC X(80).
           05 APQ-REASON       PIC X(30).
