       01 GL-POSTING.
           05 GLP-DATE       PIC 9(8).
           05 GLP-SOURCE     PIC X(8).
           05 GLP-REFERENCE  PIC X(12).
           05 GLP-DESC       PIC X(30).
           05 GLP-LINE-COUNT PIC 99.
           05 GLP-LINE OCCURS 10 TIMES.
               10 GLP-ACCOUNT  PIC 9(4).
               10 GLP-CURRENCY PIC X(3).
               10 GLP-SIDE     PIC X.
               10 GLP-AMOUNT   PIC 9(9)V99.
           05 GLP-RESULT     PIC X(8).
           05 GLP-JOURNAL    PIC 9(7).
           05 GLP-REASON     PIC X(30).
