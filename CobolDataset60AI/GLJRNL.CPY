       01 GL-JOURNAL-RECORD.
           05 GLJ-JOURNAL    PIC 9(7).
           05 GLJ-LINE       PIC 99.
           05 GLJ-DATE       PIC 9(8).
           05 GLJ-ACCOUNT    PIC 9(4).
           05 GLJ-SIDE       PIC X.
           05 GLJ-AMOUNT     PIC 9(9)V99.
           05 GLJ-SOURCE     PIC X(8).
           05 GLJ-REFERENCE  PIC X(12).
           05 GLJ-DESC       PIC X(30).
           05 GLJ-POSTED-BY  PIC X(10).
