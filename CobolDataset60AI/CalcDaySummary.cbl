       01 ENTRY-DATE      PIC 9(8).
       01 ENTRY-RESULT    PIC S9(10)V9(5).
       01 ENTRY-DATE-VALID-SW PIC X VALUE "N".
      * A reversal entry ("REVERSES nnnnnnn" in column 65) backs out
      * its original: it takes one off the operation count and its
      * negated result comes off the total. When the original was
      * summarized on an earlier day the reversal day's count nets
      * below zero, so the counts are signed.
       01 ENTRY-REVERSAL-SW   PIC X VALUE "N".
       01 ENTRY-COUNT-STEP    PIC S9 VALUE 1.

       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 100 TIMES.
               10 DAY-T-DATE       PIC 9(8).
               10 DAY-T-ADD-COUNT  PIC S9(5).
               10 DAY-T-SUB-COUNT  PIC S9(5).
               10 DAY-T-MUL-COUNT  PIC S9(5).
               10 DAY-T-DIV-COUNT  PIC S9(5).
               10 DAY-T-DVZ-COUNT  PIC S9(5).
               10 DAY-T-OTH-COUNT  PIC S9(5).
               10 DAY-T-REV-COUNT  PIC 9(5).
               10 DAY-T-TOTAL      PIC S9(12)V9(5).
       01 DAY-COUNT       PIC 999 VALUE 0.
       01 DAY-IDX         PIC 999 VALUE 0.
       01 NON-STANDARD-COUNT PIC 9(5) VALUE 0.

       01 COUNT-TEXT      PIC ZZZZ9.
       01 NET-COUNT-TEXT  PIC -(5)9.
       01 TOTAL-TEXT      PIC -(11)9.9(5).
       01 LINE-BUILD      PIC X(80).

      * column 37, as CONV entries still do. Both layouts are read.
       EXTRACT-LEDGER-FIELDS.
           MOVE "N" TO ENTRY-DATE-VALID-SW.
           MOVE "N" TO ENTRY-REVERSAL-SW.
           IF LEDGER-RECORD(1:4) = "CONV"
               IF LEDGER-RECORD(37:8) IS NUMERIC
                   MOVE "Y" TO ENTRY-DATE-VALID-SW
                       FUNCTION NUMVAL(ENTRY-B-TEXT)
                   COMPUTE ENTRY-RESULT =
                       FUNCTION NUMVAL(LEDGER-RECORD(31:16))
                   IF LEDGER-RECORD(65:8) = "REVERSES"
                       MOVE "Y" TO ENTRY-REVERSAL-SW
                   END-IF
               ELSE
                   IF LEDGER-RECORD(37:8) IS NUMERIC
                       MOVE "Y" TO ENTRY-DATE-VALID-SW
               MOVE 0 TO DAY-T-DIV-COUNT(DAY-COUNT)
               MOVE 0 TO DAY-T-DVZ-COUNT(DAY-COUNT)
               MOVE 0 TO DAY-T-OTH-COUNT(DAY-COUNT)
               MOVE 0 TO DAY-T-REV-COUNT(DAY-COUNT)
               MOVE 0 TO DAY-T-TOTAL(DAY-COUNT)
               MOVE DAY-COUNT TO DAY-IDX
               PERFORM TALLY-ONE-DAY
           END-IF.

       TALLY-ONE-DAY.
           IF ENTRY-REVERSAL-SW = "Y"
               MOVE -1 TO ENTRY-COUNT-STEP
               ADD 1 TO DAY-T-REV-COUNT(DAY-IDX)
           ELSE
               MOVE 1 TO ENTRY-COUNT-STEP
           END-IF.
           EVALUATE ENTRY-OPERATOR
               WHEN "+"
                   ADD ENTRY-COUNT-STEP TO DAY-T-ADD-COUNT(DAY-IDX)
               WHEN "-"
                   ADD ENTRY-COUNT-STEP TO DAY-T-SUB-COUNT(DAY-IDX)
               WHEN "*"
                   ADD ENTRY-COUNT-STEP TO DAY-T-MUL-COUNT(DAY-IDX)
               WHEN "/"
                   IF ENTRY-B-VALUE = 0
                       ADD ENTRY-COUNT-STEP
                           TO DAY-T-DVZ-COUNT(DAY-IDX)
                   ELSE
                       ADD ENTRY-COUNT-STEP
                           TO DAY-T-DIV-COUNT(DAY-IDX)
                   END-IF
               WHEN OTHER
                   ADD ENTRY-COUNT-STEP TO DAY-T-OTH-COUNT(DAY-IDX)
           END-EVALUATE.
           ADD ENTRY-RESULT TO DAY-T-TOTAL(DAY-IDX).

           END-STRING.
           WRITE SUMMARY-RECORD.

           MOVE DAY-T-ADD-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-ADD.
           MOVE DAY-T-SUB-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-SUB.
           MOVE DAY-T-MUL-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-MUL.
           MOVE DAY-T-DIV-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-DIV.
           MOVE DAY-T-DVZ-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-DVZ.
           MOVE DAY-T-OTH-COUNT(DAY-IDX) TO NET-COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-OTH.
           MOVE DAY-T-REV-COUNT(DAY-IDX) TO COUNT-TEXT.
           PERFORM WRITE-COUNT-LINE-REV.

           MOVE DAY-T-TOTAL(DAY-IDX) TO TOTAL-TEXT.
           MOVE SPACES TO SUMMARY-RECORD.
       WRITE-COUNT-LINE-ADD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  ADD (+): " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
       WRITE-COUNT-LINE-SUB.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  SUBTRACT (-): " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
       WRITE-COUNT-LINE-MUL.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  MULTIPLY (*): " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
       WRITE-COUNT-LINE-DIV.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  DIVIDE (/): " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
       WRITE-COUNT-LINE-DVZ.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  DIVIDE BY ZERO ATTEMPTS: " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
       WRITE-COUNT-LINE-OTH.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  OTHER OPERATIONS: " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.

       WRITE-COUNT-LINE-REV.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  REVERSED ENTRIES: " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
