               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  JOURNAL-FILE.
       COPY "GLJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 SUMMARY-STATUS     PIC X(2) VALUE "00".
       01 STATEMENT-STATUS   PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 JOURNAL-STATUS     PIC X(2) VALUE "00".
       01 JOURNAL-EOF-SW     PIC X VALUE "N".
       01 SUMMARY-EOF-SW     PIC X VALUE "N".
       01 CONTROL-EOF-SW     PIC X VALUE "N".

       01 TIME-OF-DAY-NOW PIC 9(8).

       01 CLOSE-MONTH        PIC 9(6) VALUE 0.
       01 CLOSE-MONTH-TEXT   PIC X(6) VALUE SPACES.
       01 CLOSE-YEAR         PIC 9(4) VALUE 0.
       01 CLOSE-MONTH-NUM    PIC 99 VALUE 0.
       01 NEXT-MONTH-FIRST   PIC 9(8) VALUE 0.
           05 MONTH-DAY-ENTRY OCCURS 31 TIMES.
               10 MDY-ACTIVE-SW   PIC X.
               10 MDY-DATE        PIC 9(8).
               10 MDY-ADD-COUNT   PIC S9(5).
               10 MDY-SUB-COUNT   PIC S9(5).
               10 MDY-MUL-COUNT   PIC S9(5).
               10 MDY-DIV-COUNT   PIC S9(5).
               10 MDY-DVZ-COUNT   PIC S9(5).
               10 MDY-OTH-COUNT   PIC S9(5).
               10 MDY-REV-COUNT   PIC 9(5).
               10 MDY-TOTAL       PIC S9(12)V9(5).
       01 MONTH-DAY-IDX      PIC 99 VALUE 0.
       01 ACTIVE-DAY-COUNT   PIC 99 VALUE 0.
       01 CURRENT-DAY-DATE   PIC 9(8) VALUE 0.
       01 CURRENT-DAY-NUM    PIC 99 VALUE 0.
       01 IN-CLOSE-MONTH-SW  PIC X VALUE "N".
      * Daily counts are net of reversals, so a day whose reversals
      * back out entries summarized on an earlier day can show a
      * negative count.
       01 LINE-COUNT-VALUE   PIC S9(5) VALUE 0.
       01 LINE-TOTAL-VALUE   PIC S9(12)V9(5) VALUE 0.

       01 MONTH-ADD-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-SUB-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-MUL-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-DIV-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-DVZ-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-OTH-COUNT    PIC S9(7) VALUE 0.
       01 MONTH-REV-COUNT    PIC 9(7) VALUE 0.
       01 MONTH-GRAND-TOTAL  PIC S9(14)V9(5) VALUE 0.

       01 COUNT-TEXT         PIC ZZZZ9.
       01 NET-COUNT-TEXT     PIC -(4)9.
       01 MONTH-COUNT-TEXT   PIC -(6)9.
       01 TOTAL-TEXT         PIC -(11)9.9(5).
       01 GRAND-TOTAL-TEXT   PIC -(13)9.9(5).

       01 JOURNAL-NUMBER     PIC 9(7) VALUE 0.
       01 JOURNAL-DEBITS     PIC 9(11)V99 VALUE 0.
       01 JOURNAL-CREDITS    PIC 9(11)V99 VALUE 0.
       01 MONTH-DEBITS       PIC 9(11)V99 VALUE 0.
       01 MONTH-CREDITS      PIC 9(11)V99 VALUE 0.
       01 MONTH-JOURNALS     PIC 9(7) VALUE 0.
       01 GL-AMOUNT-TEXT     PIC Z(10)9.99.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 LAST-CLOSED-DATE   PIC 9(8) VALUE 0.

       01 RUN-CONTROL-JOB-STATUS PIC X(8) VALUE SPACES.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "MONTHCLOSE".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
           MOVE TIME-OF-DAY-NOW(1:6) TO RUN-TIME.

           PERFORM LOAD-BUSINESS-DATE.
           PERFORM OPEN-PARAMETER-CARD.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Month to close (YYYYMM): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO CLOSE-MONTH-TEXT
               IF CLOSE-MONTH-TEXT IS NUMERIC
                   MOVE CLOSE-MONTH-TEXT TO CLOSE-MONTH
               ELSE
                   MOVE 0 TO CLOSE-MONTH
               END-IF
           ELSE
               ACCEPT CLOSE-MONTH
           END-IF.
           MOVE CLOSE-MONTH(1:4) TO CLOSE-YEAR.
           MOVE CLOSE-MONTH(5:2) TO CLOSE-MONTH-NUM.
           IF CLOSE-YEAR < 1601 OR CLOSE-YEAR > 2399
               OR CLOSE-MONTH-NUM < 1 OR CLOSE-MONTH-NUM > 12
               DISPLAY "Invalid month: " CLOSE-MONTH
               IF UNATTENDED-SW = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

           PERFORM CHECK-RUN-CONTROL-MONTH.
           PERFORM LOAD-MONTH-SUMMARIES.
           PERFORM CHECK-SUMMARIZED-DAYS-COVERED.
           PERFORM CHECK-JOURNAL-BALANCE.

           IF CLOSE-BLOCKED-SW = "Y"
               DISPLAY "Month " CLOSE-MONTH " NOT closed - "
               MOVE 0 TO MDY-DIV-COUNT(MONTH-DAY-IDX)
               MOVE 0 TO MDY-DVZ-COUNT(MONTH-DAY-IDX)
               MOVE 0 TO MDY-OTH-COUNT(MONTH-DAY-IDX)
               MOVE 0 TO MDY-REV-COUNT(MONTH-DAY-IDX)
               MOVE 0 TO MDY-TOTAL(MONTH-DAY-IDX)
           END-PERFORM.

                       FUNCTION NUMVAL(SUMMARY-RECORD(21:10))
                   ADD LINE-COUNT-VALUE
                       TO MDY-OTH-COUNT(CURRENT-DAY-NUM)
               WHEN SUMMARY-RECORD(1:20) = "  REVERSED ENTRIES: "
                   COMPUTE LINE-COUNT-VALUE =
                       FUNCTION NUMVAL(SUMMARY-RECORD(21:10))
                   ADD LINE-COUNT-VALUE
                       TO MDY-REV-COUNT(CURRENT-DAY-NUM)
               WHEN SUMMARY-RECORD(1:16) = "  RESULT TOTAL: "
                   COMPUTE LINE-TOTAL-VALUE =
                       FUNCTION NUMVAL(SUMMARY-RECORD(17:20))
               ADD 1 TO BLOCK-REASONS
           END-IF.

      * Every general ledger journal dated in the month must
      * balance on its own, and so must the month's postings taken
      * together. A journal's lines are written together, so a
      * change of journal number closes the previous one. No
      * journal file means nothing has been posted yet.
       CHECK-JOURNAL-BALANCE.
           MOVE 0 TO JOURNAL-NUMBER.
           MOVE 0 TO JOURNAL-DEBITS.
           MOVE 0 TO JOURNAL-CREDITS.
           MOVE 0 TO MONTH-DEBITS.
           MOVE 0 TO MONTH-CREDITS.
           MOVE 0 TO MONTH-JOURNALS.
           MOVE "N" TO JOURNAL-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE JOURNAL-STATUS
               WHEN "00"
                   PERFORM UNTIL JOURNAL-EOF-SW = "Y"
                       READ JOURNAL-FILE
                           AT END
                               MOVE "Y" TO JOURNAL-EOF-SW
                           NOT AT END
                               IF GLJ-DATE(1:6) = CLOSE-MONTH
                                   PERFORM TALLY-JOURNAL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
                   PERFORM JUDGE-ONE-JOURNAL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Cannot open GLJRNL.DAT - status "
                       JOURNAL-STATUS
                   MOVE "Y" TO CLOSE-BLOCKED-SW
                   ADD 1 TO BLOCK-REASONS
           END-EVALUATE.

           IF MONTH-DEBITS NOT = MONTH-CREDITS
               MOVE MONTH-DEBITS TO GL-AMOUNT-TEXT
               DISPLAY "General ledger for " CLOSE-MONTH
                   " does not balance - debits  " GL-AMOUNT-TEXT
               MOVE MONTH-CREDITS TO GL-AMOUNT-TEXT
               DISPLAY "                                   "
                   "   credits " GL-AMOUNT-TEXT
               MOVE "Y" TO CLOSE-BLOCKED-SW
               ADD 1 TO BLOCK-REASONS
           END-IF.

       TALLY-JOURNAL-LINE.
           IF GLJ-JOURNAL NOT = JOURNAL-NUMBER
               PERFORM JUDGE-ONE-JOURNAL
               MOVE GLJ-JOURNAL TO JOURNAL-NUMBER
               MOVE 0 TO JOURNAL-DEBITS
               MOVE 0 TO JOURNAL-CREDITS
               ADD 1 TO MONTH-JOURNALS
           END-IF.
           EVALUATE GLJ-SIDE
               WHEN "D"
                   ADD GLJ-AMOUNT TO JOURNAL-DEBITS
                   ADD GLJ-AMOUNT TO MONTH-DEBITS
               WHEN "C"
                   ADD GLJ-AMOUNT TO JOURNAL-CREDITS
                   ADD GLJ-AMOUNT TO MONTH-CREDITS
               WHEN OTHER
                   DISPLAY "General ledger journal " GLJ-JOURNAL
                       " line " GLJ-LINE " is neither debit nor "
                       "credit"
                   MOVE "Y" TO CLOSE-BLOCKED-SW
                   ADD 1 TO BLOCK-REASONS
           END-EVALUATE.

       JUDGE-ONE-JOURNAL.
           IF JOURNAL-NUMBER > 0
               AND JOURNAL-DEBITS NOT = JOURNAL-CREDITS
               DISPLAY "General ledger journal " JOURNAL-NUMBER
                   " does not balance"
               MOVE "Y" TO CLOSE-BLOCKED-SW
               ADD 1 TO BLOCK-REASONS
           END-IF.

       WRITE-MONTHLY-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE.
           IF STATEMENT-STATUS NOT = "00"
               MOVE 0 TO MONTH-DIV-COUNT
               MOVE 0 TO MONTH-DVZ-COUNT
               MOVE 0 TO MONTH-OTH-COUNT
               MOVE 0 TO MONTH-REV-COUNT
               MOVE 0 TO MONTH-GRAND-TOTAL

               PERFORM VARYING MONTH-DAY-IDX FROM 1 BY 1
           ADD MDY-DIV-COUNT(MONTH-DAY-IDX) TO MONTH-DIV-COUNT.
           ADD MDY-DVZ-COUNT(MONTH-DAY-IDX) TO MONTH-DVZ-COUNT.
           ADD MDY-OTH-COUNT(MONTH-DAY-IDX) TO MONTH-OTH-COUNT.
           ADD MDY-REV-COUNT(MONTH-DAY-IDX) TO MONTH-REV-COUNT.
           ADD MDY-TOTAL(MONTH-DAY-IDX) TO MONTH-GRAND-TOTAL.

           MOVE SPACES TO STATEMENT-RECORD.
                  MDY-DATE(MONTH-DAY-IDX) DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING.
           MOVE MDY-ADD-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " ADD " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(13:)
           END-STRING.
           MOVE MDY-SUB-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " SUB " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(23:)
           END-STRING.
           MOVE MDY-MUL-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " MUL " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(33:)
           END-STRING.
           MOVE MDY-DIV-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " DIV " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(43:)
           END-STRING.
           MOVE MDY-DVZ-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " DVZ " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(53:)
           END-STRING.
           MOVE MDY-OTH-COUNT(MONTH-DAY-IDX) TO NET-COUNT-TEXT.
           STRING " OTH " DELIMITED BY SIZE
                  NET-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD(63:)
           END-STRING.
           WRITE STATEMENT-RECORD.
                  TOTAL-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING.
           IF MDY-REV-COUNT(MONTH-DAY-IDX) > 0
               MOVE MDY-REV-COUNT(MONTH-DAY-IDX) TO COUNT-TEXT
               STRING "  REVERSED ENTRIES: " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO STATEMENT-RECORD(37:)
               END-STRING
           END-IF.
           WRITE STATEMENT-RECORD.

       WRITE-MONTH-TOTALS.
           END-STRING.
           WRITE STATEMENT-RECORD.

           MOVE MONTH-REV-COUNT TO MONTH-COUNT-TEXT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  REVERSED ENTRIES: " DELIMITED BY SIZE
                  MONTH-COUNT-TEXT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

           MOVE MONTH-GRAND-TOTAL TO GRAND-TOTAL-TEXT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  RESULT GRAND TOTAL: " DELIMITED BY SIZE
           MOVE LAST-CLOSED-DATE TO BD-LAST-CLOSED.
           WRITE BUSDATE-RECORD.
           CLOSE BUSDATE-FILE.

      * Under the scheduler the job's parameter card is loaded up
      * front; a missing or invalid card ends the job before any
      * work is done.
       OPEN-PARAMETER-CARD.
           MOVE "N" TO UNATTENDED-SW.
           MOVE "N" TO CARD-FAILED-SW.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE "Y" TO UNATTENDED-SW
               MOVE "O" TO CARD-FUNCTION
               CALL "PARMCARD" USING CARD-FUNCTION SCHEDULED-JOB
                   CARD-ANSWER CARD-RESULT
               END-CALL
               IF CARD-RESULT NOT = "OK"
                   DISPLAY "Parameter card for "
                       FUNCTION TRIM(SCHEDULED-JOB) " is "
                       FUNCTION TRIM(CARD-RESULT) " - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               END-IF
           END-IF.

      * Takes the next answer off the card in place of an ACCEPT.
      * Running out of answers fails the job rather than waiting on
      * a console nobody is watching.
       NEXT-CARD-ANSWER.
           MOVE SPACES TO CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               MOVE "N" TO CARD-FUNCTION
               CALL "PARMCARD" USING CARD-FUNCTION SCHEDULED-JOB
                   CARD-ANSWER CARD-RESULT
               END-CALL
               IF CARD-RESULT = "OK"
                   DISPLAY FUNCTION TRIM(CARD-ANSWER)
               ELSE
                   DISPLAY "Parameter card for "
                       FUNCTION TRIM(SCHEDULED-JOB)
                       " has no answer for this prompt - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               END-IF
           END-IF.
