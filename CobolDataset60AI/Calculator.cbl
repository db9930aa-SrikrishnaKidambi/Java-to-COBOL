               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECYCLE-STATUS.

           SELECT SCAN-FILE ASSIGN TO SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  RECYCLE-FILE.
       01 RECYCLE-RECORD  PIC X(60).

       FD  SCAN-FILE.
       01 SCAN-RECORD     PIC X(100).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       WORKING-STORAGE SECTION.
       01 RUN-MODE        PIC X VALUE "I".
       01 CURRENCY-MODE   PIC X VALUE "N".
       01 AUDIT-ACTION     PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "CALCBATCH".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.
       01 ALERT-COUNT-TEXT   PIC ZZZZZZ9.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.

       01 SETTINGS-STATUS       PIC X(2) VALUE "00".
       01 SETTINGS-EOF-SW       PIC X VALUE "N".
       01 DEFAULT-CURRENCY-MODE PIC X VALUE "N".
       01 LEG1-RATE             PIC 9(5)V9(6) VALUE 0.
       01 LEG2-RATE             PIC 9(5)V9(6) VALUE 0.

      * Conversions are posted to the general ledger at their value
      * in the home currency.
       01 HOME-CURRENCY         PIC X(3) VALUE "INR".
       01 GL-HOME-VALUE         PIC 9(9)V99 VALUE 0.
       01 HOME-VALUE-SW         PIC X VALUE "N".
       01 SAVED-CONVERT-TO      PIC X(3).
       01 SAVED-BEST-RATE       PIC 9(5)V9(6) VALUE 0.
       01 SAVED-EFF-DATE        PIC 9(8) VALUE 0.
       01 SAVED-DERIVED-SW      PIC X VALUE "N".
       01 GL-DEBIT-CURRENCY     PIC X(3).
       01 GL-CREDIT-CURRENCY    PIC X(3).
       COPY "GLPOST.CPY".

       01 SEQ-STATUS         PIC X(2) VALUE "00".
       01 RECYCLE-STATUS     PIC X(2) VALUE "00".
       01 RECYCLE-EOF-SW     PIC X VALUE "N".
       01 CHAIN-PREV-ENTRY   PIC X(100) VALUE SPACES.
       01 CHAIN-CHECK-DIGIT  PIC 9 VALUE 0.

      * A reversal or correction names the chain sequence of the
      * entry it replaces in columns 65-80 ("REVERSES nnnnnnn" or
      * "CORRECTS nnnnnnn"). Posting either needs a supervisor.
       01 LEDGER-LINK-TEXT   PIC X(16) VALUE SPACES.
       01 REVERSE-SEQ-TEXT   PIC X(10).
       01 REVERSE-TARGET-SEQ PIC 9(7) VALUE 0.
       01 REVERSAL-SEQ       PIC 9(7) VALUE 0.
       01 ORIGINAL-ENTRY     PIC X(100) VALUE SPACES.
       01 ORIGINAL-FOUND-SW  PIC X VALUE "N".
       01 ALREADY-REVERSED-SW PIC X VALUE "N".
       01 CORRECTION-SW      PIC X VALUE "N".
       01 CORRECTION-VALID-SW PIC X VALUE "N".
       01 SAVED-A            PIC S9(5)V9(5) VALUE 0.
       01 SAVED-B            PIC S9(5)V9(5) VALUE 0.
       01 SAVED-OPERATOR     PIC X.
       01 SAVED-RESULT       PIC S9(10)V9(5) VALUE 0.
       01 SCAN-FILE-NAME     PIC X(16) VALUE SPACES.
       01 SCAN-STATUS        PIC X(2) VALUE "00".
       01 SCAN-EOF-SW        PIC X VALUE "N".
       01 SCAN-YEAR          PIC 9(4) VALUE 0.
       01 SCAN-YEAR-IDX      PIC 9 VALUE 0.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-EOF-SW PIC X VALUE "N".

       01 AMORT-STATUS       PIC X(2) VALUE "00".
       01 TERM-TEXT          PIC X(8).
       01 TERM-YEARS         PIC 9(3)V99 VALUE 0.

           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM OPEN-PARAMETER-CARD.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Mode - (I)nteractive or (F)ile batch "
               "(blank = setting): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO RUN-MODE
           ELSE
               ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = SPACE
               MOVE DEFAULT-RUN-MODE TO RUN-MODE
           END-IF.

           DISPLAY "Use currency rounding, 2 decimals? "
               "(Y/N, blank = setting): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO CURRENCY-MODE
           ELSE
               ACCEPT CURRENCY-MODE
           END-IF.
           IF CURRENCY-MODE = SPACE
               MOVE DEFAULT-CURRENCY-MODE TO CURRENCY-MODE
           END-IF.

      * An interactive session needs someone at the terminal, so a
      * scheduled run must resolve to file batch mode.
           IF UNATTENDED-SW = "Y"
               AND RUN-MODE NOT = "F" AND RUN-MODE NOT = "f"
               AND CARD-FAILED-SW = "N"
               DISPLAY "Interactive mode cannot run unattended"
                   " - job ended"
               MOVE "Y" TO CARD-FAILED-SW
           END-IF.

           IF CARD-FAILED-SW = "Y"
               CONTINUE
           ELSE
               IF RUN-MODE = "F" OR RUN-MODE = "f"
                   PERFORM BATCH-RUN
               ELSE
                   PERFORM INTERACTIVE-RUN
               END-IF
           END-IF.

           IF CARD-FAILED-SW = "Y" AND APP-ERROR-CODE < 8
               MOVE 8 TO APP-ERROR-CODE
           END-IF.
           MOVE APP-ERROR-CODE TO RETURN-CODE.
           GOBACK.

               DISPLAY "Operation (+ - * / P=power Q=sqrt S=sin "
                   "O=cos T=tan X=currency I=simple-int "
                   "J=compound-int A=amortize), M=store R=recall "
                   "C=clear V=reverse H=help E=end: "
                   WITH NO ADVANCING
               ACCEPT SESSION-KEY
               EVALUATE SESSION-KEY
                   WHEN "H"
                   WHEN "c"
                       MOVE 0 TO MEMORY-VALUE
                       DISPLAY "Memory cleared"
                   WHEN "V"
                   WHEN "v"
                       PERFORM REVERSE-LEDGER-ENTRY
                   WHEN "E"
                   WHEN "e"
                       MOVE "Y" TO SESSION-DONE-SW
                           " - no direct pair on file"
                   END-IF
                   PERFORM WRITE-CONVERT-LEDGER
                   PERFORM POST-CONVERSION-TO-GL
               END-IF
           END-IF.

           PERFORM SAVE-LEDGER-SEQ.
           CLOSE LEDGER-FILE.

      * A conversion moves value from the account holding the FROM
      * currency to the one holding the TO currency (GLCOA.DAT tags
      * each with its currency code), both legs at the home-currency
      * value of the amount converted; a negative amount runs the
      * other way. The journal reference is the CALCLOG.DAT chain
      * sequence of the CONV entry.
       POST-CONVERSION-TO-GL.
           MOVE "N" TO HOME-VALUE-SW.
           MOVE 0 TO GL-HOME-VALUE.
           EVALUATE TRUE
               WHEN CONVERT-FROM = CONVERT-TO
                   OR CONVERT-AMOUNT = 0
                   CONTINUE
               WHEN CONVERT-FROM = HOME-CURRENCY
                   MOVE CONVERT-AMOUNT TO GL-HOME-VALUE
                   MOVE "Y" TO HOME-VALUE-SW
               WHEN CONVERT-TO = HOME-CURRENCY
                   MOVE CONVERTED-ROUNDED TO GL-HOME-VALUE
                   MOVE "Y" TO HOME-VALUE-SW
               WHEN OTHER
                   PERFORM FIND-HOME-VALUE
           END-EVALUATE.

           IF HOME-VALUE-SW = "Y" AND GL-HOME-VALUE > 0
               IF CONVERT-AMOUNT > 0
                   MOVE CONVERT-TO TO GL-DEBIT-CURRENCY
                   MOVE CONVERT-FROM TO GL-CREDIT-CURRENCY
               ELSE
                   MOVE CONVERT-FROM TO GL-DEBIT-CURRENCY
                   MOVE CONVERT-TO TO GL-CREDIT-CURRENCY
               END-IF
               INITIALIZE GL-POSTING
               MOVE BUSINESS-DATE TO GLP-DATE
               MOVE "CALC" TO GLP-SOURCE
               STRING "CONV" DELIMITED BY SIZE
                      CHAIN-SEQ DELIMITED BY SIZE
                      INTO GLP-REFERENCE
               END-STRING
               STRING "CURRENCY CONVERSION " DELIMITED BY SIZE
                      CONVERT-FROM DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      CONVERT-TO DELIMITED BY SIZE
                      INTO GLP-DESC
               END-STRING
               MOVE 2 TO GLP-LINE-COUNT
               MOVE 0 TO GLP-ACCOUNT(1)
               MOVE GL-DEBIT-CURRENCY TO GLP-CURRENCY(1)
               MOVE "D" TO GLP-SIDE(1)
               MOVE GL-HOME-VALUE TO GLP-AMOUNT(1)
               MOVE 0 TO GLP-ACCOUNT(2)
               MOVE GL-CREDIT-CURRENCY TO GLP-CURRENCY(2)
               MOVE "C" TO GLP-SIDE(2)
               MOVE GL-HOME-VALUE TO GLP-AMOUNT(2)
               CALL "GLPOST" USING GL-POSTING
               END-CALL
           END-IF.
           IF HOME-VALUE-SW = "N" AND CONVERT-FROM NOT = CONVERT-TO
               AND CONVERT-AMOUNT NOT = 0
               DISPLAY "No " CONVERT-FROM ">" HOME-CURRENCY
                   " rate - conversion not posted to the ledger"
           END-IF.

      * Neither leg is in the home currency: value the FROM amount
      * at the FROM>HOME rate, direct or through the pivot, leaving
      * the conversion's own rate as it was.
       FIND-HOME-VALUE.
           MOVE CONVERT-TO TO SAVED-CONVERT-TO.
           MOVE BEST-RATE TO SAVED-BEST-RATE.
           MOVE BEST-EFF-DATE TO SAVED-EFF-DATE.
           MOVE DERIVED-RATE-SW TO SAVED-DERIVED-SW.
           MOVE HOME-CURRENCY TO CONVERT-TO.
           PERFORM FIND-LATEST-RATE.
           IF RATE-FOUND-SW = "N"
               AND CONVERT-FROM NOT = PIVOT-CURRENCY
               AND CONVERT-TO NOT = PIVOT-CURRENCY
               PERFORM FIND-TRIANGULATED-RATE
           END-IF.
           IF RATE-FOUND-SW = "Y"
               COMPUTE GL-HOME-VALUE ROUNDED =
                   CONVERT-AMOUNT * BEST-RATE
               MOVE "Y" TO HOME-VALUE-SW
           END-IF.
           MOVE SAVED-CONVERT-TO TO CONVERT-TO.
           MOVE SAVED-BEST-RATE TO BEST-RATE.
           MOVE SAVED-EFF-DATE TO BEST-EFF-DATE.
           MOVE SAVED-DERIVED-SW TO DERIVED-RATE-SW.
           MOVE "Y" TO RATE-FOUND-SW.

      * Every ledger record carries a running sequence number and a
      * check value over the previous record in columns 85-93, so a
      * deleted or hand-edited line breaks the chain the verifier
           END-IF.
           DISPLAY "Carried forward as first operand: " A.

      * A posted entry is never edited. It is backed out by a
      * reversal - the same operands with the result negated - and,
      * when wanted, replaced by a corrected entry; both are chained
      * like any other posting. Only standard calculation entries can
      * be reversed, each once, and a reversal cannot be reversed.
       REVERSE-LEDGER-ENTRY.
           DISPLAY "Ledger sequence to reverse: " WITH NO ADVANCING.
           ACCEPT REVERSE-SEQ-TEXT.
           COMPUTE REVERSE-TARGET-SEQ =
               FUNCTION NUMVAL(REVERSE-SEQ-TEXT).
           IF REVERSE-TARGET-SEQ = 0
               MOVE "N" TO ORIGINAL-FOUND-SW
           ELSE
               PERFORM FIND-ORIGINAL-ENTRY
           END-IF.

           EVALUATE TRUE
               WHEN ORIGINAL-FOUND-SW = "N"
                   DISPLAY "Ledger sequence not found: "
                       REVERSE-SEQ-TEXT
               WHEN ORIGINAL-ENTRY(65:8) = "REVERSES"
                   DISPLAY "Entry " REVERSE-TARGET-SEQ
                       " is itself a reversal - not reversed"
               WHEN ORIGINAL-ENTRY(28:3) NOT = " = "
                   OR ORIGINAL-ENTRY(49:8) IS NOT NUMERIC
                   DISPLAY "Entry " REVERSE-TARGET-SEQ
                       " is not a standard calculation - not reversed"
               WHEN ALREADY-REVERSED-SW = "Y"
                   DISPLAY "Entry " REVERSE-TARGET-SEQ
                       " has already been reversed"
               WHEN OTHER
                   DISPLAY "Original: " ORIGINAL-ENTRY(1:63)
                   DISPLAY "Supervisor ID: " WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                       TO SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW = "Y"
                       PERFORM POST-REVERSAL-ENTRY
                   ELSE
                       DISPLAY "Entry not reversed"
                   END-IF
           END-EVALUATE.

      * The original may sit in the live ledger or, once the daily
      * summary has archived it, in the prior or current year
      * segment or the pre-segmentation archive. The whole of each
      * is read so an earlier reversal of the same entry is seen.
       FIND-ORIGINAL-ENTRY.
           MOVE "N" TO ORIGINAL-FOUND-SW.
           MOVE "N" TO ALREADY-REVERSED-SW.
           MOVE SPACES TO ORIGINAL-ENTRY.

           MOVE "CALCARCH.DAT" TO SCAN-FILE-NAME.
           PERFORM SCAN-FOR-ORIGINAL.

           DIVIDE BUSINESS-DATE BY 10000 GIVING SCAN-YEAR.
           SUBTRACT 1 FROM SCAN-YEAR.
           PERFORM VARYING SCAN-YEAR-IDX FROM 1 BY 1
           UNTIL SCAN-YEAR-IDX > 2
               MOVE SPACES TO SCAN-FILE-NAME
               STRING "CALCARCH" DELIMITED BY SIZE
                      SCAN-YEAR DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO SCAN-FILE-NAME
               END-STRING
               PERFORM SCAN-FOR-ORIGINAL
               ADD 1 TO SCAN-YEAR
           END-PERFORM.

           MOVE "CALCLOG.DAT" TO SCAN-FILE-NAME.
           PERFORM SCAN-FOR-ORIGINAL.

       SCAN-FOR-ORIGINAL.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT SCAN-FILE.
           IF SCAN-STATUS = "00"
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ SCAN-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM CHECK-SCANNED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF.

       CHECK-SCANNED-ENTRY.
           IF SCAN-RECORD(1:1) NOT = "*"
               AND SCAN-RECORD(85:1) = "#"
               IF SCAN-RECORD(86:7) = REVERSE-TARGET-SEQ
                   MOVE "Y" TO ORIGINAL-FOUND-SW
                   MOVE SCAN-RECORD TO ORIGINAL-ENTRY
               END-IF
               IF SCAN-RECORD(65:8) = "REVERSES"
                   AND SCAN-RECORD(74:7) = REVERSE-TARGET-SEQ
                   MOVE "Y" TO ALREADY-REVERSED-SW
               END-IF
           END-IF.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE "N" TO OPERATOR-MASTER-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL OPERATOR-MASTER-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO OPERATOR-MASTER-EOF-SW
                       NOT AT END
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO OPERATOR-MASTER-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

      * The session's operands and last result are put back once the
      * reversal (and any correction) is posted, so the running
      * calculation carries on where it was.
       POST-REVERSAL-ENTRY.
           MOVE A TO SAVED-A.
           MOVE B TO SAVED-B.
           MOVE OPERATOR TO SAVED-OPERATOR.
           MOVE RESULT-NUMERIC TO SAVED-RESULT.

           COMPUTE A = FUNCTION NUMVAL(ORIGINAL-ENTRY(1:12)).
           MOVE ORIGINAL-ENTRY(14:1) TO OPERATOR.
           COMPUTE B = FUNCTION NUMVAL(ORIGINAL-ENTRY(16:12)).
           COMPUTE RESULT-NUMERIC =
               0 - FUNCTION NUMVAL(ORIGINAL-ENTRY(31:16)).
           MOVE SPACES TO LEDGER-LINK-TEXT.
           STRING "REVERSES " DELIMITED BY SIZE
                  REVERSE-TARGET-SEQ DELIMITED BY SIZE
                  INTO LEDGER-LINK-TEXT
           END-STRING.
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-LINK-TEXT.
           MOVE CHAIN-SEQ TO REVERSAL-SEQ.
           DISPLAY "Reversal posted as ledger sequence " REVERSAL-SEQ.

           MOVE "CALCREV" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "SEQ=" DELIMITED BY SIZE
                  REVERSE-TARGET-SEQ DELIMITED BY SIZE
                  " REV=" DELIMITED BY SIZE
                  REVERSAL-SEQ DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Post a corrected entry? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT CORRECTION-SW.
           IF CORRECTION-SW = "Y" OR CORRECTION-SW = "y"
               PERFORM POST-CORRECTION-ENTRY
           END-IF.

           MOVE SAVED-A TO A.
           MOVE SAVED-B TO B.
           MOVE SAVED-OPERATOR TO OPERATOR.
           MOVE SAVED-RESULT TO RESULT-NUMERIC.

       POST-CORRECTION-ENTRY.
           DISPLAY "Corrected first number: " WITH NO ADVANCING.
           ACCEPT FIRST-INPUT.
           COMPUTE A = FUNCTION NUMVAL(FIRST-INPUT).
           DISPLAY "Corrected operation (+ - * / P Q S O T I J): "
               WITH NO ADVANCING.
           ACCEPT OPERATOR.

           MOVE "Y" TO CORRECTION-VALID-SW.
           EVALUATE OPERATOR
               WHEN "+"
               WHEN "-"
               WHEN "*"
               WHEN "/"
               WHEN "P"
               WHEN "p"
               WHEN "I"
               WHEN "i"
               WHEN "J"
               WHEN "j"
                   DISPLAY "Corrected second number: "
                       WITH NO ADVANCING
                   ACCEPT SECOND-INPUT
                   COMPUTE B = FUNCTION NUMVAL(SECOND-INPUT)
               WHEN "Q"
               WHEN "q"
               WHEN "S"
               WHEN "s"
               WHEN "O"
               WHEN "o"
               WHEN "T"
               WHEN "t"
                   MOVE 0 TO B
               WHEN OTHER
                   MOVE "N" TO CORRECTION-VALID-SW
           END-EVALUATE.

           IF OPERATOR = "I" OR OPERATOR = "i"
               OR OPERATOR = "J" OR OPERATOR = "j"
               DISPLAY "Term in years: " WITH NO ADVANCING
               ACCEPT TERM-TEXT
               COMPUTE TERM-YEARS = FUNCTION NUMVAL(TERM-TEXT)
           END-IF.

           IF CORRECTION-VALID-SW = "N"
               DISPLAY "Invalid operation - no corrected entry posted"
           ELSE
               PERFORM COMPUTE-AND-REPORT
               MOVE SPACES TO LEDGER-LINK-TEXT
               STRING "CORRECTS " DELIMITED BY SIZE
                      REVERSE-TARGET-SEQ DELIMITED BY SIZE
                      INTO LEDGER-LINK-TEXT
               END-STRING
               PERFORM WRITE-LEDGER-ENTRY
               MOVE SPACES TO LEDGER-LINK-TEXT
               DISPLAY "Correction posted as ledger sequence "
                   CHAIN-SEQ

               MOVE "CALCCORR" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "SEQ=" DELIMITED BY SIZE
                      REVERSE-TARGET-SEQ DELIMITED BY SIZE
                      " NEW=" DELIMITED BY SIZE
                      CHAIN-SEQ DELIMITED BY SIZE
                      " BY=" DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

       BATCH-RUN.
           MOVE "N" TO BATCH-EOF-SW.

               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                   AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               IF RECORDS-REJECTED > 0
                   PERFORM RAISE-REJECT-ALERT
               END-IF

               CLOSE BATCH-IN-FILE
               CLOSE BATCH-OUT-FILE
                  LOG-TIME    DELIMITED BY SIZE
                  INTO LEDGER-RECORD
           END-STRING.
           MOVE LEDGER-LINK-TEXT TO LEDGER-RECORD(65:16).

           PERFORM STAMP-LEDGER-CHAIN.
           WRITE LEDGER-RECORD.
           PERFORM SAVE-LEDGER-SEQ.
           CLOSE LEDGER-FILE.

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

      * A run that wrote rejects raises an alert, so the console
      * shows them without anyone having to look in the reject file.
       RAISE-REJECT-ALERT.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE SCHEDULED-JOB TO ALERT-JOB
           END-IF.
           MOVE RECORDS-REJECTED TO ALERT-COUNT-TEXT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Records rejected to CALCREJ.DAT:" DELIMITED BY SIZE
                  ALERT-COUNT-TEXT DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.
