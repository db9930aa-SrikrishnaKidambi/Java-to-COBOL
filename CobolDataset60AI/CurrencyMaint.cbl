               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT BILLING-CURRENCY-FILE ASSIGN TO "STUCURR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLING-CURRENCY-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-TABLE-FILE.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

      * Students billed in a currency other than the home currency;
      * fee billing raises their invoices in SC-CURRENCY.
       FD  BILLING-CURRENCY-FILE.
       01 BILLING-CURRENCY-RECORD.
           05 SC-ROLL        PIC 9(8).
           05 SC-CURRENCY    PIC X(3).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CURRENCY-TABLE-STATUS PIC X(2) VALUE "00".
       01 RATE-FILE-STATUS      PIC X(2) VALUE "00".
       01 SETTINGS-STATUS       PIC X(2) VALUE "00".
       01 BILLING-CURRENCY-STATUS PIC X(2) VALUE "00".
       01 STUDENT-STATUS        PIC X(2) VALUE "00".
       01 TABLE-EOF-SW          PIC X VALUE "N".
       01 SETTINGS-EOF-SW       PIC X VALUE "N".
       01 DONE-SW               PIC X VALUE "N".
       01 STALE-PAIR-COUNT      PIC 99 VALUE 0.
       01 PAIR-SEEN-SW          PIC X VALUE "N".

       01 HOME-CURRENCY         PIC X(3) VALUE "INR".
       01 BILLING-CURRENCY-TABLE.
           05 BILLING-CURRENCY-ENTRY OCCURS 500 TIMES.
               10 BCR-T-ROLL     PIC 9(8).
               10 BCR-T-CURRENCY PIC X(3).
       01 BILLING-CURRENCY-COUNT PIC 999 VALUE 0.
       01 BILLING-CURRENCY-FULL-SW PIC X VALUE "N".
       01 BILLING-CURRENCY-IDX  PIC 999 VALUE 0.
       01 BILLING-FOUND-IDX     PIC 999 VALUE 0.
       01 ROLL-INPUT            PIC 9(8) VALUE 0.
       01 ROLL-FOUND-SW         PIC X VALUE "N".
       01 OLD-BILLING-CURRENCY  PIC X(3) VALUE SPACES.

       01 OLD-RATE-TEXT         PIC 9(5).9(6).
       01 NEW-RATE-TEXT         PIC 9(5).9(6).

      * A rate change is queued on APPROVQ.DAT and only rewritten in
      * EXRATES.DAT when a second supervisor approves it, and then
      * only if the rate on file is still the one the change was
      * keyed against.
       COPY "APPRREQ.CPY".
       01 QUEUED-RATE-CHANGE.
           05 QRC-FROM         PIC X(3).
           05 QRC-TO           PIC X(3).
           05 QRC-EFF-DATE     PIC 9(8).
           05 QRC-OLD-RATE     PIC 9(5)V9(6).
           05 QRC-NEW-RATE     PIC 9(5)V9(6).
           05 FILLER           PIC X(44).
       01 APPROVAL-TYPE      PIC X(8) VALUE "RATECHG".
       01 APPROVAL-PROGRAM   PIC X(20) VALUE "CURRENCY-MAINT".
       01 APPROVAL-DESCRIPTION PIC X(40) VALUE SPACES.
       01 APPROVAL-NUMBER    PIC 9(6) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "CURRMAINT".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           IF APR-TYPE = APPROVAL-TYPE
               PERFORM APPLY-APPROVED-RATE-CHANGE
               GOBACK
           END-IF.

           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           DISPLAY "3. Add rate".
           DISPLAY "4. Change rate".
           DISPLAY "5. List rates and stale-rate check".
           DISPLAY "6. Set a student's billing currency".
           DISPLAY "7. List students billed in a foreign currency".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.
               WHEN 5
                   PERFORM LIST-RATES
                   PERFORM CHECK-STALE-RATES
               WHEN 6
                   PERFORM SET-BILLING-CURRENCY
               WHEN 7
                   PERFORM LIST-BILLING-CURRENCIES
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
               ELSE
                   PERFORM ACCEPT-VALID-RATE
                   IF RATE-VALID-SW = "Y"
                       PERFORM QUEUE-RATE-CHANGE
                   END-IF
               END-IF
           END-IF.

       QUEUE-RATE-CHANGE.
           MOVE SPACES TO QUEUED-RATE-CHANGE.
           MOVE FROM-INPUT TO QRC-FROM.
           MOVE TO-INPUT TO QRC-TO.
           MOVE EFF-DATE-INPUT TO QRC-EFF-DATE.
           MOVE RATE-T-RATE(FOUND-IDX) TO QRC-OLD-RATE.
           MOVE RATE-VALUE TO QRC-NEW-RATE.
           MOVE RATE-T-RATE(FOUND-IDX) TO OLD-RATE-TEXT.
           MOVE RATE-VALUE TO NEW-RATE-TEXT.
           MOVE SPACES TO APPROVAL-DESCRIPTION.
           STRING "RATE " DELIMITED BY SIZE
                  FROM-INPUT DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  TO-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EFF-DATE-INPUT DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  NEW-RATE-TEXT DELIMITED BY SIZE
                  INTO APPROVAL-DESCRIPTION
           END-STRING.
           CALL "APPRVQ" USING APPROVAL-TYPE APPROVAL-PROGRAM
               AUDIT-OPERATOR APPROVAL-DESCRIPTION
               QUEUED-RATE-CHANGE APPROVAL-NUMBER
           END-CALL.
           IF APPROVAL-NUMBER > 0
               DISPLAY "Rate change " FROM-INPUT ">" TO-INPUT " "
                   OLD-RATE-TEXT " to " NEW-RATE-TEXT
                   " queued as request " APPROVAL-NUMBER
               DISPLAY "A second supervisor must approve it from "
                   "the approval queue"
           ELSE
               DISPLAY "Rate change could not be queued - "
                   "rate not changed"
           END-IF.

      * Called from APPROVAL-REVIEW with an approved change. The rate
      * table is read afresh; the change lands only if the row is
      * still on file at the rate it was keyed against.
       APPLY-APPROVED-RATE-CHANGE.
           MOVE APR-REQUESTER TO AUDIT-OPERATOR.
           MOVE APR-DATA TO QUEUED-RATE-CHANGE.
           PERFORM LOAD-RATE-TABLE.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT
               IF RATE-T-FROM(RATE-IDX) = QRC-FROM
                   AND RATE-T-TO(RATE-IDX) = QRC-TO
                   AND RATE-T-EFF-DATE(RATE-IDX) = QRC-EFF-DATE
                   MOVE RATE-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0
               MOVE "FAILED" TO APR-RESULT
               MOVE "RATE NO LONGER ON FILE" TO APR-REASON
           ELSE
               IF RATE-T-RATE(FOUND-IDX) NOT = QRC-OLD-RATE
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "RATE CHANGED SINCE REQUEST" TO APR-REASON
               ELSE
                   MOVE QRC-OLD-RATE TO OLD-RATE-TEXT
                   MOVE QRC-NEW-RATE TO RATE-T-RATE(FOUND-IDX)
                   PERFORM SAVE-RATE-TABLE
                   MOVE QRC-NEW-RATE TO NEW-RATE-TEXT
                   MOVE "RATECHG" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING QRC-FROM DELIMITED BY SIZE
                          ">" DELIMITED BY SIZE
                          QRC-TO DELIMITED BY SIZE
                          " OLD=" DELIMITED BY SIZE
                          OLD-RATE-TEXT DELIMITED BY SIZE
                          " NEW=" DELIMITED BY SIZE
                          NEW-RATE-TEXT DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE "APPLIED" TO APR-RESULT
               END-IF
           END-IF.

       LIST-RATES.
           DISPLAY "FROM>TO  RATE          EFFECTIVE".
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           END-PERFORM.
           DISPLAY "Rates on file: " RATE-COUNT.

      * A student is billed in the home currency unless listed on
      * STUCURR.DAT; setting the home currency takes them off it.
      * The change applies to invoices raised from now on.
       SET-BILLING-CURRENCY.
           PERFORM LOAD-BILLING-CURRENCIES.
           IF BILLING-CURRENCY-FULL-SW = "Y"
               DISPLAY "STUCURR.DAT has more rows than the table "
                   "can hold - billing currency not changed"
           ELSE
               DISPLAY "Student roll number: " WITH NO ADVANCING
               ACCEPT ROLL-INPUT
               MOVE "N" TO ROLL-FOUND-SW
               OPEN INPUT STUDENT-FILE
               IF STUDENT-STATUS = "00"
                   MOVE ROLL-INPUT TO STU-ROLL
                   READ STUDENT-FILE KEY IS STU-ROLL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ROLL-FOUND-SW
                   END-READ
                   CLOSE STUDENT-FILE
               END-IF
               IF ROLL-FOUND-SW = "N"
                   DISPLAY "Roll number not on STUMAST.DAT: " ROLL-INPUT
               ELSE
                   MOVE HOME-CURRENCY TO OLD-BILLING-CURRENCY
                   MOVE 0 TO BILLING-FOUND-IDX
                   PERFORM VARYING BILLING-CURRENCY-IDX FROM 1 BY 1
                   UNTIL BILLING-CURRENCY-IDX > BILLING-CURRENCY-COUNT
                       IF BCR-T-ROLL(BILLING-CURRENCY-IDX) = ROLL-INPUT
                           MOVE BILLING-CURRENCY-IDX
                               TO BILLING-FOUND-IDX
                           MOVE BCR-T-CURRENCY(BILLING-CURRENCY-IDX)
                               TO OLD-BILLING-CURRENCY
                       END-IF
                   END-PERFORM
                   DISPLAY STU-NAME " is billed in "
                       OLD-BILLING-CURRENCY
                   PERFORM ACCEPT-VALID-CURRENCY-CODE
                   IF CODE-VALID-SW = "Y"
                       PERFORM FIND-CURRENCY-BY-CODE
                       IF FOUND-SW = "N"
                           DISPLAY "Unknown currency code: " CODE-INPUT
                       ELSE
                           PERFORM STORE-BILLING-CURRENCY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-BILLING-CURRENCY.
           EVALUATE TRUE
               WHEN CODE-INPUT = OLD-BILLING-CURRENCY
                   DISPLAY "Billing currency unchanged"
               WHEN CODE-INPUT = HOME-CURRENCY
                   PERFORM VARYING BILLING-CURRENCY-IDX
                       FROM BILLING-FOUND-IDX BY 1
                   UNTIL BILLING-CURRENCY-IDX >= BILLING-CURRENCY-COUNT
                       MOVE BILLING-CURRENCY-ENTRY
                           (BILLING-CURRENCY-IDX + 1)
                           TO BILLING-CURRENCY-ENTRY
                           (BILLING-CURRENCY-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM BILLING-CURRENCY-COUNT
               WHEN BILLING-FOUND-IDX > 0
                   MOVE CODE-INPUT
                       TO BCR-T-CURRENCY(BILLING-FOUND-IDX)
               WHEN BILLING-CURRENCY-COUNT >= 500
                   DISPLAY "Billing currency table is full"
                   MOVE "N" TO FOUND-SW
               WHEN OTHER
                   ADD 1 TO BILLING-CURRENCY-COUNT
                   MOVE ROLL-INPUT
                       TO BCR-T-ROLL(BILLING-CURRENCY-COUNT)
                   MOVE CODE-INPUT
                       TO BCR-T-CURRENCY(BILLING-CURRENCY-COUNT)
           END-EVALUATE.
           IF CODE-INPUT NOT = OLD-BILLING-CURRENCY
               AND FOUND-SW = "Y"
               PERFORM SAVE-BILLING-CURRENCIES
               MOVE "BILLCUR" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "ROLL=" DELIMITED BY SIZE
                      ROLL-INPUT DELIMITED BY SIZE
                      " OLD=" DELIMITED BY SIZE
                      OLD-BILLING-CURRENCY DELIMITED BY SIZE
                      " NEW=" DELIMITED BY SIZE
                      CODE-INPUT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Roll " ROLL-INPUT " now billed in "
                   CODE-INPUT
           END-IF.

       LIST-BILLING-CURRENCIES.
           PERFORM LOAD-BILLING-CURRENCIES.
           DISPLAY "ROLL      CURRENCY".
           PERFORM VARYING BILLING-CURRENCY-IDX FROM 1 BY 1
           UNTIL BILLING-CURRENCY-IDX > BILLING-CURRENCY-COUNT
               DISPLAY BCR-T-ROLL(BILLING-CURRENCY-IDX) "  "
                   BCR-T-CURRENCY(BILLING-CURRENCY-IDX)
           END-PERFORM.
           DISPLAY "Students billed in a foreign currency: "
               BILLING-CURRENCY-COUNT.

      * A pair is stale when its newest effective date is more than
      * STALE-DAYS (SETTINGS.DAT key RATESTALE) behind today. Each
      * distinct pair is judged once, at its first row.
               CLOSE RATE-FILE
           END-IF.

       LOAD-BILLING-CURRENCIES.
           MOVE 0 TO BILLING-CURRENCY-COUNT.
           MOVE "N" TO BILLING-CURRENCY-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT BILLING-CURRENCY-FILE.
           IF BILLING-CURRENCY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ BILLING-CURRENCY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF BILLING-CURRENCY-COUNT < 500
                               ADD 1 TO BILLING-CURRENCY-COUNT
                               MOVE SC-ROLL TO BCR-T-ROLL
                                   (BILLING-CURRENCY-COUNT)
                               MOVE SC-CURRENCY TO BCR-T-CURRENCY
                                   (BILLING-CURRENCY-COUNT)
                           ELSE
                               DISPLAY "STUCURR.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO BILLING-CURRENCY-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-CURRENCY-FILE
           END-IF.

       SAVE-BILLING-CURRENCIES.
           OPEN OUTPUT BILLING-CURRENCY-FILE.
           PERFORM VARYING BILLING-CURRENCY-IDX FROM 1 BY 1
           UNTIL BILLING-CURRENCY-IDX > BILLING-CURRENCY-COUNT
               MOVE BCR-T-ROLL(BILLING-CURRENCY-IDX) TO SC-ROLL
               MOVE BCR-T-CURRENCY(BILLING-CURRENCY-IDX)
                   TO SC-CURRENCY
               WRITE BILLING-CURRENCY-RECORD
           END-PERFORM.
           CLOSE BILLING-CURRENCY-FILE.

       SAVE-CURRENCY-TABLE.
           OPEN OUTPUT CURRENCY-TABLE-FILE.
           PERFORM VARYING CURRENCY-IDX FROM 1 BY 1
