       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT MERGE-DATA-FILE ASSIGN TO "SENTDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  INVOICE-FILE.
       01 INVOICE-RECORD.
           05 IV-NUMBER      PIC 9(7).
           05 IV-ROLL        PIC 9(8).
           05 IV-DEPT        PIC 9.
           05 IV-DATE        PIC 9(8).
           05 IV-AMOUNT      PIC 9(7)V99.
           05 IV-PAID        PIC 9(7)V99.
           05 IV-STATUS      PIC X(8).
           05 IV-GROSS       PIC 9(7)V99.
           05 IV-CONCESSION  PIC 9(7)V99.
           05 IV-LINKED      PIC 9(7).
           05 IV-PERIOD      PIC 9(6).
           05 IV-CURRENCY    PIC X(3).
           05 IV-FX-RATE     PIC 9(5)V9(6).
           05 IV-FX-AMOUNT   PIC 9(9)V99.
           05 IV-FX-PAID     PIC 9(9)V99.
           05 IV-CHARGE      PIC X(6).

       FD  PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PY-RECEIPT     PIC 9(8).
           05 PY-TYPE        PIC X.
           05 PY-INVOICE     PIC 9(7).
           05 PY-ROLL        PIC 9(8).
           05 PY-AMOUNT      PIC 9(7)V99.
           05 PY-TENDER      PIC X(6).
           05 PY-CASHIER     PIC X(10).
           05 PY-DATE        PIC 9(8).
           05 PY-TIME        PIC 9(6).
           05 PY-REVERSES    PIC 9(8).
           05 PY-CURRENCY    PIC X(3).
           05 PY-FX-AMOUNT   PIC 9(9)V99.
           05 PY-FX-RATE     PIC 9(5)V9(6).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  MERGE-DATA-FILE.
       01 MERGE-DATA-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 PAYMENT-STATUS     PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 MERGE-DATA-STATUS  PIC X(2) VALUE "00".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 STATEMENT-SCOPE    PIC X VALUE SPACE.
       01 STATEMENT-ROLL     PIC 9(8) VALUE 0.
       01 STATEMENT-DEPT     PIC 9 VALUE 0.
       01 SUPPRESS-ZERO-SW   PIC X VALUE "N".

       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 500 TIMES.
               10 INV-T-NUMBER     PIC 9(7).
               10 INV-T-ROLL       PIC 9(8).
               10 INV-T-DATE       PIC 9(8).
               10 INV-T-AMOUNT     PIC 9(7)V99.
               10 INV-T-PAID       PIC 9(7)V99.
               10 INV-T-STATUS     PIC X(8).
               10 INV-T-GROSS      PIC 9(7)V99.
               10 INV-T-CONCESSION PIC 9(7)V99.
               10 INV-T-LINKED     PIC 9(7).
               10 INV-T-CHARGE     PIC X(6).
       01 INVOICE-COUNT      PIC 999 VALUE 0.
       01 INVOICE-IDX        PIC 999 VALUE 0.

       01 PAYMENT-TABLE.
           05 PAYMENT-ENTRY OCCURS 2000 TIMES.
               10 PAY-T-RECEIPT    PIC 9(8).
               10 PAY-T-TYPE       PIC X.
               10 PAY-T-INVOICE    PIC 9(7).
               10 PAY-T-ROLL       PIC 9(8).
               10 PAY-T-AMOUNT     PIC 9(7)V99.
               10 PAY-T-DATE       PIC 9(8).
       01 PAYMENT-COUNT      PIC 9(4) VALUE 0.
       01 PAYMENT-IDX        PIC 9(4) VALUE 0.

      * One student's account, every charge and credit in date
      * order. A debit raises what the student owes; a credit
      * lowers it.
       01 STATEMENT-TABLE.
           05 STATEMENT-ENTRY OCCURS 200 TIMES.
               10 STM-DATE         PIC 9(8).
               10 STM-TYPE         PIC X(12).
               10 STM-REFERENCE    PIC 9(8).
               10 STM-DEBIT-SW     PIC X.
               10 STM-AMOUNT       PIC 9(7)V99.
       01 STATEMENT-COUNT    PIC 999 VALUE 0.
       01 STATEMENT-IDX      PIC 999 VALUE 0.
       01 SORT-IDX           PIC 999 VALUE 0.
       01 SORT-SWAPPED-SW    PIC X VALUE "N".
       01 HOLD-ENTRY         PIC X(38).

       01 NEW-DATE           PIC 9(8) VALUE 0.
       01 NEW-TYPE           PIC X(12) VALUE SPACES.
       01 NEW-REFERENCE      PIC 9(8) VALUE 0.
       01 NEW-DEBIT-SW       PIC X VALUE "N".
       01 NEW-AMOUNT         PIC 9(7)V99 VALUE 0.

       01 PAID-ON-FILE       PIC S9(7)V99 VALUE 0.
       01 PAID-BROUGHT-FWD   PIC S9(7)V99 VALUE 0.
       01 RUNNING-BALANCE    PIC S9(9)V99 VALUE 0.
       01 CLOSING-BALANCE    PIC S9(9)V99 VALUE 0.

      * Aging of what is still owed, bucketed by invoice date as the
      * receivables aging report does.
       01 STATEMENT-AGING.
           05 STM-AGE-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
       01 AGE-BUCKET-IDX     PIC 9 VALUE 0.
       01 TODAY-DAYS         PIC 9(8) VALUE 0.
       01 INVOICE-DAYS       PIC 9(8) VALUE 0.
       01 AGE-DAYS           PIC S9(8) VALUE 0.
       01 BALANCE-DUE        PIC S9(7)V99 VALUE 0.

       01 AMOUNT-TEXT        PIC -(8)9.99.
       01 BALANCE-TEXT       PIC -(8)9.99.
       01 BUCKET1-TEXT       PIC -(8)9.99.
       01 BUCKET2-TEXT       PIC -(8)9.99.
       01 BUCKET3-TEXT       PIC -(8)9.99.
       01 BUCKET4-TEXT       PIC -(8)9.99.
       01 MERGE-TEMPLATE     PIC X(10) VALUE SPACES.

       01 STUDENTS-SEEN      PIC 9(5) VALUE 0.
       01 STATEMENTS-WRITTEN PIC 9(5) VALUE 0.
       01 STATEMENTS-SKIPPED PIC 9(5) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ACCTSTMT".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           DISPLAY "Statements for one (R)oll or a (D)epartment: "
               WITH NO ADVANCING.
           ACCEPT STATEMENT-SCOPE.
           MOVE FUNCTION UPPER-CASE(STATEMENT-SCOPE)
               TO STATEMENT-SCOPE.
           EVALUATE STATEMENT-SCOPE
               WHEN "R"
                   DISPLAY "Roll number: " WITH NO ADVANCING
                   ACCEPT STATEMENT-ROLL
               WHEN "D"
                   DISPLAY "Department code: " WITH NO ADVANCING
                   ACCEPT STATEMENT-DEPT
               WHEN OTHER
                   DISPLAY "Invalid choice"
                   GOBACK
           END-EVALUATE.
           DISPLAY "Skip students who owe nothing (Y/N): "
               WITH NO ADVANCING.
           ACCEPT SUPPRESS-ZERO-SW.
           MOVE FUNCTION UPPER-CASE(SUPPRESS-ZERO-SW)
               TO SUPPRESS-ZERO-SW.

           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           PERFORM LOAD-INVOICE-TABLE.
           PERFORM LOAD-PAYMENT-TABLE.

           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT MERGE-DATA-FILE.

           IF STATEMENT-SCOPE = "R"
               MOVE STATEMENT-ROLL TO STU-ROLL
               READ STUDENT-FILE KEY IS STU-ROLL
                   INVALID KEY
                       DISPLAY "Student not found: " STATEMENT-ROLL
                   NOT INVALID KEY
                       PERFORM STATEMENT-ONE-STUDENT
               END-READ
           ELSE
               MOVE "N" TO STUDENT-EOF-SW
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           IF STU-DEPT = STATEMENT-DEPT
                               PERFORM STATEMENT-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE STUDENT-FILE.
           CLOSE MERGE-DATA-FILE.

           MOVE "STATEMNT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "SCOPE=" DELIMITED BY SIZE
                  STATEMENT-SCOPE DELIMITED BY SIZE
                  " SENT=" DELIMITED BY SIZE
                  STATEMENTS-WRITTEN DELIMITED BY SIZE
                  " SKIPPED=" DELIMITED BY SIZE
                  STATEMENTS-SKIPPED DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Students considered: " STUDENTS-SEEN.
           DISPLAY "Statements produced: " STATEMENTS-WRITTEN
               "  skipped at nil balance: " STATEMENTS-SKIPPED.
           IF STATEMENTS-WRITTEN = 0
               DISPLAY "No statements to merge"
               GOBACK
           END-IF.
           DISPLAY "Statement data written to SENTDATA.DAT".
           DISPLAY "Starting the letter merge - answer M at the "
               "mode prompt".
           CALL "SENTENCE-CREATOR".
           GOBACK.

       STATEMENT-ONE-STUDENT.
           ADD 1 TO STUDENTS-SEEN.
           PERFORM BUILD-STATEMENT-LINES.
           PERFORM SORT-STATEMENT-LINES.

           MOVE 0 TO CLOSING-BALANCE.
           PERFORM VARYING STATEMENT-IDX FROM 1 BY 1
           UNTIL STATEMENT-IDX > STATEMENT-COUNT
               IF STM-DEBIT-SW(STATEMENT-IDX) = "Y"
                   ADD STM-AMOUNT(STATEMENT-IDX) TO CLOSING-BALANCE
               ELSE
                   SUBTRACT STM-AMOUNT(STATEMENT-IDX)
                       FROM CLOSING-BALANCE
               END-IF
           END-PERFORM.

           IF SUPPRESS-ZERO-SW = "Y" AND CLOSING-BALANCE <= 0
               ADD 1 TO STATEMENTS-SKIPPED
           ELSE
               PERFORM WRITE-STATEMENT-MERGE
               ADD 1 TO STATEMENTS-WRITTEN
           END-IF.

      * Charges are the gross fee and any late payment penalty; the
      * concession and a waiver come back as credits. A refund to a
      * leaver is a credit row on FEEINV.DAT: the refund is credited
      * and the money paid back charged, leaving the balance as it
      * was once the refund has been paid out. Payments and
      * reversals come from PAYMENTS.DAT; anything an invoice shows
      * as paid with no receipt behind it was posted before receipts
      * were kept and is carried as a payment brought forward.
       BUILD-STATEMENT-LINES.
           MOVE 0 TO STATEMENT-COUNT.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               IF INV-T-ROLL(INVOICE-IDX) = STU-ROLL
                   PERFORM ADD-INVOICE-LINES
               END-IF
           END-PERFORM.
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
           UNTIL PAYMENT-IDX > PAYMENT-COUNT
               IF PAY-T-ROLL(PAYMENT-IDX) = STU-ROLL
                   MOVE PAY-T-DATE(PAYMENT-IDX) TO NEW-DATE
                   MOVE PAY-T-RECEIPT(PAYMENT-IDX) TO NEW-REFERENCE
                   MOVE PAY-T-AMOUNT(PAYMENT-IDX) TO NEW-AMOUNT
                   IF PAY-T-TYPE(PAYMENT-IDX) = "R"
                       MOVE "REVERSAL" TO NEW-TYPE
                       MOVE "Y" TO NEW-DEBIT-SW
                   ELSE
                       MOVE "PAYMENT" TO NEW-TYPE
                       MOVE "N" TO NEW-DEBIT-SW
                   END-IF
                   PERFORM ADD-STATEMENT-LINE
               END-IF
           END-PERFORM.

       ADD-INVOICE-LINES.
           MOVE INV-T-DATE(INVOICE-IDX) TO NEW-DATE.
           MOVE INV-T-NUMBER(INVOICE-IDX) TO NEW-REFERENCE.
           IF INV-T-STATUS(INVOICE-IDX) = "CREDIT"
               PERFORM ADD-REFUND-LINES
           ELSE
               PERFORM ADD-CHARGE-LINES
           END-IF.

       ADD-REFUND-LINES.
           MOVE "N" TO NEW-DEBIT-SW.
           MOVE "REFUND" TO NEW-TYPE.
           MOVE INV-T-AMOUNT(INVOICE-IDX) TO NEW-AMOUNT.
           PERFORM ADD-STATEMENT-LINE.
           IF INV-T-PAID(INVOICE-IDX) > 0
               MOVE "Y" TO NEW-DEBIT-SW
               MOVE "REFUND PAID" TO NEW-TYPE
               MOVE INV-T-PAID(INVOICE-IDX) TO NEW-AMOUNT
               PERFORM ADD-STATEMENT-LINE
           END-IF.

       ADD-CHARGE-LINES.
           MOVE "Y" TO NEW-DEBIT-SW.
           IF INV-T-LINKED(INVOICE-IDX) = 0
               IF INV-T-CHARGE(INVOICE-IDX) = "HOSTEL"
                   MOVE "HOSTEL FEE" TO NEW-TYPE
               ELSE
                   MOVE "INVOICE" TO NEW-TYPE
               END-IF
               MOVE INV-T-GROSS(INVOICE-IDX) TO NEW-AMOUNT
           ELSE
               MOVE "PENALTY" TO NEW-TYPE
               MOVE INV-T-AMOUNT(INVOICE-IDX) TO NEW-AMOUNT
           END-IF.
           PERFORM ADD-STATEMENT-LINE.

           MOVE "N" TO NEW-DEBIT-SW.
           IF INV-T-CONCESSION(INVOICE-IDX) > 0
               MOVE "CONCESSION" TO NEW-TYPE
               MOVE INV-T-CONCESSION(INVOICE-IDX) TO NEW-AMOUNT
               PERFORM ADD-STATEMENT-LINE
           END-IF.
           IF INV-T-STATUS(INVOICE-IDX) = "WAIVED"
               MOVE "WAIVER" TO NEW-TYPE
               MOVE INV-T-AMOUNT(INVOICE-IDX) TO NEW-AMOUNT
               PERFORM ADD-STATEMENT-LINE
           END-IF.

           MOVE 0 TO PAID-ON-FILE.
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
           UNTIL PAYMENT-IDX > PAYMENT-COUNT
               IF PAY-T-INVOICE(PAYMENT-IDX) = INV-T-NUMBER(INVOICE-IDX)
                   IF PAY-T-TYPE(PAYMENT-IDX) = "R"
                       SUBTRACT PAY-T-AMOUNT(PAYMENT-IDX)
                           FROM PAID-ON-FILE
                   ELSE
                       ADD PAY-T-AMOUNT(PAYMENT-IDX) TO PAID-ON-FILE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE PAID-BROUGHT-FWD =
               INV-T-PAID(INVOICE-IDX) - PAID-ON-FILE.
           IF PAID-BROUGHT-FWD > 0
               MOVE "PAYMENT B/F" TO NEW-TYPE
               MOVE PAID-BROUGHT-FWD TO NEW-AMOUNT
               PERFORM ADD-STATEMENT-LINE
           END-IF.

       ADD-STATEMENT-LINE.
           IF STATEMENT-COUNT < 200
               ADD 1 TO STATEMENT-COUNT
               MOVE NEW-DATE TO STM-DATE(STATEMENT-COUNT)
               MOVE NEW-TYPE TO STM-TYPE(STATEMENT-COUNT)
               MOVE NEW-REFERENCE TO STM-REFERENCE(STATEMENT-COUNT)
               MOVE NEW-DEBIT-SW TO STM-DEBIT-SW(STATEMENT-COUNT)
               MOVE NEW-AMOUNT TO STM-AMOUNT(STATEMENT-COUNT)
           ELSE
               DISPLAY "Roll " STU-ROLL " has more transactions "
                   "than the statement table can hold"
           END-IF.

      * Exchange sort on date; lines of the same date keep the
      * order they were added in, charge before its credits.
       SORT-STATEMENT-LINES.
           MOVE "Y" TO SORT-SWAPPED-SW.
           PERFORM UNTIL SORT-SWAPPED-SW = "N"
               MOVE "N" TO SORT-SWAPPED-SW
               PERFORM VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX >= STATEMENT-COUNT
                   IF STM-DATE(SORT-IDX) > STM-DATE(SORT-IDX + 1)
                       MOVE STATEMENT-ENTRY(SORT-IDX) TO HOLD-ENTRY
                       MOVE STATEMENT-ENTRY(SORT-IDX + 1)
                           TO STATEMENT-ENTRY(SORT-IDX)
                       MOVE HOLD-ENTRY TO STATEMENT-ENTRY(SORT-IDX + 1)
                       MOVE "Y" TO SORT-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Merge rows for SENTENCE-CREATOR: the STMTHEAD row carries
      * the roll so the merge heads the statement with the postal
      * address; the lines and the aging close follow as plain
      * rows using the STMT templates in SENTTMPL.DAT.
       WRITE-STATEMENT-MERGE.
           MOVE SPACES TO MERGE-DATA-RECORD.
           STRING "STMTHEAD/" DELIMITED BY SIZE
                  STU-ROLL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(STU-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  STU-ROLL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO MERGE-DATA-RECORD
           END-STRING.
           WRITE MERGE-DATA-RECORD.

           IF STATEMENT-COUNT = 0
               MOVE "STMTNONE" TO MERGE-DATA-RECORD
               WRITE MERGE-DATA-RECORD
           END-IF.

           MOVE 0 TO RUNNING-BALANCE.
           PERFORM VARYING STATEMENT-IDX FROM 1 BY 1
           UNTIL STATEMENT-IDX > STATEMENT-COUNT
               IF STM-DEBIT-SW(STATEMENT-IDX) = "Y"
                   ADD STM-AMOUNT(STATEMENT-IDX) TO RUNNING-BALANCE
                   MOVE "STMTDEBIT" TO MERGE-TEMPLATE
               ELSE
                   SUBTRACT STM-AMOUNT(STATEMENT-IDX)
                       FROM RUNNING-BALANCE
                   MOVE "STMTCREDIT" TO MERGE-TEMPLATE
               END-IF
               MOVE STM-AMOUNT(STATEMENT-IDX) TO AMOUNT-TEXT
               MOVE RUNNING-BALANCE TO BALANCE-TEXT
               MOVE SPACES TO MERGE-DATA-RECORD
               STRING FUNCTION TRIM(MERGE-TEMPLATE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      STM-DATE(STATEMENT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(STM-TYPE(STATEMENT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      STM-REFERENCE(STATEMENT-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(BALANCE-TEXT) DELIMITED BY SIZE
                      INTO MERGE-DATA-RECORD
               END-STRING
               WRITE MERGE-DATA-RECORD
           END-PERFORM.

           PERFORM AGE-STUDENT-BALANCE.
           MOVE CLOSING-BALANCE TO BALANCE-TEXT.
           MOVE STM-AGE-BUCKET(1) TO BUCKET1-TEXT.
           MOVE STM-AGE-BUCKET(2) TO BUCKET2-TEXT.
           MOVE STM-AGE-BUCKET(3) TO BUCKET3-TEXT.
           MOVE STM-AGE-BUCKET(4) TO BUCKET4-TEXT.
           MOVE SPACES TO MERGE-DATA-RECORD.
           STRING "STMTAGING," DELIMITED BY SIZE
                  FUNCTION TRIM(BALANCE-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BUCKET1-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BUCKET2-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BUCKET3-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BUCKET4-TEXT) DELIMITED BY SIZE
                  INTO MERGE-DATA-RECORD
           END-STRING.
           WRITE MERGE-DATA-RECORD.

       AGE-STUDENT-BALANCE.
           PERFORM VARYING AGE-BUCKET-IDX FROM 1 BY 1
           UNTIL AGE-BUCKET-IDX > 4
               MOVE 0 TO STM-AGE-BUCKET(AGE-BUCKET-IDX)
           END-PERFORM.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               IF INV-T-ROLL(INVOICE-IDX) = STU-ROLL
                   AND INV-T-STATUS(INVOICE-IDX) = "OPEN"
                   COMPUTE INVOICE-DAYS =
                       FUNCTION INTEGER-OF-DATE(INV-T-DATE(INVOICE-IDX))
                   COMPUTE AGE-DAYS = TODAY-DAYS - INVOICE-DAYS
                   COMPUTE BALANCE-DUE =
                       INV-T-AMOUNT(INVOICE-IDX)
                       - INV-T-PAID(INVOICE-IDX)
                   EVALUATE TRUE
                       WHEN AGE-DAYS <= 30
                           ADD BALANCE-DUE TO STM-AGE-BUCKET(1)
                       WHEN AGE-DAYS <= 60
                           ADD BALANCE-DUE TO STM-AGE-BUCKET(2)
                       WHEN AGE-DAYS <= 90
                           ADD BALANCE-DUE TO STM-AGE-BUCKET(3)
                       WHEN OTHER
                           ADD BALANCE-DUE TO STM-AGE-BUCKET(4)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LOAD-INVOICE-TABLE.
           MOVE 0 TO INVOICE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           PERFORM ADD-INVOICE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       ADD-INVOICE-ENTRY.
           IF INVOICE-COUNT < 500
               ADD 1 TO INVOICE-COUNT
               MOVE IV-NUMBER TO INV-T-NUMBER(INVOICE-COUNT)
               MOVE IV-ROLL TO INV-T-ROLL(INVOICE-COUNT)
               MOVE IV-DATE TO INV-T-DATE(INVOICE-COUNT)
               MOVE IV-AMOUNT TO INV-T-AMOUNT(INVOICE-COUNT)
               MOVE IV-PAID TO INV-T-PAID(INVOICE-COUNT)
               MOVE IV-STATUS TO INV-T-STATUS(INVOICE-COUNT)
               IF IV-GROSS IS NUMERIC
                   MOVE IV-GROSS TO INV-T-GROSS(INVOICE-COUNT)
               ELSE
                   MOVE IV-AMOUNT TO INV-T-GROSS(INVOICE-COUNT)
               END-IF
               IF IV-CONCESSION IS NUMERIC
                   MOVE IV-CONCESSION
                       TO INV-T-CONCESSION(INVOICE-COUNT)
               ELSE
                   MOVE 0 TO INV-T-CONCESSION(INVOICE-COUNT)
               END-IF
               IF IV-LINKED IS NUMERIC
                   MOVE IV-LINKED TO INV-T-LINKED(INVOICE-COUNT)
               ELSE
                   MOVE 0 TO INV-T-LINKED(INVOICE-COUNT)
               END-IF
               MOVE IV-CHARGE TO INV-T-CHARGE(INVOICE-COUNT)
           ELSE
               DISPLAY "FEEINV.DAT has more rows than the invoice "
                   "table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-PAYMENT-TABLE.
           MOVE 0 TO PAYMENT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF PAYMENT-COUNT < 2000
                               ADD 1 TO PAYMENT-COUNT
                               MOVE PY-RECEIPT
                                   TO PAY-T-RECEIPT(PAYMENT-COUNT)
                               MOVE PY-TYPE
                                   TO PAY-T-TYPE(PAYMENT-COUNT)
                               MOVE PY-INVOICE
                                   TO PAY-T-INVOICE(PAYMENT-COUNT)
                               MOVE PY-ROLL
                                   TO PAY-T-ROLL(PAYMENT-COUNT)
                               MOVE PY-AMOUNT
                                   TO PAY-T-AMOUNT(PAYMENT-COUNT)
                               MOVE PY-DATE
                                   TO PAY-T-DATE(PAYMENT-COUNT)
                           ELSE
                               DISPLAY "PAYMENTS.DAT has more rows "
                                   "than the payment table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE 0 TO BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-CURRENT-DATE TO BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
