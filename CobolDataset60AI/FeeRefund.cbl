       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUNDS.

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

           SELECT SCHEDULE-FILE ASSIGN TO "REFUNDSC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

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

      * Same layout as FEE-BILLING. An approved refund is carried as
      * a credit row: IV-STATUS CREDIT, IV-LINKED the invoice it
      * refunds, and IV-AMOUNT and IV-PAID the amount paid back. The
      * refunded invoice itself is marked REFUNDED.
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

      * Refund schedule: a student who leaves within RS-WEEKS whole
      * weeks of the start of term gets RS-PERCENT of the fee back.
      * The first row, in ascending week order, that covers the weeks
      * elapsed applies; past the last row nothing is refundable.
       FD  SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 RS-WEEKS       PIC 99.
           05 RS-PERCENT     PIC 999V99.

      * One row per refund worked out for a leaver's paid invoice.
      * RF-STATE P is awaiting a supervisor, A approved (RF-CREDIT
      * names the credit row raised on FEEINV.DAT) and R rejected.
       FD  REFUND-FILE.
       01 REFUND-RECORD.
           05 RF-ROLL        PIC 9(8).
           05 RF-NAME        PIC X(25).
           05 RF-INVOICE     PIC 9(7).
           05 RF-LEAVE-CODE  PIC X.
           05 RF-LEAVE-DATE  PIC 9(8).
           05 RF-TERM        PIC X(6).
           05 RF-WEEKS       PIC 99.
           05 RF-PERCENT     PIC 999V99.
           05 RF-PAID        PIC 9(7)V99.
           05 RF-AMOUNT      PIC 9(7)V99.
           05 RF-STATE       PIC X.
           05 RF-CALC-DATE   PIC 9(8).
           05 RF-APPROVER    PIC X(10).
           05 RF-DECIDED     PIC 9(8).
           05 RF-CREDIT      PIC 9(7).

       FD  REGISTER-FILE.
       01 REGISTER-RECORD    PIC X(125).

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 SCHEDULE-STATUS    PIC X(2) VALUE "00".
       01 REFUND-STATUS      PIC X(2) VALUE "00".
       01 REGISTER-STATUS    PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 HOME-CURRENCY      PIC X(3) VALUE "INR".

       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 500 TIMES.
               10 INV-T-NUMBER PIC 9(7).
               10 INV-T-ROLL   PIC 9(8).
               10 INV-T-DEPT   PIC 9.
               10 INV-T-DATE   PIC 9(8).
               10 INV-T-AMOUNT PIC 9(7)V99.
               10 INV-T-PAID   PIC 9(7)V99.
               10 INV-T-STATUS PIC X(8).
               10 INV-T-GROSS  PIC 9(7)V99.
               10 INV-T-CONCESSION PIC 9(7)V99.
               10 INV-T-LINKED PIC 9(7).
               10 INV-T-PERIOD PIC 9(6).
               10 INV-T-CURRENCY PIC X(3).
               10 INV-T-FX-RATE PIC 9(5)V9(6).
               10 INV-T-FX-AMOUNT PIC 9(9)V99.
               10 INV-T-FX-PAID PIC 9(9)V99.
               10 INV-T-CHARGE PIC X(6).
       01 INVOICE-COUNT      PIC 999 VALUE 0.
       01 INVOICE-IDX        PIC 999 VALUE 0.
       01 FOUND-INVOICE-IDX  PIC 999 VALUE 0.
       01 NEXT-INVOICE-NO    PIC 9(7) VALUE 0.
       01 INVOICE-FULL-SW    PIC X VALUE "N".
       01 FEE-INVOICE-SW     PIC X VALUE "N".

       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 20 TIMES.
               10 SCH-T-WEEKS    PIC 99.
               10 SCH-T-PERCENT  PIC 999V99.
       01 SCHEDULE-COUNT     PIC 99 VALUE 0.
       01 SCHEDULE-IDX       PIC 99 VALUE 0.
       01 SCHEDULE-SWAP      PIC X(7).
       01 SORT-PASS          PIC 99 VALUE 0.
       01 SWAPPED-SW         PIC X VALUE "N".

       01 REFUND-TABLE.
           05 REFUND-ENTRY OCCURS 300 TIMES.
               10 RFD-T-ROLL       PIC 9(8).
               10 RFD-T-NAME       PIC X(25).
               10 RFD-T-INVOICE    PIC 9(7).
               10 RFD-T-LEAVE-CODE PIC X.
               10 RFD-T-LEAVE-DATE PIC 9(8).
               10 RFD-T-TERM       PIC X(6).
               10 RFD-T-WEEKS      PIC 99.
               10 RFD-T-PERCENT    PIC 999V99.
               10 RFD-T-PAID       PIC 9(7)V99.
               10 RFD-T-AMOUNT     PIC 9(7)V99.
               10 RFD-T-STATE      PIC X.
               10 RFD-T-CALC-DATE  PIC 9(8).
               10 RFD-T-APPROVER   PIC X(10).
               10 RFD-T-DECIDED    PIC 9(8).
               10 RFD-T-CREDIT     PIC 9(7).
       01 REFUND-COUNT       PIC 999 VALUE 0.
       01 REFUND-IDX         PIC 999 VALUE 0.
       01 REFUND-FULL-SW     PIC X VALUE "N".
       01 ALREADY-PROPOSED-SW PIC X VALUE "N".

      * Term starts and ends from the term calendar. A leaver's term
      * is the last one to start on or before the leaving date; the
      * invoices it refunds are those raised after the term before
      * it ended, up to the leaving date.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
               10 TRM-T-START    PIC 9(8).
               10 TRM-T-END      PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 LEAVE-TERM         PIC X(6) VALUE SPACES.
       01 LEAVE-TERM-START   PIC 9(8) VALUE 0.
       01 WINDOW-START       PIC 9(8) VALUE 0.
       01 WEEKS-ELAPSED      PIC 9(5) VALUE 0.
       01 REFUND-PERCENT     PIC 999V99 VALUE 0.
       01 REFUND-AMOUNT      PIC 9(7)V99 VALUE 0.

       01 RUN-PROPOSED       PIC 9(5) VALUE 0.
       01 RUN-PROPOSED-TOTAL PIC 9(9)V99 VALUE 0.
       01 LEAVERS-READ       PIC 9(5) VALUE 0.
       01 DECISION-INPUT     PIC X VALUE SPACE.
       01 DECIDED-COUNT      PIC 999 VALUE 0.
       01 APPROVED-COUNT     PIC 999 VALUE 0.
       01 PENDING-COUNT      PIC 999 VALUE 0.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 FROM-DATE          PIC 9(8) VALUE 0.
       01 TO-DATE            PIC 9(8) VALUE 0.
       01 STATE-COUNT.
           05 STATE-ROWS OCCURS 3 TIMES PIC 9(5).
       01 STATE-AMOUNT.
           05 STATE-TOTAL OCCURS 3 TIMES PIC 9(9)V99.
       01 STATE-IDX          PIC 9 VALUE 0.
       01 STATE-LABEL        PIC X(10) VALUE SPACES.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.
       01 AMOUNT-TEXT        PIC Z(8)9.99.
       01 PAID-TEXT          PIC Z(6)9.99.
       01 REFUND-TEXT        PIC Z(6)9.99.
       01 PERCENT-TEXT       PIC ZZ9.99.
       01 COUNT-TEXT         PIC Z(4)9.

      * A refund is taken back off fee income and paid out of the
      * bank account.
       01 GL-CASH-ACCOUNT    PIC 9(4) VALUE 1100.
       01 GL-REFUND-ACCOUNT  PIC 9(4) VALUE 4110.
       COPY "GLPOST.CPY".

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "REFREG.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "FEEREFUND".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "FEEREFUND".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-REFUND-TABLE.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-REFUND-MENU
           END-PERFORM.
           GOBACK.

       SHOW-REFUND-MENU.
           DISPLAY "Pro-rata Fee Refunds:".
           DISPLAY "1. Calculate refunds for withdrawn and "
               "transferred students".
           DISPLAY "2. List refunds awaiting approval".
           DISPLAY "3. Approve or reject refunds".
           DISPLAY "4. Refund register report".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM CALCULATE-REFUNDS
               WHEN 2
                   PERFORM LIST-PENDING-REFUNDS
               WHEN 3
                   PERFORM APPROVE-REFUNDS
               WHEN 4
                   PERFORM REFUND-REGISTER
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * Every withdrawn (W) or transferred (T) student is matched to
      * the fee invoices of the term they left in. Each one paid in
      * full that has not been refunded before gets a refund worked
      * out from the schedule, to wait for a supervisor. Nothing is
      * credited until it is approved.
       CALCULATE-REFUNDS.
           PERFORM LOAD-INVOICE-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM LOAD-TERM-TABLE.
           MOVE 0 TO RUN-PROPOSED.
           MOVE 0 TO RUN-PROPOSED-TOTAL.
           MOVE 0 TO LEAVERS-READ.

           EVALUATE TRUE
               WHEN REFUND-FULL-SW = "Y"
                   DISPLAY "REFUNDS.DAT is larger than the refund "
                       "table - nothing calculated"
               WHEN SCHEDULE-COUNT = 0
                   DISPLAY "No refund schedule in REFUNDSC.DAT"
               WHEN TERM-COUNT = 0
                   DISPLAY "No terms on TERMCAL.DAT - refunds cannot "
                       "be calculated"
               WHEN OTHER
                   MOVE "N" TO STUDENT-EOF-SW
                   OPEN INPUT STUDENT-FILE
                   IF STUDENT-STATUS NOT = "00"
                       DISPLAY "Cannot open STUMAST.DAT - status "
                           STUDENT-STATUS
                   ELSE
                       PERFORM UNTIL STUDENT-EOF-SW = "Y"
                           READ STUDENT-FILE NEXT
                               AT END
                                   MOVE "Y" TO STUDENT-EOF-SW
                               NOT AT END
                                   IF STU-STATUS = "W"
                                       OR STU-STATUS = "T"
                                       PERFORM PRICE-LEAVER-REFUNDS
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE STUDENT-FILE
                   END-IF
                   IF RUN-PROPOSED > 0
                       PERFORM SAVE-REFUND-TABLE
                   END-IF
                   MOVE "REFCALC" TO AUDIT-ACTION
                   MOVE RUN-PROPOSED-TOTAL TO AMOUNT-TEXT
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "LEAVERS=" DELIMITED BY SIZE
                          LEAVERS-READ DELIMITED BY SIZE
                          " NEW=" DELIMITED BY SIZE
                          RUN-PROPOSED DELIMITED BY SIZE
                          " AMT=" DELIMITED BY SIZE
                          FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                       AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
                   END-CALL
                   DISPLAY "Withdrawn or transferred students: "
                       LEAVERS-READ
                   DISPLAY "Refunds awaiting approval added: "
                       RUN-PROPOSED
                   DISPLAY "Amount awaiting approval:  " AMOUNT-TEXT
           END-EVALUATE.

       PRICE-LEAVER-REFUNDS.
           ADD 1 TO LEAVERS-READ.
           IF STU-STATUS-DATE IS NOT NUMERIC OR STU-STATUS-DATE = 0
               DISPLAY "Roll " STU-ROLL " has no leaving date - "
                   "no refund calculated"
           ELSE
               PERFORM FIND-LEAVE-TERM
               PERFORM FIND-REFUND-PERCENT
               PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-COUNT
                   IF INV-T-ROLL(INVOICE-IDX) = STU-ROLL
                       PERFORM CHECK-REFUNDABLE-INVOICE
                   END-IF
               END-PERFORM
           END-IF.

       FIND-LEAVE-TERM.
           MOVE SPACES TO LEAVE-TERM.
           MOVE 0 TO LEAVE-TERM-START.
           MOVE 0 TO WINDOW-START.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               IF TRM-T-START(TERM-IDX) <= STU-STATUS-DATE
                   AND TRM-T-START(TERM-IDX) > LEAVE-TERM-START
                   MOVE TRM-T-TERM(TERM-IDX) TO LEAVE-TERM
                   MOVE TRM-T-START(TERM-IDX) TO LEAVE-TERM-START
               END-IF
           END-PERFORM.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               IF TRM-T-END(TERM-IDX) < LEAVE-TERM-START
                   AND TRM-T-END(TERM-IDX) > WINDOW-START
                   MOVE TRM-T-END(TERM-IDX) TO WINDOW-START
               END-IF
           END-PERFORM.

      * Whole weeks from the start of term to the leaving date; a
      * student who left before any term on the calendar began is
      * in week nought.
       FIND-REFUND-PERCENT.
           MOVE 0 TO WEEKS-ELAPSED.
           IF LEAVE-TERM-START > 0
               COMPUTE WEEKS-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE(STU-STATUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(LEAVE-TERM-START)) / 7
           END-IF.
           MOVE 0 TO REFUND-PERCENT.
           PERFORM VARYING SCHEDULE-IDX FROM SCHEDULE-COUNT BY -1
           UNTIL SCHEDULE-IDX < 1
               IF SCH-T-WEEKS(SCHEDULE-IDX) >= WEEKS-ELAPSED
                   MOVE SCH-T-PERCENT(SCHEDULE-IDX) TO REFUND-PERCENT
               END-IF
           END-PERFORM.

       CHECK-REFUNDABLE-INVOICE.
           MOVE "N" TO FEE-INVOICE-SW.
           IF INV-T-LINKED(INVOICE-IDX) IS NOT NUMERIC
               MOVE "Y" TO FEE-INVOICE-SW
           ELSE
               IF INV-T-LINKED(INVOICE-IDX) = 0
                   MOVE "Y" TO FEE-INVOICE-SW
               END-IF
           END-IF.
      * Charges raised by other offices, such as hostel fees, are
      * not tuition and fall outside the refund schedule.
           IF INV-T-CHARGE(INVOICE-IDX) NOT = SPACES
               MOVE "N" TO FEE-INVOICE-SW
           END-IF.
           MOVE "N" TO ALREADY-PROPOSED-SW.
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
           UNTIL REFUND-IDX > REFUND-COUNT
               IF RFD-T-INVOICE(REFUND-IDX) = INV-T-NUMBER(INVOICE-IDX)
                   MOVE "Y" TO ALREADY-PROPOSED-SW
               END-IF
           END-PERFORM.

           IF FEE-INVOICE-SW = "Y"
               AND ALREADY-PROPOSED-SW = "N"
               AND INV-T-STATUS(INVOICE-IDX) = "PAID"
               AND INV-T-PAID(INVOICE-IDX) > 0
               AND INV-T-DATE(INVOICE-IDX) > WINDOW-START
               AND INV-T-DATE(INVOICE-IDX) <= STU-STATUS-DATE
               COMPUTE REFUND-AMOUNT ROUNDED =
                   INV-T-PAID(INVOICE-IDX) * REFUND-PERCENT / 100
               IF REFUND-AMOUNT = 0
                   DISPLAY "Roll " STU-ROLL " invoice "
                       INV-T-NUMBER(INVOICE-IDX) " - left in week "
                       WEEKS-ELAPSED ", nothing refundable"
               ELSE
                   PERFORM ADD-REFUND-PROPOSAL
               END-IF
           END-IF.

       ADD-REFUND-PROPOSAL.
           IF REFUND-COUNT >= 300
               DISPLAY "Refund table is full - roll " STU-ROLL
                   " invoice " INV-T-NUMBER(INVOICE-IDX)
                   " not calculated"
           ELSE
               ADD 1 TO REFUND-COUNT
               MOVE STU-ROLL TO RFD-T-ROLL(REFUND-COUNT)
               MOVE STU-NAME TO RFD-T-NAME(REFUND-COUNT)
               MOVE INV-T-NUMBER(INVOICE-IDX)
                   TO RFD-T-INVOICE(REFUND-COUNT)
               MOVE STU-STATUS TO RFD-T-LEAVE-CODE(REFUND-COUNT)
               MOVE STU-STATUS-DATE TO RFD-T-LEAVE-DATE(REFUND-COUNT)
               MOVE LEAVE-TERM TO RFD-T-TERM(REFUND-COUNT)
               IF WEEKS-ELAPSED > 99
                   MOVE 99 TO RFD-T-WEEKS(REFUND-COUNT)
               ELSE
                   MOVE WEEKS-ELAPSED TO RFD-T-WEEKS(REFUND-COUNT)
               END-IF
               MOVE REFUND-PERCENT TO RFD-T-PERCENT(REFUND-COUNT)
               MOVE INV-T-PAID(INVOICE-IDX) TO RFD-T-PAID(REFUND-COUNT)
               MOVE REFUND-AMOUNT TO RFD-T-AMOUNT(REFUND-COUNT)
               MOVE "P" TO RFD-T-STATE(REFUND-COUNT)
               MOVE BUSINESS-DATE TO RFD-T-CALC-DATE(REFUND-COUNT)
               MOVE SPACES TO RFD-T-APPROVER(REFUND-COUNT)
               MOVE 0 TO RFD-T-DECIDED(REFUND-COUNT)
               MOVE 0 TO RFD-T-CREDIT(REFUND-COUNT)
               ADD 1 TO RUN-PROPOSED
               ADD REFUND-AMOUNT TO RUN-PROPOSED-TOTAL
               MOVE REFUND-COUNT TO REFUND-IDX
               PERFORM SHOW-ONE-REFUND
           END-IF.

       LIST-PENDING-REFUNDS.
           MOVE 0 TO PENDING-COUNT.
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
           UNTIL REFUND-IDX > REFUND-COUNT
               IF RFD-T-STATE(REFUND-IDX) = "P"
                   ADD 1 TO PENDING-COUNT
                   PERFORM SHOW-ONE-REFUND
               END-IF
           END-PERFORM.
           IF PENDING-COUNT = 0
               DISPLAY "No refunds awaiting approval"
           END-IF.

       SHOW-ONE-REFUND.
           MOVE RFD-T-PERCENT(REFUND-IDX) TO PERCENT-TEXT.
           MOVE RFD-T-PAID(REFUND-IDX) TO PAID-TEXT.
           MOVE RFD-T-AMOUNT(REFUND-IDX) TO REFUND-TEXT.
           DISPLAY RFD-T-ROLL(REFUND-IDX) " "
               RFD-T-NAME(REFUND-IDX) " INV "
               RFD-T-INVOICE(REFUND-IDX) " "
               RFD-T-LEAVE-CODE(REFUND-IDX) " "
               RFD-T-LEAVE-DATE(REFUND-IDX) " WK "
               RFD-T-WEEKS(REFUND-IDX) " "
               PERCENT-TEXT "% OF " PAID-TEXT " = " REFUND-TEXT.

      * The supervisor signs on once and decides each waiting refund
      * in turn. Approving raises the credit row, marks the invoice
      * REFUNDED and posts the refund to the ledger. An invoice that
      * is no longer paid in full (a payment has since been reversed)
      * is left waiting.
       APPROVE-REFUNDS.
           MOVE 0 TO PENDING-COUNT.
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
           UNTIL REFUND-IDX > REFUND-COUNT
               IF RFD-T-STATE(REFUND-IDX) = "P"
                   ADD 1 TO PENDING-COUNT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PENDING-COUNT = 0
                   DISPLAY "No refunds awaiting approval"
               WHEN REFUND-FULL-SW = "Y"
                   DISPLAY "REFUNDS.DAT is larger than the refund "
                       "table - not changed"
               WHEN OTHER
                   DISPLAY "Approving supervisor ID: "
                       WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                       TO SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW = "Y"
                       PERFORM DECIDE-PENDING-REFUNDS
                   ELSE
                       DISPLAY "No refunds approved"
                   END-IF
           END-EVALUATE.

       DECIDE-PENDING-REFUNDS.
           PERFORM LOAD-INVOICE-TABLE.
           MOVE 0 TO DECIDED-COUNT.
           MOVE 0 TO APPROVED-COUNT.
           IF INVOICE-FULL-SW = "Y"
               DISPLAY "FEEINV.DAT is larger than the invoice table "
                   "- no refunds approved"
           ELSE
               PERFORM VARYING REFUND-IDX FROM 1 BY 1
               UNTIL REFUND-IDX > REFUND-COUNT
                   IF RFD-T-STATE(REFUND-IDX) = "P"
                       PERFORM DECIDE-ONE-REFUND
                   END-IF
               END-PERFORM
           END-IF.
           IF APPROVED-COUNT > 0
               PERFORM SAVE-INVOICE-TABLE
           END-IF.
           IF DECIDED-COUNT > 0
               PERFORM SAVE-REFUND-TABLE
           END-IF.
           DISPLAY "Refunds decided: " DECIDED-COUNT
               "  approved: " APPROVED-COUNT.

       DECIDE-ONE-REFUND.
           PERFORM SHOW-ONE-REFUND.
           DISPLAY "Approve, reject or skip (A/R/S): "
               WITH NO ADVANCING.
           ACCEPT DECISION-INPUT.
           MOVE FUNCTION UPPER-CASE(DECISION-INPUT) TO DECISION-INPUT.
           EVALUATE DECISION-INPUT
               WHEN "A"
                   PERFORM APPROVE-ONE-REFUND
               WHEN "R"
                   MOVE "R" TO RFD-T-STATE(REFUND-IDX)
                   MOVE SUPERVISOR-ID TO RFD-T-APPROVER(REFUND-IDX)
                   MOVE BUSINESS-DATE TO RFD-T-DECIDED(REFUND-IDX)
                   ADD 1 TO DECIDED-COUNT
                   MOVE "REFREJ" TO AUDIT-ACTION
                   PERFORM WRITE-REFUND-AUDIT
                   DISPLAY "Refund rejected"
               WHEN OTHER
                   DISPLAY "Refund left awaiting approval"
           END-EVALUATE.

       APPROVE-ONE-REFUND.
           MOVE 0 TO FOUND-INVOICE-IDX.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               IF INV-T-NUMBER(INVOICE-IDX) = RFD-T-INVOICE(REFUND-IDX)
                   MOVE INVOICE-IDX TO FOUND-INVOICE-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FOUND-INVOICE-IDX = 0
                   DISPLAY "Invoice " RFD-T-INVOICE(REFUND-IDX)
                       " is no longer on FEEINV.DAT - left waiting"
               WHEN INV-T-STATUS(FOUND-INVOICE-IDX) NOT = "PAID"
                   OR INV-T-PAID(FOUND-INVOICE-IDX)
                       < RFD-T-PAID(REFUND-IDX)
                   DISPLAY "Invoice " RFD-T-INVOICE(REFUND-IDX)
                       " is no longer paid in full - left waiting"
               WHEN INVOICE-COUNT >= 500
                   DISPLAY "Invoice table is full - left waiting"
               WHEN OTHER
                   ADD 1 TO INVOICE-COUNT
                   ADD 1 TO NEXT-INVOICE-NO
                   MOVE NEXT-INVOICE-NO TO INV-T-NUMBER(INVOICE-COUNT)
                   MOVE INV-T-ROLL(FOUND-INVOICE-IDX)
                       TO INV-T-ROLL(INVOICE-COUNT)
                   MOVE INV-T-DEPT(FOUND-INVOICE-IDX)
                       TO INV-T-DEPT(INVOICE-COUNT)
                   MOVE BUSINESS-DATE TO INV-T-DATE(INVOICE-COUNT)
                   MOVE RFD-T-AMOUNT(REFUND-IDX)
                       TO INV-T-AMOUNT(INVOICE-COUNT)
                   MOVE RFD-T-AMOUNT(REFUND-IDX)
                       TO INV-T-PAID(INVOICE-COUNT)
                   MOVE "CREDIT" TO INV-T-STATUS(INVOICE-COUNT)
                   MOVE RFD-T-AMOUNT(REFUND-IDX)
                       TO INV-T-GROSS(INVOICE-COUNT)
                   MOVE 0 TO INV-T-CONCESSION(INVOICE-COUNT)
                   MOVE RFD-T-INVOICE(REFUND-IDX)
                       TO INV-T-LINKED(INVOICE-COUNT)
                   MOVE 0 TO INV-T-PERIOD(INVOICE-COUNT)
                   MOVE HOME-CURRENCY TO INV-T-CURRENCY(INVOICE-COUNT)
                   MOVE 0 TO INV-T-FX-RATE(INVOICE-COUNT)
                   MOVE 0 TO INV-T-FX-AMOUNT(INVOICE-COUNT)
                   MOVE 0 TO INV-T-FX-PAID(INVOICE-COUNT)
                   MOVE SPACES TO INV-T-CHARGE(INVOICE-COUNT)
                   MOVE "REFUNDED" TO INV-T-STATUS(FOUND-INVOICE-IDX)
                   MOVE "A" TO RFD-T-STATE(REFUND-IDX)
                   MOVE SUPERVISOR-ID TO RFD-T-APPROVER(REFUND-IDX)
                   MOVE BUSINESS-DATE TO RFD-T-DECIDED(REFUND-IDX)
                   MOVE NEXT-INVOICE-NO TO RFD-T-CREDIT(REFUND-IDX)
                   ADD 1 TO DECIDED-COUNT
                   ADD 1 TO APPROVED-COUNT
                   PERFORM POST-REFUND-TO-GL
                   MOVE "REFAPPR" TO AUDIT-ACTION
                   PERFORM WRITE-REFUND-AUDIT
                   DISPLAY "Refund approved - credit "
                       NEXT-INVOICE-NO " raised against invoice "
                       RFD-T-INVOICE(REFUND-IDX)
           END-EVALUATE.

       POST-REFUND-TO-GL.
           INITIALIZE GL-POSTING.
           MOVE BUSINESS-DATE TO GLP-DATE.
           MOVE "FEEREFND" TO GLP-SOURCE.
           STRING "RFD" DELIMITED BY SIZE
                  NEXT-INVOICE-NO DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           STRING "FEE REFUND ON INVOICE " DELIMITED BY SIZE
                  RFD-T-INVOICE(REFUND-IDX) DELIMITED BY SIZE
                  INTO GLP-DESC
           END-STRING.
           MOVE 2 TO GLP-LINE-COUNT.
           MOVE GL-REFUND-ACCOUNT TO GLP-ACCOUNT(1).
           MOVE SPACES TO GLP-CURRENCY(1).
           MOVE "D" TO GLP-SIDE(1).
           MOVE RFD-T-AMOUNT(REFUND-IDX) TO GLP-AMOUNT(1).
           MOVE GL-CASH-ACCOUNT TO GLP-ACCOUNT(2).
           MOVE SPACES TO GLP-CURRENCY(2).
           MOVE "C" TO GLP-SIDE(2).
           MOVE RFD-T-AMOUNT(REFUND-IDX) TO GLP-AMOUNT(2).
           CALL "GLPOST" USING GL-POSTING
           END-CALL.
           IF GLP-RESULT = "POSTED"
               DISPLAY "General ledger journal " GLP-JOURNAL
                   " posted"
           END-IF.

       WRITE-REFUND-AUDIT.
           MOVE RFD-T-AMOUNT(REFUND-IDX) TO REFUND-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "INV=" DELIMITED BY SIZE
                  RFD-T-INVOICE(REFUND-IDX) DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(REFUND-TEXT) DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

      * Refund register for finance: every refund calculated in the
      * date range with its decision, then the count and amount
      * approved, rejected and still waiting.
       REFUND-REGISTER.
           DISPLAY "From calculation date (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING.
           ACCEPT FROM-DATE.
           DISPLAY "To calculation date (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING.
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE 99999999 TO TO-DATE
           END-IF.
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 3
               MOVE 0 TO STATE-ROWS(STATE-IDX)
               MOVE 0 TO STATE-TOTAL(STATE-IDX)
           END-PERFORM.
           MOVE 0 TO LINES-WRITTEN.

           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "FEE REFUND REGISTER - CALCULATED " DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "ROLL     NAME                      INVOICE CREDIT  L "
               TO REGISTER-RECORD.
           MOVE "LEFT     TERM   WK    PCT       PAID     REFUND "
               TO REGISTER-RECORD(54:).
           MOVE "DECISION   APPROVER" TO REGISTER-RECORD(102:).
           PERFORM WRITE-REGISTER-LINE.

           PERFORM VARYING REFUND-IDX FROM 1 BY 1
           UNTIL REFUND-IDX > REFUND-COUNT
               IF RFD-T-CALC-DATE(REFUND-IDX) >= FROM-DATE
                   AND RFD-T-CALC-DATE(REFUND-IDX) <= TO-DATE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 3
               EVALUATE STATE-IDX
                   WHEN 1
                       MOVE "APPROVED" TO STATE-LABEL
                   WHEN 2
                       MOVE "REJECTED" TO STATE-LABEL
                   WHEN 3
                       MOVE "WAITING" TO STATE-LABEL
               END-EVALUATE
               MOVE STATE-ROWS(STATE-IDX) TO COUNT-TEXT
               MOVE STATE-TOTAL(STATE-IDX) TO AMOUNT-TEXT
               MOVE SPACES TO REGISTER-RECORD
               STRING "TOTAL " DELIMITED BY SIZE
                      STATE-LABEL DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      AMOUNT-TEXT DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.
           CLOSE REGISTER-FILE.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Register written to REFREG.DAT".

       WRITE-REGISTER-DETAIL.
           EVALUATE RFD-T-STATE(REFUND-IDX)
               WHEN "A"
                   MOVE 1 TO STATE-IDX
                   MOVE "APPROVED" TO STATE-LABEL
               WHEN "R"
                   MOVE 2 TO STATE-IDX
                   MOVE "REJECTED" TO STATE-LABEL
               WHEN OTHER
                   MOVE 3 TO STATE-IDX
                   MOVE "WAITING" TO STATE-LABEL
           END-EVALUATE.
           ADD 1 TO STATE-ROWS(STATE-IDX).
           ADD RFD-T-AMOUNT(REFUND-IDX) TO STATE-TOTAL(STATE-IDX).

           MOVE RFD-T-PERCENT(REFUND-IDX) TO PERCENT-TEXT.
           MOVE RFD-T-PAID(REFUND-IDX) TO PAID-TEXT.
           MOVE RFD-T-AMOUNT(REFUND-IDX) TO REFUND-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING RFD-T-ROLL(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-NAME(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-INVOICE(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           IF RFD-T-CREDIT(REFUND-IDX) > 0
               MOVE RFD-T-CREDIT(REFUND-IDX) TO REGISTER-RECORD(44:7)
           END-IF.
           STRING RFD-T-LEAVE-CODE(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-LEAVE-DATE(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-TERM(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-WEEKS(REFUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCENT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAID-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REFUND-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STATE-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RFD-T-APPROVER(REFUND-IDX) DELIMITED BY SIZE
                  INTO REGISTER-RECORD(52:)
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO REGISTER-RECORD.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

      * Rows are carried whole, so FEEINV.DAT is written back as it
      * was read apart from the refunds raised here.
       LOAD-INVOICE-TABLE.
           MOVE 0 TO INVOICE-COUNT.
           MOVE 0 TO NEXT-INVOICE-NO.
           MOVE "N" TO INVOICE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF INVOICE-COUNT < 500
                               ADD 1 TO INVOICE-COUNT
                               MOVE INVOICE-RECORD
                                   TO INVOICE-ENTRY(INVOICE-COUNT)
                               IF IV-NUMBER > NEXT-INVOICE-NO
                                   MOVE IV-NUMBER TO NEXT-INVOICE-NO
                               END-IF
                           ELSE
                               DISPLAY "FEEINV.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO INVOICE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       SAVE-INVOICE-TABLE.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               MOVE INVOICE-ENTRY(INVOICE-IDX) TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-PERFORM.
           CLOSE INVOICE-FILE.

      * The schedule is held in ascending week order whatever order
      * REFUNDSC.DAT is kept in.
       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO SCHEDULE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SCHEDULE-COUNT < 20
                               ADD 1 TO SCHEDULE-COUNT
                               MOVE SCHEDULE-RECORD
                                   TO SCHEDULE-ENTRY(SCHEDULE-COUNT)
                           ELSE
                               DISPLAY "REFUNDSC.DAT has more rows "
                                   "than the schedule table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.
           MOVE "Y" TO SWAPPED-SW.
           PERFORM VARYING SORT-PASS FROM 1 BY 1
           UNTIL SORT-PASS >= SCHEDULE-COUNT OR SWAPPED-SW = "N"
               MOVE "N" TO SWAPPED-SW
               PERFORM VARYING SCHEDULE-IDX FROM 1 BY 1
               UNTIL SCHEDULE-IDX > SCHEDULE-COUNT - SORT-PASS
                   IF SCH-T-WEEKS(SCHEDULE-IDX)
                       > SCH-T-WEEKS(SCHEDULE-IDX + 1)
                       MOVE SCHEDULE-ENTRY(SCHEDULE-IDX)
                           TO SCHEDULE-SWAP
                       MOVE SCHEDULE-ENTRY(SCHEDULE-IDX + 1)
                           TO SCHEDULE-ENTRY(SCHEDULE-IDX)
                       MOVE SCHEDULE-SWAP
                           TO SCHEDULE-ENTRY(SCHEDULE-IDX + 1)
                       MOVE "Y" TO SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-TERM-TABLE.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TERM-COUNT < 50
                               ADD 1 TO TERM-COUNT
                               MOVE TC-TERM TO TRM-T-TERM(TERM-COUNT)
                               MOVE TC-START
                                   TO TRM-T-START(TERM-COUNT)
                               MOVE TC-END TO TRM-T-END(TERM-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       LOAD-REFUND-TABLE.
           MOVE 0 TO REFUND-COUNT.
           MOVE "N" TO REFUND-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT REFUND-FILE.
           IF REFUND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ REFUND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF REFUND-COUNT < 300
                               ADD 1 TO REFUND-COUNT
                               MOVE REFUND-RECORD
                                   TO REFUND-ENTRY(REFUND-COUNT)
                           ELSE
                               DISPLAY "REFUNDS.DAT has more rows "
                                   "than the refund table can hold"
                               MOVE "Y" TO REFUND-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF.

       SAVE-REFUND-TABLE.
           OPEN OUTPUT REFUND-FILE.
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
           UNTIL REFUND-IDX > REFUND-COUNT
               MOVE REFUND-ENTRY(REFUND-IDX) TO REFUND-RECORD
               WRITE REFUND-RECORD
           END-PERFORM.
           CLOSE REFUND-FILE.

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
