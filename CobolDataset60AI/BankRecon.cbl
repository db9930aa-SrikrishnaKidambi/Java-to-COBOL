       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "BANKDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "BANKOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT MATCHED-FILE ASSIGN TO "BANKMTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHED-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.

           SELECT RECON-FILE ASSIGN TO "BANKREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Daily bank deposit CSV released by the inbound gateway as
      * BANKDEP: deposit date, bank reference (the receipt number
      * the payer quoted), amount.
       FD  DEPOSIT-FILE.
       01 DEPOSIT-RECORD     PIC X(200).

      * Bank items not yet matched, carried to the next run.
       FD  OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 BO-DATE        PIC 9(8).
           05 BO-REFERENCE   PIC X(20).
           05 BO-AMOUNT      PIC 9(7)V99.
           05 BO-FIRST-RUN   PIC 9(8).

      * Receipts cleared against the bank, one row per receipt.
       FD  MATCHED-FILE.
       01 MATCHED-RECORD.
           05 BM-RECEIPT     PIC 9(8).
           05 BM-REFERENCE   PIC X(20).
           05 BM-BANK-DATE   PIC 9(8).
           05 BM-AMOUNT      PIC 9(7)V99.
           05 BM-MATCHED     PIC 9(8).

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

       FD  RECON-FILE.
       01 RECON-RECORD       PIC X(100).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(8).
           05 HOL-DESC       PIC X(30).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       WORKING-STORAGE SECTION.
       01 DEPOSIT-STATUS     PIC X(2) VALUE "00".
       01 OPEN-ITEM-STATUS   PIC X(2) VALUE "00".
       01 MATCHED-STATUS     PIC X(2) VALUE "00".
       01 PAYMENT-STATUS     PIC X(2) VALUE "00".
       01 RECON-STATUS       PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 HOLIDAY-STATUS     PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 MATCHED-EOF-SW     PIC X VALUE "N".
       01 RECEIPT-FULL-SW    PIC X VALUE "N".
       01 BANK-FULL-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.

      * Receipts not banked within BANKDAYS business days of being
      * taken (SETTINGS.DAT, default 3) are listed for follow-up.
       01 BANKING-DAYS       PIC 9(4) VALUE 3.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

      * A receipt taken in a foreign currency is banked at what it
      * was worth on the day, not at the invoice rate it cleared.
       01 RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 2000 TIMES.
               10 RCT-RECEIPT    PIC 9(8).
               10 RCT-DATE       PIC 9(8).
               10 RCT-AMOUNT     PIC 9(7)V99.
               10 RCT-CASHIER    PIC X(10).
               10 RCT-TENDER     PIC X(6).
               10 RCT-MATCHED-SW PIC X.
               10 RCT-REVERSED-SW PIC X.
       01 RECEIPT-COUNT      PIC 9(4) VALUE 0.
       01 RECEIPT-IDX        PIC 9(4) VALUE 0.
       01 RECEIPT-KEEP-COUNT PIC 9(4) VALUE 0.
       01 FOUND-RECEIPT-IDX  PIC 9(4) VALUE 0.

       01 BANK-TABLE.
           05 BANK-ENTRY OCCURS 1000 TIMES.
               10 BNK-DATE       PIC 9(8).
               10 BNK-REFERENCE  PIC X(20).
               10 BNK-AMOUNT     PIC 9(7)V99.
               10 BNK-FIRST-RUN  PIC 9(8).
               10 BNK-MATCHED-SW PIC X.
               10 BNK-NOTE       PIC X(24).
       01 BANK-COUNT         PIC 9(4) VALUE 0.
       01 BANK-IDX           PIC 9(4) VALUE 0.
       01 BANK-ADDED-SW      PIC X VALUE "N".

       01 PARSE-LINE-BUFFER PIC X(200).
       01 PARSE-FIELD-TABLE.
          05 PARSE-FIELD   PIC X(20) OCCURS 40 TIMES.
       01 PARSE-FIELD-COUNT PIC 99 VALUE 0.
       01 DEPOSIT-ROWS-READ  PIC 9(5) VALUE 0.
       01 DEPOSIT-ON-FILE-SW PIC X VALUE "N".
       01 BANK-AMOUNT-IN     PIC 9(7)V99 VALUE 0.
       01 REFERENCE-RECEIPT  PIC 9(8) VALUE 0.
       01 UNREADABLE-COUNT   PIC 9(5) VALUE 0.

       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 100 TIMES.
               10 HOL-T-DATE PIC 9(8).
       01 HOLIDAY-COUNT      PIC 999 VALUE 0.
       01 HOLIDAY-IDX        PIC 999 VALUE 0.
       01 CALENDAR-DATE      PIC 9(8) VALUE 0.
       01 DATE-DAYS          PIC 9(8) COMP.
       01 DAY-NUMBER         PIC 9.
       01 BUSINESS-DAY-SW    PIC X VALUE "N".
       01 HOLIDAY-FOUND-SW   PIC X VALUE "N".
       01 DAYS-ELAPSED       PIC 9(5) VALUE 0.

       01 MATCHED-COUNT      PIC 9(5) VALUE 0.
       01 MATCHED-TOTAL      PIC 9(9)V99 VALUE 0.
       01 UNMATCHED-COUNT    PIC 9(5) VALUE 0.
       01 UNMATCHED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 UNBANKED-COUNT     PIC 9(5) VALUE 0.
       01 UNBANKED-TOTAL     PIC 9(9)V99 VALUE 0.
       01 IN-TRANSIT-COUNT   PIC 9(5) VALUE 0.
       01 IN-TRANSIT-TOTAL   PIC 9(9)V99 VALUE 0.
       01 AMOUNT-TEXT        PIC Z(8)9.99.
       01 COUNT-TEXT         PIC Z(4)9.
       01 DAYS-TEXT          PIC Z(4)9.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "BANKRECON".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "BANKREC.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "BANKRECON".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RECON-SETTINGS.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-RECEIPT-TABLE.
           PERFORM LOAD-MATCHED-RECEIPTS.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-DEPOSIT-FILE.

      * Nothing is matched, carried or emptied on a partial load:
      * BANKOPEN.DAT and BANKDEP.DAT stay as they were for a rerun
      * once the tables are enlarged.
           IF RECEIPT-FULL-SW = "Y" OR BANK-FULL-SW = "Y"
               DISPLAY "Bank reconciliation not run - BANKDEP.DAT "
                   "and BANKOPEN.DAT left unchanged"
               MOVE "BANKFULL" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "RECEIPTS FULL=" DELIMITED BY SIZE
                      RECEIPT-FULL-SW DELIMITED BY SIZE
                      " BANK FULL=" DELIMITED BY SIZE
                      BANK-FULL-SW DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                   AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               GOBACK
           END-IF.

           PERFORM VARYING BANK-IDX FROM 1 BY 1
           UNTIL BANK-IDX > BANK-COUNT
               PERFORM MATCH-ONE-BANK-ITEM
           END-PERFORM.

           OPEN OUTPUT RECON-FILE.
           MOVE 0 TO LINES-WRITTEN.
           STRING "BANK RECONCILIATION AT " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           PERFORM WRITE-MATCHED-SECTION.
           PERFORM WRITE-UNMATCHED-SECTION.
           PERFORM WRITE-UNBANKED-SECTION.
           PERFORM WRITE-RECON-SUMMARY.
           CLOSE RECON-FILE.

           PERFORM SAVE-MATCHED-RECEIPTS.
           PERFORM SAVE-OPEN-ITEMS.

      * The released deposit file is emptied once loaded; what did
      * not match is carried on BANKOPEN.DAT instead.
           IF DEPOSIT-ON-FILE-SW = "Y"
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
           END-IF.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE "BANKREC" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "MATCH=" DELIMITED BY SIZE
                  MATCHED-COUNT DELIMITED BY SIZE
                  " OPEN=" DELIMITED BY SIZE
                  UNMATCHED-COUNT DELIMITED BY SIZE
                  " UNBANKED=" DELIMITED BY SIZE
                  UNBANKED-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Bank items matched: " MATCHED-COUNT
               "  carried forward: " UNMATCHED-COUNT.
           DISPLAY "Receipts not banked after " BANKING-DAYS
               " business days: " UNBANKED-COUNT.
           DISPLAY "Reconciliation written to BANKREC.DAT".
           GOBACK.

      * A bank item clears the receipt whose number it quotes when
      * the amounts agree and the receipt is neither reversed nor
      * already cleared. Anything else stays open with the reason.
       MATCH-ONE-BANK-ITEM.
           MOVE "N" TO BNK-MATCHED-SW(BANK-IDX).
           MOVE SPACES TO BNK-NOTE(BANK-IDX).
           MOVE 0 TO FOUND-RECEIPT-IDX.
           IF BNK-REFERENCE(BANK-IDX)(1:8) IS NUMERIC
               AND BNK-REFERENCE(BANK-IDX)(9:12) = SPACES
               MOVE BNK-REFERENCE(BANK-IDX)(1:8) TO REFERENCE-RECEIPT
               PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
               UNTIL RECEIPT-IDX > RECEIPT-COUNT
                   IF RCT-RECEIPT(RECEIPT-IDX) = REFERENCE-RECEIPT
                       MOVE RECEIPT-IDX TO FOUND-RECEIPT-IDX
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN FOUND-RECEIPT-IDX = 0
                   MOVE "NO SUCH RECEIPT" TO BNK-NOTE(BANK-IDX)
               WHEN RCT-MATCHED-SW(FOUND-RECEIPT-IDX) = "Y"
                   MOVE "RECEIPT ALREADY BANKED" TO BNK-NOTE(BANK-IDX)
               WHEN RCT-REVERSED-SW(FOUND-RECEIPT-IDX) = "Y"
                   MOVE "RECEIPT REVERSED" TO BNK-NOTE(BANK-IDX)
               WHEN RCT-AMOUNT(FOUND-RECEIPT-IDX)
                   NOT = BNK-AMOUNT(BANK-IDX)
                   MOVE "AMOUNT DIFFERS" TO BNK-NOTE(BANK-IDX)
               WHEN OTHER
                   MOVE "Y" TO BNK-MATCHED-SW(BANK-IDX)
                   MOVE "Y" TO RCT-MATCHED-SW(FOUND-RECEIPT-IDX)
                   MOVE "MATCHED" TO BNK-NOTE(BANK-IDX)
           END-EVALUATE.

       WRITE-MATCHED-SECTION.
           MOVE "MATCHED ITEMS" TO RECON-RECORD.
           PERFORM WRITE-RECON-LINE.
           MOVE "BANK DATE REFERENCE                  AMOUNT  RECEIPT "
               TO RECON-RECORD.
           MOVE "TAKEN    CASHIER" TO RECON-RECORD(57:16).
           PERFORM WRITE-RECON-LINE.
           MOVE 0 TO MATCHED-COUNT.
           MOVE 0 TO MATCHED-TOTAL.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
           UNTIL BANK-IDX > BANK-COUNT
               IF BNK-MATCHED-SW(BANK-IDX) = "Y"
                   PERFORM WRITE-ONE-MATCHED-LINE
               END-IF
           END-PERFORM.
           IF MATCHED-COUNT = 0
               MOVE "  NONE" TO RECON-RECORD
               PERFORM WRITE-RECON-LINE
           END-IF.
           PERFORM WRITE-RECON-LINE.

       WRITE-ONE-MATCHED-LINE.
           ADD 1 TO MATCHED-COUNT.
           ADD BNK-AMOUNT(BANK-IDX) TO MATCHED-TOTAL.
           MOVE BNK-REFERENCE(BANK-IDX)(1:8) TO REFERENCE-RECEIPT.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
           UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RCT-RECEIPT(RECEIPT-IDX) = REFERENCE-RECEIPT
                   MOVE RECEIPT-IDX TO FOUND-RECEIPT-IDX
               END-IF
           END-PERFORM.
           MOVE BNK-AMOUNT(BANK-IDX) TO AMOUNT-TEXT.
           STRING BNK-DATE(BANK-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BNK-REFERENCE(BANK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCT-RECEIPT(FOUND-RECEIPT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCT-DATE(FOUND-RECEIPT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCT-CASHIER(FOUND-RECEIPT-IDX) DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.

       WRITE-UNMATCHED-SECTION.
           MOVE "BANK ITEMS WITH NO RECEIPT - CARRIED FORWARD"
               TO RECON-RECORD.
           PERFORM WRITE-RECON-LINE.
           MOVE "BANK DATE REFERENCE                  AMOUNT  "
               TO RECON-RECORD.
           MOVE "FIRST RUN REASON" TO RECON-RECORD(48:16).
           PERFORM WRITE-RECON-LINE.
           MOVE 0 TO UNMATCHED-COUNT.
           MOVE 0 TO UNMATCHED-TOTAL.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
           UNTIL BANK-IDX > BANK-COUNT
               IF BNK-MATCHED-SW(BANK-IDX) = "N"
                   ADD 1 TO UNMATCHED-COUNT
                   ADD BNK-AMOUNT(BANK-IDX) TO UNMATCHED-TOTAL
                   MOVE BNK-AMOUNT(BANK-IDX) TO AMOUNT-TEXT
                   STRING BNK-DATE(BANK-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          BNK-REFERENCE(BANK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AMOUNT-TEXT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          BNK-FIRST-RUN(BANK-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          BNK-NOTE(BANK-IDX) DELIMITED BY SIZE
                          INTO RECON-RECORD
                   END-STRING
                   PERFORM WRITE-RECON-LINE
               END-IF
           END-PERFORM.
           IF UNMATCHED-COUNT = 0
               MOVE "  NONE" TO RECON-RECORD
               PERFORM WRITE-RECON-LINE
           END-IF.
           PERFORM WRITE-RECON-LINE.

      * Receipts still waiting for the bank: listed once more than
      * BANKDAYS business days have passed since they were taken,
      * otherwise only counted as in transit.
       WRITE-UNBANKED-SECTION.
           MOVE SPACES TO RECON-RECORD.
           STRING "RECEIPTS NOT BANKED AFTER " DELIMITED BY SIZE
                  BANKING-DAYS DELIMITED BY SIZE
                  " BUSINESS DAYS" DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           MOVE "RECEIPT  TAKEN    CASHIER    TENDER        AMOUNT"
               TO RECON-RECORD.
           MOVE " DAYS" TO RECON-RECORD(51:5).
           PERFORM WRITE-RECON-LINE.
           MOVE 0 TO UNBANKED-COUNT.
           MOVE 0 TO UNBANKED-TOTAL.
           MOVE 0 TO IN-TRANSIT-COUNT.
           MOVE 0 TO IN-TRANSIT-TOTAL.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
           UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RCT-MATCHED-SW(RECEIPT-IDX) = "N"
                   AND RCT-REVERSED-SW(RECEIPT-IDX) = "N"
                   PERFORM AGE-ONE-RECEIPT
               END-IF
           END-PERFORM.
           IF UNBANKED-COUNT = 0
               MOVE "  NONE" TO RECON-RECORD
               PERFORM WRITE-RECON-LINE
           END-IF.
           PERFORM WRITE-RECON-LINE.

       AGE-ONE-RECEIPT.
           MOVE 0 TO DAYS-ELAPSED.
           IF RCT-DATE(RECEIPT-IDX) < BUSINESS-DATE
               COMPUTE DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RCT-DATE(RECEIPT-IDX))
               MOVE RCT-DATE(RECEIPT-IDX) TO CALENDAR-DATE
               PERFORM UNTIL CALENDAR-DATE >= BUSINESS-DATE
                   ADD 1 TO DATE-DAYS
                   COMPUTE CALENDAR-DATE =
                       FUNCTION DATE-OF-INTEGER(DATE-DAYS)
                   PERFORM JUDGE-BUSINESS-DAY
                   IF BUSINESS-DAY-SW = "Y"
                       ADD 1 TO DAYS-ELAPSED
                   END-IF
               END-PERFORM
           END-IF.
           IF DAYS-ELAPSED > BANKING-DAYS
               ADD 1 TO UNBANKED-COUNT
               ADD RCT-AMOUNT(RECEIPT-IDX) TO UNBANKED-TOTAL
               MOVE RCT-AMOUNT(RECEIPT-IDX) TO AMOUNT-TEXT
               MOVE DAYS-ELAPSED TO DAYS-TEXT
               STRING RCT-RECEIPT(RECEIPT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RCT-DATE(RECEIPT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RCT-CASHIER(RECEIPT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RCT-TENDER(RECEIPT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-TEXT DELIMITED BY SIZE
                      DAYS-TEXT DELIMITED BY SIZE
                      INTO RECON-RECORD
               END-STRING
               PERFORM WRITE-RECON-LINE
           ELSE
               ADD 1 TO IN-TRANSIT-COUNT
               ADD RCT-AMOUNT(RECEIPT-IDX) TO IN-TRANSIT-TOTAL
           END-IF.

       WRITE-RECON-SUMMARY.
           MOVE "SUMMARY                         ITEMS        AMOUNT"
               TO RECON-RECORD.
           PERFORM WRITE-RECON-LINE.
           MOVE MATCHED-COUNT TO COUNT-TEXT.
           MOVE MATCHED-TOTAL TO AMOUNT-TEXT.
           STRING "MATCHED THIS RUN               " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           MOVE UNMATCHED-COUNT TO COUNT-TEXT.
           MOVE UNMATCHED-TOTAL TO AMOUNT-TEXT.
           STRING "BANK ITEMS CARRIED FORWARD     " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           MOVE UNBANKED-COUNT TO COUNT-TEXT.
           MOVE UNBANKED-TOTAL TO AMOUNT-TEXT.
           STRING "RECEIPTS OVERDUE FOR BANKING   " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           MOVE IN-TRANSIT-COUNT TO COUNT-TEXT.
           MOVE IN-TRANSIT-TOTAL TO AMOUNT-TEXT.
           STRING "RECEIPTS IN TRANSIT            " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO RECON-RECORD
           END-STRING.
           PERFORM WRITE-RECON-LINE.
           IF UNREADABLE-COUNT > 0
               MOVE UNREADABLE-COUNT TO COUNT-TEXT
               STRING "UNREADABLE BANK ROWS DROPPED   "
                      DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO RECON-RECORD
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF.

       WRITE-RECON-LINE.
           WRITE RECON-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO RECON-RECORD.

      * Payments and their reversals; a reversal always follows the
      * receipt it reverses on PAYMENTS.DAT.
       LOAD-RECEIPT-TABLE.
           MOVE 0 TO RECEIPT-COUNT.
           MOVE "N" TO RECEIPT-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF PY-TYPE = "R"
                               PERFORM MARK-RECEIPT-REVERSED
                           ELSE
                               PERFORM ADD-RECEIPT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

      * PAYMENTS.DAT only grows, so when the table fills, receipts
      * already banked or reversed are dropped to make room; the table
      * is only full when that many receipts are genuinely open.
       ADD-RECEIPT-ENTRY.
           IF RECEIPT-COUNT >= 2000
               PERFORM DROP-SETTLED-RECEIPTS
           END-IF.
           IF RECEIPT-COUNT < 2000
               ADD 1 TO RECEIPT-COUNT
               MOVE PY-RECEIPT TO RCT-RECEIPT(RECEIPT-COUNT)
               MOVE PY-DATE TO RCT-DATE(RECEIPT-COUNT)
               MOVE PY-AMOUNT TO RCT-AMOUNT(RECEIPT-COUNT)
               IF PY-CURRENCY NOT = SPACES
                   AND PY-FX-AMOUNT IS NUMERIC
                   AND PY-FX-RATE IS NUMERIC
                   AND PY-FX-AMOUNT > 0
                   COMPUTE RCT-AMOUNT(RECEIPT-COUNT) ROUNDED =
                       PY-FX-AMOUNT * PY-FX-RATE
               END-IF
               MOVE PY-CASHIER TO RCT-CASHIER(RECEIPT-COUNT)
               MOVE PY-TENDER TO RCT-TENDER(RECEIPT-COUNT)
               MOVE "N" TO RCT-MATCHED-SW(RECEIPT-COUNT)
               MOVE "N" TO RCT-REVERSED-SW(RECEIPT-COUNT)
           ELSE
               DISPLAY "PAYMENTS.DAT has more open receipts than the "
                   "receipt table can hold"
               MOVE "Y" TO RECEIPT-FULL-SW
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       DROP-SETTLED-RECEIPTS.
           PERFORM LOAD-MATCHED-RECEIPTS.
           MOVE 0 TO RECEIPT-KEEP-COUNT.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
           UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RCT-MATCHED-SW(RECEIPT-IDX) = "N"
                   AND RCT-REVERSED-SW(RECEIPT-IDX) = "N"
                   ADD 1 TO RECEIPT-KEEP-COUNT
                   MOVE RECEIPT-ENTRY(RECEIPT-IDX)
                       TO RECEIPT-ENTRY(RECEIPT-KEEP-COUNT)
               END-IF
           END-PERFORM.
           MOVE RECEIPT-KEEP-COUNT TO RECEIPT-COUNT.

       MARK-RECEIPT-REVERSED.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
           UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RCT-RECEIPT(RECEIPT-IDX) = PY-REVERSES
                   MOVE "Y" TO RCT-REVERSED-SW(RECEIPT-IDX)
               END-IF
           END-PERFORM.

       LOAD-MATCHED-RECEIPTS.
           MOVE "N" TO MATCHED-EOF-SW.
           OPEN INPUT MATCHED-FILE.
           IF MATCHED-STATUS = "00"
               PERFORM UNTIL MATCHED-EOF-SW = "Y"
                   READ MATCHED-FILE
                       AT END
                           MOVE "Y" TO MATCHED-EOF-SW
                       NOT AT END
                           PERFORM MARK-RECEIPT-MATCHED
                   END-READ
               END-PERFORM
               CLOSE MATCHED-FILE
           END-IF.

       MARK-RECEIPT-MATCHED.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
           UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RCT-RECEIPT(RECEIPT-IDX) = BM-RECEIPT
                   MOVE "Y" TO RCT-MATCHED-SW(RECEIPT-IDX)
               END-IF
           END-PERFORM.

      * Matches found this run are added to the end of BANKMTCH.DAT
      * once the report is out.
       SAVE-MATCHED-RECEIPTS.
           OPEN EXTEND MATCHED-FILE.
           IF MATCHED-STATUS = "35"
               OPEN OUTPUT MATCHED-FILE
           END-IF.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
           UNTIL BANK-IDX > BANK-COUNT
               IF BNK-MATCHED-SW(BANK-IDX) = "Y"
                   MOVE BNK-REFERENCE(BANK-IDX)(1:8) TO BM-RECEIPT
                   MOVE BNK-REFERENCE(BANK-IDX) TO BM-REFERENCE
                   MOVE BNK-DATE(BANK-IDX) TO BM-BANK-DATE
                   MOVE BNK-AMOUNT(BANK-IDX) TO BM-AMOUNT
                   MOVE BUSINESS-DATE TO BM-MATCHED
                   WRITE MATCHED-RECORD
               END-IF
           END-PERFORM.
           CLOSE MATCHED-FILE.

       LOAD-OPEN-ITEMS.
           MOVE 0 TO BANK-COUNT.
           MOVE "N" TO BANK-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           MOVE BO-DATE TO CALENDAR-DATE
                           MOVE BO-AMOUNT TO BANK-AMOUNT-IN
                           PERFORM ADD-BANK-ENTRY
                           IF BANK-ADDED-SW = "Y"
                               MOVE BO-REFERENCE
                                   TO BNK-REFERENCE(BANK-COUNT)
                               MOVE BO-FIRST-RUN
                                   TO BNK-FIRST-RUN(BANK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

      * A day with no deposit file still reports: carried items and
      * receipts waiting for the bank.
       LOAD-DEPOSIT-FILE.
           MOVE 0 TO DEPOSIT-ROWS-READ.
           MOVE "N" TO DEPOSIT-ON-FILE-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPOSIT-FILE.
           IF DEPOSIT-STATUS NOT = "00"
               DISPLAY "No released BANKDEP.DAT - carried items only"
           ELSE
               MOVE "Y" TO DEPOSIT-ON-FILE-SW
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPOSIT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           ADD 1 TO DEPOSIT-ROWS-READ
                           PERFORM LOAD-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF.

       LOAD-ONE-DEPOSIT.
           MOVE DEPOSIT-RECORD TO PARSE-LINE-BUFFER.
           CALL "CSVPARSE" USING PARSE-LINE-BUFFER PARSE-FIELD-TABLE
               PARSE-FIELD-COUNT
           END-CALL.
           MOVE 0 TO BANK-AMOUNT-IN.
           IF PARSE-FIELD(3) NOT = SPACES
               COMPUTE BANK-AMOUNT-IN = FUNCTION NUMVAL(PARSE-FIELD(3))
           END-IF.
           EVALUATE TRUE
               WHEN DEPOSIT-ROWS-READ = 1
                   AND PARSE-FIELD(1)(1:8) IS NOT NUMERIC
                   CONTINUE
               WHEN PARSE-FIELD-COUNT < 3
               WHEN PARSE-FIELD(1)(1:8) IS NOT NUMERIC
               WHEN PARSE-FIELD(2) = SPACES
               WHEN BANK-AMOUNT-IN = 0
                   ADD 1 TO UNREADABLE-COUNT
               WHEN OTHER
                   MOVE PARSE-FIELD(1)(1:8) TO CALENDAR-DATE
                   PERFORM ADD-BANK-ENTRY
                   IF BANK-ADDED-SW = "Y"
                       MOVE PARSE-FIELD(2) TO BNK-REFERENCE(BANK-COUNT)
                       MOVE BUSINESS-DATE TO BNK-FIRST-RUN(BANK-COUNT)
                   END-IF
           END-EVALUATE.

       ADD-BANK-ENTRY.
           IF BANK-COUNT < 1000
               MOVE "Y" TO BANK-ADDED-SW
               ADD 1 TO BANK-COUNT
               MOVE CALENDAR-DATE TO BNK-DATE(BANK-COUNT)
               MOVE BANK-AMOUNT-IN TO BNK-AMOUNT(BANK-COUNT)
               MOVE "N" TO BNK-MATCHED-SW(BANK-COUNT)
               MOVE SPACES TO BNK-NOTE(BANK-COUNT)
           ELSE
               DISPLAY "More bank items than the bank table can hold"
               MOVE "Y" TO BANK-FULL-SW
               MOVE "N" TO BANK-ADDED-SW
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
           UNTIL BANK-IDX > BANK-COUNT
               IF BNK-MATCHED-SW(BANK-IDX) = "N"
                   MOVE BNK-DATE(BANK-IDX) TO BO-DATE
                   MOVE BNK-REFERENCE(BANK-IDX) TO BO-REFERENCE
                   MOVE BNK-AMOUNT(BANK-IDX) TO BO-AMOUNT
                   MOVE BNK-FIRST-RUN(BANK-IDX) TO BO-FIRST-RUN
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       JUDGE-BUSINESS-DAY.
           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE "N" TO HOLIDAY-FOUND-SW.
           COMPUTE DAY-NUMBER = FUNCTION MOD(DATE-DAYS, 7).
           IF DAY-NUMBER = 0 OR DAY-NUMBER = 6
               CONTINUE
           ELSE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOL-T-DATE(HOLIDAY-IDX) = CALENDAR-DATE
                       MOVE "Y" TO HOLIDAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF HOLIDAY-FOUND-SW = "N"
                   MOVE "Y" TO BUSINESS-DAY-SW
               END-IF
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO HOLIDAY-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF HOLIDAY-COUNT < 100
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HOL-DATE
                                   TO HOL-T-DATE(HOLIDAY-COUNT)
                           ELSE
                               DISPLAY "HOLIDAY.DAT has more rows "
                                   "than the holiday table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-RECON-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "BANKDAYS"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO BANKING-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

       PARSE-NUMERIC-SETTING.
           MOVE "N" TO SETTING-NUMERIC-SW.
           MOVE 0 TO SETTING-NUMERIC-VALUE.
           MOVE 0 TO SETTING-VALUE-LEN.

           PERFORM VARYING SETTING-SCAN-IDX FROM 1 BY 1
           UNTIL SETTING-SCAN-IDX > LENGTH OF SET-VALUE
               IF SET-VALUE(SETTING-SCAN-IDX:1) NOT = SPACE
                   MOVE SETTING-SCAN-IDX TO SETTING-VALUE-LEN
               END-IF
           END-PERFORM.

           IF SETTING-VALUE-LEN > 0
               MOVE "Y" TO SETTING-NUMERIC-SW
               PERFORM VARYING SETTING-SCAN-IDX FROM 1 BY 1
               UNTIL SETTING-SCAN-IDX > SETTING-VALUE-LEN
                   IF SET-VALUE(SETTING-SCAN-IDX:1) < "0"
                       OR SET-VALUE(SETTING-SCAN-IDX:1) > "9"
                       MOVE "N" TO SETTING-NUMERIC-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF SETTING-NUMERIC-SW = "Y"
               COMPUTE SETTING-NUMERIC-VALUE =
                   FUNCTION NUMVAL(SET-VALUE)
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
