       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-FX-REVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT RATE-FILE ASSIGN TO "EXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT FX-GAIN-FILE ASSIGN TO "FXGAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-GAIN-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT REVAL-OUT-FILE ASSIGN TO "FEEFXREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVAL-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RATE-FILE.
       01 RATE-RECORD.
           05 XR-FROM       PIC X(3).
           05 XR-TO         PIC X(3).
           05 XR-RATE       PIC 9(5)V9(6).
           05 XR-EFF-DATE   PIC 9(8).

       FD  FX-GAIN-FILE.
       01 FX-GAIN-RECORD.
           05 FG-DATE        PIC 9(8).
           05 FG-RECEIPT     PIC 9(8).
           05 FG-INVOICE     PIC 9(7).
           05 FG-ROLL        PIC 9(8).
           05 FG-CURRENCY    PIC X(3).
           05 FG-FX-AMOUNT   PIC 9(9)V99.
           05 FG-INVOICE-RATE PIC 9(5)V9(6).
           05 FG-PAYMENT-RATE PIC 9(5)V9(6).
           05 FG-KIND        PIC X.
           05 FG-AMOUNT      PIC 9(7)V99.

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  REVAL-OUT-FILE.
       01 REVAL-OUT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 RATE-FILE-STATUS   PIC X(2) VALUE "00".
       01 FX-GAIN-STATUS     PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 REVAL-OUT-STATUS   PIC X(2) VALUE "00".
       01 SCAN-EOF-SW        PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 REVAL-PERIOD       PIC 9(6) VALUE 0.

      * Rates are home currency per unit of the invoice currency,
      * found the way fee billing finds them: the direct pair, or
      * triangulated through the pivot currency.
       01 HOME-CURRENCY      PIC X(3) VALUE "INR".
       01 PIVOT-CURRENCY     PIC X(3) VALUE "USD".
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RATE-T-FROM     PIC X(3).
               10 RATE-T-TO       PIC X(3).
               10 RATE-T-RATE     PIC 9(5)V9(6).
               10 RATE-T-EFF-DATE PIC 9(8).
       01 RATE-COUNT         PIC 99 VALUE 0.
       01 RATE-IDX           PIC 99 VALUE 0.
       01 RATE-CURRENCY      PIC X(3) VALUE SPACES.
       01 LOOK-FROM          PIC X(3).
       01 LOOK-TO            PIC X(3).
       01 PAIR-RATE          PIC 9(5)V9(6) VALUE 0.
       01 PAIR-EFF-DATE      PIC 9(8) VALUE 0.
       01 PAIR-FOUND-SW      PIC X VALUE "N".
       01 LEG1-RATE          PIC 9(5)V9(6) VALUE 0.
       01 CURRENT-RATE       PIC 9(5)V9(6) VALUE 0.
       01 CURRENT-FOUND-SW   PIC X VALUE "N".

       01 FX-BALANCE         PIC S9(9)V99 VALUE 0.
       01 OLD-CARRYING       PIC S9(10)V99 VALUE 0.
       01 NEW-CARRYING       PIC S9(10)V99 VALUE 0.
       01 ENTRY-GAIN-LOSS    PIC S9(11)V99 VALUE 0.

      * Totals by currency: open balances revalued, and exchange
      * differences realised on receipts in the period.
       01 CURRENCY-TOTALS.
           05 CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES.
               10 CTL-CURRENCY     PIC X(3).
               10 CTL-OPEN-COUNT   PIC 9(5).
               10 CTL-FX-BALANCE   PIC S9(11)V99.
               10 CTL-OLD-TOTAL    PIC S9(12)V99.
               10 CTL-NEW-TOTAL    PIC S9(12)V99.
               10 CTL-REAL-COUNT   PIC 9(5).
               10 CTL-REALISED     PIC S9(11)V99.
       01 CURRENCY-TOTAL-COUNT PIC 99 VALUE 0.
       01 CURRENCY-TOTAL-IDX PIC 99 VALUE 0.
       01 CURRENCY-TOTAL-FOUND PIC X VALUE "N".
       01 TOTAL-CURRENCY     PIC X(3) VALUE SPACES.

       01 OPEN-FOREIGN-COUNT PIC 9(7) VALUE 0.
       01 NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01 GRAND-UNREALISED   PIC S9(12)V99 VALUE 0.
       01 GRAND-REALISED     PIC S9(12)V99 VALUE 0.
       01 REPORT-LINES       PIC 9(7) VALUE 0.

       01 OLD-RATE-TEXT      PIC 9(5).9(6).
       01 NEW-RATE-TEXT      PIC 9(5).9(6).
       01 FX-BALANCE-TEXT    PIC -(10)9.99.
       01 OLD-AMOUNT-TEXT    PIC -(10)9.99.
       01 NEW-AMOUNT-TEXT    PIC -(10)9.99.
       01 GAIN-LOSS-TEXT     PIC -(11)9.99.
       01 COUNT-TEXT         PIC ZZZZ9.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "FEEFXREV.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "FEEFXREV".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

      * Month-end listing of fee receivables billed in a foreign
      * currency: each open invoice's outstanding foreign balance
      * at the rate it was raised at against the rate in effect on
      * the business date, with the unrealised gain or loss, then
      * the exchange differences realised on receipts this month.
       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE BUSINESS-DATE(1:6) TO REVAL-PERIOD.

           PERFORM LOAD-RATE-TABLE.
           IF RATE-COUNT = 0
               DISPLAY "No rates in EXRATES.DAT - nothing to "
                   "revalue against"
               GOBACK
           END-IF.

           OPEN OUTPUT REVAL-OUT-FILE.
           IF REVAL-OUT-STATUS NOT = "00"
               DISPLAY "Cannot open FEEFXREV.DAT - status "
                   REVAL-OUT-STATUS
               GOBACK
           END-IF.

           MOVE SPACES TO REVAL-OUT-RECORD.
           STRING "FEE RECEIVABLES FX REVALUATION AT "
                      DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " - OPEN FOREIGN-CURRENCY INVOICES IN "
                      DELIMITED BY SIZE
                  HOME-CURRENCY DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.
           STRING "INVOICE ROLL     CUR BALANCE DUE    OLD RATE"
                      DELIMITED BY SIZE
                  "     NEW RATE       WAS (BOOKED)"
                      DELIMITED BY SIZE
                  "         NOW (REVALUED)         GAIN (LOSS)"
                      DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.

           PERFORM SCAN-OPEN-INVOICES.
           IF OPEN-FOREIGN-COUNT = 0
               MOVE "NO OPEN FOREIGN-CURRENCY INVOICES"
                   TO REVAL-OUT-RECORD
               PERFORM WRITE-REVAL-RECORD
           END-IF.
           PERFORM SCAN-REALISED-DIFFERENCES.
           PERFORM WRITE-CURRENCY-TOTALS.

           MOVE GRAND-UNREALISED TO GAIN-LOSS-TEXT.
           STRING "TOTAL UNREALISED GAIN (LOSS)  " DELIMITED BY SIZE
                  GAIN-LOSS-TEXT DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.
           MOVE GRAND-REALISED TO GAIN-LOSS-TEXT.
           STRING "TOTAL REALISED GAIN (LOSS) " DELIMITED BY SIZE
                  REVAL-PERIOD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAIN-LOSS-TEXT DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.
           CLOSE REVAL-OUT-FILE.

           MOVE REPORT-LINES TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           DISPLAY "Open foreign-currency invoices revalued: "
               OPEN-FOREIGN-COUNT.
           IF NO-RATE-COUNT > 0
               DISPLAY "Invoices without a current rate: "
                   NO-RATE-COUNT
           END-IF.
           DISPLAY "Report written to FEEFXREV.DAT".
           GOBACK.

       SCAN-OPEN-INVOICES.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           IF IV-STATUS = "OPEN"
                               AND IV-CURRENCY NOT = SPACES
                               AND IV-CURRENCY NOT = HOME-CURRENCY
                               AND IV-FX-RATE IS NUMERIC
                               AND IV-FX-AMOUNT IS NUMERIC
                               AND IV-FX-PAID IS NUMERIC
                               PERFORM REVALUE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       REVALUE-ONE-INVOICE.
           ADD 1 TO OPEN-FOREIGN-COUNT.
           COMPUTE FX-BALANCE = IV-FX-AMOUNT - IV-FX-PAID.
           COMPUTE OLD-CARRYING = IV-AMOUNT - IV-PAID.
           MOVE IV-CURRENCY TO RATE-CURRENCY.
           PERFORM FIND-CURRENT-RATE.
           IF CURRENT-FOUND-SW = "N"
               ADD 1 TO NO-RATE-COUNT
               MOVE SPACES TO REVAL-OUT-RECORD
               STRING IV-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IV-ROLL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IV-CURRENCY DELIMITED BY SIZE
                      " NO CURRENT RATE" DELIMITED BY SIZE
                      INTO REVAL-OUT-RECORD
               END-STRING
               PERFORM WRITE-REVAL-RECORD
           ELSE
               COMPUTE NEW-CARRYING ROUNDED =
                   FX-BALANCE * CURRENT-RATE
               COMPUTE ENTRY-GAIN-LOSS = NEW-CARRYING - OLD-CARRYING
               PERFORM WRITE-INVOICE-LINE
               MOVE IV-CURRENCY TO TOTAL-CURRENCY
               PERFORM FIND-CURRENCY-TOTAL
               IF CURRENCY-TOTAL-FOUND = "Y"
                   ADD 1 TO CTL-OPEN-COUNT(CURRENCY-TOTAL-IDX)
                   ADD FX-BALANCE
                       TO CTL-FX-BALANCE(CURRENCY-TOTAL-IDX)
                   ADD OLD-CARRYING
                       TO CTL-OLD-TOTAL(CURRENCY-TOTAL-IDX)
                   ADD NEW-CARRYING
                       TO CTL-NEW-TOTAL(CURRENCY-TOTAL-IDX)
               END-IF
               ADD ENTRY-GAIN-LOSS TO GRAND-UNREALISED
           END-IF.

       WRITE-INVOICE-LINE.
           MOVE IV-FX-RATE TO OLD-RATE-TEXT.
           MOVE CURRENT-RATE TO NEW-RATE-TEXT.
           MOVE FX-BALANCE TO FX-BALANCE-TEXT.
           MOVE OLD-CARRYING TO OLD-AMOUNT-TEXT.
           MOVE NEW-CARRYING TO NEW-AMOUNT-TEXT.
           MOVE ENTRY-GAIN-LOSS TO GAIN-LOSS-TEXT.
           MOVE SPACES TO REVAL-OUT-RECORD.
           STRING IV-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FX-BALANCE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLD-RATE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NEW-RATE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLD-AMOUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NEW-AMOUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAIN-LOSS-TEXT DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.

      * Exchange differences fee billing posted to FXGAIN.DAT on
      * receipts and reversals dated in the business month.
       SCAN-REALISED-DIFFERENCES.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT FX-GAIN-FILE.
           IF FX-GAIN-STATUS = "00"
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ FX-GAIN-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           IF FG-DATE(1:6) = REVAL-PERIOD
                               PERFORM TALLY-REALISED-DIFFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-GAIN-FILE
           END-IF.

       TALLY-REALISED-DIFFERENCE.
           MOVE FG-CURRENCY TO TOTAL-CURRENCY.
           PERFORM FIND-CURRENCY-TOTAL.
           IF CURRENCY-TOTAL-FOUND = "Y"
               ADD 1 TO CTL-REAL-COUNT(CURRENCY-TOTAL-IDX)
               IF FG-KIND = "L"
                   SUBTRACT FG-AMOUNT
                       FROM CTL-REALISED(CURRENCY-TOTAL-IDX)
                   SUBTRACT FG-AMOUNT FROM GRAND-REALISED
               ELSE
                   ADD FG-AMOUNT TO CTL-REALISED(CURRENCY-TOTAL-IDX)
                   ADD FG-AMOUNT TO GRAND-REALISED
               END-IF
           END-IF.

      * Finds or adds the totals row for TOTAL-CURRENCY.
       FIND-CURRENCY-TOTAL.
           MOVE "N" TO CURRENCY-TOTAL-FOUND.
           PERFORM VARYING CURRENCY-TOTAL-IDX FROM 1 BY 1
           UNTIL CURRENCY-TOTAL-IDX > CURRENCY-TOTAL-COUNT
               OR CURRENCY-TOTAL-FOUND = "Y"
               IF CTL-CURRENCY(CURRENCY-TOTAL-IDX) = TOTAL-CURRENCY
                   MOVE "Y" TO CURRENCY-TOTAL-FOUND
               END-IF
           END-PERFORM.
           IF CURRENCY-TOTAL-FOUND = "Y"
               SUBTRACT 1 FROM CURRENCY-TOTAL-IDX
           ELSE
               IF CURRENCY-TOTAL-COUNT < 20
                   ADD 1 TO CURRENCY-TOTAL-COUNT
                   MOVE CURRENCY-TOTAL-COUNT TO CURRENCY-TOTAL-IDX
                   MOVE TOTAL-CURRENCY
                       TO CTL-CURRENCY(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-OPEN-COUNT(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-FX-BALANCE(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-OLD-TOTAL(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-NEW-TOTAL(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-REAL-COUNT(CURRENCY-TOTAL-IDX)
                   MOVE 0 TO CTL-REALISED(CURRENCY-TOTAL-IDX)
                   MOVE "Y" TO CURRENCY-TOTAL-FOUND
               ELSE
                   DISPLAY "More currencies than the totals table "
                       "can hold - " TOTAL-CURRENCY " not totalled"
               END-IF
           END-IF.

       WRITE-CURRENCY-TOTALS.
           IF CURRENCY-TOTAL-COUNT > 0
               MOVE "GAIN (LOSS) BY CURRENCY" TO REVAL-OUT-RECORD
               PERFORM WRITE-REVAL-RECORD
               PERFORM VARYING CURRENCY-TOTAL-IDX FROM 1 BY 1
               UNTIL CURRENCY-TOTAL-IDX > CURRENCY-TOTAL-COUNT
                   PERFORM WRITE-ONE-CURRENCY-TOTAL
               END-PERFORM
           END-IF.

       WRITE-ONE-CURRENCY-TOTAL.
           MOVE CTL-OPEN-COUNT(CURRENCY-TOTAL-IDX) TO COUNT-TEXT.
           MOVE CTL-FX-BALANCE(CURRENCY-TOTAL-IDX) TO FX-BALANCE-TEXT.
           MOVE CTL-OLD-TOTAL(CURRENCY-TOTAL-IDX) TO OLD-AMOUNT-TEXT.
           MOVE CTL-NEW-TOTAL(CURRENCY-TOTAL-IDX) TO NEW-AMOUNT-TEXT.
           COMPUTE ENTRY-GAIN-LOSS =
               CTL-NEW-TOTAL(CURRENCY-TOTAL-IDX)
               - CTL-OLD-TOTAL(CURRENCY-TOTAL-IDX).
           MOVE ENTRY-GAIN-LOSS TO GAIN-LOSS-TEXT.
           STRING CTL-CURRENCY(CURRENCY-TOTAL-IDX) DELIMITED BY SIZE
                  " OPEN " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " BAL " DELIMITED BY SIZE
                  FX-BALANCE-TEXT DELIMITED BY SIZE
                  " WAS " DELIMITED BY SIZE
                  OLD-AMOUNT-TEXT DELIMITED BY SIZE
                  " NOW " DELIMITED BY SIZE
                  NEW-AMOUNT-TEXT DELIMITED BY SIZE
                  " UNREALISED " DELIMITED BY SIZE
                  GAIN-LOSS-TEXT DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.
           MOVE CTL-REAL-COUNT(CURRENCY-TOTAL-IDX) TO COUNT-TEXT.
           MOVE CTL-REALISED(CURRENCY-TOTAL-IDX) TO GAIN-LOSS-TEXT.
           STRING CTL-CURRENCY(CURRENCY-TOTAL-IDX) DELIMITED BY SIZE
                  " RECEIPTS " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " REALISED IN " DELIMITED BY SIZE
                  REVAL-PERIOD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAIN-LOSS-TEXT DELIMITED BY SIZE
                  INTO REVAL-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVAL-RECORD.

       WRITE-REVAL-RECORD.
           WRITE REVAL-OUT-RECORD.
           ADD 1 TO REPORT-LINES.
           MOVE SPACES TO REVAL-OUT-RECORD.

       FIND-CURRENT-RATE.
           MOVE "N" TO CURRENT-FOUND-SW.
           MOVE 0 TO CURRENT-RATE.
           MOVE RATE-CURRENCY TO LOOK-FROM.
           MOVE HOME-CURRENCY TO LOOK-TO.
           PERFORM FIND-PAIR-RATE.
           IF PAIR-FOUND-SW = "Y" AND PAIR-RATE NOT = 0
               MOVE PAIR-RATE TO CURRENT-RATE
               MOVE "Y" TO CURRENT-FOUND-SW
           ELSE
               IF RATE-CURRENCY NOT = PIVOT-CURRENCY
                   AND HOME-CURRENCY NOT = PIVOT-CURRENCY
                   PERFORM FIND-PIVOT-RATE
               END-IF
           END-IF.

       FIND-PIVOT-RATE.
           MOVE PIVOT-CURRENCY TO LOOK-FROM.
           MOVE RATE-CURRENCY TO LOOK-TO.
           PERFORM FIND-PAIR-RATE.
           IF PAIR-FOUND-SW = "Y" AND PAIR-RATE NOT = 0
               MOVE PAIR-RATE TO LEG1-RATE
               MOVE PIVOT-CURRENCY TO LOOK-FROM
               MOVE HOME-CURRENCY TO LOOK-TO
               PERFORM FIND-PAIR-RATE
               IF PAIR-FOUND-SW = "Y" AND PAIR-RATE NOT = 0
                   COMPUTE CURRENT-RATE ROUNDED =
                       PAIR-RATE / LEG1-RATE
                   MOVE "Y" TO CURRENT-FOUND-SW
               END-IF
           END-IF.

       FIND-PAIR-RATE.
           MOVE "N" TO PAIR-FOUND-SW.
           MOVE 0 TO PAIR-EFF-DATE.
           MOVE 0 TO PAIR-RATE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT
               IF RATE-T-FROM(RATE-IDX) = LOOK-FROM
                   AND RATE-T-TO(RATE-IDX) = LOOK-TO
                   AND RATE-T-EFF-DATE(RATE-IDX) <= BUSINESS-DATE
                   AND RATE-T-EFF-DATE(RATE-IDX) >= PAIR-EFF-DATE
                   MOVE "Y" TO PAIR-FOUND-SW
                   MOVE RATE-T-RATE(RATE-IDX) TO PAIR-RATE
                   MOVE RATE-T-EFF-DATE(RATE-IDX)
                       TO PAIR-EFF-DATE
               END-IF
           END-PERFORM.

       LOAD-RATE-TABLE.
           MOVE 0 TO RATE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF RATE-COUNT < 50
                               ADD 1 TO RATE-COUNT
                               MOVE XR-FROM
                                   TO RATE-T-FROM(RATE-COUNT)
                               MOVE XR-TO TO RATE-T-TO(RATE-COUNT)
                               MOVE XR-RATE
                                   TO RATE-T-RATE(RATE-COUNT)
                               MOVE XR-EFF-DATE
                                   TO RATE-T-EFF-DATE(RATE-COUNT)
                           ELSE
                               DISPLAY "EXRATES.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
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
