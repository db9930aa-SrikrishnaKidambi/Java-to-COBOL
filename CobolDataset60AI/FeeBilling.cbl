               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT APPLIED-FILE ASSIGN TO "CONCAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.

           SELECT CASHIER-CLOSE-FILE ASSIGN TO "CASHCLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHIER-CLOSE-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO "CURRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-TABLE-STATUS.

           SELECT RATE-FILE ASSIGN TO "EXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT BILLING-CURRENCY-FILE ASSIGN TO "STUCURR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLING-CURRENCY-STATUS.

           SELECT FX-GAIN-FILE ASSIGN TO "FXGAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-GAIN-STATUS.

           SELECT SPOOL-FILE ASSIGN TO SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

      * FS-TERM is the term a revised fee takes effect from; a row
      * with no term is the standing fee from before any revision.
       FD  FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-DEPT        PIC 9.
           05 FS-YEAR        PIC 9.
           05 FS-AMOUNT      PIC 9(7)V99.
           05 FS-TERM        PIC X(6).

      * IV-AMOUNT is the net amount due; IV-GROSS is the scheduled
      * fee and IV-CONCESSION what concessions took off it. A late
      * payment penalty carries the number of the invoice it was
      * raised against in IV-LINKED and the month it covers in
      * IV-PERIOD; both are zero on a fee invoice.
      * Amounts are kept in the home currency. An invoice billed in
      * a foreign currency names it in IV-CURRENCY and carries the
      * rate it was raised at (home currency per unit) with the
      * amount due and paid in that currency; the foreign fields
      * are zero on a home-currency invoice.
      * IV-CHARGE names a charge raised by another office - HOSTEL
      * for a hostel fee. It is blank on tuition invoices, penalties
      * and credits.
       FD  INVOICE-FILE.
       01 INVOICE-RECORD.
           05 IV-NUMBER      PIC 9(7).
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

       FD  AGING-FILE.
       01 AGING-RECORD     PIC X(100).
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  CONCESSION-FILE.
       01 CONCESSION-RECORD.
           05 CN-ROLL        PIC 9(8).
           05 CN-TYPE        PIC X(8).
           05 CN-BASIS       PIC X.
           05 CN-VALUE       PIC 9(7)V99.
           05 CN-TERM        PIC X(6).
           05 CN-APPROVER    PIC X(10).
           05 CN-STATUS      PIC X.
           05 CN-DATE        PIC 9(8).

       FD  APPLIED-FILE.
       01 APPLIED-RECORD.
           05 CA-INVOICE     PIC 9(7).
           05 CA-ROLL        PIC 9(8).
           05 CA-DEPT        PIC 9.
           05 CA-DATE        PIC 9(8).
           05 CA-TYPE        PIC X(8).
           05 CA-AMOUNT      PIC 9(7)V99.

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(8).
           05 HOL-DESC       PIC X(30).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

      * Payment transactions, one row per receipt. PY-TYPE P is a
      * payment; R reverses the receipt named in PY-REVERSES and
      * takes its amount back off the invoice. The receipt number
      * is a seven-digit body and a CHKDIGIT check digit. PY-AMOUNT
      * is what the receipt takes off the invoice in the home
      * currency; a payment in a foreign currency also carries the
      * amount tendered and the rate on the day it was taken.
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

       FD  CASHIER-CLOSE-FILE.
       01 CASHIER-CLOSE-RECORD PIC X(100).

       FD  CURRENCY-TABLE-FILE.
       01 CURRENCY-TABLE-RECORD.
           05 CUR-CODE       PIC X(3).
           05 CUR-NAME       PIC X(15).
           05 CUR-DECIMALS   PIC 9.

       FD  RATE-FILE.
       01 RATE-RECORD.
           05 XR-FROM        PIC X(3).
           05 XR-TO          PIC X(3).
           05 XR-RATE        PIC 9(5)V9(6).
           05 XR-EFF-DATE    PIC 9(8).

      * Students billed in a currency other than the home currency.
       FD  BILLING-CURRENCY-FILE.
       01 BILLING-CURRENCY-RECORD.
           05 SC-ROLL        PIC 9(8).
           05 SC-CURRENCY    PIC X(3).

      * Realised exchange differences, one row per foreign-currency
      * receipt or reversal whose rate differed from the invoice
      * rate. FG-KIND G is a gain and L a loss, in the home currency.
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

       FD  SPOOL-FILE.
       01 SPOOL-RECORD     PIC X(100).

       FD  QUEUE-FILE.
       01 QUEUE-RECORD.
           05 SPQ-NAME      PIC X(12).
           05 SPQ-SPOOL     PIC X(16).
           05 SPQ-DATE      PIC 9(8).
           05 SPQ-OPERATOR  PIC X(10).
           05 SPQ-STATUS    PIC X(8).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 FEE-SCHEDULE-STATUS PIC X(2) VALUE "00".
       01 AGING-STATUS       PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 CONCESSION-STATUS  PIC X(2) VALUE "00".
       01 APPLIED-STATUS     PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 HOLIDAY-STATUS     PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 PAYMENT-STATUS     PIC X(2) VALUE "00".
       01 CASHIER-CLOSE-STATUS PIC X(2) VALUE "00".
       01 SPOOL-STATUS       PIC X(2) VALUE "00".
       01 QUEUE-STATUS       PIC X(2) VALUE "00".
       01 CURRENCY-TABLE-STATUS PIC X(2) VALUE "00".
       01 RATE-FILE-STATUS   PIC X(2) VALUE "00".
       01 BILLING-CURRENCY-STATUS PIC X(2) VALUE "00".
       01 FX-GAIN-STATUS     PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 INVOICE-EOF-SW     PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 99.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.

      * One fee row per department and year for each revision of
      * the schedule; invoices are raised once per active student
      * per business date, so re-running the batch on the same date
      * raises nothing twice.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 200 TIMES.
               10 FEE-T-DEPT   PIC 9.
               10 FEE-T-YEAR   PIC 9.
               10 FEE-T-AMOUNT PIC 9(7)V99.
               10 FEE-T-TERM   PIC X(6).
       01 FEE-COUNT          PIC 999 VALUE 0.
       01 FEE-IDX            PIC 999 VALUE 0.
       01 FEE-TERM-START     PIC 9(8) VALUE 0.
       01 BEST-FEE-START     PIC 9(8) VALUE 0.
       01 FEE-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 FEE-FOUND-SW       PIC X VALUE "N".

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
       01 NEXT-INVOICE-NO    PIC 9(7) VALUE 0.
       01 PAY-INVOICE-NO     PIC 9(7) VALUE 0.
       01 PAY-AMOUNT-TEXT    PIC X(12).
       01 PAY-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 PAY-TENDER         PIC X(6) VALUE SPACES.
       01 PAY-ROLL           PIC 9(8) VALUE 0.
       01 PAY-EOF-SW         PIC X VALUE "N".
       01 PAY-VALID-SW       PIC X VALUE "N".

      * Foreign-currency billing. Rates are home currency per unit
      * of the billing currency, the direct pair from EXRATES.DAT
      * when it is on file, otherwise triangulated through the
      * pivot currency the way the Calculator does it.
       01 HOME-CURRENCY      PIC X(3) VALUE "INR".
       01 PIVOT-CURRENCY     PIC X(3) VALUE "USD".
       01 CURRENCY-TABLE.
           05 CUR-ENTRY OCCURS 20 TIMES.
               10 CUR-T-CODE     PIC X(3).
               10 CUR-T-DECIMALS PIC 9.
       01 CURRENCY-COUNT     PIC 99 VALUE 0.
       01 CURRENCY-IDX       PIC 99 VALUE 0.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RATE-T-FROM     PIC X(3).
               10 RATE-T-TO       PIC X(3).
               10 RATE-T-RATE     PIC 9(5)V9(6).
               10 RATE-T-EFF-DATE PIC 9(8).
       01 RATE-COUNT         PIC 99 VALUE 0.
       01 RATE-IDX           PIC 99 VALUE 0.
       01 BILLING-CURRENCY-TABLE.
           05 BILLING-CURRENCY-ENTRY OCCURS 500 TIMES.
               10 BCR-T-ROLL     PIC 9(8).
               10 BCR-T-CURRENCY PIC X(3).
       01 BILLING-CURRENCY-COUNT PIC 999 VALUE 0.
       01 BILLING-CURRENCY-IDX PIC 999 VALUE 0.
       01 RATE-CURRENCY      PIC X(3) VALUE SPACES.
       01 RATE-DATE          PIC 9(8) VALUE 0.
       01 LOOK-FROM          PIC X(3).
       01 LOOK-TO            PIC X(3).
       01 PAIR-RATE          PIC 9(5)V9(6) VALUE 0.
       01 PAIR-EFF-DATE      PIC 9(8) VALUE 0.
       01 PAIR-FOUND-SW      PIC X VALUE "N".
       01 LEG1-RATE          PIC 9(5)V9(6) VALUE 0.
       01 CURRENT-RATE       PIC 9(5)V9(6) VALUE 0.
       01 CURRENT-FOUND-SW   PIC X VALUE "N".
       01 CURRENCY-DECIMALS  PIC 9 VALUE 2.
       01 FX-AMOUNT-WORK     PIC 9(9)V99 VALUE 0.
       01 FX-WHOLE-WORK      PIC 9(9) VALUE 0.
       01 FX-TENTHS-WORK     PIC 9(9)V9 VALUE 0.
       01 FOREIGN-INVOICES   PIC 9(5) VALUE 0.
       01 PAY-CURRENCY       PIC X(3) VALUE SPACES.
       01 PAY-FX-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 PAY-FX-RATE        PIC 9(5)V9(6) VALUE 0.
       01 FX-CARRYING        PIC 9(9)V99 VALUE 0.
       01 FX-RECEIVED        PIC 9(9)V99 VALUE 0.
       01 FX-EXCESS          PIC 9(9)V99 VALUE 0.
       01 FX-GAIN-LOSS       PIC S9(9)V99 VALUE 0.

      * General ledger accounts (GLCOA.DAT) the fee postings use.
       01 GL-CASH-ACCOUNT       PIC 9(4) VALUE 1100.
       01 GL-RECEIVABLE-ACCOUNT PIC 9(4) VALUE 1200.
       01 GL-FEE-INCOME-ACCOUNT PIC 9(4) VALUE 4100.
       01 GL-PENALTY-ACCOUNT    PIC 9(4) VALUE 4200.
       01 GL-FX-GAIN-ACCOUNT    PIC 9(4) VALUE 4300.
       01 GL-CONCESSION-ACCOUNT PIC 9(4) VALUE 5100.
       01 GL-FX-LOSS-ACCOUNT    PIC 9(4) VALUE 5300.
       01 GL-LINE-ACCOUNT    PIC 9(4) VALUE 0.
       01 GL-LINE-SIDE       PIC X VALUE SPACE.
       01 GL-LINE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 GL-CASH-AMOUNT     PIC S9(9)V99 VALUE 0.
       COPY "GLPOST.CPY".
       01 FX-BALANCE-DUE     PIC S9(9)V99 VALUE 0.
       01 FX-RATE-TEXT       PIC 9(5).9(6).
       01 FX-AMOUNT-TEXT     PIC Z(8)9.99.

      * Receipts: the next body follows the highest on PAYMENTS.DAT.
       01 RECEIPT-NUMBER     PIC 9(8) VALUE 0.
       01 RECEIPT-BODY       PIC 9(7) VALUE 0.
       01 HIGHEST-BODY       PIC 9(7) VALUE 0.
       01 BODY-SEED          PIC 9(7) VALUE 1000000.
       01 RECEIPT-TYPE       PIC X VALUE SPACE.
       01 REVERSED-RECEIPT   PIC 9(8) VALUE 0.
       01 REVERSE-INPUT      PIC 9(8) VALUE 0.
       01 ORIGINAL-FOUND-SW  PIC X VALUE "N".
       01 ALREADY-REVERSED-SW PIC X VALUE "N".
       01 CHECK-FUNCTION     PIC X VALUE SPACE.
       01 CHECK-NUMBER       PIC X(19) VALUE SPACES.
       01 CHECK-DIGIT-OUT    PIC 9 VALUE 0.
       01 CHECK-VALID-SW     PIC X VALUE "N".
       01 CASHIER-ID         PIC X(10) VALUE SPACES.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 STUDENT-NAME-FOUND PIC X(25) VALUE SPACES.

      * Receipts print to one spool data set per session, queued
      * for release through the print spool when billing is left.
       01 SPOOL-NAME         PIC X(16) VALUE SPACES.
       01 SPOOL-REPORT-NAME  PIC X(12) VALUE "FEE RECEIPTS".
       01 SPOOL-OPEN-SW      PIC X VALUE "N".
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       01 QUEUE-EOF-SW       PIC X VALUE "N".
       01 RECEIPTS-PRINTED   PIC 9(5) VALUE 0.
       01 PRINT-LINE         PIC X(80) VALUE SPACES.

      * Cashier close: receipts and reversals by tender type for
      * each cashier on one business date.
       01 CLOSE-TABLE.
           05 CLOSE-ENTRY OCCURS 100 TIMES.
               10 CLS-CASHIER    PIC X(10).
               10 CLS-TENDER     PIC X(6).
               10 CLS-PAY-COUNT  PIC 9(5).
               10 CLS-PAY-AMOUNT PIC 9(9)V99.
               10 CLS-REV-COUNT  PIC 9(5).
               10 CLS-REV-AMOUNT PIC 9(9)V99.
       01 CLOSE-COUNT        PIC 999 VALUE 0.
       01 CLOSE-IDX          PIC 999 VALUE 0.
       01 FOUND-CLOSE-IDX    PIC 999 VALUE 0.
       01 CLOSE-SWAP         PIC X(48).
       01 SORT-PASS          PIC 999 VALUE 0.
       01 SWAPPED-SW         PIC X VALUE "N".
       01 CLOSE-DATE         PIC 9(8) VALUE 0.
       01 PREVIOUS-CASHIER   PIC X(10) VALUE SPACES.
       01 CASHIER-PAY-TOTAL  PIC 9(9)V99 VALUE 0.
       01 CASHIER-REV-TOTAL  PIC 9(9)V99 VALUE 0.
       01 GRAND-PAY-TOTAL    PIC 9(9)V99 VALUE 0.
       01 GRAND-REV-TOTAL    PIC 9(9)V99 VALUE 0.
       01 NET-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 COUNT-TEXT         PIC Z(4)9.
       01 COUNT2-TEXT        PIC Z(4)9.
       01 RECEIVED-TEXT      PIC Z(8)9.99.
       01 REVERSED-TEXT      PIC Z(8)9.99.
       01 NET-TEXT           PIC -(8)9.99.
       01 CLOSE-LINES        PIC 9(7) VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "CASHCLOS.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "FEEBILL".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.
       01 INVOICE-FOUND-SW   PIC X VALUE "N".
       01 BILLING-FAILED-SW  PIC X VALUE "N".
       01 BALANCE-DUE        PIC S9(8)V99 VALUE 0.

      * Active concessions, and the start date of each term on the
      * calendar: a concession comes off invoices dated on or after
      * the start of its effective term. With no term calendar on
      * file every active concession applies. A one-off concession
      * (status N, from the merit award run) comes off the first
      * such invoice only and is then marked used (U).
       01 CONCESSION-TABLE.
           05 CONCESSION-ENTRY OCCURS 300 TIMES.
               10 CON-T-ROLL     PIC 9(8).
               10 CON-T-TYPE     PIC X(8).
               10 CON-T-BASIS    PIC X.
               10 CON-T-VALUE    PIC 9(7)V99.
               10 CON-T-TERM     PIC X(6).
               10 CON-T-STATUS   PIC X.
               10 CON-T-USED-SW  PIC X.
       01 CONCESSION-COUNT   PIC 999 VALUE 0.
       01 CONCESSION-IDX     PIC 999 VALUE 0.
       01 ONE-OFF-USED-COUNT PIC 999 VALUE 0.
       01 CONCESSION-FILE-TABLE.
           05 CONCESSION-FILE-ROW OCCURS 300 TIMES PIC X(51).
       01 CONCESSION-ROW-COUNT PIC 999 VALUE 0.
       01 CONCESSION-ROW-IDX PIC 999 VALUE 0.
       01 CONCESSION-FULL-SW PIC X VALUE "N".

       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
               10 TRM-T-START    PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".
       01 CONCESSION-DUE-SW  PIC X VALUE "N".

       01 APPLIED-TABLE.
           05 APPLIED-ENTRY OCCURS 500 TIMES.
               10 APL-T-INVOICE  PIC 9(7).
               10 APL-T-ROLL     PIC 9(8).
               10 APL-T-DEPT     PIC 9.
               10 APL-T-DATE     PIC 9(8).
               10 APL-T-TYPE     PIC X(8).
               10 APL-T-AMOUNT   PIC 9(7)V99.
       01 APPLIED-COUNT      PIC 999 VALUE 0.
       01 APPLIED-IDX        PIC 999 VALUE 0.

       01 CONCESSION-AMOUNT  PIC 9(7)V99 VALUE 0.
       01 CONCESSION-TOTAL   PIC 9(7)V99 VALUE 0.
       01 RUN-GROSS-TOTAL    PIC 9(9)V99 VALUE 0.
       01 RUN-CONCESSION-TOTAL PIC 9(9)V99 VALUE 0.
       01 RUN-NET-TOTAL      PIC 9(9)V99 VALUE 0.

      * Late payment penalties (SETTINGS.DAT): PENGRACE business
      * days of grace after the invoice date, then one penalty per
      * overdue invoice per calendar month. PENBASIS P charges
      * PENRATE percent of the balance outstanding, F charges a flat
      * PENRATE.
       01 PENALTY-GRACE-DAYS PIC 9(4) VALUE 20.
       01 PENALTY-BASIS      PIC X VALUE "P".
       01 PENALTY-RATE       PIC 9(4) VALUE 2.
       01 PENALTY-PERIOD     PIC 9(6) VALUE 0.
       01 PENALTY-AMOUNT     PIC 9(7)V99 VALUE 0.
       01 PENALTIES-RAISED   PIC 9(5) VALUE 0.
       01 PENALTY-TOTAL      PIC 9(9)V99 VALUE 0.
       01 PENALTY-FAILED-SW  PIC X VALUE "N".
       01 ALREADY-PENALISED-SW PIC X VALUE "N".
       01 ORIGINAL-COUNT     PIC 999 VALUE 0.
       01 CHECK-IDX          PIC 999 VALUE 0.
       01 OVERDUE-SW         PIC X VALUE "N".
       01 BUSINESS-DAYS-ELAPSED PIC 9(5) VALUE 0.

       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

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

       01 WAIVE-INVOICE-NO   PIC 9(7) VALUE 0.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
       01 AUDIT-ACTION     PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.
       01 CARD-NUMBER        PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-DEPT-NAMES.
           PERFORM OPEN-PARAMETER-CARD.

           MOVE "N" TO DONE-SW.
           IF CARD-FAILED-SW = "Y"
               MOVE "Y" TO DONE-SW
           END-IF.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-BILLING-MENU
           END-PERFORM.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       SHOW-BILLING-MENU.
           DISPLAY "1. Generate invoices for active students".
           DISPLAY "2. Post a payment".
           DISPLAY "3. Aging report by department".
           DISPLAY "4. Fee concessions and concession register".
           DISPLAY "5. Late payment penalty run".
           DISPLAY "6. Waive a late payment penalty".
           DISPLAY "7. Reverse a payment".
           DISPLAY "8. Cashier close report".
           DISPLAY "10. Pro-rata refunds for withdrawn and transferred "
               "students".
           DISPLAY "11. Fee revision what-if simulator".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM UNATTENDED-BILLING-CHOICE
           ELSE
               ACCEPT USER-CHOICE
           END-IF.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM POST-PAYMENT
               WHEN 3
                   PERFORM AGING-REPORT
               WHEN 4
                   CALL "FEE-CONCESSIONS"
               WHEN 5
                   PERFORM GENERATE-PENALTIES
               WHEN 6
                   PERFORM WAIVE-PENALTY
               WHEN 7
                   PERFORM REVERSE-PAYMENT
               WHEN 8
                   PERFORM CASHIER-CLOSE-REPORT
               WHEN 9
                   PERFORM CLOSE-SPOOL-FILE
                   MOVE "Y" TO DONE-SW
               WHEN 10
                   CALL "FEE-REFUNDS"
               WHEN 11
                   CALL "FEE-SIMULATOR"
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * Only the batch runs can be taken from a parameter card.
      * Payments, waivers and reversals need a cashier or supervisor
      * at the counter, and the called sub-systems prompt for
      * themselves.
      * Anything else, or a failed card, ends the job through Exit.
       UNATTENDED-BILLING-CHOICE.
           PERFORM NUMERIC-CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               MOVE CARD-NUMBER TO USER-CHOICE
               IF USER-CHOICE NOT = 1 AND USER-CHOICE NOT = 3
                   AND USER-CHOICE NOT = 5 AND USER-CHOICE NOT = 8
                   AND USER-CHOICE NOT = 9
                   DISPLAY "Choice " USER-CHOICE
                       " cannot run unattended - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               END-IF
           END-IF.
           IF CARD-FAILED-SW = "Y"
               MOVE 9 TO USER-CHOICE
           END-IF.

       GENERATE-INVOICES.
           MOVE BUSINESS-DATE TO RUN-CONTROL-DATE.
           MOVE "S" TO RUN-CONTROL-FUNCTION.

       RAISE-INVOICE-RUN.
           PERFORM LOAD-INVOICE-TABLE.
           PERFORM LOAD-CONCESSION-TABLE.
           PERFORM LOAD-TERM-STARTS.
           PERFORM LOAD-CURRENCY-TABLES.
           PERFORM LOAD-BILLING-CURRENCIES.
           MOVE 0 TO INVOICES-RAISED.
           MOVE 0 TO FOREIGN-INVOICES.
           MOVE 0 TO APPLIED-COUNT.
           MOVE 0 TO ONE-OFF-USED-COUNT.
           MOVE 0 TO RUN-GROSS-TOTAL.
           MOVE 0 TO RUN-CONCESSION-TOTAL.
           MOVE 0 TO RUN-NET-TOTAL.

           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF BILLING-FAILED-SW = "N"
               IF INVOICES-RAISED > 0
                   PERFORM SAVE-INVOICE-TABLE
                   PERFORM SAVE-APPLIED-CONCESSIONS
                   PERFORM RETIRE-ONE-OFF-CONCESSIONS
                   PERFORM POST-INVOICE-RUN-TO-GL
               END-IF
               MOVE "INVGEN" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
                   AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               DISPLAY "Invoices raised: " INVOICES-RAISED
               IF FOREIGN-INVOICES > 0
                   DISPLAY "Billed in a foreign currency: "
                       FOREIGN-INVOICES
               END-IF
               MOVE RUN-GROSS-TOTAL TO AMOUNT-TEXT
               DISPLAY "Gross fees:       " AMOUNT-TEXT
               MOVE RUN-CONCESSION-TOTAL TO AMOUNT-TEXT
               DISPLAY "Concessions:      " AMOUNT-TEXT
               MOVE RUN-NET-TOTAL TO AMOUNT-TEXT
               DISPLAY "Net invoiced:     " AMOUNT-TEXT
           END-IF.

       RAISE-ONE-INVOICE.
           MOVE "N" TO FEE-FOUND-SW.
           MOVE 0 TO BEST-FEE-START.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
           UNTIL FEE-IDX > FEE-COUNT
               IF FEE-T-DEPT(FEE-IDX) = STU-DEPT
                   AND FEE-T-YEAR(FEE-IDX) = STU-YEAR
                   PERFORM FIND-FEE-TERM-START
                   IF FEE-TERM-START <= BUSINESS-DATE
                       AND FEE-TERM-START >= BEST-FEE-START
                       MOVE "Y" TO FEE-FOUND-SW
                       MOVE FEE-TERM-START TO BEST-FEE-START
                       MOVE FEE-T-AMOUNT(FEE-IDX) TO FEE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF FEE-FOUND-SW = "N"
                   IF INV-T-ROLL(INVOICE-IDX) = STU-ROLL
                       AND INV-T-DATE(INVOICE-IDX)
                           = BUSINESS-DATE
                       AND INV-T-CHARGE(INVOICE-IDX) = SPACES
                       MOVE "Y" TO ALREADY-BILLED-SW
                   END-IF
               END-PERFORM
                   MOVE STU-DEPT TO INV-T-DEPT(INVOICE-COUNT)
                   MOVE BUSINESS-DATE
                       TO INV-T-DATE(INVOICE-COUNT)
                   PERFORM APPLY-CONCESSIONS
                   MOVE FEE-AMOUNT
                       TO INV-T-GROSS(INVOICE-COUNT)
                   MOVE CONCESSION-TOTAL
                       TO INV-T-CONCESSION(INVOICE-COUNT)
                   MOVE 0 TO INV-T-LINKED(INVOICE-COUNT)
                   MOVE 0 TO INV-T-PERIOD(INVOICE-COUNT)
                   MOVE SPACES TO INV-T-CHARGE(INVOICE-COUNT)
                   COMPUTE INV-T-AMOUNT(INVOICE-COUNT) =
                       FEE-AMOUNT - CONCESSION-TOTAL
                   MOVE 0 TO INV-T-PAID(INVOICE-COUNT)
                   IF INV-T-AMOUNT(INVOICE-COUNT) = 0
                       MOVE "PAID" TO INV-T-STATUS(INVOICE-COUNT)
                   ELSE
                       MOVE "OPEN" TO INV-T-STATUS(INVOICE-COUNT)
                   END-IF
                   PERFORM FIND-BILLING-CURRENCY
                   PERFORM PRICE-NEW-INVOICE
                   ADD FEE-AMOUNT TO RUN-GROSS-TOTAL
                   ADD CONCESSION-TOTAL TO RUN-CONCESSION-TOTAL
                   ADD INV-T-AMOUNT(INVOICE-COUNT) TO RUN-NET-TOTAL
                   ADD 1 TO INVOICES-RAISED
               END-IF
           END-IF.

      * The fee in force is the row whose term started most recently
      * on or before the business date. A row with no term has always
      * been in force; one whose term is not on the calendar is not
      * in force yet. With no term calendar on file every row is in
      * force and the last one for the department and year wins.
       FIND-FEE-TERM-START.
           MOVE 0 TO FEE-TERM-START.
           IF FEE-T-TERM(FEE-IDX) NOT = SPACES
               AND TERMCAL-ON-FILE-SW = "Y"
               MOVE 99999999 TO FEE-TERM-START
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = FEE-T-TERM(FEE-IDX)
                       MOVE TRM-T-START(TERM-IDX) TO FEE-TERM-START
                   END-IF
               END-PERFORM
           END-IF.

      * Each concession the student holds comes off the scheduled
      * fee in turn; together they can take the invoice to nil but
      * never below it, so the last one may be applied only in part.
       APPLY-CONCESSIONS.
           MOVE 0 TO CONCESSION-TOTAL.
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               IF CON-T-ROLL(CONCESSION-IDX) = STU-ROLL
                   AND CON-T-USED-SW(CONCESSION-IDX) = "N"
                   PERFORM CHECK-CONCESSION-DUE
                   IF CONCESSION-DUE-SW = "Y"
                       PERFORM APPLY-ONE-CONCESSION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CONCESSION-DUE.
           MOVE "Y" TO CONCESSION-DUE-SW.
           IF TERMCAL-ON-FILE-SW = "Y"
               MOVE "N" TO CONCESSION-DUE-SW
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = CON-T-TERM(CONCESSION-IDX)
                       AND TRM-T-START(TERM-IDX) <= BUSINESS-DATE
                       MOVE "Y" TO CONCESSION-DUE-SW
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-ONE-CONCESSION.
           IF CON-T-BASIS(CONCESSION-IDX) = "P"
               COMPUTE CONCESSION-AMOUNT ROUNDED =
                   FEE-AMOUNT * CON-T-VALUE(CONCESSION-IDX) / 100
           ELSE
               MOVE CON-T-VALUE(CONCESSION-IDX) TO CONCESSION-AMOUNT
           END-IF.
           IF CONCESSION-TOTAL + CONCESSION-AMOUNT > FEE-AMOUNT
               COMPUTE CONCESSION-AMOUNT =
                   FEE-AMOUNT - CONCESSION-TOTAL
           END-IF.
           IF CONCESSION-AMOUNT > 0
               ADD CONCESSION-AMOUNT TO CONCESSION-TOTAL
               IF CON-T-STATUS(CONCESSION-IDX) = "N"
                   AND CON-T-USED-SW(CONCESSION-IDX) = "N"
                   MOVE "Y" TO CON-T-USED-SW(CONCESSION-IDX)
                   ADD 1 TO ONE-OFF-USED-COUNT
               END-IF
               IF APPLIED-COUNT < 500
                   ADD 1 TO APPLIED-COUNT
                   MOVE NEXT-INVOICE-NO
                       TO APL-T-INVOICE(APPLIED-COUNT)
                   MOVE STU-ROLL TO APL-T-ROLL(APPLIED-COUNT)
                   MOVE STU-DEPT TO APL-T-DEPT(APPLIED-COUNT)
                   MOVE BUSINESS-DATE TO APL-T-DATE(APPLIED-COUNT)
                   MOVE CON-T-TYPE(CONCESSION-IDX)
                       TO APL-T-TYPE(APPLIED-COUNT)
                   MOVE CONCESSION-AMOUNT
                       TO APL-T-AMOUNT(APPLIED-COUNT)
               ELSE
                   DISPLAY "Applied concession table is full - "
                       "roll " STU-ROLL " not on the register"
               END-IF
           END-IF.

      * A student on STUCURR.DAT is billed in that currency; every
      * other student in the home currency.
       FIND-BILLING-CURRENCY.
           MOVE HOME-CURRENCY TO INV-T-CURRENCY(INVOICE-COUNT).
           PERFORM VARYING BILLING-CURRENCY-IDX FROM 1 BY 1
           UNTIL BILLING-CURRENCY-IDX > BILLING-CURRENCY-COUNT
               IF BCR-T-ROLL(BILLING-CURRENCY-IDX) = STU-ROLL
                   MOVE BCR-T-CURRENCY(BILLING-CURRENCY-IDX)
                       TO INV-T-CURRENCY(INVOICE-COUNT)
               END-IF
           END-PERFORM.

      * A foreign-currency invoice is converted at the rate in
      * effect on the invoice date. With no rate on file for that
      * date it is raised in the home currency instead, so the run
      * never bills at a guessed rate.
       PRICE-NEW-INVOICE.
           MOVE 0 TO INV-T-FX-RATE(INVOICE-COUNT).
           MOVE 0 TO INV-T-FX-AMOUNT(INVOICE-COUNT).
           MOVE 0 TO INV-T-FX-PAID(INVOICE-COUNT).
           IF INV-T-CURRENCY(INVOICE-COUNT) NOT = HOME-CURRENCY
               MOVE INV-T-CURRENCY(INVOICE-COUNT) TO RATE-CURRENCY
               MOVE INV-T-DATE(INVOICE-COUNT) TO RATE-DATE
               PERFORM FIND-BILLING-RATE
               IF CURRENT-FOUND-SW = "N"
                   DISPLAY "No " RATE-CURRENCY ">" HOME-CURRENCY
                       " rate in effect on " RATE-DATE
                       " - invoice " INV-T-NUMBER(INVOICE-COUNT)
                       " billed in " HOME-CURRENCY
                   MOVE HOME-CURRENCY TO INV-T-CURRENCY(INVOICE-COUNT)
               ELSE
                   MOVE CURRENT-RATE TO INV-T-FX-RATE(INVOICE-COUNT)
                   COMPUTE FX-AMOUNT-WORK ROUNDED =
                       INV-T-AMOUNT(INVOICE-COUNT) / CURRENT-RATE
                   PERFORM ROUND-TO-CURRENCY
                   MOVE FX-AMOUNT-WORK
                       TO INV-T-FX-AMOUNT(INVOICE-COUNT)
                   ADD 1 TO FOREIGN-INVOICES
               END-IF
           END-IF.

      * Rounds FX-AMOUNT-WORK to the decimal places CURRTAB.DAT
      * gives RATE-CURRENCY; two when the currency is not listed.
       ROUND-TO-CURRENCY.
           MOVE 2 TO CURRENCY-DECIMALS.
           PERFORM VARYING CURRENCY-IDX FROM 1 BY 1
           UNTIL CURRENCY-IDX > CURRENCY-COUNT
               IF CUR-T-CODE(CURRENCY-IDX) = RATE-CURRENCY
                   MOVE CUR-T-DECIMALS(CURRENCY-IDX)
                       TO CURRENCY-DECIMALS
               END-IF
           END-PERFORM.
           EVALUATE CURRENCY-DECIMALS
               WHEN 0
                   COMPUTE FX-WHOLE-WORK ROUNDED = FX-AMOUNT-WORK
                   MOVE FX-WHOLE-WORK TO FX-AMOUNT-WORK
               WHEN 1
                   COMPUTE FX-TENTHS-WORK ROUNDED = FX-AMOUNT-WORK
                   MOVE FX-TENTHS-WORK TO FX-AMOUNT-WORK
           END-EVALUATE.

      * Home currency per unit of RATE-CURRENCY on RATE-DATE.
       FIND-BILLING-RATE.
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
                   AND RATE-T-EFF-DATE(RATE-IDX) <= RATE-DATE
                   AND RATE-T-EFF-DATE(RATE-IDX) >= PAIR-EFF-DATE
                   MOVE "Y" TO PAIR-FOUND-SW
                   MOVE RATE-T-RATE(RATE-IDX) TO PAIR-RATE
                   MOVE RATE-T-EFF-DATE(RATE-IDX)
                       TO PAIR-EFF-DATE
               END-IF
           END-PERFORM.

      * Every payment is a row on PAYMENTS.DAT under a new receipt
      * number and prints a receipt for the payer.
       POST-PAYMENT.
           PERFORM LOAD-INVOICE-TABLE.
           PERFORM ESTABLISH-CASHIER.
           DISPLAY "Invoice number: " WITH NO ADVANCING.
           ACCEPT PAY-INVOICE-NO.
           MOVE "N" TO INVOICE-FOUND-SW.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               OR INVOICE-FOUND-SW = "Y"
               IF INV-T-NUMBER(INVOICE-IDX) = PAY-INVOICE-NO
                   MOVE "Y" TO INVOICE-FOUND-SW
               END-IF
           END-PERFORM.
           IF INVOICE-FOUND-SW = "N"
               DISPLAY "Invoice not found: " PAY-INVOICE-NO
           ELSE
               SUBTRACT 1 FROM INVOICE-IDX
               IF INV-T-STATUS(INVOICE-IDX) = "REFUNDED"
                   OR INV-T-STATUS(INVOICE-IDX) = "CREDIT"
                   DISPLAY "Invoice " PAY-INVOICE-NO " is "
                       INV-T-STATUS(INVOICE-IDX) " - no payment taken"
               ELSE
                   PERFORM TAKE-PAYMENT
               END-IF
           END-IF.

      * The payment is taken in the currency the invoice was billed
      * in.
       TAKE-PAYMENT.
           MOVE 0 TO RECEIPT-NUMBER.
           MOVE 0 TO PAY-AMOUNT.
           MOVE 0 TO PAY-FX-AMOUNT.
           MOVE 0 TO PAY-FX-RATE.
           MOVE 0 TO FX-GAIN-LOSS.
           MOVE INV-T-CURRENCY(INVOICE-IDX) TO PAY-CURRENCY.
           DISPLAY "Payment amount (" PAY-CURRENCY "): "
               WITH NO ADVANCING.
           ACCEPT PAY-AMOUNT-TEXT.
           IF PAY-CURRENCY = HOME-CURRENCY
               COMPUTE PAY-AMOUNT = FUNCTION NUMVAL(PAY-AMOUNT-TEXT)
           ELSE
               COMPUTE PAY-FX-AMOUNT =
                   FUNCTION NUMVAL(PAY-AMOUNT-TEXT)
           END-IF.
           DISPLAY "Tender (CASH, CHEQUE, CARD, BANK): "
               WITH NO ADVANCING.
           ACCEPT PAY-TENDER.
           MOVE FUNCTION UPPER-CASE(PAY-TENDER) TO PAY-TENDER.

           MOVE "Y" TO PAY-VALID-SW.
           IF PAY-AMOUNT = 0 AND PAY-FX-AMOUNT = 0
               DISPLAY "Payment amount must be above zero"
               MOVE "N" TO PAY-VALID-SW
           END-IF.
           IF PAY-TENDER NOT = "CASH" AND PAY-TENDER NOT = "CHEQUE"
               AND PAY-TENDER NOT = "CARD" AND PAY-TENDER NOT = "BANK"
               DISPLAY "Unknown tender type: " PAY-TENDER
               MOVE "N" TO PAY-VALID-SW
           END-IF.
           IF PAY-VALID-SW = "Y"
               AND PAY-CURRENCY NOT = HOME-CURRENCY
               PERFORM CONVERT-FOREIGN-PAYMENT
           END-IF.
           IF PAY-VALID-SW = "Y"
               PERFORM CHECK-SPOOL-ROOM
           END-IF.

           IF PAY-VALID-SW = "Y"
               ADD PAY-AMOUNT TO INV-T-PAID(INVOICE-IDX)
               ADD PAY-FX-AMOUNT TO INV-T-FX-PAID(INVOICE-IDX)
               IF PAY-CURRENCY = HOME-CURRENCY
                   IF INV-T-PAID(INVOICE-IDX)
                       >= INV-T-AMOUNT(INVOICE-IDX)
                       AND INV-T-STATUS(INVOICE-IDX) = "OPEN"
                       MOVE "PAID" TO INV-T-STATUS(INVOICE-IDX)
                   END-IF
               ELSE
                   IF INV-T-FX-PAID(INVOICE-IDX)
                       >= INV-T-FX-AMOUNT(INVOICE-IDX)
                       AND INV-T-STATUS(INVOICE-IDX) = "OPEN"
                       MOVE "PAID" TO INV-T-STATUS(INVOICE-IDX)
                   END-IF
               END-IF
               COMPUTE BALANCE-DUE =
                   INV-T-AMOUNT(INVOICE-IDX)
                   - INV-T-PAID(INVOICE-IDX)
               COMPUTE FX-BALANCE-DUE =
                   INV-T-FX-AMOUNT(INVOICE-IDX)
                   - INV-T-FX-PAID(INVOICE-IDX)
               MOVE "P" TO RECEIPT-TYPE
               MOVE 0 TO REVERSED-RECEIPT
               PERFORM WRITE-PAYMENT-RECEIPT
           END-IF.

           IF PAY-VALID-SW = "Y" AND RECEIPT-NUMBER > 0
               PERFORM SAVE-INVOICE-TABLE
               IF PAY-CURRENCY NOT = HOME-CURRENCY
                   PERFORM POST-EXCHANGE-DIFFERENCE
               END-IF
               PERFORM POST-RECEIPT-TO-GL
               PERFORM PRINT-RECEIPT
               MOVE BALANCE-DUE TO AMOUNT-TEXT
               DISPLAY "Payment posted - receipt " RECEIPT-NUMBER
                   " balance " AMOUNT-TEXT
                   " status " INV-T-STATUS(INVOICE-IDX)
               MOVE "PAYMENT" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "INV=" DELIMITED BY SIZE
                      PAY-INVOICE-NO DELIMITED BY SIZE
                      " AMT=" DELIMITED BY SIZE
                      PAY-AMOUNT-TEXT DELIMITED BY SIZE
                      " RC=" DELIMITED BY SIZE
                      RECEIPT-NUMBER DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               END-CALL
           END-IF.

      * The foreign amount paid comes off the invoice at the rate
      * the invoice was raised at; what it is worth at the rate in
      * effect on the business date, less that, is the realised
      * exchange gain or loss. The payment that settles the invoice
      * clears whatever home-currency balance is left, so rounding
      * on part payments never leaves a few paise open.
       CONVERT-FOREIGN-PAYMENT.
           PERFORM LOAD-CURRENCY-TABLES.
           MOVE PAY-CURRENCY TO RATE-CURRENCY.
           MOVE BUSINESS-DATE TO RATE-DATE.
           PERFORM FIND-BILLING-RATE.
           IF CURRENT-FOUND-SW = "N"
               DISPLAY "No " PAY-CURRENCY ">" HOME-CURRENCY
                   " rate in effect on " BUSINESS-DATE
                   " - payment not taken"
               MOVE "N" TO PAY-VALID-SW
           ELSE
               MOVE CURRENT-RATE TO PAY-FX-RATE
               COMPUTE FX-RECEIVED ROUNDED =
                   PAY-FX-AMOUNT * PAY-FX-RATE
               EVALUATE TRUE
                   WHEN INV-T-FX-PAID(INVOICE-IDX)
                       >= INV-T-FX-AMOUNT(INVOICE-IDX)
                       COMPUTE FX-CARRYING ROUNDED =
                           PAY-FX-AMOUNT * INV-T-FX-RATE(INVOICE-IDX)
                   WHEN INV-T-FX-PAID(INVOICE-IDX) + PAY-FX-AMOUNT
                       >= INV-T-FX-AMOUNT(INVOICE-IDX)
                       COMPUTE FX-EXCESS =
                           INV-T-FX-PAID(INVOICE-IDX) + PAY-FX-AMOUNT
                           - INV-T-FX-AMOUNT(INVOICE-IDX)
                       COMPUTE FX-CARRYING ROUNDED =
                           FX-EXCESS * INV-T-FX-RATE(INVOICE-IDX)
                       IF INV-T-AMOUNT(INVOICE-IDX)
                           > INV-T-PAID(INVOICE-IDX)
                           COMPUTE FX-CARRYING = FX-CARRYING
                               + INV-T-AMOUNT(INVOICE-IDX)
                               - INV-T-PAID(INVOICE-IDX)
                       END-IF
                   WHEN OTHER
                       COMPUTE FX-CARRYING ROUNDED =
                           PAY-FX-AMOUNT * INV-T-FX-RATE(INVOICE-IDX)
               END-EVALUATE
               IF FX-CARRYING > 9999999.99
                   DISPLAY "Payment is too large to post"
                   MOVE "N" TO PAY-VALID-SW
               ELSE
                   MOVE FX-CARRYING TO PAY-AMOUNT
                   COMPUTE FX-GAIN-LOSS = FX-RECEIVED - FX-CARRYING
               END-IF
           END-IF.

      * Posts FX-GAIN-LOSS for the receipt just issued to FXGAIN.DAT.
       POST-EXCHANGE-DIFFERENCE.
           IF FX-GAIN-LOSS NOT = 0
               OPEN EXTEND FX-GAIN-FILE
               IF FX-GAIN-STATUS = "35"
                   OPEN OUTPUT FX-GAIN-FILE
               END-IF
               MOVE BUSINESS-DATE TO FG-DATE
               MOVE RECEIPT-NUMBER TO FG-RECEIPT
               MOVE PAY-INVOICE-NO TO FG-INVOICE
               MOVE INV-T-ROLL(INVOICE-IDX) TO FG-ROLL
               MOVE PAY-CURRENCY TO FG-CURRENCY
               MOVE PAY-FX-AMOUNT TO FG-FX-AMOUNT
               MOVE INV-T-FX-RATE(INVOICE-IDX) TO FG-INVOICE-RATE
               MOVE PAY-FX-RATE TO FG-PAYMENT-RATE
               IF FX-GAIN-LOSS > 0
                   MOVE "G" TO FG-KIND
                   MOVE FX-GAIN-LOSS TO FG-AMOUNT
               ELSE
                   MOVE "L" TO FG-KIND
                   COMPUTE FG-AMOUNT = 0 - FX-GAIN-LOSS
               END-IF
               WRITE FX-GAIN-RECORD
               CLOSE FX-GAIN-FILE
           END-IF.

      * A receipt debits cash with what the payment was worth on
      * the business date and credits the receivable with the value
      * it carried; any realised exchange difference goes to gain or
      * loss. A reversal posts the same lines the other way round,
      * its difference already carrying the opposite sign.
       POST-RECEIPT-TO-GL.
           PERFORM START-GL-POSTING.
           MOVE SPACES TO GLP-REFERENCE.
           STRING "RC" DELIMITED BY SIZE
                  RECEIPT-NUMBER DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           IF RECEIPT-TYPE = "R"
               MOVE "FEE PAYMENT REVERSED" TO GLP-DESC
               COMPUTE GL-CASH-AMOUNT = PAY-AMOUNT - FX-GAIN-LOSS
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "D" TO GL-LINE-SIDE
               MOVE PAY-AMOUNT TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
               MOVE GL-CASH-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "C" TO GL-LINE-SIDE
               MOVE GL-CASH-AMOUNT TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
           ELSE
               MOVE "FEE PAYMENT RECEIVED" TO GLP-DESC
               COMPUTE GL-CASH-AMOUNT = PAY-AMOUNT + FX-GAIN-LOSS
               MOVE GL-CASH-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "D" TO GL-LINE-SIDE
               MOVE GL-CASH-AMOUNT TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "C" TO GL-LINE-SIDE
               MOVE PAY-AMOUNT TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
           END-IF.
           IF FX-GAIN-LOSS > 0
               MOVE GL-FX-GAIN-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "C" TO GL-LINE-SIDE
               MOVE FX-GAIN-LOSS TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
           END-IF.
           IF FX-GAIN-LOSS < 0
               MOVE GL-FX-LOSS-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "D" TO GL-LINE-SIDE
               COMPUTE GL-LINE-AMOUNT = 0 - FX-GAIN-LOSS
               PERFORM ADD-GL-LINE
           END-IF.
           PERFORM SUBMIT-GL-POSTING.

      * One journal per invoice run: the receivable and the
      * concessions granted against the gross fee income.
       POST-INVOICE-RUN-TO-GL.
           PERFORM START-GL-POSTING.
           STRING "INV" DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           MOVE "FEE INVOICE RUN" TO GLP-DESC.
           MOVE GL-RECEIVABLE-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "D" TO GL-LINE-SIDE.
           MOVE RUN-NET-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           MOVE GL-CONCESSION-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "D" TO GL-LINE-SIDE.
           MOVE RUN-CONCESSION-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           MOVE GL-FEE-INCOME-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "C" TO GL-LINE-SIDE.
           MOVE RUN-GROSS-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           IF GLP-LINE-COUNT > 0
               PERFORM SUBMIT-GL-POSTING
           END-IF.

       POST-PENALTY-RUN-TO-GL.
           PERFORM START-GL-POSTING.
           STRING "PEN" DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           MOVE "LATE PAYMENT PENALTY RUN" TO GLP-DESC.
           MOVE GL-RECEIVABLE-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "D" TO GL-LINE-SIDE.
           MOVE PENALTY-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           MOVE GL-PENALTY-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "C" TO GL-LINE-SIDE.
           MOVE PENALTY-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           PERFORM SUBMIT-GL-POSTING.

      * Waiving a penalty takes back the income on whatever of it
      * was still unpaid.
       POST-WAIVER-TO-GL.
           COMPUTE BALANCE-DUE =
               INV-T-AMOUNT(INVOICE-IDX) - INV-T-PAID(INVOICE-IDX).
           IF BALANCE-DUE > 0
               PERFORM START-GL-POSTING
               STRING "WAIVE" DELIMITED BY SIZE
                      WAIVE-INVOICE-NO DELIMITED BY SIZE
                      INTO GLP-REFERENCE
               END-STRING
               MOVE "LATE PAYMENT PENALTY WAIVED" TO GLP-DESC
               MOVE GL-PENALTY-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "D" TO GL-LINE-SIDE
               MOVE BALANCE-DUE TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-LINE-ACCOUNT
               MOVE "C" TO GL-LINE-SIDE
               MOVE BALANCE-DUE TO GL-LINE-AMOUNT
               PERFORM ADD-GL-LINE
               PERFORM SUBMIT-GL-POSTING
           END-IF.

       START-GL-POSTING.
           INITIALIZE GL-POSTING.
           MOVE BUSINESS-DATE TO GLP-DATE.
           MOVE "FEEBILL" TO GLP-SOURCE.

      * Nil lines are left off the journal.
       ADD-GL-LINE.
           IF GL-LINE-AMOUNT > 0 AND GLP-LINE-COUNT < 10
               ADD 1 TO GLP-LINE-COUNT
               MOVE GL-LINE-ACCOUNT TO GLP-ACCOUNT(GLP-LINE-COUNT)
               MOVE SPACES TO GLP-CURRENCY(GLP-LINE-COUNT)
               MOVE GL-LINE-SIDE TO GLP-SIDE(GLP-LINE-COUNT)
               MOVE GL-LINE-AMOUNT TO GLP-AMOUNT(GLP-LINE-COUNT)
           END-IF.

      * GLPOST lists and logs a rejected journal itself; the fee
      * transaction stands and the accountants post it from
      * GLREJ.DAT.
       SUBMIT-GL-POSTING.
           CALL "GLPOST" USING GL-POSTING
           END-CALL.
           IF GLP-RESULT = "POSTED"
               DISPLAY "General ledger journal " GLP-JOURNAL
                   " posted"
           END-IF.

      * A reversal (a bounced cheque, a card chargeback) names the
      * original receipt. Its amount comes back off the invoice,
      * which re-opens if that leaves a balance, and a receipt is
      * printed for the reversal under its own number. A receipt
      * can be reversed once. Reversing a foreign-currency payment
      * takes back the exchange difference it realised.
       REVERSE-PAYMENT.
           PERFORM LOAD-INVOICE-TABLE.
           MOVE 0 TO RECEIPT-NUMBER.
           MOVE 0 TO FX-GAIN-LOSS.
           PERFORM ESTABLISH-CASHIER.
           DISPLAY "Receipt number to reverse: " WITH NO ADVANCING.
           ACCEPT REVERSE-INPUT.

           MOVE "Y" TO PAY-VALID-SW.
           MOVE SPACES TO CHECK-NUMBER.
           MOVE REVERSE-INPUT TO CHECK-NUMBER(1:8).
           MOVE "V" TO CHECK-FUNCTION.
           CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
               CHECK-DIGIT-OUT CHECK-VALID-SW
           END-CALL.
           IF CHECK-VALID-SW NOT = "Y"
               DISPLAY "Receipt number fails its check digit: "
                   REVERSE-INPUT
               MOVE "N" TO PAY-VALID-SW
           END-IF.

           MOVE "N" TO ORIGINAL-FOUND-SW.
           MOVE "N" TO ALREADY-REVERSED-SW.
           IF PAY-VALID-SW = "Y"
               MOVE "N" TO PAY-EOF-SW
               OPEN INPUT PAYMENT-FILE
               IF PAYMENT-STATUS = "00"
                   PERFORM UNTIL PAY-EOF-SW = "Y"
                       READ PAYMENT-FILE
                           AT END
                               MOVE "Y" TO PAY-EOF-SW
                           NOT AT END
                               PERFORM MATCH-REVERSAL-RECEIPT
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-FILE
               END-IF
               EVALUATE TRUE
                   WHEN ORIGINAL-FOUND-SW = "N"
                       DISPLAY "No payment receipt " REVERSE-INPUT
                           " on PAYMENTS.DAT"
                       MOVE "N" TO PAY-VALID-SW
                   WHEN ALREADY-REVERSED-SW = "Y"
                       DISPLAY "Receipt " REVERSE-INPUT
                           " has already been reversed"
                       MOVE "N" TO PAY-VALID-SW
               END-EVALUATE
           END-IF.
           IF PAY-VALID-SW = "Y"
               PERFORM CHECK-SPOOL-ROOM
           END-IF.

           MOVE "N" TO INVOICE-FOUND-SW.
           IF PAY-VALID-SW = "Y"
               PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-COUNT
                   OR INVOICE-FOUND-SW = "Y"
                   IF INV-T-NUMBER(INVOICE-IDX) = PAY-INVOICE-NO
                       MOVE "Y" TO INVOICE-FOUND-SW
                   END-IF
               END-PERFORM
               IF INVOICE-FOUND-SW = "N"
                   DISPLAY "Invoice " PAY-INVOICE-NO
                       " is no longer on FEEINV.DAT - not reversed"
               ELSE
                   SUBTRACT 1 FROM INVOICE-IDX
                   IF INV-T-STATUS(INVOICE-IDX) = "REFUNDED"
                       DISPLAY "Invoice " PAY-INVOICE-NO
                           " has been refunded - not reversed"
                       MOVE "N" TO INVOICE-FOUND-SW
                   END-IF
               END-IF
           END-IF.

           IF INVOICE-FOUND-SW = "Y"
               IF PAY-AMOUNT > INV-T-PAID(INVOICE-IDX)
                   MOVE 0 TO INV-T-PAID(INVOICE-IDX)
               ELSE
                   SUBTRACT PAY-AMOUNT FROM INV-T-PAID(INVOICE-IDX)
               END-IF
               IF PAY-CURRENCY NOT = HOME-CURRENCY
                   IF PAY-FX-AMOUNT > INV-T-FX-PAID(INVOICE-IDX)
                       MOVE 0 TO INV-T-FX-PAID(INVOICE-IDX)
                   ELSE
                       SUBTRACT PAY-FX-AMOUNT
                           FROM INV-T-FX-PAID(INVOICE-IDX)
                   END-IF
                   COMPUTE FX-RECEIVED ROUNDED =
                       PAY-FX-AMOUNT * PAY-FX-RATE
                   COMPUTE FX-GAIN-LOSS = PAY-AMOUNT - FX-RECEIVED
               END-IF
               IF INV-T-PAID(INVOICE-IDX) < INV-T-AMOUNT(INVOICE-IDX)
                   AND INV-T-STATUS(INVOICE-IDX) = "PAID"
                   MOVE "OPEN" TO INV-T-STATUS(INVOICE-IDX)
               END-IF
               COMPUTE BALANCE-DUE =
                   INV-T-AMOUNT(INVOICE-IDX)
                   - INV-T-PAID(INVOICE-IDX)
               COMPUTE FX-BALANCE-DUE =
                   INV-T-FX-AMOUNT(INVOICE-IDX)
                   - INV-T-FX-PAID(INVOICE-IDX)
               MOVE "R" TO RECEIPT-TYPE
               MOVE REVERSE-INPUT TO REVERSED-RECEIPT
               PERFORM WRITE-PAYMENT-RECEIPT
           END-IF.

           IF INVOICE-FOUND-SW = "Y" AND RECEIPT-NUMBER > 0
               PERFORM SAVE-INVOICE-TABLE
               IF PAY-CURRENCY NOT = HOME-CURRENCY
                   PERFORM POST-EXCHANGE-DIFFERENCE
               END-IF
               PERFORM POST-RECEIPT-TO-GL
               PERFORM PRINT-RECEIPT
               MOVE BALANCE-DUE TO AMOUNT-TEXT
               DISPLAY "Receipt " REVERSE-INPUT " reversed by "
                   RECEIPT-NUMBER " - balance " AMOUNT-TEXT
                   " status " INV-T-STATUS(INVOICE-IDX)
               MOVE "PAYREV" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "RC=" DELIMITED BY SIZE
                      REVERSE-INPUT DELIMITED BY SIZE
                      " INV=" DELIMITED BY SIZE
                      PAY-INVOICE-NO DELIMITED BY SIZE
                      " BY=" DELIMITED BY SIZE
                      RECEIPT-NUMBER DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                   AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

       MATCH-REVERSAL-RECEIPT.
           IF PY-RECEIPT = REVERSE-INPUT AND PY-TYPE = "P"
               MOVE "Y" TO ORIGINAL-FOUND-SW
               MOVE PY-INVOICE TO PAY-INVOICE-NO
               MOVE PY-AMOUNT TO PAY-AMOUNT
               MOVE PY-TENDER TO PAY-TENDER
               IF PY-CURRENCY = SPACES
                   OR PY-FX-AMOUNT IS NOT NUMERIC
                   OR PY-FX-RATE IS NOT NUMERIC
                   MOVE HOME-CURRENCY TO PAY-CURRENCY
                   MOVE 0 TO PAY-FX-AMOUNT
                   MOVE 0 TO PAY-FX-RATE
               ELSE
                   MOVE PY-CURRENCY TO PAY-CURRENCY
                   MOVE PY-FX-AMOUNT TO PAY-FX-AMOUNT
                   MOVE PY-FX-RATE TO PAY-FX-RATE
               END-IF
           END-IF.
           IF PY-TYPE = "R" AND PY-REVERSES = REVERSE-INPUT
               MOVE "Y" TO ALREADY-REVERSED-SW
           END-IF.

      * The cashier is the signed-on operator; run outside the
      * console, the cashier is asked for once per session.
       ESTABLISH-CASHIER.
           IF CASHIER-ID = SPACES
               IF AUDIT-OPERATOR NOT = SPACES
                   MOVE AUDIT-OPERATOR TO CASHIER-ID
               ELSE
                   DISPLAY "Cashier ID: " WITH NO ADVANCING
                   ACCEPT CASHIER-ID
                   MOVE FUNCTION UPPER-CASE(CASHIER-ID)
                       TO CASHIER-ID
               END-IF
           END-IF.

      * A receipt can only be issued when it can be printed: the
      * session's spool data set is opened with the first one, and
      * needs a free place on the spool queue.
       CHECK-SPOOL-ROOM.
           IF SPOOL-OPEN-SW = "N"
               PERFORM COUNT-QUEUE-ENTRIES
               IF QUEUE-COUNT >= 50
                   DISPLAY "Spool queue is full - release some "
                       "entries before taking payments"
                   MOVE "N" TO PAY-VALID-SW
               END-IF
           END-IF.

      * Issues the next receipt number and writes the transaction.
      * RECEIPT-NUMBER is left at zero when no number could be had.
       WRITE-PAYMENT-RECEIPT.
           MOVE 0 TO RECEIPT-NUMBER.
           MOVE 0 TO HIGHEST-BODY.
           MOVE "N" TO PAY-EOF-SW.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS = "00"
               PERFORM UNTIL PAY-EOF-SW = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO PAY-EOF-SW
                       NOT AT END
                           IF PY-RECEIPT(1:7) > HIGHEST-BODY
                               MOVE PY-RECEIPT(1:7) TO HIGHEST-BODY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
           IF HIGHEST-BODY = 0
               MOVE BODY-SEED TO RECEIPT-BODY
           ELSE
               COMPUTE RECEIPT-BODY = HIGHEST-BODY + 1
           END-IF.

           MOVE SPACES TO CHECK-NUMBER.
           MOVE RECEIPT-BODY TO CHECK-NUMBER(1:7).
           MOVE "C" TO CHECK-FUNCTION.
           CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
               CHECK-DIGIT-OUT CHECK-VALID-SW
           END-CALL.
           IF CHECK-VALID-SW NOT = "Y" OR HIGHEST-BODY = 9999999
               DISPLAY "No receipt number could be issued - "
                   "nothing posted"
               PERFORM LOAD-INVOICE-TABLE
           ELSE
               COMPUTE RECEIPT-NUMBER = RECEIPT-BODY * 10
                   + CHECK-DIGIT-OUT
               ACCEPT TIME-OF-DAY-NOW FROM TIME
               MOVE RECEIPT-NUMBER TO PY-RECEIPT
               MOVE RECEIPT-TYPE TO PY-TYPE
               MOVE PAY-INVOICE-NO TO PY-INVOICE
               MOVE INV-T-ROLL(INVOICE-IDX) TO PY-ROLL
               MOVE PAY-AMOUNT TO PY-AMOUNT
               MOVE PAY-TENDER TO PY-TENDER
               MOVE CASHIER-ID TO PY-CASHIER
               MOVE BUSINESS-DATE TO PY-DATE
               MOVE TIME-OF-DAY-NOW(1:6) TO PY-TIME
               MOVE REVERSED-RECEIPT TO PY-REVERSES
               MOVE PAY-CURRENCY TO PY-CURRENCY
               MOVE PAY-FX-AMOUNT TO PY-FX-AMOUNT
               MOVE PAY-FX-RATE TO PY-FX-RATE
               OPEN EXTEND PAYMENT-FILE
               IF PAYMENT-STATUS = "35"
                   OPEN OUTPUT PAYMENT-FILE
               END-IF
               WRITE PAYMENT-RECORD
               CLOSE PAYMENT-FILE
           END-IF.

       PRINT-RECEIPT.
           IF SPOOL-OPEN-SW = "N"
               PERFORM OPEN-SPOOL-FILE
           END-IF.
           MOVE SPACES TO STUDENT-NAME-FOUND.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               MOVE PY-ROLL TO STU-ROLL
               READ STUDENT-FILE KEY IS STU-ROLL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-NAME TO STUDENT-NAME-FOUND
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

           MOVE SPACES TO SPOOL-RECORD.
           MOVE "1" TO SPOOL-RECORD(1:1).
           WRITE SPOOL-RECORD.
           MOVE SPACES TO PRINT-LINE.
           IF PY-TYPE = "R"
               STRING "PAYMENT REVERSAL          RECEIPT NO "
                          DELIMITED BY SIZE
                      PY-RECEIPT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "FEE RECEIPT               RECEIPT NO "
                          DELIMITED BY SIZE
                      PY-RECEIPT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-BLANK-LINE.
           STRING "DATE " DELIMITED BY SIZE
                  PY-DATE DELIMITED BY SIZE
                  "   TIME " DELIMITED BY SIZE
                  PY-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  PY-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  PY-TIME(5:2) DELIMITED BY SIZE
                  "   CASHIER " DELIMITED BY SIZE
                  PY-CASHIER DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           STRING "STUDENT " DELIMITED BY SIZE
                  PY-ROLL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STUDENT-NAME-FOUND DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           STRING "INVOICE " DELIMITED BY SIZE
                  PY-INVOICE DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           IF PY-TYPE = "R"
               STRING "REVERSES RECEIPT " DELIMITED BY SIZE
                      PY-REVERSES DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE PY-AMOUNT TO RECEIVED-TEXT.
           IF PY-TYPE = "R"
               STRING "TENDER " DELIMITED BY SIZE
                      PY-TENDER DELIMITED BY SIZE
                      "     AMOUNT REVERSED   " DELIMITED BY SIZE
                      RECEIVED-TEXT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           ELSE
               STRING "TENDER " DELIMITED BY SIZE
                      PY-TENDER DELIMITED BY SIZE
                      "     AMOUNT RECEIVED   " DELIMITED BY SIZE
                      RECEIVED-TEXT DELIMITED BY SIZE
                      INTO PRINT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PRINT-LINE.
           IF PY-CURRENCY NOT = HOME-CURRENCY
               PERFORM PRINT-FOREIGN-LINES
           END-IF.
           MOVE BALANCE-DUE TO NET-TEXT.
           STRING "BALANCE NOW OUTSTANDING         " DELIMITED BY SIZE
                  NET-TEXT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           ADD 1 TO RECEIPTS-PRINTED.

       PRINT-FOREIGN-LINES.
           MOVE PY-FX-AMOUNT TO FX-AMOUNT-TEXT.
           MOVE PY-FX-RATE TO FX-RATE-TEXT.
           STRING "IN " DELIMITED BY SIZE
                  PY-CURRENCY DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  FX-AMOUNT-TEXT DELIMITED BY SIZE
                  "  AT RATE " DELIMITED BY SIZE
                  FX-RATE-TEXT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE FX-GAIN-LOSS TO NET-TEXT.
           STRING "EXCHANGE GAIN (LOSS) REALISED   " DELIMITED BY SIZE
                  NET-TEXT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           MOVE FX-BALANCE-DUE TO NET-TEXT.
           STRING "BALANCE OUTSTANDING IN " DELIMITED BY SIZE
                  PY-CURRENCY DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  NET-TEXT DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           MOVE SPACES TO SPOOL-RECORD.
           MOVE PRINT-LINE TO SPOOL-RECORD(11:80).
           WRITE SPOOL-RECORD.
           MOVE SPACES TO PRINT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.

      * The spool data set is named for the date and time the
      * session's first receipt was printed.
       OPEN-SPOOL-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE SPACES TO SPOOL-NAME.
           STRING "RC" DELIMITED BY SIZE
                  TODAY-DATE(3:6) DELIMITED BY SIZE
                  TIME-OF-DAY-NOW(1:4) DELIMITED BY SIZE
                  ".SPL" DELIMITED BY SIZE
                  INTO SPOOL-NAME
           END-STRING.
           OPEN OUTPUT SPOOL-FILE.
           MOVE "Y" TO SPOOL-OPEN-SW.
           MOVE 0 TO RECEIPTS-PRINTED.

       CLOSE-SPOOL-FILE.
           IF SPOOL-OPEN-SW = "Y"
               CLOSE SPOOL-FILE
               MOVE "N" TO SPOOL-OPEN-SW
               OPEN EXTEND QUEUE-FILE
               IF QUEUE-STATUS = "35"
                   OPEN OUTPUT QUEUE-FILE
               END-IF
               MOVE SPOOL-REPORT-NAME TO SPQ-NAME
               MOVE SPOOL-NAME TO SPQ-SPOOL
               MOVE TODAY-DATE TO SPQ-DATE
               MOVE CASHIER-ID TO SPQ-OPERATOR
               MOVE "HELD" TO SPQ-STATUS
               WRITE QUEUE-RECORD
               CLOSE QUEUE-FILE
               DISPLAY "Queued " FUNCTION TRIM(SPOOL-NAME)
                   " - receipts " RECEIPTS-PRINTED
                   " - release through the print spool"
           END-IF.

       COUNT-QUEUE-ENTRIES.
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-EOF-SW = "Y"
                   READ QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF-SW
                       NOT AT END
                           ADD 1 TO QUEUE-COUNT
                           IF QUEUE-COUNT >= 50
                               MOVE "Y" TO QUEUE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

      * End-of-shift close: every receipt and reversal taken on the
      * date, by cashier and tender type, so each drawer can be
      * counted against its net.
       CASHIER-CLOSE-REPORT.
           DISPLAY "Close date (YYYYMMDD, 0 for the business date): "
               WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NUMERIC-CARD-ANSWER
               MOVE CARD-NUMBER TO CLOSE-DATE
           ELSE
               ACCEPT CLOSE-DATE
           END-IF.
           IF CARD-FAILED-SW = "N"
               PERFORM PRODUCE-CASHIER-CLOSE
           END-IF.

       PRODUCE-CASHIER-CLOSE.
           IF CLOSE-DATE = 0
               MOVE BUSINESS-DATE TO CLOSE-DATE
           END-IF.

           MOVE 0 TO CLOSE-COUNT.
           MOVE "N" TO PAY-EOF-SW.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS = "00"
               PERFORM UNTIL PAY-EOF-SW = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO PAY-EOF-SW
                       NOT AT END
                           IF PY-DATE = CLOSE-DATE
                               PERFORM TALLY-CLOSE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

           MOVE "Y" TO SWAPPED-SW.
           PERFORM VARYING SORT-PASS FROM 1 BY 1
           UNTIL SORT-PASS >= CLOSE-COUNT OR SWAPPED-SW = "N"
               MOVE "N" TO SWAPPED-SW
               PERFORM VARYING CLOSE-IDX FROM 1 BY 1
               UNTIL CLOSE-IDX > CLOSE-COUNT - SORT-PASS
                   IF CLOSE-ENTRY(CLOSE-IDX)(1:16)
                       > CLOSE-ENTRY(CLOSE-IDX + 1)(1:16)
                       MOVE CLOSE-ENTRY(CLOSE-IDX) TO CLOSE-SWAP
                       MOVE CLOSE-ENTRY(CLOSE-IDX + 1)
                           TO CLOSE-ENTRY(CLOSE-IDX)
                       MOVE CLOSE-SWAP TO CLOSE-ENTRY(CLOSE-IDX + 1)
                       MOVE "Y" TO SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-CASHIER-CLOSE.
           MOVE CLOSE-LINES TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Cashier close written to CASHCLOS.DAT".

       TALLY-CLOSE-PAYMENT.
           MOVE 0 TO FOUND-CLOSE-IDX.
           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
           UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CLS-CASHIER(CLOSE-IDX) = PY-CASHIER
                   AND CLS-TENDER(CLOSE-IDX) = PY-TENDER
                   MOVE CLOSE-IDX TO FOUND-CLOSE-IDX
               END-IF
           END-PERFORM.
           IF FOUND-CLOSE-IDX = 0
               IF CLOSE-COUNT < 100
                   ADD 1 TO CLOSE-COUNT
                   MOVE CLOSE-COUNT TO FOUND-CLOSE-IDX
                   MOVE PY-CASHIER TO CLS-CASHIER(FOUND-CLOSE-IDX)
                   MOVE PY-TENDER TO CLS-TENDER(FOUND-CLOSE-IDX)
                   MOVE 0 TO CLS-PAY-COUNT(FOUND-CLOSE-IDX)
                   MOVE 0 TO CLS-PAY-AMOUNT(FOUND-CLOSE-IDX)
                   MOVE 0 TO CLS-REV-COUNT(FOUND-CLOSE-IDX)
                   MOVE 0 TO CLS-REV-AMOUNT(FOUND-CLOSE-IDX)
               ELSE
                   DISPLAY "PAYMENTS.DAT has more cashier and tender "
                       "pairs than the close table can hold"
               END-IF
           END-IF.
           IF FOUND-CLOSE-IDX > 0
               IF PY-TYPE = "R"
                   ADD 1 TO CLS-REV-COUNT(FOUND-CLOSE-IDX)
                   ADD PY-AMOUNT TO CLS-REV-AMOUNT(FOUND-CLOSE-IDX)
               ELSE
                   ADD 1 TO CLS-PAY-COUNT(FOUND-CLOSE-IDX)
                   ADD PY-AMOUNT TO CLS-PAY-AMOUNT(FOUND-CLOSE-IDX)
               END-IF
           END-IF.

       WRITE-CASHIER-CLOSE.
           MOVE 0 TO CLOSE-LINES.
           MOVE 0 TO GRAND-PAY-TOTAL.
           MOVE 0 TO GRAND-REV-TOTAL.
           MOVE SPACES TO PREVIOUS-CASHIER.
           OPEN OUTPUT CASHIER-CLOSE-FILE.
           MOVE SPACES TO CASHIER-CLOSE-RECORD.
           STRING "CASHIER CLOSE FOR " DELIMITED BY SIZE
                  CLOSE-DATE DELIMITED BY SIZE
                  INTO CASHIER-CLOSE-RECORD
           END-STRING.
           PERFORM WRITE-CLOSE-LINE.
           STRING "CASHIER    TENDER RECEIPTS      RECEIVED "
                      DELIMITED BY SIZE
                  "REVERSALS      REVERSED           NET"
                      DELIMITED BY SIZE
                  INTO CASHIER-CLOSE-RECORD
           END-STRING.
           PERFORM WRITE-CLOSE-LINE.

           PERFORM VARYING CLOSE-IDX FROM 1 BY 1
           UNTIL CLOSE-IDX > CLOSE-COUNT
               IF CLS-CASHIER(CLOSE-IDX) NOT = PREVIOUS-CASHIER
                   IF CLOSE-IDX > 1
                       PERFORM WRITE-CASHIER-TOTAL
                   END-IF
                   MOVE CLS-CASHIER(CLOSE-IDX) TO PREVIOUS-CASHIER
                   MOVE 0 TO CASHIER-PAY-TOTAL
                   MOVE 0 TO CASHIER-REV-TOTAL
               END-IF
               MOVE CLS-PAY-COUNT(CLOSE-IDX) TO COUNT-TEXT
               MOVE CLS-PAY-AMOUNT(CLOSE-IDX) TO RECEIVED-TEXT
               MOVE CLS-REV-COUNT(CLOSE-IDX) TO COUNT2-TEXT
               MOVE CLS-REV-AMOUNT(CLOSE-IDX) TO REVERSED-TEXT
               COMPUTE NET-AMOUNT = CLS-PAY-AMOUNT(CLOSE-IDX)
                   - CLS-REV-AMOUNT(CLOSE-IDX)
               MOVE NET-AMOUNT TO NET-TEXT
               STRING CLS-CASHIER(CLOSE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLS-TENDER(CLOSE-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RECEIVED-TEXT DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      COUNT2-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REVERSED-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NET-TEXT DELIMITED BY SIZE
                      INTO CASHIER-CLOSE-RECORD
               END-STRING
               PERFORM WRITE-CLOSE-LINE
               ADD CLS-PAY-AMOUNT(CLOSE-IDX) TO CASHIER-PAY-TOTAL
               ADD CLS-REV-AMOUNT(CLOSE-IDX) TO CASHIER-REV-TOTAL
               ADD CLS-PAY-AMOUNT(CLOSE-IDX) TO GRAND-PAY-TOTAL
               ADD CLS-REV-AMOUNT(CLOSE-IDX) TO GRAND-REV-TOTAL
           END-PERFORM.
           IF CLOSE-COUNT > 0
               PERFORM WRITE-CASHIER-TOTAL
           ELSE
               MOVE "NO RECEIPTS TAKEN ON THIS DATE"
                   TO CASHIER-CLOSE-RECORD
               PERFORM WRITE-CLOSE-LINE
           END-IF.

           MOVE GRAND-PAY-TOTAL TO RECEIVED-TEXT.
           MOVE GRAND-REV-TOTAL TO REVERSED-TEXT.
           COMPUTE NET-AMOUNT = GRAND-PAY-TOTAL - GRAND-REV-TOTAL.
           MOVE NET-AMOUNT TO NET-TEXT.
           STRING "ALL CASHIERS                " DELIMITED BY SIZE
                  RECEIVED-TEXT DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
                  REVERSED-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-TEXT DELIMITED BY SIZE
                  INTO CASHIER-CLOSE-RECORD
           END-STRING.
           PERFORM WRITE-CLOSE-LINE.
           CLOSE CASHIER-CLOSE-FILE.

       WRITE-CASHIER-TOTAL.
           MOVE CASHIER-PAY-TOTAL TO RECEIVED-TEXT.
           MOVE CASHIER-REV-TOTAL TO REVERSED-TEXT.
           COMPUTE NET-AMOUNT = CASHIER-PAY-TOTAL - CASHIER-REV-TOTAL.
           MOVE NET-AMOUNT TO NET-TEXT.
           STRING PREVIOUS-CASHIER DELIMITED BY SIZE
                  " DRAWER TOTAL     " DELIMITED BY SIZE
                  RECEIVED-TEXT DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
                  REVERSED-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-TEXT DELIMITED BY SIZE
                  INTO CASHIER-CLOSE-RECORD
           END-STRING.
           PERFORM WRITE-CLOSE-LINE.
           PERFORM WRITE-CLOSE-LINE.

       WRITE-CLOSE-LINE.
           WRITE CASHIER-CLOSE-RECORD.
           ADD 1 TO CLOSE-LINES.
           MOVE SPACES TO CASHIER-CLOSE-RECORD.

      * The penalty run works against the business date under its
      * own run-control job, so it can go once per business date
      * alongside the invoice run.
       GENERATE-PENALTIES.
           MOVE BUSINESS-DATE TO RUN-CONTROL-DATE.
           MOVE "FEEPENAL" TO RUN-CONTROL-JOB.
           MOVE "S" TO RUN-CONTROL-FUNCTION.
           MOVE SPACES TO RUN-CONTROL-JOB-STATUS.
           CALL "RUNCTL" USING RUN-CONTROL-FUNCTION RUN-CONTROL-JOB
               RUN-CONTROL-DATE RUN-CONTROL-JOB-STATUS
               RUN-CONTROL-RESULT
           END-CALL.
           IF RUN-CONTROL-RESULT = "REFUSED"
               DISPLAY "FEEPENAL already complete for "
                   RUN-CONTROL-DATE " - run refused"
           ELSE
               PERFORM GENERATE-PENALTIES-BODY
               MOVE "E" TO RUN-CONTROL-FUNCTION
               IF PENALTY-FAILED-SW = "Y"
                   MOVE "FAILED" TO RUN-CONTROL-JOB-STATUS
               ELSE
                   MOVE "COMPLETE" TO RUN-CONTROL-JOB-STATUS
               END-IF
               CALL "RUNCTL" USING RUN-CONTROL-FUNCTION
                   RUN-CONTROL-JOB RUN-CONTROL-DATE
                   RUN-CONTROL-JOB-STATUS RUN-CONTROL-RESULT
               END-CALL
           END-IF.
           MOVE "FEEBILL" TO RUN-CONTROL-JOB.

      * Only fee invoices still open are penalised; a penalty is
      * never itself penalised. The month of the business date is
      * the penalty period, and an invoice that already has a
      * penalty for that period is passed over, so a re-run later
      * in the month raises nothing twice.
       GENERATE-PENALTIES-BODY.
           MOVE "N" TO PENALTY-FAILED-SW.
           PERFORM LOAD-PENALTY-SETTINGS.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-INVOICE-TABLE.
           PERFORM LOAD-CURRENCY-TABLES.
           MOVE BUSINESS-DATE(1:6) TO PENALTY-PERIOD.
           MOVE 0 TO PENALTIES-RAISED.
           MOVE 0 TO PENALTY-TOTAL.
           MOVE INVOICE-COUNT TO ORIGINAL-COUNT.

           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > ORIGINAL-COUNT
               IF INV-T-STATUS(INVOICE-IDX) = "OPEN"
                   AND INV-T-LINKED(INVOICE-IDX) = 0
                   PERFORM PENALISE-ONE-INVOICE
               END-IF
           END-PERFORM.

           IF PENALTIES-RAISED > 0
               PERFORM SAVE-INVOICE-TABLE
               PERFORM POST-PENALTY-RUN-TO-GL
           END-IF.
           MOVE "PENALTY" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "RAISED=" DELIMITED BY SIZE
                  PENALTIES-RAISED DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  PENALTY-PERIOD DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           DISPLAY "Penalties raised for " PENALTY-PERIOD ": "
               PENALTIES-RAISED.
           MOVE PENALTY-TOTAL TO AMOUNT-TEXT.
           DISPLAY "Penalty amount:   " AMOUNT-TEXT.

       PENALISE-ONE-INVOICE.
           MOVE "N" TO ALREADY-PENALISED-SW.
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
           UNTIL CHECK-IDX > INVOICE-COUNT
               IF INV-T-LINKED(CHECK-IDX) = INV-T-NUMBER(INVOICE-IDX)
                   AND INV-T-PERIOD(CHECK-IDX) = PENALTY-PERIOD
                   MOVE "Y" TO ALREADY-PENALISED-SW
               END-IF
           END-PERFORM.
           IF ALREADY-PENALISED-SW = "N"
               PERFORM CHECK-GRACE-PERIOD
           END-IF.
           IF ALREADY-PENALISED-SW = "N" AND OVERDUE-SW = "Y"
               COMPUTE BALANCE-DUE =
                   INV-T-AMOUNT(INVOICE-IDX)
                   - INV-T-PAID(INVOICE-IDX)
               IF PENALTY-BASIS = "F"
                   MOVE PENALTY-RATE TO PENALTY-AMOUNT
               ELSE
                   COMPUTE PENALTY-AMOUNT ROUNDED =
                       BALANCE-DUE * PENALTY-RATE / 100
               END-IF
               IF BALANCE-DUE > 0 AND PENALTY-AMOUNT > 0
                   IF INVOICE-COUNT < 500
                       PERFORM ADD-PENALTY-INVOICE
                   ELSE
                       DISPLAY "Invoice table is full - penalty "
                           "not raised on " INV-T-NUMBER(INVOICE-IDX)
                       MOVE "Y" TO PENALTY-FAILED-SW
                   END-IF
               END-IF
           END-IF.

      * Overdue once more than the grace period of business days
      * has passed since the invoice date; weekends and HOLIDAY.DAT
      * dates do not count.
       CHECK-GRACE-PERIOD.
           MOVE "N" TO OVERDUE-SW.
           MOVE 0 TO BUSINESS-DAYS-ELAPSED.
           COMPUTE DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(INV-T-DATE(INVOICE-IDX)).
           MOVE INV-T-DATE(INVOICE-IDX) TO CALENDAR-DATE.
           PERFORM UNTIL CALENDAR-DATE >= BUSINESS-DATE
               OR OVERDUE-SW = "Y"
               ADD 1 TO DATE-DAYS
               COMPUTE CALENDAR-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-DAYS)
               PERFORM JUDGE-BUSINESS-DAY
               IF BUSINESS-DAY-SW = "Y"
                   ADD 1 TO BUSINESS-DAYS-ELAPSED
               END-IF
               IF BUSINESS-DAYS-ELAPSED > PENALTY-GRACE-DAYS
                   MOVE "Y" TO OVERDUE-SW
               END-IF
           END-PERFORM.

       ADD-PENALTY-INVOICE.
           ADD 1 TO INVOICE-COUNT.
           ADD 1 TO NEXT-INVOICE-NO.
           MOVE NEXT-INVOICE-NO TO INV-T-NUMBER(INVOICE-COUNT).
           MOVE INV-T-ROLL(INVOICE-IDX) TO INV-T-ROLL(INVOICE-COUNT).
           MOVE INV-T-DEPT(INVOICE-IDX) TO INV-T-DEPT(INVOICE-COUNT).
           MOVE BUSINESS-DATE TO INV-T-DATE(INVOICE-COUNT).
           MOVE PENALTY-AMOUNT TO INV-T-AMOUNT(INVOICE-COUNT).
           MOVE 0 TO INV-T-PAID(INVOICE-COUNT).
           MOVE "OPEN" TO INV-T-STATUS(INVOICE-COUNT).
           MOVE PENALTY-AMOUNT TO INV-T-GROSS(INVOICE-COUNT).
           MOVE 0 TO INV-T-CONCESSION(INVOICE-COUNT).
           MOVE INV-T-NUMBER(INVOICE-IDX)
               TO INV-T-LINKED(INVOICE-COUNT).
           MOVE PENALTY-PERIOD TO INV-T-PERIOD(INVOICE-COUNT).
           MOVE SPACES TO INV-T-CHARGE(INVOICE-COUNT).
           MOVE INV-T-CURRENCY(INVOICE-IDX)
               TO INV-T-CURRENCY(INVOICE-COUNT).
           PERFORM PRICE-NEW-INVOICE.
           ADD 1 TO PENALTIES-RAISED.
           ADD PENALTY-AMOUNT TO PENALTY-TOTAL.

      * A supervisor may waive an open penalty. The waived penalty
      * stays on file with status WAIVED, so the month still counts
      * as penalised and the run does not raise it again.
       WAIVE-PENALTY.
           PERFORM LOAD-INVOICE-TABLE.
           DISPLAY "Penalty invoice number: " WITH NO ADVANCING.
           ACCEPT WAIVE-INVOICE-NO.
           MOVE "N" TO INVOICE-FOUND-SW.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               OR INVOICE-FOUND-SW = "Y"
               IF INV-T-NUMBER(INVOICE-IDX) = WAIVE-INVOICE-NO
                   MOVE "Y" TO INVOICE-FOUND-SW
               END-IF
           END-PERFORM.
           IF INVOICE-FOUND-SW = "Y"
               SUBTRACT 1 FROM INVOICE-IDX
           END-IF.

           EVALUATE TRUE
               WHEN INVOICE-FOUND-SW = "N"
                   DISPLAY "Invoice not found: " WAIVE-INVOICE-NO
               WHEN INV-T-LINKED(INVOICE-IDX) = 0
                   DISPLAY "Invoice " WAIVE-INVOICE-NO
                       " is not a late payment penalty"
               WHEN INV-T-STATUS(INVOICE-IDX) NOT = "OPEN"
                   DISPLAY "Penalty " WAIVE-INVOICE-NO " is "
                       INV-T-STATUS(INVOICE-IDX) " - not waived"
               WHEN OTHER
                   DISPLAY "Supervisor ID: " WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                       TO SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW = "Y"
                       MOVE "WAIVED" TO INV-T-STATUS(INVOICE-IDX)
                       PERFORM SAVE-INVOICE-TABLE
                       PERFORM POST-WAIVER-TO-GL
                       MOVE "PENWAIVE" TO AUDIT-ACTION
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING "INV=" DELIMITED BY SIZE
                              WAIVE-INVOICE-NO DELIMITED BY SIZE
                              " ON=" DELIMITED BY SIZE
                              INV-T-LINKED(INVOICE-IDX)
                                  DELIMITED BY SIZE
                              " BY=" DELIMITED BY SIZE
                              SUPERVISOR-ID DELIMITED BY SIZE
                              INTO AUDIT-DETAIL
                       END-STRING
                       CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                           AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
                       END-CALL
                       DISPLAY "Penalty " WAIVE-INVOICE-NO " waived"
                   ELSE
                       DISPLAY "Penalty not waived"
                   END-IF
           END-EVALUATE.

      * Outstanding balances bucketed 0-30, 31-60, 61-90 and over
      * 90 days from the invoice date, totalled per department.
       AGING-REPORT.
           PERFORM LOAD-INVOICE-TABLE.
           COMPUTE TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).

           PERFORM VARYING AGE-DEPT FROM 1 BY 1
           UNTIL AGE-DEPT > 9
               PERFORM VARYING AGE-BUCKET-IDX FROM 1 BY 1
               UNTIL AGE-BUCKET-IDX > 4
                   MOVE 0 TO AGE-BUCKET(AGE-DEPT, AGE-BUCKET-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO OPEN-INVOICES.

           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
           UNTIL INVOICE-IDX > INVOICE-COUNT
               IF INV-T-STATUS(INVOICE-IDX) = "OPEN"
                   PERFORM AGE-ONE-INVOICE
               END-IF
           END-PERFORM.

           OPEN OUTPUT AGING-FILE.
           MOVE SPACES TO AGING-RECORD.
           STRING "RECEIVABLES AGING AT " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO AGING-RECORD
           END-STRING.
           WRITE AGING-RECORD.
           MOVE SPACES TO AGING-RECORD.
           STRING "DEPT         0-30        31-60        61-90"
                      DELIMITED BY SIZE
                  "        OVER90" DELIMITED BY SIZE
                  INTO AGING-RECORD
           END-STRING.
           WRITE AGING-RECORD.

           PERFORM VARYING AGE-DEPT FROM 1 BY 1
           UNTIL AGE-DEPT > 9
               IF AGE-BUCKET(AGE-DEPT, 1) > 0
                   OR AGE-BUCKET(AGE-DEPT, 2) > 0
                   OR AGE-BUCKET(AGE-DEPT, 3) > 0
                   OR AGE-BUCKET(AGE-DEPT, 4) > 0
                   PERFORM WRITE-ONE-AGE-LINE
               END-IF
           END-PERFORM.
           CLOSE AGING-FILE.
           DISPLAY "Open invoices aged: " OPEN-INVOICES.
           DISPLAY "Report written to FEEAGE.DAT".

       AGE-ONE-INVOICE.
           ADD 1 TO OPEN-INVOICES.
           COMPUTE INVOICE-DAYS =
               FUNCTION INTEGER-OF-DATE(INV-T-DATE(INVOICE-IDX)).
           COMPUTE AGE-DAYS = TODAY-DAYS - INVOICE-DAYS.
           COMPUTE BALANCE-DUE =
               INV-T-AMOUNT(INVOICE-IDX)
               - INV-T-PAID(INVOICE-IDX).
           IF INV-T-DEPT(INVOICE-IDX) >= 1
               AND INV-T-DEPT(INVOICE-IDX) <= 9
               EVALUATE TRUE
                   WHEN AGE-DAYS <= 30
                       ADD BALANCE-DUE TO
                           AGE-BUCKET(INV-T-DEPT(INVOICE-IDX), 1)
                   WHEN AGE-DAYS <= 60
                       ADD BALANCE-DUE TO
                           AGE-BUCKET(INV-T-DEPT(INVOICE-IDX), 2)
                   WHEN AGE-DAYS <= 90
                       ADD BALANCE-DUE TO
                           AGE-BUCKET(INV-T-DEPT(INVOICE-IDX), 3)
                   WHEN OTHER
                       ADD BALANCE-DUE TO
                           AGE-BUCKET(INV-T-DEPT(INVOICE-IDX), 4)
               END-EVALUATE
           END-IF.

       WRITE-ONE-AGE-LINE.
           MOVE SPACES TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = AGE-DEPT
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX)
                       TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.
           IF DEPT-NAME-FOUND = SPACES
               MOVE "DEPT?" TO DEPT-NAME-FOUND
           END-IF.
           MOVE AGE-BUCKET(AGE-DEPT, 1) TO BUCKET1-TEXT.
           MOVE AGE-BUCKET(AGE-DEPT, 2) TO BUCKET2-TEXT.
           MOVE AGE-BUCKET(AGE-DEPT, 3) TO BUCKET3-TEXT.
           MOVE AGE-BUCKET(AGE-DEPT, 4) TO BUCKET4-TEXT.
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF FEE-COUNT < 200
                               ADD 1 TO FEE-COUNT
                               MOVE FS-DEPT
                                   TO FEE-T-DEPT(FEE-COUNT)
                                   TO FEE-T-YEAR(FEE-COUNT)
                               MOVE FS-AMOUNT
                                   TO FEE-T-AMOUNT(FEE-COUNT)
                               MOVE FS-TERM
                                   TO FEE-T-TERM(FEE-COUNT)
                           ELSE
                               DISPLAY "FEESCHED.DAT has more rows "
                                   "than the fee table can hold"
                                   TO INV-T-PAID(INVOICE-COUNT)
                               MOVE IV-STATUS
                                   TO INV-T-STATUS(INVOICE-COUNT)
                               IF IV-GROSS IS NUMERIC
                                   AND IV-CONCESSION IS NUMERIC
                                 MOVE IV-GROSS
                                   TO INV-T-GROSS(INVOICE-COUNT)
                                 MOVE IV-CONCESSION
                                   TO INV-T-CONCESSION(INVOICE-COUNT)
                               ELSE
                                 MOVE IV-AMOUNT
                                   TO INV-T-GROSS(INVOICE-COUNT)
                                 MOVE 0
                                   TO INV-T-CONCESSION(INVOICE-COUNT)
                               END-IF
                               IF IV-LINKED IS NUMERIC
                                   AND IV-PERIOD IS NUMERIC
                                 MOVE IV-LINKED
                                   TO INV-T-LINKED(INVOICE-COUNT)
                                 MOVE IV-PERIOD
                                   TO INV-T-PERIOD(INVOICE-COUNT)
                               ELSE
                                 MOVE 0 TO INV-T-LINKED(INVOICE-COUNT)
                                 MOVE 0 TO INV-T-PERIOD(INVOICE-COUNT)
                               END-IF
                               PERFORM LOAD-INVOICE-CURRENCY
                               MOVE IV-CHARGE
                                   TO INV-T-CHARGE(INVOICE-COUNT)
                               IF IV-NUMBER > NEXT-INVOICE-NO
                                   MOVE IV-NUMBER
                                       TO NEXT-INVOICE-NO
               CLOSE INVOICE-FILE
           END-IF.

      * Invoices raised before foreign-currency billing carry no
      * currency and are home-currency invoices.
       LOAD-INVOICE-CURRENCY.
           IF IV-CURRENCY = SPACES
               OR IV-FX-RATE IS NOT NUMERIC
               OR IV-FX-AMOUNT IS NOT NUMERIC
               OR IV-FX-PAID IS NOT NUMERIC
               MOVE HOME-CURRENCY TO INV-T-CURRENCY(INVOICE-COUNT)
               MOVE 0 TO INV-T-FX-RATE(INVOICE-COUNT)
               MOVE 0 TO INV-T-FX-AMOUNT(INVOICE-COUNT)
               MOVE 0 TO INV-T-FX-PAID(INVOICE-COUNT)
           ELSE
               MOVE IV-CURRENCY TO INV-T-CURRENCY(INVOICE-COUNT)
               MOVE IV-FX-RATE TO INV-T-FX-RATE(INVOICE-COUNT)
               MOVE IV-FX-AMOUNT TO INV-T-FX-AMOUNT(INVOICE-COUNT)
               MOVE IV-FX-PAID TO INV-T-FX-PAID(INVOICE-COUNT)
           END-IF.

       SAVE-INVOICE-TABLE.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               MOVE INV-T-AMOUNT(INVOICE-IDX) TO IV-AMOUNT
               MOVE INV-T-PAID(INVOICE-IDX) TO IV-PAID
               MOVE INV-T-STATUS(INVOICE-IDX) TO IV-STATUS
               MOVE INV-T-GROSS(INVOICE-IDX) TO IV-GROSS
               MOVE INV-T-CONCESSION(INVOICE-IDX) TO IV-CONCESSION
               MOVE INV-T-LINKED(INVOICE-IDX) TO IV-LINKED
               MOVE INV-T-PERIOD(INVOICE-IDX) TO IV-PERIOD
               MOVE INV-T-CURRENCY(INVOICE-IDX) TO IV-CURRENCY
               MOVE INV-T-FX-RATE(INVOICE-IDX) TO IV-FX-RATE
               MOVE INV-T-FX-AMOUNT(INVOICE-IDX) TO IV-FX-AMOUNT
               MOVE INV-T-FX-PAID(INVOICE-IDX) TO IV-FX-PAID
               MOVE INV-T-CHARGE(INVOICE-IDX) TO IV-CHARGE
               WRITE INVOICE-RECORD
           END-PERFORM.
           CLOSE INVOICE-FILE.

      * Applied concessions are added to the end of CONCAPPL.DAT,
      * which the concession register reads.
       SAVE-APPLIED-CONCESSIONS.
           IF APPLIED-COUNT > 0
               OPEN EXTEND APPLIED-FILE
               IF APPLIED-STATUS = "35"
                   OPEN OUTPUT APPLIED-FILE
               END-IF
               PERFORM VARYING APPLIED-IDX FROM 1 BY 1
               UNTIL APPLIED-IDX > APPLIED-COUNT
                   MOVE APPLIED-ENTRY(APPLIED-IDX) TO APPLIED-RECORD
                   WRITE APPLIED-RECORD
               END-PERFORM
               CLOSE APPLIED-FILE
           END-IF.

      * One-off concessions taken off an invoice in this run are
      * marked used on CONCESS.DAT, dated with the invoice date, so
      * the next run does not take them again. The file is rewritten
      * only when every row fits the table.
       RETIRE-ONE-OFF-CONCESSIONS.
           IF ONE-OFF-USED-COUNT > 0
               MOVE 0 TO CONCESSION-ROW-COUNT
               MOVE "N" TO CONCESSION-FULL-SW
               MOVE "N" TO TABLE-EOF-SW
               OPEN INPUT CONCESSION-FILE
               IF CONCESSION-STATUS = "00"
                   PERFORM UNTIL TABLE-EOF-SW = "Y"
                       READ CONCESSION-FILE
                           AT END
                               MOVE "Y" TO TABLE-EOF-SW
                           NOT AT END
                               PERFORM KEEP-CONCESSION-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CONCESSION-FILE
               END-IF
               IF CONCESSION-FULL-SW = "Y"
                   DISPLAY "CONCESS.DAT has more rows than the "
                       "concession table can hold - one-off "
                       "concessions not marked used"
               ELSE
                   OPEN OUTPUT CONCESSION-FILE
                   PERFORM VARYING CONCESSION-ROW-IDX FROM 1 BY 1
                   UNTIL CONCESSION-ROW-IDX > CONCESSION-ROW-COUNT
                       MOVE CONCESSION-FILE-ROW(CONCESSION-ROW-IDX)
                           TO CONCESSION-RECORD
                       WRITE CONCESSION-RECORD
                   END-PERFORM
                   CLOSE CONCESSION-FILE
                   DISPLAY "One-off concessions used: "
                       ONE-OFF-USED-COUNT
               END-IF
           END-IF.

       KEEP-CONCESSION-ROW.
           IF CN-STATUS = "N"
               PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
               UNTIL CONCESSION-IDX > CONCESSION-COUNT
                   IF CON-T-USED-SW(CONCESSION-IDX) = "Y"
                       AND CON-T-ROLL(CONCESSION-IDX) = CN-ROLL
                       AND CON-T-TYPE(CONCESSION-IDX) = CN-TYPE
                       AND CON-T-TERM(CONCESSION-IDX) = CN-TERM
                       MOVE "U" TO CN-STATUS
                       MOVE BUSINESS-DATE TO CN-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF CONCESSION-ROW-COUNT < 300
               ADD 1 TO CONCESSION-ROW-COUNT
               MOVE CONCESSION-RECORD
                   TO CONCESSION-FILE-ROW(CONCESSION-ROW-COUNT)
           ELSE
               MOVE "Y" TO CONCESSION-FULL-SW
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-CONCESSION-TABLE.
           MOVE 0 TO CONCESSION-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CONCESSION-FILE.
           IF CONCESSION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CN-STATUS = "A" OR CN-STATUS = "N"
                               PERFORM ADD-CONCESSION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF.

       ADD-CONCESSION-ENTRY.
           IF CONCESSION-COUNT < 300
               ADD 1 TO CONCESSION-COUNT
               MOVE CN-ROLL TO CON-T-ROLL(CONCESSION-COUNT)
               MOVE CN-TYPE TO CON-T-TYPE(CONCESSION-COUNT)
               MOVE CN-BASIS TO CON-T-BASIS(CONCESSION-COUNT)
               MOVE CN-VALUE TO CON-T-VALUE(CONCESSION-COUNT)
               MOVE CN-TERM TO CON-T-TERM(CONCESSION-COUNT)
               MOVE CN-STATUS TO CON-T-STATUS(CONCESSION-COUNT)
               MOVE "N" TO CON-T-USED-SW(CONCESSION-COUNT)
           ELSE
               DISPLAY "CONCESS.DAT has more active rows than the "
                   "concession table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-TERM-STARTS.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERMCAL-ON-FILE-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE "Y" TO TERMCAL-ON-FILE-SW
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
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       LOAD-CURRENCY-TABLES.
           MOVE 0 TO CURRENCY-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CURRENCY-TABLE-FILE.
           IF CURRENCY-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CURRENCY-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CURRENCY-COUNT < 20
                               ADD 1 TO CURRENCY-COUNT
                               MOVE CUR-CODE
                                   TO CUR-T-CODE(CURRENCY-COUNT)
                               MOVE CUR-DECIMALS
                                   TO CUR-T-DECIMALS(CURRENCY-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-TABLE-FILE
           END-IF.

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

       LOAD-BILLING-CURRENCIES.
           MOVE 0 TO BILLING-CURRENCY-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT BILLING-CURRENCY-FILE.
           IF BILLING-CURRENCY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ BILLING-CURRENCY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           PERFORM ADD-BILLING-CURRENCY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BILLING-CURRENCY-FILE
           END-IF.

       ADD-BILLING-CURRENCY-ENTRY.
           IF BILLING-CURRENCY-COUNT < 500
               ADD 1 TO BILLING-CURRENCY-COUNT
               MOVE SC-ROLL TO BCR-T-ROLL(BILLING-CURRENCY-COUNT)
               MOVE SC-CURRENCY
                   TO BCR-T-CURRENCY(BILLING-CURRENCY-COUNT)
           ELSE
               DISPLAY "STUCURR.DAT has more rows than the billing "
                   "currency table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-DEPT-NAMES.
           MOVE 0 TO DEPT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
               CLOSE DEPT-TABLE-FILE
           END-IF.

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

       LOAD-PENALTY-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           PERFORM APPLY-PENALTY-SETTING
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

       APPLY-PENALTY-SETTING.
           EVALUATE SET-KEY
               WHEN "PENGRACE"
                   PERFORM PARSE-NUMERIC-SETTING
                   IF SETTING-NUMERIC-SW = "Y"
                       MOVE SETTING-NUMERIC-VALUE
                           TO PENALTY-GRACE-DAYS
                   END-IF
               WHEN "PENRATE"
                   PERFORM PARSE-NUMERIC-SETTING
                   IF SETTING-NUMERIC-SW = "Y"
                       AND SETTING-NUMERIC-VALUE > 0
                       MOVE SETTING-NUMERIC-VALUE TO PENALTY-RATE
                   END-IF
               WHEN "PENBASIS"
                   IF SET-VALUE(1:1) = "F" OR SET-VALUE(1:1) = "P"
                       MOVE SET-VALUE(1:1) TO PENALTY-BASIS
                   END-IF
           END-EVALUATE.

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
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

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

      * As NEXT-CARD-ANSWER for a numeric prompt; an answer that is
      * not a number fails the job.
       NUMERIC-CARD-ANSWER.
           MOVE 0 TO CARD-NUMBER.
           PERFORM NEXT-CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               IF CARD-ANSWER = SPACES
                   MOVE 0 TO CARD-NUMBER
               ELSE
                   IF FUNCTION TEST-NUMVAL(CARD-ANSWER) = 0
                       COMPUTE CARD-NUMBER =
                           FUNCTION NUMVAL(CARD-ANSWER)
                   ELSE
                       DISPLAY "Parameter card answer "
                           FUNCTION TRIM(CARD-ANSWER)
                           " is not a number - job ended"
                       MOVE "Y" TO CARD-FAILED-SW
                   END-IF
               END-IF
           END-IF.
