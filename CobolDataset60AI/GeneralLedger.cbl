       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAL-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT GL-REJECT-FILE ASSIGN TO "GLREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-REJECT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT GL-REPORT-FILE ASSIGN TO GL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Chart of accounts. GLA-TYPE is A(sset), L(iability),
      * Q (equity), I(ncome) or E(xpense); GLA-CURRENCY tags the
      * cash account that holds a currency.
       FD  ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 GLA-ACCOUNT    PIC 9(4).
           05 GLA-NAME       PIC X(30).
           05 GLA-TYPE       PIC X.
           05 GLA-ACTIVE     PIC X.
           05 GLA-CURRENCY   PIC X(3).

       FD  JOURNAL-FILE.
       COPY "GLJRNL.CPY".

       FD  GL-REJECT-FILE.
       01 GL-REJECT-RECORD.
           05 GLR-DATE       PIC 9(8).
           05 GLR-SOURCE     PIC X(8).
           05 GLR-REFERENCE  PIC X(12).
           05 GLR-REASON     PIC X(30).
           05 GLR-DEBITS     PIC 9(9)V99.
           05 GLR-CREDITS    PIC 9(9)V99.
           05 GLR-OPERATOR   PIC X(10).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  GL-REPORT-FILE.
       01 GL-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-STATUS     PIC X(2) VALUE "00".
       01 JOURNAL-STATUS     PIC X(2) VALUE "00".
       01 GL-REJECT-STATUS   PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 GL-REPORT-STATUS   PIC X(2) VALUE "00".
       01 GL-REPORT-NAME     PIC X(12) VALUE SPACES.
       01 ACCOUNT-EOF-SW     PIC X VALUE "N".
       01 ACCOUNT-FULL-SW    PIC X VALUE "N".
       01 JOURNAL-EOF-SW     PIC X VALUE "N".
       01 REJECT-EOF-SW      PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 200 TIMES.
               10 ACC-T-ACCOUNT  PIC 9(4).
               10 ACC-T-NAME     PIC X(30).
               10 ACC-T-TYPE     PIC X.
               10 ACC-T-ACTIVE   PIC X.
               10 ACC-T-CURRENCY PIC X(3).
               10 ACC-T-DEBITS   PIC 9(11)V99.
               10 ACC-T-CREDITS  PIC 9(11)V99.
       01 ACCOUNT-COUNT      PIC 999 VALUE 0.
       01 ACCOUNT-IDX        PIC 999 VALUE 0.
       01 FOUND-IDX          PIC 999 VALUE 0.

       01 ACCOUNT-INPUT      PIC 9(4) VALUE 0.
       01 NAME-INPUT         PIC X(30) VALUE SPACES.
       01 TYPE-INPUT         PIC X VALUE SPACE.
       01 ACTIVE-INPUT       PIC X VALUE SPACE.
       01 CURRENCY-INPUT     PIC X(3) VALUE SPACES.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 REPORT-DATE        PIC 9(8) VALUE 0.
       01 REPORT-DATE-TEXT   PIC X(8) VALUE SPACES.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.

       01 LINES-WRITTEN      PIC 9(7) VALUE 0.
       01 LIST-LINES         PIC 9(7) VALUE 0.
       01 LIST-JOURNALS      PIC 9(7) VALUE 0.
       01 LAST-JOURNAL       PIC 9(7) VALUE 0.
       01 TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.
       01 TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.
       01 NET-BALANCE        PIC S9(11)V99 VALUE 0.
       01 BALANCE-DEBIT      PIC 9(11)V99 VALUE 0.
       01 BALANCE-CREDIT     PIC 9(11)V99 VALUE 0.
       01 UNKNOWN-DEBITS     PIC 9(11)V99 VALUE 0.
       01 UNKNOWN-CREDITS    PIC 9(11)V99 VALUE 0.
       01 ACCOUNT-NAME-FOUND PIC X(30) VALUE SPACES.
       01 DEBIT-TEXT         PIC Z(10)9.99.
       01 CREDIT-TEXT        PIC Z(10)9.99.
       01 COUNT-TEXT         PIC ZZZZZZ9.
       01 REJECT-COUNT       PIC 9(5) VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE SPACES.
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "GENLEDGER".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "GENLEDGER".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION     PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

      * General ledger: chart of accounts upkeep, the journal
      * listing for a business date and the trial balance. The
      * journal itself is written only by GLPOST.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           ELSE
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "N" TO DONE-SW.

           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-LEDGER-MENU
           END-PERFORM.
           GOBACK.

       SHOW-LEDGER-MENU.
           DISPLAY "General Ledger:".
           DISPLAY "1. List chart of accounts".
           DISPLAY "2. Add or change an account".
           DISPLAY "3. Journal listing for a business date".
           DISPLAY "4. Trial balance".
           DISPLAY "5. List rejected postings".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM LIST-ACCOUNTS
               WHEN 2
                   PERFORM MAINTAIN-ACCOUNT
               WHEN 3
                   PERFORM JOURNAL-LISTING
               WHEN 4
                   PERFORM TRIAL-BALANCE
               WHEN 5
                   PERFORM LIST-REJECTED-POSTINGS
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

       LIST-ACCOUNTS.
           PERFORM LOAD-ACCOUNT-TABLE.
           IF ACCOUNT-COUNT = 0
               DISPLAY "No accounts in GLCOA.DAT"
           END-IF.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               DISPLAY ACC-T-ACCOUNT(ACCOUNT-IDX) " "
                   ACC-T-NAME(ACCOUNT-IDX) " "
                   ACC-T-TYPE(ACCOUNT-IDX) " "
                   ACC-T-ACTIVE(ACCOUNT-IDX) " "
                   ACC-T-CURRENCY(ACCOUNT-IDX)
           END-PERFORM.

      * An account already on the chart can be renamed, retyped,
      * retagged or set inactive (N); accounts are never removed,
      * since the journal may still name them.
       MAINTAIN-ACCOUNT.
           PERFORM LOAD-ACCOUNT-TABLE.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT ACCOUNT-INPUT.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACC-T-ACCOUNT(ACCOUNT-IDX) = ACCOUNT-INPUT
                   MOVE ACCOUNT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN ACCOUNT-FULL-SW = "Y"
                   DISPLAY "GLCOA.DAT has more rows than the account "
                       "table can hold - chart not changed"
               WHEN ACCOUNT-INPUT = 0
                   DISPLAY "Account number must be above zero"
               WHEN FOUND-IDX = 0 AND ACCOUNT-COUNT >= 200
                   DISPLAY "Account table is full"
               WHEN OTHER
                   PERFORM ACCEPT-ACCOUNT-DETAILS
           END-EVALUATE.

       ACCEPT-ACCOUNT-DETAILS.
           IF FOUND-IDX > 0
               DISPLAY "Now: " ACC-T-NAME(FOUND-IDX) " "
                   ACC-T-TYPE(FOUND-IDX) " "
                   ACC-T-ACTIVE(FOUND-IDX) " "
                   ACC-T-CURRENCY(FOUND-IDX)
           END-IF.
           DISPLAY "Account name: " WITH NO ADVANCING.
           MOVE SPACES TO NAME-INPUT.
           ACCEPT NAME-INPUT.
           DISPLAY "Type (A, L, Q, I, E): " WITH NO ADVANCING.
           ACCEPT TYPE-INPUT.
           DISPLAY "Active (Y/N): " WITH NO ADVANCING.
           ACCEPT ACTIVE-INPUT.
           DISPLAY "Currency held (blank if none): "
               WITH NO ADVANCING.
           MOVE SPACES TO CURRENCY-INPUT.
           ACCEPT CURRENCY-INPUT.
           MOVE FUNCTION UPPER-CASE(NAME-INPUT) TO NAME-INPUT.
           MOVE FUNCTION UPPER-CASE(TYPE-INPUT) TO TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(ACTIVE-INPUT) TO ACTIVE-INPUT.
           MOVE FUNCTION UPPER-CASE(CURRENCY-INPUT) TO CURRENCY-INPUT.

           EVALUATE TRUE
               WHEN NAME-INPUT = SPACES
                   DISPLAY "Account name is required"
               WHEN TYPE-INPUT NOT = "A" AND TYPE-INPUT NOT = "L"
                   AND TYPE-INPUT NOT = "Q" AND TYPE-INPUT NOT = "I"
                   AND TYPE-INPUT NOT = "E"
                   DISPLAY "Unknown account type: " TYPE-INPUT
               WHEN ACTIVE-INPUT NOT = "Y" AND ACTIVE-INPUT NOT = "N"
                   DISPLAY "Active must be Y or N"
               WHEN CURRENCY-INPUT NOT = SPACES
                   AND TYPE-INPUT NOT = "A"
                   DISPLAY "Only an asset account can hold a currency"
               WHEN OTHER
                   PERFORM STORE-ACCOUNT
           END-EVALUATE.

       STORE-ACCOUNT.
           IF FOUND-IDX = 0
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT TO FOUND-IDX
               MOVE ACCOUNT-INPUT TO ACC-T-ACCOUNT(FOUND-IDX)
               MOVE "GLADD" TO AUDIT-ACTION
           ELSE
               MOVE "GLCHG" TO AUDIT-ACTION
           END-IF.
           MOVE NAME-INPUT TO ACC-T-NAME(FOUND-IDX).
           MOVE TYPE-INPUT TO ACC-T-TYPE(FOUND-IDX).
           MOVE ACTIVE-INPUT TO ACC-T-ACTIVE(FOUND-IDX).
           MOVE CURRENCY-INPUT TO ACC-T-CURRENCY(FOUND-IDX).
           PERFORM SAVE-ACCOUNT-TABLE.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ACCT=" DELIMITED BY SIZE
                  ACCOUNT-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TYPE-INPUT DELIMITED BY SIZE
                  " ACTIVE=" DELIMITED BY SIZE
                  ACTIVE-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENCY-INPUT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           DISPLAY "Account " ACCOUNT-INPUT " saved".

      * Every line posted on the chosen business date, journal by
      * journal, with the day's debit and credit totals.
       JOURNAL-LISTING.
           PERFORM ACCEPT-REPORT-DATE.
           IF DATE-VALID-SW = "Y"
               PERFORM LOAD-ACCOUNT-TABLE
               MOVE "GLJLIST.DAT" TO GL-REPORT-NAME
               PERFORM WRITE-JOURNAL-LISTING
           END-IF.

       WRITE-JOURNAL-LISTING.
           OPEN OUTPUT GL-REPORT-FILE.
           IF GL-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open GLJLIST.DAT - status "
                   GL-REPORT-STATUS
           ELSE
               MOVE 0 TO LINES-WRITTEN
               MOVE 0 TO LIST-LINES
               MOVE 0 TO LIST-JOURNALS
               MOVE 0 TO LAST-JOURNAL
               MOVE 0 TO TOTAL-DEBITS
               MOVE 0 TO TOTAL-CREDITS
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "GENERAL LEDGER JOURNAL LISTING FOR BUSINESS "
                          DELIMITED BY SIZE
                      "DATE " DELIMITED BY SIZE
                      REPORT-DATE DELIMITED BY SIZE
                      INTO GL-REPORT-RECORD
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
               PERFORM WRITE-GL-REPORT-LINE
               MOVE "JOURNAL LN ACCT NAME" TO GL-REPORT-RECORD
               MOVE "DEBIT         CREDIT SOURCE   REFERENCE    "
                   TO GL-REPORT-RECORD(53:44)
               MOVE "DESCRIPTION" TO GL-REPORT-RECORD(97:11)
               PERFORM WRITE-GL-REPORT-LINE

               MOVE "N" TO JOURNAL-EOF-SW
               OPEN INPUT JOURNAL-FILE
               IF JOURNAL-STATUS NOT = "00"
                   MOVE "Y" TO JOURNAL-EOF-SW
               END-IF
               PERFORM UNTIL JOURNAL-EOF-SW = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO JOURNAL-EOF-SW
                       NOT AT END
                           IF GLJ-DATE = REPORT-DATE
                               PERFORM LIST-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "10"
                   CLOSE JOURNAL-FILE
               END-IF

               IF LIST-LINES = 0
                   MOVE "  NO POSTINGS ON THIS DATE"
                       TO GL-REPORT-RECORD
                   PERFORM WRITE-GL-REPORT-LINE
               END-IF
               PERFORM WRITE-GL-REPORT-LINE
               MOVE TOTAL-DEBITS TO DEBIT-TEXT
               MOVE TOTAL-CREDITS TO CREDIT-TEXT
               MOVE "TOTALS" TO GL-REPORT-RECORD
               MOVE DEBIT-TEXT TO GL-REPORT-RECORD(44:14)
               MOVE CREDIT-TEXT TO GL-REPORT-RECORD(59:14)
               PERFORM WRITE-GL-REPORT-LINE
               MOVE LIST-JOURNALS TO COUNT-TEXT
               STRING "JOURNALS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO GL-REPORT-RECORD
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
               CLOSE GL-REPORT-FILE

               MOVE GL-REPORT-NAME TO REGISTRY-REPORT-NAME
               MOVE LINES-WRITTEN TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Journals listed: " LIST-JOURNALS
               DISPLAY "Report written to GLJLIST.DAT"
           END-IF.

       LIST-ONE-JOURNAL-LINE.
           IF GLJ-JOURNAL NOT = LAST-JOURNAL
               ADD 1 TO LIST-JOURNALS
               MOVE GLJ-JOURNAL TO LAST-JOURNAL
           END-IF.
           ADD 1 TO LIST-LINES.
           MOVE GLJ-ACCOUNT TO ACCOUNT-INPUT.
           PERFORM FIND-ACCOUNT-NAME.
           MOVE GLJ-JOURNAL TO GL-REPORT-RECORD(1:7).
           MOVE GLJ-LINE TO GL-REPORT-RECORD(9:2).
           MOVE GLJ-ACCOUNT TO GL-REPORT-RECORD(12:4).
           MOVE ACCOUNT-NAME-FOUND(1:27) TO GL-REPORT-RECORD(17:27).
           IF GLJ-SIDE = "D"
               ADD GLJ-AMOUNT TO TOTAL-DEBITS
               MOVE GLJ-AMOUNT TO DEBIT-TEXT
               MOVE DEBIT-TEXT TO GL-REPORT-RECORD(44:14)
           ELSE
               ADD GLJ-AMOUNT TO TOTAL-CREDITS
               MOVE GLJ-AMOUNT TO CREDIT-TEXT
               MOVE CREDIT-TEXT TO GL-REPORT-RECORD(59:14)
           END-IF.
           MOVE GLJ-SOURCE TO GL-REPORT-RECORD(74:8).
           MOVE GLJ-REFERENCE TO GL-REPORT-RECORD(83:12).
           MOVE GLJ-DESC TO GL-REPORT-RECORD(97:30).
           PERFORM WRITE-GL-REPORT-LINE.

      * Balances of every account on the chart from all postings up
      * to and including the as-at date, each shown on its debit or
      * credit side. Postings to an account missing from the chart
      * are gathered on one line so the totals still agree with the
      * journal.
       TRIAL-BALANCE.
           PERFORM ACCEPT-REPORT-DATE.
           IF DATE-VALID-SW = "Y"
               PERFORM LOAD-ACCOUNT-TABLE
               MOVE "GLTB.DAT" TO GL-REPORT-NAME
               PERFORM ACCUMULATE-BALANCES
               PERFORM WRITE-TRIAL-BALANCE
           END-IF.

       ACCUMULATE-BALANCES.
           MOVE 0 TO UNKNOWN-DEBITS.
           MOVE 0 TO UNKNOWN-CREDITS.
           MOVE "N" TO JOURNAL-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL JOURNAL-EOF-SW = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO JOURNAL-EOF-SW
                       NOT AT END
                           IF GLJ-DATE <= REPORT-DATE
                               PERFORM ADD-TO-ACCOUNT-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       ADD-TO-ACCOUNT-BALANCE.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACC-T-ACCOUNT(ACCOUNT-IDX) = GLJ-ACCOUNT
                   MOVE ACCOUNT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FOUND-IDX = 0 AND GLJ-SIDE = "D"
                   ADD GLJ-AMOUNT TO UNKNOWN-DEBITS
               WHEN FOUND-IDX = 0
                   ADD GLJ-AMOUNT TO UNKNOWN-CREDITS
               WHEN GLJ-SIDE = "D"
                   ADD GLJ-AMOUNT TO ACC-T-DEBITS(FOUND-IDX)
               WHEN OTHER
                   ADD GLJ-AMOUNT TO ACC-T-CREDITS(FOUND-IDX)
           END-EVALUATE.

       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT GL-REPORT-FILE.
           IF GL-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open GLTB.DAT - status "
                   GL-REPORT-STATUS
           ELSE
               MOVE 0 TO LINES-WRITTEN
               MOVE 0 TO TOTAL-DEBITS
               MOVE 0 TO TOTAL-CREDITS
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "TRIAL BALANCE AS AT " DELIMITED BY SIZE
                      REPORT-DATE DELIMITED BY SIZE
                      INTO GL-REPORT-RECORD
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
               PERFORM WRITE-GL-REPORT-LINE
               MOVE "ACCT NAME                           T"
                   TO GL-REPORT-RECORD
               MOVE "DEBIT         CREDIT" TO GL-REPORT-RECORD(47:20)
               PERFORM WRITE-GL-REPORT-LINE

               PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
                   IF ACC-T-DEBITS(ACCOUNT-IDX) NOT = 0
                       OR ACC-T-CREDITS(ACCOUNT-IDX) NOT = 0
                       PERFORM WRITE-ONE-BALANCE-LINE
                   END-IF
               END-PERFORM
               IF UNKNOWN-DEBITS NOT = 0 OR UNKNOWN-CREDITS NOT = 0
                   PERFORM WRITE-UNKNOWN-BALANCE-LINE
               END-IF

               PERFORM WRITE-GL-REPORT-LINE
               MOVE TOTAL-DEBITS TO DEBIT-TEXT
               MOVE TOTAL-CREDITS TO CREDIT-TEXT
               MOVE "TOTALS" TO GL-REPORT-RECORD
               MOVE DEBIT-TEXT TO GL-REPORT-RECORD(38:14)
               MOVE CREDIT-TEXT TO GL-REPORT-RECORD(53:14)
               PERFORM WRITE-GL-REPORT-LINE
               IF TOTAL-DEBITS = TOTAL-CREDITS
                   MOVE "TRIAL BALANCE AGREES" TO GL-REPORT-RECORD
               ELSE
                   COMPUTE NET-BALANCE = TOTAL-DEBITS - TOTAL-CREDITS
                   IF NET-BALANCE < 0
                       COMPUTE NET-BALANCE = 0 - NET-BALANCE
                   END-IF
                   MOVE NET-BALANCE TO DEBIT-TEXT
                   STRING "TRIAL BALANCE OUT BY " DELIMITED BY SIZE
                          DEBIT-TEXT DELIMITED BY SIZE
                          INTO GL-REPORT-RECORD
                   END-STRING
               END-IF
               DISPLAY GL-REPORT-RECORD(1:40)
               PERFORM WRITE-GL-REPORT-LINE
               CLOSE GL-REPORT-FILE

               MOVE GL-REPORT-NAME TO REGISTRY-REPORT-NAME
               MOVE LINES-WRITTEN TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Report written to GLTB.DAT"
           END-IF.

       WRITE-ONE-BALANCE-LINE.
           COMPUTE NET-BALANCE =
               ACC-T-DEBITS(ACCOUNT-IDX) - ACC-T-CREDITS(ACCOUNT-IDX).
           PERFORM SPLIT-NET-BALANCE.
           MOVE ACC-T-ACCOUNT(ACCOUNT-IDX) TO GL-REPORT-RECORD(1:4).
           MOVE ACC-T-NAME(ACCOUNT-IDX) TO GL-REPORT-RECORD(6:30).
           MOVE ACC-T-TYPE(ACCOUNT-IDX) TO GL-REPORT-RECORD(37:1).
           PERFORM PLACE-BALANCE-AMOUNTS.

       WRITE-UNKNOWN-BALANCE-LINE.
           COMPUTE NET-BALANCE = UNKNOWN-DEBITS - UNKNOWN-CREDITS.
           PERFORM SPLIT-NET-BALANCE.
           MOVE "ACCOUNTS NOT ON THE CHART" TO GL-REPORT-RECORD(6:30).
           PERFORM PLACE-BALANCE-AMOUNTS.

       SPLIT-NET-BALANCE.
           MOVE 0 TO BALANCE-DEBIT.
           MOVE 0 TO BALANCE-CREDIT.
           IF NET-BALANCE > 0
               MOVE NET-BALANCE TO BALANCE-DEBIT
           ELSE
               COMPUTE BALANCE-CREDIT = 0 - NET-BALANCE
           END-IF.
           ADD BALANCE-DEBIT TO TOTAL-DEBITS.
           ADD BALANCE-CREDIT TO TOTAL-CREDITS.

       PLACE-BALANCE-AMOUNTS.
           IF BALANCE-DEBIT > 0
               MOVE BALANCE-DEBIT TO DEBIT-TEXT
               MOVE DEBIT-TEXT TO GL-REPORT-RECORD(38:14)
           END-IF.
           IF BALANCE-CREDIT > 0
               MOVE BALANCE-CREDIT TO CREDIT-TEXT
               MOVE CREDIT-TEXT TO GL-REPORT-RECORD(53:14)
           END-IF.
           PERFORM WRITE-GL-REPORT-LINE.

       LIST-REJECTED-POSTINGS.
           MOVE 0 TO REJECT-COUNT.
           MOVE "N" TO REJECT-EOF-SW.
           OPEN INPUT GL-REJECT-FILE.
           IF GL-REJECT-STATUS NOT = "00"
               DISPLAY "No rejected postings on file"
           ELSE
               PERFORM UNTIL REJECT-EOF-SW = "Y"
                   READ GL-REJECT-FILE
                       AT END
                           MOVE "Y" TO REJECT-EOF-SW
                       NOT AT END
                           ADD 1 TO REJECT-COUNT
                           MOVE GLR-DEBITS TO DEBIT-TEXT
                           MOVE GLR-CREDITS TO CREDIT-TEXT
                           DISPLAY GLR-DATE " " GLR-SOURCE " "
                               GLR-REFERENCE " " GLR-REASON
                           DISPLAY "         DR " DEBIT-TEXT
                               " CR " CREDIT-TEXT " BY "
                               GLR-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE GL-REJECT-FILE
               DISPLAY "Rejected postings: " REJECT-COUNT
           END-IF.

       FIND-ACCOUNT-NAME.
           MOVE "NOT ON THE CHART" TO ACCOUNT-NAME-FOUND.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACC-T-ACCOUNT(ACCOUNT-IDX) = ACCOUNT-INPUT
                   MOVE ACC-T-NAME(ACCOUNT-IDX) TO ACCOUNT-NAME-FOUND
               END-IF
           END-PERFORM.

       ACCEPT-REPORT-DATE.
           DISPLAY "Business date YYYYMMDD (blank = current): "
               WITH NO ADVANCING.
           MOVE SPACES TO REPORT-DATE-TEXT.
           ACCEPT REPORT-DATE-TEXT.
           IF REPORT-DATE-TEXT = SPACES
               MOVE BUSINESS-DATE TO REPORT-DATE
               MOVE "Y" TO DATE-VALID-SW
           ELSE
               MOVE "N" TO DATE-VALID-SW
               IF REPORT-DATE-TEXT IS NUMERIC
                   MOVE REPORT-DATE-TEXT TO REPORT-DATE
                   CALL "DATEEDIT" USING REPORT-DATE DATE-VALID-SW
                       DATE-REASON
                   END-CALL
               END-IF
           END-IF.
           IF DATE-VALID-SW NOT = "Y"
               DISPLAY "Invalid business date: " REPORT-DATE-TEXT
           END-IF.

       WRITE-GL-REPORT-LINE.
           WRITE GL-REPORT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO GL-REPORT-RECORD.

       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO ACCOUNT-COUNT.
           MOVE "N" TO ACCOUNT-FULL-SW.
           MOVE "N" TO ACCOUNT-EOF-SW.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-STATUS = "00"
               PERFORM UNTIL ACCOUNT-EOF-SW = "Y"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO ACCOUNT-EOF-SW
                       NOT AT END
                           IF GLA-ACCOUNT IS NUMERIC
                               PERFORM ADD-ACCOUNT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       ADD-ACCOUNT-ENTRY.
           IF ACCOUNT-COUNT < 200
               ADD 1 TO ACCOUNT-COUNT
               MOVE GLA-ACCOUNT TO ACC-T-ACCOUNT(ACCOUNT-COUNT)
               MOVE GLA-NAME TO ACC-T-NAME(ACCOUNT-COUNT)
               MOVE GLA-TYPE TO ACC-T-TYPE(ACCOUNT-COUNT)
               MOVE GLA-ACTIVE TO ACC-T-ACTIVE(ACCOUNT-COUNT)
               MOVE GLA-CURRENCY TO ACC-T-CURRENCY(ACCOUNT-COUNT)
               MOVE 0 TO ACC-T-DEBITS(ACCOUNT-COUNT)
               MOVE 0 TO ACC-T-CREDITS(ACCOUNT-COUNT)
           ELSE
               IF ACCOUNT-FULL-SW = "N"
                   DISPLAY "GLCOA.DAT has more rows than the account "
                       "table can hold"
               END-IF
               MOVE "Y" TO ACCOUNT-FULL-SW
           END-IF.

       SAVE-ACCOUNT-TABLE.
           IF ACCOUNT-FULL-SW = "Y"
               DISPLAY "GLCOA.DAT has more rows than the account "
                   "table can hold - changes not saved"
           ELSE
               OPEN OUTPUT ACCOUNT-FILE
               PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
                   MOVE ACC-T-ACCOUNT(ACCOUNT-IDX) TO GLA-ACCOUNT
                   MOVE ACC-T-NAME(ACCOUNT-IDX) TO GLA-NAME
                   MOVE ACC-T-TYPE(ACCOUNT-IDX) TO GLA-TYPE
                   MOVE ACC-T-ACTIVE(ACCOUNT-IDX) TO GLA-ACTIVE
                   MOVE ACC-T-CURRENCY(ACCOUNT-IDX) TO GLA-CURRENCY
                   WRITE ACCOUNT-RECORD
               END-PERFORM
               CLOSE ACCOUNT-FILE
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
