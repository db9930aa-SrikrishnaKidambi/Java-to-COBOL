       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

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

       WORKING-STORAGE SECTION.
       01 ACCOUNT-STATUS     PIC X(2) VALUE "00".
       01 JOURNAL-STATUS     PIC X(2) VALUE "00".
       01 GL-REJECT-STATUS   PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 ACCOUNT-EOF-SW     PIC X VALUE "N".
       01 JOURNAL-EOF-SW     PIC X VALUE "N".

       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 200 TIMES.
               10 ACC-T-ACCOUNT  PIC 9(4).
               10 ACC-T-ACTIVE   PIC X.
               10 ACC-T-CURRENCY PIC X(3).
       01 ACCOUNT-COUNT      PIC 999 VALUE 0.
       01 ACCOUNT-IDX        PIC 999 VALUE 0.
       01 ACCOUNT-FOUND-SW   PIC X VALUE "N".

       01 POST-LINE-IDX      PIC 99 VALUE 0.
       01 POST-DEBITS        PIC 9(9)V99 VALUE 0.
       01 POST-CREDITS       PIC 9(9)V99 VALUE 0.
       01 LAST-JOURNAL       PIC 9(7) VALUE 0.
       01 LAST-CLOSED-DATE   PIC 9(8) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 POSTING-OPERATOR   PIC X(10) VALUE SPACES.

       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE SPACES.
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       COPY "GLPOST.CPY".

      * Posts one balanced journal to GLJRNL.DAT. Every line must
      * carry an active account from GLCOA.DAT (a line may give a
      * currency code instead, and the account holding that
      * currency is used), a D or C side and an amount above zero;
      * debits must equal credits and the date must fall after the
      * last closed month. A posting that fails any test is written
      * to GLREJ.DAT instead and comes back REJECTED with the reason.
       PROCEDURE DIVISION USING GL-POSTING.
           MOVE "REJECTED" TO GLP-RESULT.
           MOVE 0 TO GLP-JOURNAL.
           MOVE SPACES TO GLP-REASON.
           MOVE 0 TO POST-DEBITS.
           MOVE 0 TO POST-CREDITS.
           MOVE SPACES TO POSTING-OPERATOR.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO POSTING-OPERATOR
           END-IF.

           PERFORM LOAD-LAST-CLOSED-DATE.
           PERFORM LOAD-ACCOUNT-TABLE.

           IF GLP-LINE-COUNT < 2 OR GLP-LINE-COUNT > 10
               MOVE "NEEDS 2 TO 10 LINES" TO GLP-REASON
           ELSE
               IF GLP-DATE = 0 OR GLP-DATE NOT NUMERIC
                   MOVE "NO POSTING DATE" TO GLP-REASON
               ELSE
                   IF GLP-DATE <= LAST-CLOSED-DATE
                       MOVE "PERIOD ALREADY CLOSED" TO GLP-REASON
                   ELSE
                       IF ACCOUNT-COUNT = 0
                           MOVE "NO CHART OF ACCOUNTS"
                               TO GLP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF GLP-REASON = SPACES
               PERFORM VARYING POST-LINE-IDX FROM 1 BY 1
               UNTIL POST-LINE-IDX > GLP-LINE-COUNT
                   IF GLP-REASON = SPACES
                       PERFORM CHECK-POSTING-LINE
                   END-IF
               END-PERFORM
           END-IF.

           IF GLP-REASON = SPACES
               AND POST-DEBITS NOT = POST-CREDITS
               MOVE "DEBITS NOT EQUAL TO CREDITS" TO GLP-REASON
           END-IF.

           IF GLP-REASON = SPACES
               PERFORM WRITE-JOURNAL
           END-IF.

           IF GLP-REASON NOT = SPACES
               PERFORM WRITE-GL-REJECT
           END-IF.

           GOBACK.

       CHECK-POSTING-LINE.
           IF GLP-ACCOUNT(POST-LINE-IDX) = 0
               AND GLP-CURRENCY(POST-LINE-IDX) NOT = SPACES
               PERFORM FIND-CURRENCY-ACCOUNT
           END-IF.

           MOVE "N" TO ACCOUNT-FOUND-SW.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACC-T-ACCOUNT(ACCOUNT-IDX)
                   = GLP-ACCOUNT(POST-LINE-IDX)
                   AND ACC-T-ACTIVE(ACCOUNT-IDX) = "Y"
                   MOVE "Y" TO ACCOUNT-FOUND-SW
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN ACCOUNT-FOUND-SW = "N"
                   STRING "NO ACTIVE ACCOUNT " DELIMITED BY SIZE
                          GLP-ACCOUNT(POST-LINE-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          GLP-CURRENCY(POST-LINE-IDX)
                              DELIMITED BY SIZE
                          INTO GLP-REASON
                   END-STRING
               WHEN GLP-AMOUNT(POST-LINE-IDX) NOT NUMERIC
                   OR GLP-AMOUNT(POST-LINE-IDX) = 0
                   MOVE "LINE AMOUNT NOT ABOVE ZERO" TO GLP-REASON
               WHEN GLP-SIDE(POST-LINE-IDX) = "D"
                   ADD GLP-AMOUNT(POST-LINE-IDX) TO POST-DEBITS
               WHEN GLP-SIDE(POST-LINE-IDX) = "C"
                   ADD GLP-AMOUNT(POST-LINE-IDX) TO POST-CREDITS
               WHEN OTHER
                   MOVE "LINE SIDE NOT D OR C" TO GLP-REASON
           END-EVALUATE.

       FIND-CURRENCY-ACCOUNT.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
           UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACC-T-CURRENCY(ACCOUNT-IDX)
                   = GLP-CURRENCY(POST-LINE-IDX)
                   AND ACC-T-ACTIVE(ACCOUNT-IDX) = "Y"
                   AND GLP-ACCOUNT(POST-LINE-IDX) = 0
                   MOVE ACC-T-ACCOUNT(ACCOUNT-IDX)
                       TO GLP-ACCOUNT(POST-LINE-IDX)
               END-IF
           END-PERFORM.

      * Journal numbers run on from the highest already on file.
       WRITE-JOURNAL.
           MOVE 0 TO LAST-JOURNAL.
           MOVE "N" TO JOURNAL-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL JOURNAL-EOF-SW = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO JOURNAL-EOF-SW
                       NOT AT END
                           IF GLJ-JOURNAL > LAST-JOURNAL
                               MOVE GLJ-JOURNAL TO LAST-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = "00"
               MOVE "CANNOT OPEN GLJRNL.DAT" TO GLP-REASON
           ELSE
               COMPUTE GLP-JOURNAL = LAST-JOURNAL + 1
               PERFORM VARYING POST-LINE-IDX FROM 1 BY 1
               UNTIL POST-LINE-IDX > GLP-LINE-COUNT
                   MOVE GLP-JOURNAL TO GLJ-JOURNAL
                   MOVE POST-LINE-IDX TO GLJ-LINE
                   MOVE GLP-DATE TO GLJ-DATE
                   MOVE GLP-ACCOUNT(POST-LINE-IDX) TO GLJ-ACCOUNT
                   MOVE GLP-SIDE(POST-LINE-IDX) TO GLJ-SIDE
                   MOVE GLP-AMOUNT(POST-LINE-IDX) TO GLJ-AMOUNT
                   MOVE GLP-SOURCE TO GLJ-SOURCE
                   MOVE GLP-REFERENCE TO GLJ-REFERENCE
                   MOVE GLP-DESC TO GLJ-DESC
                   MOVE POSTING-OPERATOR TO GLJ-POSTED-BY
                   WRITE GL-JOURNAL-RECORD
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "POSTED" TO GLP-RESULT
           END-IF.

       WRITE-GL-REJECT.
           MOVE 0 TO GLP-JOURNAL.
           DISPLAY "GL posting rejected - " GLP-SOURCE " "
               GLP-REFERENCE " " GLP-REASON.
           OPEN EXTEND GL-REJECT-FILE.
           IF GL-REJECT-STATUS = "35"
               OPEN OUTPUT GL-REJECT-FILE
           END-IF.
           IF GL-REJECT-STATUS NOT = "00"
               DISPLAY "Cannot open GLREJ.DAT - status "
                   GL-REJECT-STATUS
           ELSE
               MOVE GLP-DATE TO GLR-DATE
               MOVE GLP-SOURCE TO GLR-SOURCE
               MOVE GLP-REFERENCE TO GLR-REFERENCE
               MOVE GLP-REASON TO GLR-REASON
               MOVE POST-DEBITS TO GLR-DEBITS
               MOVE POST-CREDITS TO GLR-CREDITS
               MOVE POSTING-OPERATOR TO GLR-OPERATOR
               WRITE GL-REJECT-RECORD
               CLOSE GL-REJECT-FILE
           END-IF.

           MOVE GLP-SOURCE TO ALERT-JOB.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE SCHEDULED-JOB TO ALERT-JOB
           END-IF.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "GL reject " DELIMITED BY SIZE
                  GLP-REFERENCE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GLP-REASON DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.

       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO ACCOUNT-COUNT.
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
               MOVE GLA-ACTIVE TO ACC-T-ACTIVE(ACCOUNT-COUNT)
               MOVE GLA-CURRENCY TO ACC-T-CURRENCY(ACCOUNT-COUNT)
           ELSE
               DISPLAY "GLCOA.DAT has more rows than the account "
                   "table can hold"
           END-IF.

       LOAD-LAST-CLOSED-DATE.
           MOVE 0 TO LAST-CLOSED-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-LAST-CLOSED TO LAST-CLOSED-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
