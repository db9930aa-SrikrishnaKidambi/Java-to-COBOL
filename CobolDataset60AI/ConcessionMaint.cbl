       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-CONCESSIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT APPLIED-FILE ASSIGN TO "CONCAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CONCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Concession master: one row per concession granted to a
      * student. CN-BASIS P takes CN-VALUE as a percentage of the
      * scheduled fee, F as a fixed amount off it. A concession is
      * cancelled (C) rather than removed, so the approval trail
      * stays on file. Status N is a one-off award from the merit
      * award run, marked used (U) once an invoice has taken it.
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

      * Concessions applied by the invoice run, one row for each
      * concession taken off each invoice.
       FD  APPLIED-FILE.
       01 APPLIED-RECORD.
           05 CA-INVOICE     PIC 9(7).
           05 CA-ROLL        PIC 9(8).
           05 CA-DEPT        PIC 9.
           05 CA-DATE        PIC 9(8).
           05 CA-TYPE        PIC X(8).
           05 CA-AMOUNT      PIC 9(7)V99.

       FD  REGISTER-FILE.
       01 REGISTER-RECORD    PIC X(80).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       WORKING-STORAGE SECTION.
       01 CONCESSION-STATUS  PIC X(2) VALUE "00".
       01 APPLIED-STATUS     PIC X(2) VALUE "00".
       01 REGISTER-STATUS    PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.
       01 TODAY-DATE         PIC 9(8) VALUE 0.

       01 CONCESSION-TABLE.
           05 CONCESSION-ENTRY OCCURS 300 TIMES.
               10 CON-T-ROLL     PIC 9(8).
               10 CON-T-TYPE     PIC X(8).
               10 CON-T-BASIS    PIC X.
               10 CON-T-VALUE    PIC 9(7)V99.
               10 CON-T-TERM     PIC X(6).
               10 CON-T-APPROVER PIC X(10).
               10 CON-T-STATUS   PIC X.
               10 CON-T-DATE     PIC 9(8).
       01 CONCESSION-COUNT   PIC 999 VALUE 0.
       01 CONCESSION-IDX     PIC 999 VALUE 0.
       01 FOUND-CONCESSION-IDX PIC 999 VALUE 0.
       01 CONCESSION-FULL-SW PIC X VALUE "N".

      * Concession types the finance office recognises.
       01 CONCESSION-TYPES.
           05 FILLER          PIC X(8) VALUE "SIBLING".
           05 FILLER          PIC X(8) VALUE "STAFFWRD".
           05 FILLER          PIC X(8) VALUE "MERIT".
           05 FILLER          PIC X(8) VALUE "HARDSHIP".
           05 FILLER          PIC X(8) VALUE "SPORTS".
       01 CONCESSION-TYPE-LIST REDEFINES CONCESSION-TYPES.
           05 CONCESSION-TYPE-NAME OCCURS 5 TIMES PIC X(8).
       01 TYPE-IDX           PIC 99 VALUE 0.

       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.

       01 ROLL-INPUT         PIC 9(8) VALUE 0.
       01 TYPE-INPUT         PIC X(8) VALUE SPACES.
       01 BASIS-INPUT        PIC X VALUE SPACE.
       01 VALUE-TEXT         PIC X(12) VALUE SPACES.
       01 VALUE-INPUT        PIC 9(7)V99 VALUE 0.
       01 TERM-INPUT         PIC X(6) VALUE SPACES.
       01 ENTRY-VALID-SW     PIC X VALUE "N".
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 VALUE-DISPLAY      PIC Z(6)9.99.

      * Register totals: revenue foregone by concession type within
      * department, built from CONCAPPL.DAT for a date range.
       01 REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 200 TIMES.
               10 RG-TYPE        PIC X(8).
               10 RG-DEPT        PIC 9.
               10 RG-COUNT       PIC 9(5).
               10 RG-AMOUNT      PIC 9(9)V99.
       01 REGISTER-COUNT     PIC 999 VALUE 0.
       01 REGISTER-IDX       PIC 999 VALUE 0.
       01 FOUND-REGISTER-IDX PIC 999 VALUE 0.
       01 REGISTER-SWAP      PIC X(25).
       01 SORT-PASS          PIC 999 VALUE 0.
       01 SWAPPED-SW         PIC X VALUE "N".

       01 DEPT-FOREGONE.
           05 DEPT-FOREGONE-AMOUNT OCCURS 9 TIMES PIC 9(9)V99.
       01 DEPT-IDX           PIC 99 VALUE 0.
       01 FROM-DATE          PIC 9(8) VALUE 0.
       01 TO-DATE            PIC 9(8) VALUE 0.
       01 PREVIOUS-TYPE      PIC X(8) VALUE SPACES.
       01 TYPE-COUNT-TOTAL   PIC 9(5) VALUE 0.
       01 TYPE-AMOUNT-TOTAL  PIC 9(9)V99 VALUE 0.
       01 GRAND-COUNT-TOTAL  PIC 9(5) VALUE 0.
       01 GRAND-AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
       01 APPLIED-ROWS-READ  PIC 9(7) VALUE 0.
       01 COUNT-TEXT         PIC Z(4)9.
       01 AMOUNT-TEXT        PIC Z(8)9.99.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "CONCESSION".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "CONCREG.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "CONCESSION".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CONCESSION-TABLE.
           PERFORM LOAD-TERM-CALENDAR.
           PERFORM LOAD-DEPT-NAMES.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-CONCESSION-MENU
           END-PERFORM.
           GOBACK.

       SHOW-CONCESSION-MENU.
           DISPLAY "Fee Concessions:".
           DISPLAY "1. Grant a concession".
           DISPLAY "2. Cancel a concession".
           DISPLAY "3. List concessions for a student".
           DISPLAY "4. List all active concessions".
           DISPLAY "5. Concession register report".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM GRANT-CONCESSION
               WHEN 2
                   PERFORM CANCEL-CONCESSION
               WHEN 3
                   PERFORM LIST-STUDENT-CONCESSIONS
               WHEN 4
                   PERFORM LIST-ACTIVE-CONCESSIONS
               WHEN 5
                   PERFORM CONCESSION-REGISTER
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * A student holds at most one active concession of each type;
      * to change the terms of one, cancel it and grant it again.
       GRANT-CONCESSION.
           PERFORM ACCEPT-ROLL-AND-TYPE.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-ACTIVE-CONCESSION
               EVALUATE TRUE
                   WHEN FOUND-CONCESSION-IDX > 0
                       DISPLAY "Student already holds an active "
                           TYPE-INPUT " concession"
                   WHEN CONCESSION-FULL-SW = "Y"
                       DISPLAY "CONCESS.DAT is larger than the "
                           "concession table - not changed"
                   WHEN CONCESSION-COUNT >= 300
                       DISPLAY "Concession table is full"
                   WHEN OTHER
                       PERFORM ACCEPT-CONCESSION-TERMS
               END-EVALUATE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               AND FOUND-CONCESSION-IDX = 0
               AND CONCESSION-FULL-SW = "N"
               AND CONCESSION-COUNT < 300
               DISPLAY "Approving supervisor ID: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
               MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                   TO SUPERVISOR-ID
               PERFORM VALIDATE-SUPERVISOR-ID
               IF SUPERVISOR-OK-SW = "Y"
                   ADD 1 TO CONCESSION-COUNT
                   MOVE CONCESSION-COUNT TO FOUND-CONCESSION-IDX
                   MOVE ROLL-INPUT
                       TO CON-T-ROLL(FOUND-CONCESSION-IDX)
                   MOVE TYPE-INPUT
                       TO CON-T-TYPE(FOUND-CONCESSION-IDX)
                   MOVE BASIS-INPUT
                       TO CON-T-BASIS(FOUND-CONCESSION-IDX)
                   MOVE VALUE-INPUT
                       TO CON-T-VALUE(FOUND-CONCESSION-IDX)
                   MOVE TERM-INPUT
                       TO CON-T-TERM(FOUND-CONCESSION-IDX)
                   MOVE SUPERVISOR-ID
                       TO CON-T-APPROVER(FOUND-CONCESSION-IDX)
                   MOVE "A" TO CON-T-STATUS(FOUND-CONCESSION-IDX)
                   MOVE TODAY-DATE
                       TO CON-T-DATE(FOUND-CONCESSION-IDX)
                   PERFORM SAVE-CONCESSION-TABLE
                   MOVE "CONCADD" TO AUDIT-ACTION
                   PERFORM WRITE-CONCESSION-AUDIT
                   DISPLAY "Concession granted"
               ELSE
                   DISPLAY "Concession not granted"
               END-IF
           END-IF.

       CANCEL-CONCESSION.
           PERFORM ACCEPT-ROLL-AND-TYPE.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-ACTIVE-CONCESSION
               IF FOUND-CONCESSION-IDX = 0
                   DISPLAY "No active " TYPE-INPUT
                       " concession for roll " ROLL-INPUT
               ELSE
                   IF CONCESSION-FULL-SW = "Y"
                       DISPLAY "CONCESS.DAT is larger than the "
                           "concession table - not changed"
                   ELSE
                       MOVE "C" TO CON-T-STATUS(FOUND-CONCESSION-IDX)
                       MOVE TODAY-DATE
                           TO CON-T-DATE(FOUND-CONCESSION-IDX)
                       PERFORM SAVE-CONCESSION-TABLE
                       MOVE "CONCCAN" TO AUDIT-ACTION
                       PERFORM WRITE-CONCESSION-AUDIT
                       DISPLAY "Concession cancelled"
                   END-IF
               END-IF
           END-IF.

       LIST-STUDENT-CONCESSIONS.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           MOVE 0 TO FOUND-CONCESSION-IDX.
           DISPLAY "TYPE     BASIS      VALUE TERM   APPROVER   "
               "STATUS DATE".
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               IF CON-T-ROLL(CONCESSION-IDX) = ROLL-INPUT
                   MOVE CONCESSION-IDX TO FOUND-CONCESSION-IDX
                   PERFORM SHOW-ONE-CONCESSION
               END-IF
           END-PERFORM.
           IF FOUND-CONCESSION-IDX = 0
               DISPLAY "No concessions on file for roll " ROLL-INPUT
           END-IF.

       LIST-ACTIVE-CONCESSIONS.
           MOVE 0 TO FOUND-CONCESSION-IDX.
           DISPLAY "ROLL     TYPE     BASIS      VALUE TERM   "
               "APPROVER   STATUS DATE".
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               IF CON-T-STATUS(CONCESSION-IDX) = "A"
                   OR CON-T-STATUS(CONCESSION-IDX) = "N"
                   MOVE CONCESSION-IDX TO FOUND-CONCESSION-IDX
                   DISPLAY CON-T-ROLL(CONCESSION-IDX) " "
                       WITH NO ADVANCING
                   PERFORM SHOW-ONE-CONCESSION
               END-IF
           END-PERFORM.
           IF FOUND-CONCESSION-IDX = 0
               DISPLAY "No active concessions on CONCESS.DAT"
           END-IF.

       SHOW-ONE-CONCESSION.
           MOVE CON-T-VALUE(CONCESSION-IDX) TO VALUE-DISPLAY.
           DISPLAY CON-T-TYPE(CONCESSION-IDX) " "
               CON-T-BASIS(CONCESSION-IDX) "    "
               VALUE-DISPLAY " "
               CON-T-TERM(CONCESSION-IDX) " "
               CON-T-APPROVER(CONCESSION-IDX) " "
               CON-T-STATUS(CONCESSION-IDX) "      "
               CON-T-DATE(CONCESSION-IDX).

      * The student must be on the master; the type must be one the
      * finance office recognises.
       ACCEPT-ROLL-AND-TYPE.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           DISPLAY "Concession type (SIBLING, STAFFWRD, MERIT, "
               "HARDSHIP, SPORTS): " WITH NO ADVANCING.
           ACCEPT TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(TYPE-INPUT) TO TYPE-INPUT.

           MOVE "N" TO ENTRY-VALID-SW.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
           UNTIL TYPE-IDX > 5
               IF CONCESSION-TYPE-NAME(TYPE-IDX) = TYPE-INPUT
                   MOVE "Y" TO ENTRY-VALID-SW
               END-IF
           END-PERFORM.
           IF ENTRY-VALID-SW = "N"
               DISPLAY "Unknown concession type: " TYPE-INPUT
           ELSE
               OPEN INPUT STUDENT-FILE
               IF STUDENT-STATUS NOT = "00"
                   DISPLAY "Cannot open STUMAST.DAT - status "
                       STUDENT-STATUS
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   MOVE ROLL-INPUT TO STU-ROLL
                   READ STUDENT-FILE
                       INVALID KEY
                           DISPLAY "Roll not on STUMAST.DAT: "
                               ROLL-INPUT
                           MOVE "N" TO ENTRY-VALID-SW
                   END-READ
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

      * A percentage runs from 0.01 to 100; a fixed amount must be
      * above zero. When a term calendar is on file the effective
      * term must be on it.
       ACCEPT-CONCESSION-TERMS.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Basis - P percent or F fixed amount: "
               WITH NO ADVANCING.
           ACCEPT BASIS-INPUT.
           MOVE FUNCTION UPPER-CASE(BASIS-INPUT) TO BASIS-INPUT.
           IF BASIS-INPUT NOT = "P" AND BASIS-INPUT NOT = "F"
               DISPLAY "Basis must be P or F"
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               IF BASIS-INPUT = "P"
                   DISPLAY "Percentage off the fee: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Amount off the fee: " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO VALUE-TEXT
               ACCEPT VALUE-TEXT
               COMPUTE VALUE-INPUT = FUNCTION NUMVAL(VALUE-TEXT)
               IF VALUE-INPUT = 0
                   OR (BASIS-INPUT = "P" AND VALUE-INPUT > 100)
                   DISPLAY "Invalid concession value: " VALUE-TEXT
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Effective term (e.g. 2025FA): "
                   WITH NO ADVANCING
               ACCEPT TERM-INPUT
               MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT
               IF TERM-INPUT = SPACES
                   DISPLAY "Effective term is required"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y" AND TERMCAL-ON-FILE-SW = "Y"
               MOVE "N" TO ENTRY-VALID-SW
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = TERM-INPUT
                       MOVE "Y" TO ENTRY-VALID-SW
                   END-IF
               END-PERFORM
               IF ENTRY-VALID-SW = "N"
                   DISPLAY "Term not on TERMCAL.DAT: " TERM-INPUT
               END-IF
           END-IF.
           IF ENTRY-VALID-SW NOT = "Y"
               DISPLAY "Concession not granted"
           END-IF.

       FIND-ACTIVE-CONCESSION.
           MOVE 0 TO FOUND-CONCESSION-IDX.
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               IF CON-T-ROLL(CONCESSION-IDX) = ROLL-INPUT
                   AND CON-T-TYPE(CONCESSION-IDX) = TYPE-INPUT
                   AND (CON-T-STATUS(CONCESSION-IDX) = "A"
                       OR CON-T-STATUS(CONCESSION-IDX) = "N")
                   MOVE CONCESSION-IDX TO FOUND-CONCESSION-IDX
               END-IF
           END-PERFORM.

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

       WRITE-CONCESSION-AUDIT.
           MOVE CON-T-VALUE(FOUND-CONCESSION-IDX) TO VALUE-DISPLAY.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  CON-T-ROLL(FOUND-CONCESSION-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CON-T-TYPE(FOUND-CONCESSION-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CON-T-BASIS(FOUND-CONCESSION-IDX) DELIMITED BY SIZE
                  FUNCTION TRIM(VALUE-DISPLAY) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

      * Revenue foregone: every concession the invoice run took off
      * an invoice dated within the range, totalled by type within
      * department, with department and grand totals after.
       CONCESSION-REGISTER.
           DISPLAY "From invoice date (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING.
           ACCEPT FROM-DATE.
           DISPLAY "To invoice date (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING.
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE 99999999 TO TO-DATE
           END-IF.

           MOVE 0 TO REGISTER-COUNT.
           MOVE 0 TO APPLIED-ROWS-READ.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               MOVE 0 TO DEPT-FOREGONE-AMOUNT(DEPT-IDX)
           END-PERFORM.

           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT APPLIED-FILE.
           IF APPLIED-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ APPLIED-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CA-DATE >= FROM-DATE
                               AND CA-DATE <= TO-DATE
                               PERFORM TALLY-APPLIED-CONCESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-FILE
           END-IF.

           PERFORM SORT-REGISTER-TABLE.
           PERFORM WRITE-CONCESSION-REGISTER.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Applied concessions counted: " APPLIED-ROWS-READ.
           DISPLAY "Register written to CONCREG.DAT".

       TALLY-APPLIED-CONCESSION.
           ADD 1 TO APPLIED-ROWS-READ.
           MOVE 0 TO FOUND-REGISTER-IDX.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
           UNTIL REGISTER-IDX > REGISTER-COUNT
               IF RG-TYPE(REGISTER-IDX) = CA-TYPE
                   AND RG-DEPT(REGISTER-IDX) = CA-DEPT
                   MOVE REGISTER-IDX TO FOUND-REGISTER-IDX
               END-IF
           END-PERFORM.
           IF FOUND-REGISTER-IDX = 0
               IF REGISTER-COUNT < 200
                   ADD 1 TO REGISTER-COUNT
                   MOVE REGISTER-COUNT TO FOUND-REGISTER-IDX
                   MOVE CA-TYPE TO RG-TYPE(FOUND-REGISTER-IDX)
                   MOVE CA-DEPT TO RG-DEPT(FOUND-REGISTER-IDX)
                   MOVE 0 TO RG-COUNT(FOUND-REGISTER-IDX)
                   MOVE 0 TO RG-AMOUNT(FOUND-REGISTER-IDX)
               ELSE
                   DISPLAY "CONCAPPL.DAT has more type and "
                       "department pairs than the register can hold"
               END-IF
           END-IF.
           IF FOUND-REGISTER-IDX > 0
               ADD 1 TO RG-COUNT(FOUND-REGISTER-IDX)
               ADD CA-AMOUNT TO RG-AMOUNT(FOUND-REGISTER-IDX)
           END-IF.
           IF CA-DEPT >= 1 AND CA-DEPT <= 9
               ADD CA-AMOUNT TO DEPT-FOREGONE-AMOUNT(CA-DEPT)
           END-IF.

       SORT-REGISTER-TABLE.
           MOVE "Y" TO SWAPPED-SW.
           PERFORM VARYING SORT-PASS FROM 1 BY 1
           UNTIL SORT-PASS >= REGISTER-COUNT OR SWAPPED-SW = "N"
               MOVE "N" TO SWAPPED-SW
               PERFORM VARYING REGISTER-IDX FROM 1 BY 1
               UNTIL REGISTER-IDX > REGISTER-COUNT - SORT-PASS
                   IF REGISTER-ENTRY(REGISTER-IDX)(1:9)
                       > REGISTER-ENTRY(REGISTER-IDX + 1)(1:9)
                       MOVE REGISTER-ENTRY(REGISTER-IDX)
                           TO REGISTER-SWAP
                       MOVE REGISTER-ENTRY(REGISTER-IDX + 1)
                           TO REGISTER-ENTRY(REGISTER-IDX)
                       MOVE REGISTER-SWAP
                           TO REGISTER-ENTRY(REGISTER-IDX + 1)
                       MOVE "Y" TO SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CONCESSION-REGISTER.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO GRAND-COUNT-TOTAL.
           MOVE 0 TO GRAND-AMOUNT-TOTAL.
           MOVE SPACES TO PREVIOUS-TYPE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "CONCESSION REGISTER - REVENUE FOREGONE "
                      DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "TYPE     DEPARTMENT  INVOICES        FOREGONE"
               TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.

           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
           UNTIL REGISTER-IDX > REGISTER-COUNT
               IF RG-TYPE(REGISTER-IDX) NOT = PREVIOUS-TYPE
                   IF PREVIOUS-TYPE NOT = SPACES
                       PERFORM WRITE-TYPE-TOTAL
                   END-IF
                   MOVE RG-TYPE(REGISTER-IDX) TO PREVIOUS-TYPE
                   MOVE 0 TO TYPE-COUNT-TOTAL
                   MOVE 0 TO TYPE-AMOUNT-TOTAL
               END-IF
               MOVE RG-DEPT(REGISTER-IDX) TO DEPT-IDX
               PERFORM FIND-DEPT-NAME
               MOVE RG-COUNT(REGISTER-IDX) TO COUNT-TEXT
               MOVE RG-AMOUNT(REGISTER-IDX) TO AMOUNT-TEXT
               MOVE SPACES TO REGISTER-RECORD
               STRING RG-TYPE(REGISTER-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DEPT-NAME-FOUND DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      AMOUNT-TEXT DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               ADD RG-COUNT(REGISTER-IDX) TO TYPE-COUNT-TOTAL
               ADD RG-AMOUNT(REGISTER-IDX) TO TYPE-AMOUNT-TOTAL
               ADD RG-COUNT(REGISTER-IDX) TO GRAND-COUNT-TOTAL
               ADD RG-AMOUNT(REGISTER-IDX) TO GRAND-AMOUNT-TOTAL
           END-PERFORM.
           IF PREVIOUS-TYPE NOT = SPACES
               PERFORM WRITE-TYPE-TOTAL
           END-IF.

           MOVE SPACES TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "FOREGONE BY DEPARTMENT" TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               IF DEPT-FOREGONE-AMOUNT(DEPT-IDX) > 0
                   PERFORM FIND-DEPT-NAME
                   MOVE DEPT-FOREGONE-AMOUNT(DEPT-IDX) TO AMOUNT-TEXT
                   MOVE SPACES TO REGISTER-RECORD
                   STRING "         " DELIMITED BY SIZE
                          DEPT-NAME-FOUND DELIMITED BY SIZE
                          "              " DELIMITED BY SIZE
                          AMOUNT-TEXT DELIMITED BY SIZE
                          INTO REGISTER-RECORD
                   END-STRING
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM.

           MOVE GRAND-COUNT-TOTAL TO COUNT-TEXT.
           MOVE GRAND-AMOUNT-TOTAL TO AMOUNT-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "TOTAL REVENUE FOREGONE " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           CLOSE REGISTER-FILE.

       WRITE-TYPE-TOTAL.
           MOVE TYPE-COUNT-TOTAL TO COUNT-TEXT.
           MOVE TYPE-AMOUNT-TOTAL TO AMOUNT-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING PREVIOUS-TYPE DELIMITED BY SIZE
                  " TOTAL     " DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO REGISTER-RECORD.

       FIND-DEPT-NAME.
           MOVE "DEPT?" TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = DEPT-IDX
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.

       LOAD-CONCESSION-TABLE.
           MOVE 0 TO CONCESSION-COUNT.
           MOVE "N" TO CONCESSION-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CONCESSION-FILE.
           IF CONCESSION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CONCESSION-COUNT < 300
                               ADD 1 TO CONCESSION-COUNT
                               MOVE CONCESSION-RECORD
                                   TO CONCESSION-ENTRY(
                                       CONCESSION-COUNT)
                           ELSE
                               DISPLAY "CONCESS.DAT has more rows "
                                   "than the concession table can "
                                   "hold"
                               MOVE "Y" TO CONCESSION-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF.

       SAVE-CONCESSION-TABLE.
           OPEN OUTPUT CONCESSION-FILE.
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               MOVE CONCESSION-ENTRY(CONCESSION-IDX)
                   TO CONCESSION-RECORD
               WRITE CONCESSION-RECORD
           END-PERFORM.
           CLOSE CONCESSION-FILE.

      * With no term calendar on file the term edit stands down.
       LOAD-TERM-CALENDAR.
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
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       LOAD-DEPT-NAMES.
           MOVE 0 TO DEPT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DEPT-COUNT < 20
                             ADD 1 TO DEPT-COUNT
                             MOVE DT-CODE TO DEPT-ENTRY-CODE(DEPT-COUNT)
                             MOVE DT-NAME TO DEPT-ENTRY-NAME(DEPT-COUNT)
                           ELSE
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.
