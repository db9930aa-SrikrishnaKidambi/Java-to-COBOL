       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATE-STATUS.

           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYSLIP-STATUS.

           SELECT BANK-TRANSFER-FILE ASSIGN TO "BANKXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-TRANSFER-STATUS.

           SELECT PF-REMIT-FILE ASSIGN TO "PFREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-REMIT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Employee master: one row per member of staff on the payroll,
      * teaching or not. A leaver is made inactive (N) rather than
      * removed so past payslips still name them.
       FD  EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID           PIC X(8).
           05 EMP-NAME         PIC X(25).
           05 EMP-GRADE        PIC X.
           05 EMP-BASIC        PIC 9(7)V99.
           05 EMP-BANK-IFSC    PIC X(11).
           05 EMP-BANK-ACCOUNT PIC X(18).
           05 EMP-PF-NUMBER    PIC X(12).
           05 EMP-ACTIVE       PIC X.

      * Allowance and deduction rates. Each row is an earning (E) or
      * a deduction (D), either a percentage of basic pay (P) or a
      * fixed monthly amount (F). A row for a grade applies to that
      * grade; a row for grade "*" applies to every grade that has no
      * row of its own under the same code.
       FD  PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           05 PR-CODE          PIC X(6).
           05 PR-GRADE         PIC X.
           05 PR-TYPE          PIC X.
           05 PR-BASIS         PIC X.
           05 PR-RATE          PIC 9(5)V99.
           05 PR-DESC          PIC X(20).

       FD  PAYSLIP-FILE.
       01 PAYSLIP-RECORD      PIC X(80).

      * Salary credit file for the bank: a *HDR line, one detail row
      * per employee paid, and a *TRL line with the count and total.
       FD  BANK-TRANSFER-FILE.
       01 BANK-TRANSFER-RECORD.
           05 BT-EMPLOYEE      PIC X(8).
           05 BT-NAME          PIC X(25).
           05 BT-IFSC          PIC X(11).
           05 BT-ACCOUNT       PIC X(18).
           05 BT-AMOUNT        PIC 9(9)V99.
           05 BT-PAY-DATE      PIC 9(8).

       FD  PF-REMIT-FILE.
       01 PF-REMIT-RECORD     PIC X(80).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS      PIC X(2) VALUE "00".
       01 PAY-RATE-STATUS      PIC X(2) VALUE "00".
       01 PAYSLIP-STATUS       PIC X(2) VALUE "00".
       01 BANK-TRANSFER-STATUS PIC X(2) VALUE "00".
       01 PF-REMIT-STATUS      PIC X(2) VALUE "00".
       01 BUSDATE-STATUS       PIC X(2) VALUE "00".
       01 TABLE-EOF-SW         PIC X VALUE "N".
       01 DONE-SW              PIC X VALUE "N".
       01 USER-CHOICE          PIC 9.

       01 BUSINESS-DATE        PIC 9(8) VALUE 0.

       01 EMPLOYEE-TABLE.
           05 EMPLOYEE-ENTRY OCCURS 200 TIMES.
               10 EMP-T-ID           PIC X(8).
               10 EMP-T-NAME         PIC X(25).
               10 EMP-T-GRADE        PIC X.
               10 EMP-T-BASIC        PIC 9(7)V99.
               10 EMP-T-BANK-IFSC    PIC X(11).
               10 EMP-T-BANK-ACCOUNT PIC X(18).
               10 EMP-T-PF-NUMBER    PIC X(12).
               10 EMP-T-ACTIVE       PIC X.
       01 EMPLOYEE-COUNT       PIC 999 VALUE 0.
       01 EMPLOYEE-IDX         PIC 999 VALUE 0.
       01 FOUND-EMPLOYEE-IDX   PIC 999 VALUE 0.
       01 EMPLOYEE-FULL-SW     PIC X VALUE "N".

       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RATE-T-CODE     PIC X(6).
               10 RATE-T-GRADE    PIC X.
               10 RATE-T-TYPE     PIC X.
               10 RATE-T-BASIS    PIC X.
               10 RATE-T-RATE     PIC 9(5)V99.
               10 RATE-T-DESC     PIC X(20).
       01 RATE-COUNT           PIC 99 VALUE 0.
       01 RATE-IDX             PIC 99 VALUE 0.
       01 OTHER-RATE-IDX       PIC 99 VALUE 0.
       01 FOUND-RATE-IDX       PIC 99 VALUE 0.
       01 RATE-FULL-SW         PIC X VALUE "N".
       01 RATE-DUE-SW          PIC X VALUE "N".

       01 EMPLOYEE-INPUT       PIC X(8) VALUE SPACES.
       01 NAME-INPUT           PIC X(25) VALUE SPACES.
       01 GRADE-INPUT          PIC X VALUE SPACE.
       01 BASIC-INPUT-TEXT     PIC X(12) VALUE SPACES.
       01 BASIC-INPUT          PIC 9(7)V99 VALUE 0.
       01 IFSC-INPUT           PIC X(11) VALUE SPACES.
       01 ACCOUNT-INPUT        PIC X(18) VALUE SPACES.
       01 PF-NUMBER-INPUT      PIC X(12) VALUE SPACES.
       01 ACTIVE-INPUT         PIC X VALUE SPACE.
       01 RATE-CODE-INPUT      PIC X(6) VALUE SPACES.
       01 RATE-TYPE-INPUT      PIC X VALUE SPACE.
       01 RATE-BASIS-INPUT     PIC X VALUE SPACE.
       01 RATE-INPUT-TEXT      PIC X(10) VALUE SPACES.
       01 RATE-INPUT           PIC 9(5)V99 VALUE 0.
       01 RATE-DESC-INPUT      PIC X(20) VALUE SPACES.
       01 ENTRY-VALID-SW       PIC X VALUE "N".

      * One employee's pay for the month, worked out the same way for
      * the exception check and again when the outputs are written.
       01 PAY-LINE-TABLE.
           05 PAY-LINE OCCURS 20 TIMES.
               10 PAY-L-DESC      PIC X(20).
               10 PAY-L-TYPE      PIC X.
               10 PAY-L-AMOUNT    PIC 9(7)V99.
       01 PAY-LINE-COUNT       PIC 99 VALUE 0.
       01 PAY-LINE-IDX         PIC 99 VALUE 0.
       01 PAY-COMPONENT        PIC 9(7)V99 VALUE 0.
       01 PAY-GROSS            PIC 9(7)V99 VALUE 0.
       01 PAY-DEDUCTIONS       PIC 9(7)V99 VALUE 0.
       01 PAY-PF               PIC 9(7)V99 VALUE 0.
       01 PAY-NET              PIC S9(7)V99 VALUE 0.
       01 PF-RATE-CODE         PIC X(6) VALUE "PF".

       01 PAY-MONTH            PIC 9(6) VALUE 0.
       01 PAY-MONTH-TEXT       PIC X(6) VALUE SPACES.
       01 PAY-YEAR             PIC 9(4) VALUE 0.
       01 PAY-MONTH-NUM        PIC 99 VALUE 0.
       01 NEXT-MONTH-FIRST     PIC 9(8) VALUE 0.
       01 MONTH-END-DAYS       PIC 9(7) VALUE 0.
       01 MONTH-END-DATE       PIC 9(8) VALUE 0.
       01 PAYROLL-FAILED-SW    PIC X VALUE "N".
       01 EXCEPTION-COUNT      PIC 999 VALUE 0.
       01 EMPLOYEES-PAID       PIC 999 VALUE 0.
       01 PF-MEMBERS           PIC 999 VALUE 0.
       01 RUN-GROSS-TOTAL      PIC 9(9)V99 VALUE 0.
       01 RUN-DEDUCTION-TOTAL  PIC 9(9)V99 VALUE 0.
       01 RUN-NET-TOTAL        PIC 9(9)V99 VALUE 0.
       01 RUN-PF-TOTAL         PIC 9(9)V99 VALUE 0.
       01 PAYSLIP-LINES        PIC 9(7) VALUE 0.
       01 PF-REMIT-LINES       PIC 9(7) VALUE 0.

       01 AMOUNT-TEXT          PIC -(8)9.99.
       01 RATE-TEXT            PIC ZZZZ9.99.
       01 COUNT-TEXT           PIC ZZ9.
       01 TRAILER-COUNT-TEXT   PIC 9(5).
       01 TRAILER-TOTAL-TEXT   PIC 9(9).99.

       01 RUN-CONTROL-FUNCTION PIC X.
       01 RUN-CONTROL-JOB      PIC X(12) VALUE "PAYROLL".
       01 RUN-CONTROL-DATE     PIC 9(8) VALUE 0.
       01 RUN-CONTROL-JOB-STATUS PIC X(8) VALUE SPACES.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE SPACES.
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "PAYROLL".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

      * Net pay leaves the bank account; the deductions are held
      * as payable until remitted.
       01 GL-CASH-ACCOUNT      PIC 9(4) VALUE 1100.
       01 GL-DEDUCTIONS-ACCOUNT PIC 9(4) VALUE 2100.
       01 GL-SALARY-ACCOUNT    PIC 9(4) VALUE 5200.
       01 GL-LINE-ACCOUNT      PIC 9(4) VALUE 0.
       01 GL-LINE-SIDE         PIC X VALUE SPACE.
       01 GL-LINE-AMOUNT       PIC 9(9)V99 VALUE 0.
       COPY "GLPOST.CPY".

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "PAYROLL".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

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
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-EMPLOYEE-TABLE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM OPEN-PARAMETER-CARD.

           MOVE "N" TO DONE-SW.
           IF CARD-FAILED-SW = "Y"
               MOVE "Y" TO DONE-SW
           END-IF.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-PAYROLL-MENU
           END-PERFORM.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       SHOW-PAYROLL-MENU.
           DISPLAY "Staff Payroll:".
           DISPLAY "1. Add employee".
           DISPLAY "2. Change employee details".
           DISPLAY "3. Activate or deactivate employee".
           DISPLAY "4. List employees".
           DISPLAY "5. List allowance and deduction rates".
           DISPLAY "6. Add or change a rate".
           DISPLAY "7. Monthly payroll run".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM UNATTENDED-PAYROLL-CHOICE
           ELSE
               ACCEPT USER-CHOICE
           END-IF.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM ADD-EMPLOYEE
               WHEN 2
                   PERFORM CHANGE-EMPLOYEE
               WHEN 3
                   PERFORM SET-EMPLOYEE-ACTIVE
               WHEN 4
                   PERFORM LIST-EMPLOYEES
               WHEN 5
                   PERFORM LIST-RATES
               WHEN 6
                   PERFORM MAINTAIN-RATE
               WHEN 7
                   PERFORM RUN-PAYROLL
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * Employee and rate maintenance is keyed at the terminal; a
      * parameter card may only list, pay and exit. Anything else,
      * or a failed card, ends the job through Exit.
       UNATTENDED-PAYROLL-CHOICE.
           PERFORM NUMERIC-CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               IF CARD-NUMBER NOT = 4 AND CARD-NUMBER NOT = 5
                   AND CARD-NUMBER NOT = 7 AND CARD-NUMBER NOT = 9
                   DISPLAY "Choice " FUNCTION TRIM(CARD-ANSWER)
                       " cannot run unattended - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               ELSE
                   MOVE CARD-NUMBER TO USER-CHOICE
               END-IF
           END-IF.
           IF CARD-FAILED-SW = "Y"
               MOVE 9 TO USER-CHOICE
           END-IF.

       ADD-EMPLOYEE.
           PERFORM ACCEPT-EMPLOYEE-ID.
           PERFORM FIND-EMPLOYEE.
           EVALUATE TRUE
               WHEN EMPLOYEE-INPUT = SPACES
                   DISPLAY "Employee ID is required"
               WHEN FOUND-EMPLOYEE-IDX > 0
                   DISPLAY "Employee ID already on EMPMAST.DAT: "
                       EMPLOYEE-INPUT
               WHEN EMPLOYEE-COUNT >= 200 OR EMPLOYEE-FULL-SW = "Y"
                   DISPLAY "Employee table is full"
               WHEN OTHER
                   PERFORM ACCEPT-EMPLOYEE-DETAILS
                   IF ENTRY-VALID-SW = "Y"
                       ADD 1 TO EMPLOYEE-COUNT
                       MOVE EMPLOYEE-COUNT TO FOUND-EMPLOYEE-IDX
                       MOVE EMPLOYEE-INPUT
                           TO EMP-T-ID(FOUND-EMPLOYEE-IDX)
                       PERFORM STORE-EMPLOYEE-DETAILS
                       MOVE "Y" TO EMP-T-ACTIVE(FOUND-EMPLOYEE-IDX)
                       PERFORM SAVE-EMPLOYEE-TABLE
                       MOVE "EMPADD" TO AUDIT-ACTION
                       PERFORM WRITE-EMPLOYEE-AUDIT
                       DISPLAY "Employee added"
                   END-IF
           END-EVALUATE.

       CHANGE-EMPLOYEE.
           PERFORM ACCEPT-EMPLOYEE-ID.
           PERFORM FIND-EMPLOYEE.
           IF FOUND-EMPLOYEE-IDX = 0
               DISPLAY "Employee ID not on EMPMAST.DAT: "
                   EMPLOYEE-INPUT
           ELSE
               IF EMPLOYEE-FULL-SW = "Y"
                   DISPLAY "EMPMAST.DAT is larger than the employee "
                       "table - not changed"
               ELSE
                   MOVE FOUND-EMPLOYEE-IDX TO EMPLOYEE-IDX
                   PERFORM SHOW-ONE-EMPLOYEE
                   PERFORM ACCEPT-EMPLOYEE-DETAILS
                   IF ENTRY-VALID-SW = "Y"
                       PERFORM STORE-EMPLOYEE-DETAILS
                       PERFORM SAVE-EMPLOYEE-TABLE
                       MOVE "EMPCHG" TO AUDIT-ACTION
                       PERFORM WRITE-EMPLOYEE-AUDIT
                       DISPLAY "Employee changed"
                   END-IF
               END-IF
           END-IF.

       SET-EMPLOYEE-ACTIVE.
           PERFORM ACCEPT-EMPLOYEE-ID.
           PERFORM FIND-EMPLOYEE.
           IF FOUND-EMPLOYEE-IDX = 0
               DISPLAY "Employee ID not on EMPMAST.DAT: "
                   EMPLOYEE-INPUT
           ELSE
               IF EMPLOYEE-FULL-SW = "Y"
                   DISPLAY "EMPMAST.DAT is larger than the employee "
                       "table - not changed"
               ELSE
                   DISPLAY "Active (Y/N): " WITH NO ADVANCING
                   ACCEPT ACTIVE-INPUT
                   MOVE FUNCTION UPPER-CASE(ACTIVE-INPUT)
                       TO ACTIVE-INPUT
                   IF ACTIVE-INPUT = "Y" OR ACTIVE-INPUT = "N"
                       MOVE ACTIVE-INPUT
                           TO EMP-T-ACTIVE(FOUND-EMPLOYEE-IDX)
                       PERFORM SAVE-EMPLOYEE-TABLE
                       IF ACTIVE-INPUT = "Y"
                           MOVE "EMPACT" TO AUDIT-ACTION
                       ELSE
                           MOVE "EMPINACT" TO AUDIT-ACTION
                       END-IF
                       PERFORM WRITE-EMPLOYEE-AUDIT
                       DISPLAY "Active flag set to " ACTIVE-INPUT
                   ELSE
                       DISPLAY "Active flag must be Y or N - "
                           "not changed"
                   END-IF
               END-IF
           END-IF.

       LIST-EMPLOYEES.
           IF EMPLOYEE-COUNT = 0
               DISPLAY "No employees on EMPMAST.DAT"
           ELSE
               DISPLAY "EMPLOYEE NAME                      GR"
                   "   BASIC PAY IFSC        ACTIVE"
               PERFORM VARYING EMPLOYEE-IDX FROM 1 BY 1
               UNTIL EMPLOYEE-IDX > EMPLOYEE-COUNT
                   PERFORM SHOW-ONE-EMPLOYEE
               END-PERFORM
           END-IF.

       SHOW-ONE-EMPLOYEE.
           MOVE EMP-T-BASIC(EMPLOYEE-IDX) TO AMOUNT-TEXT.
           DISPLAY EMP-T-ID(EMPLOYEE-IDX) " "
               EMP-T-NAME(EMPLOYEE-IDX) " "
               EMP-T-GRADE(EMPLOYEE-IDX) " "
               AMOUNT-TEXT " "
               EMP-T-BANK-IFSC(EMPLOYEE-IDX) " "
               EMP-T-ACTIVE(EMPLOYEE-IDX).

       ACCEPT-EMPLOYEE-ID.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           ACCEPT EMPLOYEE-INPUT.
           MOVE FUNCTION UPPER-CASE(EMPLOYEE-INPUT) TO EMPLOYEE-INPUT.

      * The grade picks the grade allowance and any other grade rows
      * in PAYRATE.DAT; the bank details are what the salary credit
      * file carries, so they are required before the employee can
      * be paid.
       ACCEPT-EMPLOYEE-DETAILS.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT NAME-INPUT.
           IF NAME-INPUT = SPACES
               DISPLAY "Name is required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           DISPLAY "Grade (A, B, ...): " WITH NO ADVANCING.
           ACCEPT GRADE-INPUT.
           MOVE FUNCTION UPPER-CASE(GRADE-INPUT) TO GRADE-INPUT.
           IF GRADE-INPUT = SPACE OR GRADE-INPUT = "*"
               DISPLAY "Grade is required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           DISPLAY "Basic monthly pay: " WITH NO ADVANCING.
           ACCEPT BASIC-INPUT-TEXT.
           COMPUTE BASIC-INPUT = FUNCTION NUMVAL(BASIC-INPUT-TEXT).
           IF BASIC-INPUT = 0
               DISPLAY "Basic pay must be more than zero"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           DISPLAY "Bank IFSC: " WITH NO ADVANCING.
           ACCEPT IFSC-INPUT.
           MOVE FUNCTION UPPER-CASE(IFSC-INPUT) TO IFSC-INPUT.
           DISPLAY "Bank account number: " WITH NO ADVANCING.
           ACCEPT ACCOUNT-INPUT.
           IF IFSC-INPUT = SPACES OR ACCOUNT-INPUT = SPACES
               DISPLAY "Bank IFSC and account number are required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           DISPLAY "PF number (blank if none): " WITH NO ADVANCING.
           ACCEPT PF-NUMBER-INPUT.
           MOVE FUNCTION UPPER-CASE(PF-NUMBER-INPUT)
               TO PF-NUMBER-INPUT.
           IF ENTRY-VALID-SW NOT = "Y"
               DISPLAY "Employee not saved"
           END-IF.

       STORE-EMPLOYEE-DETAILS.
           MOVE NAME-INPUT TO EMP-T-NAME(FOUND-EMPLOYEE-IDX).
           MOVE GRADE-INPUT TO EMP-T-GRADE(FOUND-EMPLOYEE-IDX).
           MOVE BASIC-INPUT TO EMP-T-BASIC(FOUND-EMPLOYEE-IDX).
           MOVE IFSC-INPUT TO EMP-T-BANK-IFSC(FOUND-EMPLOYEE-IDX).
           MOVE ACCOUNT-INPUT
               TO EMP-T-BANK-ACCOUNT(FOUND-EMPLOYEE-IDX).
           MOVE PF-NUMBER-INPUT
               TO EMP-T-PF-NUMBER(FOUND-EMPLOYEE-IDX).

       FIND-EMPLOYEE.
           MOVE 0 TO FOUND-EMPLOYEE-IDX.
           PERFORM VARYING EMPLOYEE-IDX FROM 1 BY 1
           UNTIL EMPLOYEE-IDX > EMPLOYEE-COUNT
               IF EMP-T-ID(EMPLOYEE-IDX) = EMPLOYEE-INPUT
                   MOVE EMPLOYEE-IDX TO FOUND-EMPLOYEE-IDX
               END-IF
           END-PERFORM.

       WRITE-EMPLOYEE-AUDIT.
           MOVE EMP-T-BASIC(FOUND-EMPLOYEE-IDX) TO AMOUNT-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "EMP=" DELIMITED BY SIZE
                  EMP-T-ID(FOUND-EMPLOYEE-IDX) DELIMITED BY SIZE
                  " GR=" DELIMITED BY SIZE
                  EMP-T-GRADE(FOUND-EMPLOYEE-IDX) DELIMITED BY SIZE
                  " BASIC=" DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-T-ACTIVE(FOUND-EMPLOYEE-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LIST-RATES.
           IF RATE-COUNT = 0
               DISPLAY "No rates on PAYRATE.DAT"
           ELSE
               DISPLAY "CODE   GR TYPE BASIS     RATE DESCRIPTION"
               PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
                   PERFORM SHOW-ONE-RATE
               END-PERFORM
           END-IF.

       SHOW-ONE-RATE.
           MOVE RATE-T-RATE(RATE-IDX) TO RATE-TEXT.
           DISPLAY RATE-T-CODE(RATE-IDX) " "
               RATE-T-GRADE(RATE-IDX) "  "
               RATE-T-TYPE(RATE-IDX) "    "
               RATE-T-BASIS(RATE-IDX) "    "
               RATE-TEXT " "
               RATE-T-DESC(RATE-IDX).

      * A rate is keyed by code and grade. Setting a rate to zero
      * stops it being paid or deducted without losing the row.
       MAINTAIN-RATE.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Rate code (e.g. HRA, DA, GRADE, PF): "
               WITH NO ADVANCING.
           ACCEPT RATE-CODE-INPUT.
           MOVE FUNCTION UPPER-CASE(RATE-CODE-INPUT)
               TO RATE-CODE-INPUT.
           DISPLAY "Grade (* = all other grades): "
               WITH NO ADVANCING.
           ACCEPT GRADE-INPUT.
           MOVE FUNCTION UPPER-CASE(GRADE-INPUT) TO GRADE-INPUT.
           IF RATE-CODE-INPUT = SPACES OR GRADE-INPUT = SPACE
               DISPLAY "Rate code and grade are required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.

           MOVE 0 TO FOUND-RATE-IDX.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT
               IF RATE-T-CODE(RATE-IDX) = RATE-CODE-INPUT
                   AND RATE-T-GRADE(RATE-IDX) = GRADE-INPUT
                   MOVE RATE-IDX TO FOUND-RATE-IDX
               END-IF
           END-PERFORM.
           IF ENTRY-VALID-SW = "Y" AND FOUND-RATE-IDX = 0
               AND (RATE-COUNT >= 20 OR RATE-FULL-SW = "Y")
               DISPLAY "Rate table is full"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.

           IF ENTRY-VALID-SW = "Y"
               IF FOUND-RATE-IDX > 0
                   MOVE FOUND-RATE-IDX TO RATE-IDX
                   PERFORM SHOW-ONE-RATE
               END-IF
               PERFORM ACCEPT-RATE-DETAILS
           END-IF.

           IF ENTRY-VALID-SW = "Y"
               IF FOUND-RATE-IDX = 0
                   ADD 1 TO RATE-COUNT
                   MOVE RATE-COUNT TO FOUND-RATE-IDX
                   MOVE RATE-CODE-INPUT TO RATE-T-CODE(FOUND-RATE-IDX)
                   MOVE GRADE-INPUT TO RATE-T-GRADE(FOUND-RATE-IDX)
               END-IF
               MOVE RATE-TYPE-INPUT TO RATE-T-TYPE(FOUND-RATE-IDX)
               MOVE RATE-BASIS-INPUT TO RATE-T-BASIS(FOUND-RATE-IDX)
               MOVE RATE-INPUT TO RATE-T-RATE(FOUND-RATE-IDX)
               MOVE RATE-DESC-INPUT TO RATE-T-DESC(FOUND-RATE-IDX)
               PERFORM SAVE-RATE-TABLE
               MOVE RATE-INPUT TO RATE-TEXT
               MOVE "PAYRATE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "CODE=" DELIMITED BY SIZE
                      RATE-CODE-INPUT DELIMITED BY SIZE
                      " GR=" DELIMITED BY SIZE
                      GRADE-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RATE-TYPE-INPUT DELIMITED BY SIZE
                      RATE-BASIS-INPUT DELIMITED BY SIZE
                      " RATE=" DELIMITED BY SIZE
                      RATE-TEXT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               DISPLAY "Rate saved"
           END-IF.

       ACCEPT-RATE-DETAILS.
           DISPLAY "Earning or deduction (E/D): " WITH NO ADVANCING.
           ACCEPT RATE-TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(RATE-TYPE-INPUT)
               TO RATE-TYPE-INPUT.
           DISPLAY "Percent of basic or fixed amount (P/F): "
               WITH NO ADVANCING.
           ACCEPT RATE-BASIS-INPUT.
           MOVE FUNCTION UPPER-CASE(RATE-BASIS-INPUT)
               TO RATE-BASIS-INPUT.
           DISPLAY "Rate (percent or monthly amount): "
               WITH NO ADVANCING.
           ACCEPT RATE-INPUT-TEXT.
           COMPUTE RATE-INPUT = FUNCTION NUMVAL(RATE-INPUT-TEXT).
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT RATE-DESC-INPUT.
           MOVE FUNCTION UPPER-CASE(RATE-DESC-INPUT)
               TO RATE-DESC-INPUT.
           IF RATE-TYPE-INPUT NOT = "E" AND RATE-TYPE-INPUT NOT = "D"
               DISPLAY "Type must be E or D"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF RATE-BASIS-INPUT NOT = "P"
               AND RATE-BASIS-INPUT NOT = "F"
               DISPLAY "Basis must be P or F"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF RATE-BASIS-INPUT = "P" AND RATE-INPUT > 100
               DISPLAY "A percentage rate cannot exceed 100"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF RATE-DESC-INPUT = SPACES
               DISPLAY "Description is required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW NOT = "Y"
               DISPLAY "Rate not saved"
           END-IF.

      * The run is locked in RUNCTL.DAT under the last day of the pay
      * month, so once a month has completed it cannot be paid again.
       RUN-PAYROLL.
           DISPLAY "Pay month (YYYYMM): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO PAY-MONTH-TEXT
           ELSE
               ACCEPT PAY-MONTH-TEXT
           END-IF.
           MOVE 0 TO PAY-MONTH.
           IF PAY-MONTH-TEXT IS NUMERIC
               MOVE PAY-MONTH-TEXT TO PAY-MONTH
           END-IF.
           DIVIDE PAY-MONTH BY 100 GIVING PAY-YEAR
               REMAINDER PAY-MONTH-NUM.

           EVALUATE TRUE
               WHEN PAY-YEAR < 1601 OR PAY-YEAR > 2399
                   OR PAY-MONTH-NUM < 1 OR PAY-MONTH-NUM > 12
                   DISPLAY "Invalid pay month: " PAY-MONTH-TEXT
                   IF UNATTENDED-SW = "Y"
                       MOVE "Y" TO CARD-FAILED-SW
                   END-IF
               WHEN PAY-MONTH > BUSINESS-DATE(1:6)
                   DISPLAY "Pay month " PAY-MONTH
                       " is after the business date "
                       BUSINESS-DATE
                   IF UNATTENDED-SW = "Y"
                       MOVE "Y" TO CARD-FAILED-SW
                   END-IF
               WHEN OTHER
                   PERFORM COMPUTE-MONTH-END-DATE
                   MOVE MONTH-END-DATE TO RUN-CONTROL-DATE
                   MOVE "S" TO RUN-CONTROL-FUNCTION
                   MOVE SPACES TO RUN-CONTROL-JOB-STATUS
                   CALL "RUNCTL" USING RUN-CONTROL-FUNCTION
                       RUN-CONTROL-JOB RUN-CONTROL-DATE
                       RUN-CONTROL-JOB-STATUS RUN-CONTROL-RESULT
                   END-CALL
                   IF RUN-CONTROL-RESULT = "REFUSED"
                       DISPLAY "PAYROLL already complete for "
                           PAY-MONTH " - run refused"
                   ELSE
                       PERFORM RUN-PAYROLL-BODY
                       MOVE "E" TO RUN-CONTROL-FUNCTION
                       IF PAYROLL-FAILED-SW = "Y"
                           MOVE "FAILED" TO RUN-CONTROL-JOB-STATUS
                       ELSE
                           MOVE "COMPLETE" TO RUN-CONTROL-JOB-STATUS
                       END-IF
                       CALL "RUNCTL" USING RUN-CONTROL-FUNCTION
                           RUN-CONTROL-JOB RUN-CONTROL-DATE
                           RUN-CONTROL-JOB-STATUS RUN-CONTROL-RESULT
                       END-CALL
                   END-IF
           END-EVALUATE.

       COMPUTE-MONTH-END-DATE.
           IF PAY-MONTH-NUM = 12
               COMPUTE NEXT-MONTH-FIRST =
                   (PAY-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST =
                   PAY-YEAR * 10000
                   + (PAY-MONTH-NUM + 1) * 100 + 1
           END-IF.
           COMPUTE MONTH-END-DAYS =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1.
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(MONTH-END-DAYS).

      * Every active employee is priced and checked before anything
      * is written, so a run either pays the whole staff or nobody
      * and can simply be run again once the exceptions are cleared.
      * Whatever goes wrong must fall through to the run-control end
      * call.
       RUN-PAYROLL-BODY.
           MOVE "N" TO PAYROLL-FAILED-SW.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE 0 TO EMPLOYEES-PAID.
           EVALUATE TRUE
               WHEN EMPLOYEE-FULL-SW = "Y" OR RATE-FULL-SW = "Y"
                   DISPLAY "Payroll tables are full - run stopped"
                   MOVE "Y" TO PAYROLL-FAILED-SW
               WHEN RATE-COUNT = 0
                   DISPLAY "No allowance or deduction rates in "
                       "PAYRATE.DAT"
                   MOVE "Y" TO PAYROLL-FAILED-SW
               WHEN OTHER
                   PERFORM VARYING EMPLOYEE-IDX FROM 1 BY 1
                   UNTIL EMPLOYEE-IDX > EMPLOYEE-COUNT
                       IF EMP-T-ACTIVE(EMPLOYEE-IDX) = "Y"
                           PERFORM CHECK-EMPLOYEE-PAY
                       END-IF
                   END-PERFORM
                   IF EXCEPTION-COUNT > 0
                       DISPLAY "Payroll not run - " EXCEPTION-COUNT
                           " exception(s) listed above"
                       MOVE "Y" TO PAYROLL-FAILED-SW
                   END-IF
                   IF EXCEPTION-COUNT = 0 AND EMPLOYEES-PAID = 0
                       DISPLAY "No active employees on EMPMAST.DAT"
                       MOVE "Y" TO PAYROLL-FAILED-SW
                   END-IF
           END-EVALUATE.

           IF PAYROLL-FAILED-SW = "N"
               PERFORM WRITE-PAYROLL-OUTPUTS
           END-IF.

           IF PAYROLL-FAILED-SW = "N"
               PERFORM POST-PAYROLL-TO-GL
               MOVE "PAYRUN" TO AUDIT-ACTION
               MOVE RUN-NET-TOTAL TO AMOUNT-TEXT
               MOVE SPACES TO AUDIT-DETAIL
               STRING "MONTH=" DELIMITED BY SIZE
                      PAY-MONTH DELIMITED BY SIZE
                      " PAID=" DELIMITED BY SIZE
                      EMPLOYEES-PAID DELIMITED BY SIZE
                      " NET=" DELIMITED BY SIZE
                      AMOUNT-TEXT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                   AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               DISPLAY "Employees paid:   " EMPLOYEES-PAID
               MOVE RUN-GROSS-TOTAL TO AMOUNT-TEXT
               DISPLAY "Gross earnings:   " AMOUNT-TEXT
               MOVE RUN-DEDUCTION-TOTAL TO AMOUNT-TEXT
               DISPLAY "Deductions:       " AMOUNT-TEXT
               MOVE RUN-NET-TOTAL TO AMOUNT-TEXT
               DISPLAY "Net pay:          " AMOUNT-TEXT
               DISPLAY "Payslips in PAYSLIP.DAT, bank credits in "
                   "BANKXFER.DAT, PF summary in PFREMIT.DAT"
           END-IF.

       CHECK-EMPLOYEE-PAY.
           PERFORM PRICE-EMPLOYEE-PAY.
           EVALUATE TRUE
               WHEN EMP-T-BANK-IFSC(EMPLOYEE-IDX) = SPACES
                   OR EMP-T-BANK-ACCOUNT(EMPLOYEE-IDX) = SPACES
                   DISPLAY "Payroll exception - "
                       EMP-T-ID(EMPLOYEE-IDX)
                       " has no bank account"
                   ADD 1 TO EXCEPTION-COUNT
               WHEN EMP-T-BASIC(EMPLOYEE-IDX) = 0
                   DISPLAY "Payroll exception - "
                       EMP-T-ID(EMPLOYEE-IDX)
                       " has no basic pay"
                   ADD 1 TO EXCEPTION-COUNT
               WHEN PAY-NET NOT > 0
                   DISPLAY "Payroll exception - "
                       EMP-T-ID(EMPLOYEE-IDX)
                       " deductions leave no net pay"
                   ADD 1 TO EXCEPTION-COUNT
               WHEN PAY-PF > 0 AND EMP-T-PF-NUMBER(EMPLOYEE-IDX)
                   = SPACES
                   DISPLAY "Payroll exception - "
                       EMP-T-ID(EMPLOYEE-IDX)
                       " has a PF deduction but no PF number"
                   ADD 1 TO EXCEPTION-COUNT
               WHEN OTHER
                   ADD 1 TO EMPLOYEES-PAID
           END-EVALUATE.

      * Basic pay plus every earning due to the grade, less every
      * deduction due, each rounded to the paisa.
       PRICE-EMPLOYEE-PAY.
           MOVE 0 TO PAY-LINE-COUNT.
           MOVE 0 TO PAY-DEDUCTIONS.
           MOVE 0 TO PAY-PF.
           MOVE EMP-T-BASIC(EMPLOYEE-IDX) TO PAY-GROSS.
           ADD 1 TO PAY-LINE-COUNT.
           MOVE "BASIC PAY" TO PAY-L-DESC(PAY-LINE-COUNT).
           MOVE "E" TO PAY-L-TYPE(PAY-LINE-COUNT).
           MOVE EMP-T-BASIC(EMPLOYEE-IDX)
               TO PAY-L-AMOUNT(PAY-LINE-COUNT).
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT
               PERFORM APPLY-RATE-IF-DUE
           END-PERFORM.
           COMPUTE PAY-NET = PAY-GROSS - PAY-DEDUCTIONS.

       APPLY-RATE-IF-DUE.
           MOVE "N" TO RATE-DUE-SW.
           IF RATE-T-GRADE(RATE-IDX) = EMP-T-GRADE(EMPLOYEE-IDX)
               MOVE "Y" TO RATE-DUE-SW
           END-IF.
           IF RATE-T-GRADE(RATE-IDX) = "*"
               MOVE "Y" TO RATE-DUE-SW
               PERFORM VARYING OTHER-RATE-IDX FROM 1 BY 1
               UNTIL OTHER-RATE-IDX > RATE-COUNT
                   IF RATE-T-CODE(OTHER-RATE-IDX)
                       = RATE-T-CODE(RATE-IDX)
                       AND RATE-T-GRADE(OTHER-RATE-IDX)
                       = EMP-T-GRADE(EMPLOYEE-IDX)
                       MOVE "N" TO RATE-DUE-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF RATE-DUE-SW = "Y"
               IF RATE-T-BASIS(RATE-IDX) = "P"
                   COMPUTE PAY-COMPONENT ROUNDED =
                       EMP-T-BASIC(EMPLOYEE-IDX)
                       * RATE-T-RATE(RATE-IDX) / 100
               ELSE
                   MOVE RATE-T-RATE(RATE-IDX) TO PAY-COMPONENT
               END-IF
               IF PAY-COMPONENT > 0
                   ADD 1 TO PAY-LINE-COUNT
                   MOVE RATE-T-DESC(RATE-IDX)
                       TO PAY-L-DESC(PAY-LINE-COUNT)
                   MOVE RATE-T-TYPE(RATE-IDX)
                       TO PAY-L-TYPE(PAY-LINE-COUNT)
                   MOVE PAY-COMPONENT TO PAY-L-AMOUNT(PAY-LINE-COUNT)
                   IF RATE-T-TYPE(RATE-IDX) = "D"
                       ADD PAY-COMPONENT TO PAY-DEDUCTIONS
                       IF RATE-T-CODE(RATE-IDX) = PF-RATE-CODE
                           ADD PAY-COMPONENT TO PAY-PF
                       END-IF
                   ELSE
                       ADD PAY-COMPONENT TO PAY-GROSS
                   END-IF
               END-IF
           END-IF.

       WRITE-PAYROLL-OUTPUTS.
           MOVE 0 TO EMPLOYEES-PAID.
           MOVE 0 TO PF-MEMBERS.
           MOVE 0 TO RUN-GROSS-TOTAL.
           MOVE 0 TO RUN-DEDUCTION-TOTAL.
           MOVE 0 TO RUN-NET-TOTAL.
           MOVE 0 TO RUN-PF-TOTAL.
           MOVE 0 TO PAYSLIP-LINES.
           MOVE 0 TO PF-REMIT-LINES.

           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT BANK-TRANSFER-FILE.
           OPEN OUTPUT PF-REMIT-FILE.
           IF PAYSLIP-STATUS NOT = "00"
               OR BANK-TRANSFER-STATUS NOT = "00"
               OR PF-REMIT-STATUS NOT = "00"
               DISPLAY "Cannot open payroll output files - status "
                   PAYSLIP-STATUS " " BANK-TRANSFER-STATUS " "
                   PF-REMIT-STATUS
               MOVE "Y" TO PAYROLL-FAILED-SW
           ELSE
               MOVE SPACES TO BANK-TRANSFER-RECORD
               STRING "*HDR " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " PAYROLL " DELIMITED BY SIZE
                      PAY-MONTH DELIMITED BY SIZE
                      INTO BANK-TRANSFER-RECORD
               END-STRING
               WRITE BANK-TRANSFER-RECORD
               PERFORM WRITE-PF-REMIT-HEADING

               PERFORM VARYING EMPLOYEE-IDX FROM 1 BY 1
               UNTIL EMPLOYEE-IDX > EMPLOYEE-COUNT
                   IF EMP-T-ACTIVE(EMPLOYEE-IDX) = "Y"
                       PERFORM PAY-ONE-EMPLOYEE
                   END-IF
               END-PERFORM

               MOVE EMPLOYEES-PAID TO TRAILER-COUNT-TEXT
               MOVE RUN-NET-TOTAL TO TRAILER-TOTAL-TEXT
               MOVE SPACES TO BANK-TRANSFER-RECORD
               STRING "*TRL " DELIMITED BY SIZE
                      TRAILER-COUNT-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAILER-TOTAL-TEXT DELIMITED BY SIZE
                      INTO BANK-TRANSFER-RECORD
               END-STRING
               WRITE BANK-TRANSFER-RECORD
               PERFORM WRITE-PF-REMIT-TOTAL
           END-IF.
           CLOSE PAYSLIP-FILE.
           CLOSE BANK-TRANSFER-FILE.
           CLOSE PF-REMIT-FILE.

           IF PAYROLL-FAILED-SW = "N"
               MOVE "PAYSLIP.DAT" TO REGISTRY-REPORT-NAME
               MOVE PAYSLIP-LINES TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               MOVE "PFREMIT.DAT" TO REGISTRY-REPORT-NAME
               MOVE PF-REMIT-LINES TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
           END-IF.

       PAY-ONE-EMPLOYEE.
           PERFORM PRICE-EMPLOYEE-PAY.
           ADD 1 TO EMPLOYEES-PAID.
           ADD PAY-GROSS TO RUN-GROSS-TOTAL.
           ADD PAY-DEDUCTIONS TO RUN-DEDUCTION-TOTAL.
           ADD PAY-NET TO RUN-NET-TOTAL.
           ADD PAY-PF TO RUN-PF-TOTAL.

           PERFORM WRITE-PAYSLIP.

           MOVE EMP-T-ID(EMPLOYEE-IDX) TO BT-EMPLOYEE.
           MOVE EMP-T-NAME(EMPLOYEE-IDX) TO BT-NAME.
           MOVE EMP-T-BANK-IFSC(EMPLOYEE-IDX) TO BT-IFSC.
           MOVE EMP-T-BANK-ACCOUNT(EMPLOYEE-IDX) TO BT-ACCOUNT.
           MOVE PAY-NET TO BT-AMOUNT.
           MOVE BUSINESS-DATE TO BT-PAY-DATE.
           WRITE BANK-TRANSFER-RECORD.

           IF PAY-PF > 0
               ADD 1 TO PF-MEMBERS
               MOVE PAY-PF TO AMOUNT-TEXT
               MOVE SPACES TO PF-REMIT-RECORD
               STRING EMP-T-ID(EMPLOYEE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-T-PF-NUMBER(EMPLOYEE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-T-NAME(EMPLOYEE-IDX) DELIMITED BY SIZE
                      INTO PF-REMIT-RECORD
               END-STRING
               MOVE EMP-T-BASIC(EMPLOYEE-IDX) TO AMOUNT-TEXT
               MOVE AMOUNT-TEXT TO PF-REMIT-RECORD(49:12)
               MOVE PAY-PF TO AMOUNT-TEXT
               MOVE AMOUNT-TEXT TO PF-REMIT-RECORD(63:12)
               PERFORM WRITE-PF-REMIT-LINE
           END-IF.

       WRITE-PAYSLIP.
           MOVE ALL "-" TO PAYSLIP-RECORD.
           PERFORM WRITE-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING "PAYSLIP FOR MONTH " DELIMITED BY SIZE
                  PAY-MONTH DELIMITED BY SIZE
                  INTO PAYSLIP-RECORD
           END-STRING.
           STRING "PAY DATE " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO PAYSLIP-RECORD(55:)
           END-STRING.
           PERFORM WRITE-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING "EMPLOYEE " DELIMITED BY SIZE
                  EMP-T-ID(EMPLOYEE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-T-NAME(EMPLOYEE-IDX) DELIMITED BY SIZE
                  " GRADE " DELIMITED BY SIZE
                  EMP-T-GRADE(EMPLOYEE-IDX) DELIMITED BY SIZE
                  INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM WRITE-PAYSLIP-LINE.
           IF EMP-T-PF-NUMBER(EMPLOYEE-IDX) NOT = SPACES
               MOVE SPACES TO PAYSLIP-RECORD
               STRING "PF NUMBER " DELIMITED BY SIZE
                      EMP-T-PF-NUMBER(EMPLOYEE-IDX) DELIMITED BY SIZE
                      INTO PAYSLIP-RECORD
               END-STRING
               PERFORM WRITE-PAYSLIP-LINE
           END-IF.

           MOVE "EARNINGS" TO PAYSLIP-RECORD.
           PERFORM WRITE-PAYSLIP-LINE.
           PERFORM VARYING PAY-LINE-IDX FROM 1 BY 1
           UNTIL PAY-LINE-IDX > PAY-LINE-COUNT
               IF PAY-L-TYPE(PAY-LINE-IDX) = "E"
                   PERFORM WRITE-PAYSLIP-ITEM
               END-IF
           END-PERFORM.
           MOVE "DEDUCTIONS" TO PAYSLIP-RECORD.
           PERFORM WRITE-PAYSLIP-LINE.
           PERFORM VARYING PAY-LINE-IDX FROM 1 BY 1
           UNTIL PAY-LINE-IDX > PAY-LINE-COUNT
               IF PAY-L-TYPE(PAY-LINE-IDX) = "D"
                   PERFORM WRITE-PAYSLIP-ITEM
               END-IF
           END-PERFORM.

           MOVE SPACES TO PAYSLIP-RECORD.
           MOVE "GROSS EARNINGS" TO PAYSLIP-RECORD(3:).
           MOVE PAY-GROSS TO AMOUNT-TEXT.
           MOVE AMOUNT-TEXT TO PAYSLIP-RECORD(30:12).
           PERFORM WRITE-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           MOVE "TOTAL DEDUCTIONS" TO PAYSLIP-RECORD(3:).
           MOVE PAY-DEDUCTIONS TO AMOUNT-TEXT.
           MOVE AMOUNT-TEXT TO PAYSLIP-RECORD(30:12).
           PERFORM WRITE-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           MOVE "NET PAY" TO PAYSLIP-RECORD(3:).
           MOVE PAY-NET TO AMOUNT-TEXT.
           MOVE AMOUNT-TEXT TO PAYSLIP-RECORD(30:12).
           PERFORM WRITE-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-RECORD.
           STRING "CREDITED TO " DELIMITED BY SIZE
                  EMP-T-BANK-IFSC(EMPLOYEE-IDX) DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  EMP-T-BANK-ACCOUNT(EMPLOYEE-IDX) DELIMITED BY SIZE
                  INTO PAYSLIP-RECORD
           END-STRING.
           PERFORM WRITE-PAYSLIP-LINE.

       WRITE-PAYSLIP-ITEM.
           MOVE SPACES TO PAYSLIP-RECORD.
           MOVE PAY-L-DESC(PAY-LINE-IDX) TO PAYSLIP-RECORD(5:20).
           MOVE PAY-L-AMOUNT(PAY-LINE-IDX) TO AMOUNT-TEXT.
           MOVE AMOUNT-TEXT TO PAYSLIP-RECORD(30:12).
           PERFORM WRITE-PAYSLIP-LINE.

       WRITE-PAYSLIP-LINE.
           WRITE PAYSLIP-RECORD.
           ADD 1 TO PAYSLIP-LINES.

       WRITE-PF-REMIT-HEADING.
           MOVE SPACES TO PF-REMIT-RECORD.
           STRING "PROVIDENT FUND REMITTANCE SUMMARY - MONTH "
                      DELIMITED BY SIZE
                  PAY-MONTH DELIMITED BY SIZE
                  INTO PF-REMIT-RECORD
           END-STRING.
           PERFORM WRITE-PF-REMIT-LINE.
           MOVE "EMPLOYEE PF NUMBER    NAME                     "
               TO PF-REMIT-RECORD.
           MOVE "   BASIC PAY  PF DEDUCTED" TO PF-REMIT-RECORD(49:).
           PERFORM WRITE-PF-REMIT-LINE.

       WRITE-PF-REMIT-TOTAL.
           MOVE SPACES TO PF-REMIT-RECORD.
           MOVE PF-MEMBERS TO COUNT-TEXT.
           STRING "MEMBERS " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "  TOTAL TO REMIT" DELIMITED BY SIZE
                  INTO PF-REMIT-RECORD
           END-STRING.
           MOVE RUN-PF-TOTAL TO AMOUNT-TEXT.
           MOVE AMOUNT-TEXT TO PF-REMIT-RECORD(63:12).
           PERFORM WRITE-PF-REMIT-LINE.

       WRITE-PF-REMIT-LINE.
           WRITE PF-REMIT-RECORD.
           ADD 1 TO PF-REMIT-LINES.

      * One journal per payroll run: salaries charged at gross, the
      * deductions held as payable and the net paid from the bank.
       POST-PAYROLL-TO-GL.
           INITIALIZE GL-POSTING.
           MOVE BUSINESS-DATE TO GLP-DATE.
           MOVE "PAYROLL" TO GLP-SOURCE.
           STRING "PAY" DELIMITED BY SIZE
                  PAY-MONTH DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           STRING "STAFF PAYROLL " DELIMITED BY SIZE
                  PAY-MONTH DELIMITED BY SIZE
                  INTO GLP-DESC
           END-STRING.
           MOVE GL-SALARY-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "D" TO GL-LINE-SIDE.
           MOVE RUN-GROSS-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           MOVE GL-DEDUCTIONS-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "C" TO GL-LINE-SIDE.
           MOVE RUN-DEDUCTION-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           MOVE GL-CASH-ACCOUNT TO GL-LINE-ACCOUNT.
           MOVE "C" TO GL-LINE-SIDE.
           MOVE RUN-NET-TOTAL TO GL-LINE-AMOUNT.
           PERFORM ADD-GL-LINE.
           CALL "GLPOST" USING GL-POSTING
           END-CALL.
           IF GLP-RESULT = "POSTED"
               DISPLAY "General ledger journal " GLP-JOURNAL
                   " posted"
           END-IF.

      * Nil lines are left off the journal.
       ADD-GL-LINE.
           IF GL-LINE-AMOUNT > 0 AND GLP-LINE-COUNT < 10
               ADD 1 TO GLP-LINE-COUNT
               MOVE GL-LINE-ACCOUNT TO GLP-ACCOUNT(GLP-LINE-COUNT)
               MOVE SPACES TO GLP-CURRENCY(GLP-LINE-COUNT)
               MOVE GL-LINE-SIDE TO GLP-SIDE(GLP-LINE-COUNT)
               MOVE GL-LINE-AMOUNT TO GLP-AMOUNT(GLP-LINE-COUNT)
           END-IF.

       LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO EMPLOYEE-COUNT.
           MOVE "N" TO EMPLOYEE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF EMPLOYEE-COUNT < 200
                               ADD 1 TO EMPLOYEE-COUNT
                               MOVE EMPLOYEE-RECORD
                                   TO EMPLOYEE-ENTRY(EMPLOYEE-COUNT)
                           ELSE
                               DISPLAY "EMPMAST.DAT has more rows "
                                   "than the employee table can hold"
                               MOVE "Y" TO EMPLOYEE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       SAVE-EMPLOYEE-TABLE.
           OPEN OUTPUT EMPLOYEE-FILE.
           PERFORM VARYING EMPLOYEE-IDX FROM 1 BY 1
           UNTIL EMPLOYEE-IDX > EMPLOYEE-COUNT
               MOVE EMPLOYEE-ENTRY(EMPLOYEE-IDX) TO EMPLOYEE-RECORD
               WRITE EMPLOYEE-RECORD
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       LOAD-RATE-TABLE.
           MOVE 0 TO RATE-COUNT.
           MOVE "N" TO RATE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT PAY-RATE-FILE.
           IF PAY-RATE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ PAY-RATE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF RATE-COUNT < 20
                               ADD 1 TO RATE-COUNT
                               MOVE PAY-RATE-RECORD
                                   TO RATE-ENTRY(RATE-COUNT)
                           ELSE
                               DISPLAY "PAYRATE.DAT has more rows "
                                   "than the rate table can hold"
                               MOVE "Y" TO RATE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RATE-FILE
           END-IF.

       SAVE-RATE-TABLE.
           OPEN OUTPUT PAY-RATE-FILE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT
               MOVE RATE-ENTRY(RATE-IDX) TO PAY-RATE-RECORD
               WRITE PAY-RATE-RECORD
           END-PERFORM.
           CLOSE PAY-RATE-FILE.

       LOAD-BUSINESS-DATE.
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
