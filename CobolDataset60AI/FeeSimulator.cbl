       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SIMULATOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "FEESCEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCENARIO-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO "FEESIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIMULATION-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO "DEPTCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Fee revision scenarios: one row per proposed increase. A zero
      * department or year stands for every department or year; the
      * most specific row for a department and year is the one that
      * applies. Every row of a scenario carries its state - D while
      * it is debated, A once a supervisor has approved it and it
      * has gone onto FEESCHED.DAT from the term in SN-TERM.
       FD  SCENARIO-FILE.
       01 SCENARIO-RECORD.
           05 SN-SCENARIO    PIC X(8).
           05 SN-DEPT        PIC 9.
           05 SN-YEAR        PIC 9.
           05 SN-PERCENT     PIC 9(3)V99.
           05 SN-STATE       PIC X.
           05 SN-TERM        PIC X(6).
           05 SN-APPROVER    PIC X(10).
           05 SN-DATE        PIC 9(8).

      * FS-TERM is the term a revised fee takes effect from; a row
      * with no term is the standing fee from before any revision.
       FD  FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-DEPT        PIC 9.
           05 FS-YEAR        PIC 9.
           05 FS-AMOUNT      PIC 9(7)V99.
           05 FS-TERM        PIC X(6).

       FD  SIMULATION-FILE.
       01 SIMULATION-RECORD  PIC X(120).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  CAPACITY-FILE.
       01 CAPACITY-RECORD.
           05 DC-DEPT        PIC 9.
           05 DC-YEAR        PIC 9.
           05 DC-CAPACITY    PIC 9(4).

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

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       WORKING-STORAGE SECTION.
       01 SCENARIO-STATUS    PIC X(2) VALUE "00".
       01 FEE-SCHEDULE-STATUS PIC X(2) VALUE "00".
       01 SIMULATION-STATUS  PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 CAPACITY-STATUS    PIC X(2) VALUE "00".
       01 CONCESSION-STATUS  PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.
       01 BUSINESS-DATE      PIC 9(8) VALUE 0.

       01 SCENARIO-TABLE.
           05 SCENARIO-ENTRY OCCURS 200 TIMES.
               10 SCN-T-NAME     PIC X(8).
               10 SCN-T-DEPT     PIC 9.
               10 SCN-T-YEAR     PIC 9.
               10 SCN-T-PERCENT  PIC 9(3)V99.
               10 SCN-T-STATE    PIC X.
               10 SCN-T-TERM     PIC X(6).
               10 SCN-T-APPROVER PIC X(10).
               10 SCN-T-DATE     PIC 9(8).
       01 SCENARIO-COUNT     PIC 999 VALUE 0.
       01 SCENARIO-IDX       PIC 999 VALUE 0.
       01 FOUND-SCENARIO-IDX PIC 999 VALUE 0.
       01 SCENARIO-FULL-SW   PIC X VALUE "N".
       01 SCENARIO-ROWS      PIC 999 VALUE 0.
       01 SCENARIO-STATE     PIC X VALUE SPACE.

      * Every revision of the schedule, as FEE-BILLING loads it.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 200 TIMES.
               10 FEE-T-DEPT   PIC 9.
               10 FEE-T-YEAR   PIC 9.
               10 FEE-T-AMOUNT PIC 9(7)V99.
               10 FEE-T-TERM   PIC X(6).
       01 FEE-COUNT          PIC 999 VALUE 0.
       01 FEE-IDX            PIC 999 VALUE 0.
       01 FEE-FULL-SW        PIC X VALUE "N".
       01 FEE-TERM-START     PIC 9(8) VALUE 0.
       01 FEE-AMOUNT         PIC 9(7)V99 VALUE 0.

       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
               10 TRM-T-START    PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".

       01 CONCESSION-TABLE.
           05 CONCESSION-ENTRY OCCURS 300 TIMES.
               10 CON-T-ROLL     PIC 9(8).
               10 CON-T-BASIS    PIC X.
               10 CON-T-VALUE    PIC 9(7)V99.
               10 CON-T-TERM     PIC X(6).
       01 CONCESSION-COUNT   PIC 999 VALUE 0.
       01 CONCESSION-IDX     PIC 999 VALUE 0.
       01 CONCESSION-DUE-SW  PIC X VALUE "N".
       01 CONCESSION-AMOUNT  PIC 9(7)V99 VALUE 0.
       01 CONCESSION-TOTAL   PIC 9(7)V99 VALUE 0.

      * One cell for each department and year: the fee in force on
      * the business date, the increase the scenario gives it and
      * what the department would bill at today's headcount and at
      * full capacity, each net of the standing concessions.
       01 SIMULATION-MATRIX.
           05 SIM-DEPT-ROW OCCURS 9 TIMES.
               10 SIM-CELL OCCURS 9 TIMES.
                   15 SIM-FEE-SW       PIC X.
                   15 SIM-FEE-START    PIC 9(8).
                   15 SIM-CURRENT-FEE  PIC 9(7)V99.
                   15 SIM-RANK         PIC 9.
                   15 SIM-PERCENT      PIC 9(3)V99.
                   15 SIM-REVISED-FEE  PIC 9(7)V99.
                   15 SIM-HEADCOUNT    PIC 9(5).
                   15 SIM-CAPACITY     PIC 9(4).
                   15 SIM-SEATS        PIC 9(5).
                   15 SIM-CURRENT-BILL PIC 9(9)V99.
                   15 SIM-REVISED-BILL PIC 9(9)V99.
                   15 SIM-CAPACITY-BILL PIC 9(9)V99.
       01 DEPT-IDX           PIC 99 VALUE 0.
       01 YEAR-IDX           PIC 99 VALUE 0.
       01 INCREASE-RANK      PIC 9 VALUE 0.
       01 SIMULATION-OK-SW   PIC X VALUE "N".
       01 STUDENTS-COUNTED   PIC 9(5) VALUE 0.

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.

       01 SCENARIO-INPUT     PIC X(8) VALUE SPACES.
       01 DEPT-INPUT         PIC 9 VALUE 0.
       01 YEAR-INPUT         PIC 9 VALUE 0.
       01 VALUE-TEXT         PIC X(12) VALUE SPACES.
       01 PERCENT-INPUT      PIC 9(3)V99 VALUE 0.
       01 TERM-INPUT         PIC X(6) VALUE SPACES.
       01 TERM-INPUT-START   PIC 9(8) VALUE 0.
       01 ENTRY-VALID-SW     PIC X VALUE "N".
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 ROWS-PUBLISHED     PIC 999 VALUE 0.
       01 ROWS-SUPERSEDED    PIC 999 VALUE 0.

      * Report line totals, kept for the department and the run.
       01 LINE-HEADCOUNT     PIC 9(5) VALUE 0.
       01 LINE-SEATS         PIC 9(5) VALUE 0.
       01 LINE-CURRENT-BILL  PIC 9(9)V99 VALUE 0.
       01 LINE-REVISED-BILL  PIC 9(9)V99 VALUE 0.
       01 LINE-CAPACITY-BILL PIC 9(9)V99 VALUE 0.
       01 DEPT-HEADCOUNT     PIC 9(5) VALUE 0.
       01 DEPT-SEATS         PIC 9(5) VALUE 0.
       01 DEPT-CURRENT-BILL  PIC 9(9)V99 VALUE 0.
       01 DEPT-REVISED-BILL  PIC 9(9)V99 VALUE 0.
       01 DEPT-CAPACITY-BILL PIC 9(9)V99 VALUE 0.
       01 DEPT-LINES         PIC 99 VALUE 0.
       01 GRAND-HEADCOUNT    PIC 9(5) VALUE 0.
       01 GRAND-SEATS        PIC 9(5) VALUE 0.
       01 GRAND-CURRENT-BILL PIC 9(9)V99 VALUE 0.
       01 GRAND-REVISED-BILL PIC 9(9)V99 VALUE 0.
       01 GRAND-CAPACITY-BILL PIC 9(9)V99 VALUE 0.
       01 BILL-CHANGE        PIC S9(9)V99 VALUE 0.

       01 YEAR-TEXT          PIC 9.
       01 PERCENT-TEXT       PIC ZZ9.99.
       01 FEE-TEXT           PIC Z(6)9.99.
       01 COUNT-TEXT         PIC Z(4)9.
       01 BILL-TEXT          PIC Z(9)9.99.
       01 CHANGE-TEXT        PIC -(9)9.99.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "FEESIM".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "FEESIM.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "FEESIM".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-SCENARIO-TABLE.
           PERFORM LOAD-DEPT-NAMES.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-SIMULATOR-MENU
           END-PERFORM.
           GOBACK.

       SHOW-SIMULATOR-MENU.
           DISPLAY "Fee Revision What-if Simulator:".
           DISPLAY "1. Set a proposed increase in a scenario".
           DISPLAY "2. List scenarios".
           DISPLAY "3. Current versus projected billing report".
           DISPLAY "4. Approve a scenario as the new fee schedule".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM SET-SCENARIO-INCREASE
               WHEN 2
                   PERFORM LIST-SCENARIOS
               WHEN 3
                   PERFORM SIMULATION-REPORT
               WHEN 4
                   PERFORM APPROVE-SCENARIO
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * A scenario is built up one increase at a time and may be
      * changed freely until it is approved. Setting an increase of
      * zero takes that row out of the scenario again.
       SET-SCENARIO-INCREASE.
           PERFORM ACCEPT-SCENARIO-NAME.
           IF ENTRY-VALID-SW = "Y" AND SCENARIO-STATE = "A"
               DISPLAY "Scenario " SCENARIO-INPUT
                   " has been approved - not changed"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y" AND SCENARIO-FULL-SW = "Y"
               DISPLAY "FEESCEN.DAT is larger than the scenario "
                   "table - not changed"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Department code (0 for every department): "
                   WITH NO ADVANCING
               ACCEPT DEPT-INPUT
               DISPLAY "Year (0 for every year): " WITH NO ADVANCING
               ACCEPT YEAR-INPUT
               DISPLAY "Percentage increase (0 to remove): "
                   WITH NO ADVANCING
               MOVE SPACES TO VALUE-TEXT
               ACCEPT VALUE-TEXT
               COMPUTE PERCENT-INPUT = FUNCTION NUMVAL(VALUE-TEXT)
               IF PERCENT-INPUT > 100
                   DISPLAY "Invalid percentage: " VALUE-TEXT
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               MOVE 0 TO FOUND-SCENARIO-IDX
               PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
               UNTIL SCENARIO-IDX > SCENARIO-COUNT
                   IF SCN-T-NAME(SCENARIO-IDX) = SCENARIO-INPUT
                       AND SCN-T-DEPT(SCENARIO-IDX) = DEPT-INPUT
                       AND SCN-T-YEAR(SCENARIO-IDX) = YEAR-INPUT
                       MOVE SCENARIO-IDX TO FOUND-SCENARIO-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN PERCENT-INPUT = 0
                       PERFORM REMOVE-SCENARIO-ROW
                   WHEN FOUND-SCENARIO-IDX > 0
                       MOVE PERCENT-INPUT
                           TO SCN-T-PERCENT(FOUND-SCENARIO-IDX)
                       MOVE BUSINESS-DATE
                           TO SCN-T-DATE(FOUND-SCENARIO-IDX)
                       PERFORM SAVE-SCENARIO-TABLE
                       DISPLAY "Increase changed"
                   WHEN SCENARIO-COUNT >= 200
                       DISPLAY "Scenario table is full"
                   WHEN OTHER
                       ADD 1 TO SCENARIO-COUNT
                       MOVE SCENARIO-COUNT TO FOUND-SCENARIO-IDX
                       MOVE SCENARIO-INPUT
                           TO SCN-T-NAME(FOUND-SCENARIO-IDX)
                       MOVE DEPT-INPUT
                           TO SCN-T-DEPT(FOUND-SCENARIO-IDX)
                       MOVE YEAR-INPUT
                           TO SCN-T-YEAR(FOUND-SCENARIO-IDX)
                       MOVE PERCENT-INPUT
                           TO SCN-T-PERCENT(FOUND-SCENARIO-IDX)
                       MOVE "D" TO SCN-T-STATE(FOUND-SCENARIO-IDX)
                       MOVE SPACES TO SCN-T-TERM(FOUND-SCENARIO-IDX)
                       MOVE SPACES
                           TO SCN-T-APPROVER(FOUND-SCENARIO-IDX)
                       MOVE BUSINESS-DATE
                           TO SCN-T-DATE(FOUND-SCENARIO-IDX)
                       PERFORM SAVE-SCENARIO-TABLE
                       DISPLAY "Increase added to scenario "
                           SCENARIO-INPUT
               END-EVALUATE
           END-IF.

       REMOVE-SCENARIO-ROW.
           IF FOUND-SCENARIO-IDX = 0
               DISPLAY "No such increase in scenario " SCENARIO-INPUT
           ELSE
               PERFORM VARYING SCENARIO-IDX FROM FOUND-SCENARIO-IDX
               BY 1 UNTIL SCENARIO-IDX >= SCENARIO-COUNT
                   MOVE SCENARIO-ENTRY(SCENARIO-IDX + 1)
                       TO SCENARIO-ENTRY(SCENARIO-IDX)
               END-PERFORM
               SUBTRACT 1 FROM SCENARIO-COUNT
               PERFORM SAVE-SCENARIO-TABLE
               DISPLAY "Increase removed"
           END-IF.

       LIST-SCENARIOS.
           IF SCENARIO-COUNT = 0
               DISPLAY "No scenarios on FEESCEN.DAT"
           ELSE
               DISPLAY "SCENARIO DEPT YEAR INCREASE STATE TERM   "
                   "APPROVER   DATE"
               PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
               UNTIL SCENARIO-IDX > SCENARIO-COUNT
                   MOVE SCN-T-PERCENT(SCENARIO-IDX) TO PERCENT-TEXT
                   DISPLAY SCN-T-NAME(SCENARIO-IDX) "    "
                       SCN-T-DEPT(SCENARIO-IDX) "    "
                       SCN-T-YEAR(SCENARIO-IDX) "   "
                       PERCENT-TEXT "     "
                       SCN-T-STATE(SCENARIO-IDX) " "
                       SCN-T-TERM(SCENARIO-IDX) " "
                       SCN-T-APPROVER(SCENARIO-IDX) " "
                       SCN-T-DATE(SCENARIO-IDX)
               END-PERFORM
           END-IF.

      * A scenario name is required. SCENARIO-ROWS and SCENARIO-STATE
      * describe the scenario as it stands on file; a new name has no
      * rows yet and counts as a draft.
       ACCEPT-SCENARIO-NAME.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Scenario name: " WITH NO ADVANCING.
           MOVE SPACES TO SCENARIO-INPUT.
           ACCEPT SCENARIO-INPUT.
           MOVE FUNCTION UPPER-CASE(SCENARIO-INPUT) TO SCENARIO-INPUT.
           IF SCENARIO-INPUT = SPACES
               DISPLAY "Scenario name is required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           MOVE 0 TO SCENARIO-ROWS.
           MOVE "D" TO SCENARIO-STATE.
           PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
           UNTIL SCENARIO-IDX > SCENARIO-COUNT
               IF SCN-T-NAME(SCENARIO-IDX) = SCENARIO-INPUT
                   ADD 1 TO SCENARIO-ROWS
                   IF SCN-T-STATE(SCENARIO-IDX) = "A"
                       MOVE "A" TO SCENARIO-STATE
                   END-IF
               END-IF
           END-PERFORM.

      * Side by side for each department and year: what is billed now
      * and what the scenario would bill, both at today's headcount,
      * then the scenario's billing with every seat on DEPTCAP.DAT
      * filled. Nothing is written to FEESCHED.DAT.
       SIMULATION-REPORT.
           PERFORM ACCEPT-SCENARIO-NAME.
           IF ENTRY-VALID-SW = "Y" AND SCENARIO-ROWS = 0
               DISPLAY "No scenario " SCENARIO-INPUT " on FEESCEN.DAT"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM RUN-SIMULATION
           END-IF.
           IF ENTRY-VALID-SW = "Y" AND SIMULATION-OK-SW = "Y"
               PERFORM WRITE-SIMULATION-REPORT
               MOVE LINES-WRITTEN TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Students counted: " STUDENTS-COUNTED
               DISPLAY "Report written to FEESIM.DAT"
           END-IF.

      * The approved scenario becomes the schedule from a term that
      * has yet to start, priced from the fees in force today. Rows
      * an earlier approval put on FEESCHED.DAT for the same term are
      * replaced, so the term carries one schedule only.
       APPROVE-SCENARIO.
           PERFORM ACCEPT-SCENARIO-NAME.
           IF ENTRY-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN SCENARIO-ROWS = 0
                       DISPLAY "No scenario " SCENARIO-INPUT
                           " on FEESCEN.DAT"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN SCENARIO-STATE = "A"
                       DISPLAY "Scenario " SCENARIO-INPUT
                           " has already been approved"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN SCENARIO-FULL-SW = "Y"
                       DISPLAY "FEESCEN.DAT is larger than the "
                           "scenario table - not approved"
                       MOVE "N" TO ENTRY-VALID-SW
               END-EVALUATE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM RUN-SIMULATION
               IF SIMULATION-OK-SW = "N"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM ACCEPT-EFFECTIVE-TERM
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Approving supervisor ID: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
               MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                   TO SUPERVISOR-ID
               PERFORM VALIDATE-SUPERVISOR-ID
               IF SUPERVISOR-OK-SW NOT = "Y"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM PUBLISH-REVISED-SCHEDULE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
               UNTIL SCENARIO-IDX > SCENARIO-COUNT
                   IF SCN-T-NAME(SCENARIO-IDX) = SCENARIO-INPUT
                       MOVE "A" TO SCN-T-STATE(SCENARIO-IDX)
                       MOVE TERM-INPUT TO SCN-T-TERM(SCENARIO-IDX)
                       MOVE SUPERVISOR-ID
                           TO SCN-T-APPROVER(SCENARIO-IDX)
                       MOVE BUSINESS-DATE TO SCN-T-DATE(SCENARIO-IDX)
                   END-IF
               END-PERFORM
               PERFORM SAVE-SCENARIO-TABLE
               MOVE "FEEREV" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "SCEN=" DELIMITED BY SIZE
                      SCENARIO-INPUT DELIMITED BY SPACE
                      " TERM=" DELIMITED BY SIZE
                      TERM-INPUT DELIMITED BY SIZE
                      " ROWS=" DELIMITED BY SIZE
                      ROWS-PUBLISHED DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               DISPLAY "Fee rows written to FEESCHED.DAT: "
                   ROWS-PUBLISHED
               IF ROWS-SUPERSEDED > 0
                   DISPLAY "Earlier rows for " TERM-INPUT
                       " replaced: " ROWS-SUPERSEDED
               END-IF
               DISPLAY "Scenario " SCENARIO-INPUT
                   " approved - new fees apply from " TERM-INPUT
           ELSE
               DISPLAY "Scenario not approved"
           END-IF.

      * A revised fee can only take effect from a term on the term
      * calendar that starts after the business date; invoices
      * already raised in the running term are left as they are.
       ACCEPT-EFFECTIVE-TERM.
           IF TERMCAL-ON-FILE-SW NOT = "Y"
               DISPLAY "No term calendar on file - a revised fee "
                   "needs an effective term"
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               DISPLAY "Effective term (e.g. 2025FA): "
                   WITH NO ADVANCING
               MOVE SPACES TO TERM-INPUT
               ACCEPT TERM-INPUT
               MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT
               MOVE 0 TO TERM-INPUT-START
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = TERM-INPUT
                       MOVE TRM-T-START(TERM-IDX) TO TERM-INPUT-START
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN TERM-INPUT = SPACES
                       DISPLAY "Effective term is required"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN TERM-INPUT-START = 0
                       DISPLAY "Term not on TERMCAL.DAT: " TERM-INPUT
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN TERM-INPUT-START <= BUSINESS-DATE
                       DISPLAY "Term " TERM-INPUT " has already "
                           "started - choose a later term"
                       MOVE "N" TO ENTRY-VALID-SW
               END-EVALUATE
           END-IF.

       PUBLISH-REVISED-SCHEDULE.
           MOVE 0 TO ROWS-SUPERSEDED.
           MOVE 0 TO ROWS-PUBLISHED.
           MOVE 1 TO FEE-IDX.
           PERFORM UNTIL FEE-IDX > FEE-COUNT
               IF FEE-T-TERM(FEE-IDX) = TERM-INPUT
                   PERFORM VARYING TABLE-IDX FROM FEE-IDX BY 1
                   UNTIL TABLE-IDX >= FEE-COUNT
                       MOVE FEE-ENTRY(TABLE-IDX + 1)
                           TO FEE-ENTRY(TABLE-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM FEE-COUNT
                   ADD 1 TO ROWS-SUPERSEDED
               ELSE
                   ADD 1 TO FEE-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               PERFORM VARYING YEAR-IDX FROM 1 BY 1
               UNTIL YEAR-IDX > 9
                   IF SIM-FEE-SW(DEPT-IDX, YEAR-IDX) = "Y"
                       ADD 1 TO ROWS-PUBLISHED
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF FEE-COUNT + ROWS-PUBLISHED > 200
               DISPLAY "Fee table cannot hold the revised schedule "
                   "- FEESCHED.DAT not changed"
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > 9
                   PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX > 9
                       IF SIM-FEE-SW(DEPT-IDX, YEAR-IDX) = "Y"
                           ADD 1 TO FEE-COUNT
                           MOVE DEPT-IDX TO FEE-T-DEPT(FEE-COUNT)
                           MOVE YEAR-IDX TO FEE-T-YEAR(FEE-COUNT)
                           MOVE SIM-REVISED-FEE(DEPT-IDX, YEAR-IDX)
                               TO FEE-T-AMOUNT(FEE-COUNT)
                           MOVE TERM-INPUT TO FEE-T-TERM(FEE-COUNT)
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM SAVE-FEE-TABLE
           END-IF.

      * Builds the matrix for SCENARIO-INPUT from the schedule, the
      * student master, the capacity file and the concession master.
       RUN-SIMULATION.
           MOVE "Y" TO SIMULATION-OK-SW.
           MOVE 0 TO STUDENTS-COUNTED.
           PERFORM LOAD-FEE-TABLE.
           PERFORM LOAD-TERM-STARTS.
           PERFORM LOAD-CONCESSION-TABLE.
           INITIALIZE SIMULATION-MATRIX.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               PERFORM VARYING YEAR-IDX FROM 1 BY 1
               UNTIL YEAR-IDX > 9
                   MOVE "N" TO SIM-FEE-SW(DEPT-IDX, YEAR-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM LOAD-CAPACITY-LIMITS.

           IF FEE-FULL-SW = "Y"
               DISPLAY "FEESCHED.DAT is larger than the fee table - "
                   "no simulation"
               MOVE "N" TO SIMULATION-OK-SW
           END-IF.
           IF FEE-COUNT = 0
               DISPLAY "No fee schedule in FEESCHED.DAT"
               MOVE "N" TO SIMULATION-OK-SW
           END-IF.

           IF SIMULATION-OK-SW = "Y"
               PERFORM VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > FEE-COUNT
                   PERFORM FIND-CURRENT-FEE
               END-PERFORM
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > 9
                   PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX > 9
                       PERFORM PRICE-REVISED-FEE
                   END-PERFORM
               END-PERFORM
               PERFORM COUNT-STUDENT-BILLING
           END-IF.

           IF SIMULATION-OK-SW = "Y"
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > 9
                   PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX > 9
                       PERFORM PROJECT-FULL-CAPACITY
                   END-PERFORM
               END-PERFORM
           END-IF.

      * The fee in force is the row whose term started most recently
      * on or before the business date, as the invoice run takes it.
       FIND-CURRENT-FEE.
           MOVE FEE-T-DEPT(FEE-IDX) TO DEPT-IDX.
           MOVE FEE-T-YEAR(FEE-IDX) TO YEAR-IDX.
           IF DEPT-IDX >= 1 AND YEAR-IDX >= 1
               PERFORM FIND-FEE-TERM-START
               IF FEE-TERM-START <= BUSINESS-DATE
                   AND (SIM-FEE-SW(DEPT-IDX, YEAR-IDX) = "N"
                   OR FEE-TERM-START
                       >= SIM-FEE-START(DEPT-IDX, YEAR-IDX))
                   MOVE "Y" TO SIM-FEE-SW(DEPT-IDX, YEAR-IDX)
                   MOVE FEE-TERM-START
                       TO SIM-FEE-START(DEPT-IDX, YEAR-IDX)
                   MOVE FEE-T-AMOUNT(FEE-IDX)
                       TO SIM-CURRENT-FEE(DEPT-IDX, YEAR-IDX)
               END-IF
           END-IF.

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

      * The most specific increase in the scenario wins: department
      * and year, then department, then year, then the scenario-wide
      * row. A cell the scenario does not reach keeps its fee.
       PRICE-REVISED-FEE.
           MOVE 0 TO SIM-RANK(DEPT-IDX, YEAR-IDX).
           MOVE 0 TO SIM-PERCENT(DEPT-IDX, YEAR-IDX).
           PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
           UNTIL SCENARIO-IDX > SCENARIO-COUNT
               IF SCN-T-NAME(SCENARIO-IDX) = SCENARIO-INPUT
                   AND (SCN-T-DEPT(SCENARIO-IDX) = 0
                   OR SCN-T-DEPT(SCENARIO-IDX) = DEPT-IDX)
                   AND (SCN-T-YEAR(SCENARIO-IDX) = 0
                   OR SCN-T-YEAR(SCENARIO-IDX) = YEAR-IDX)
                   MOVE 1 TO INCREASE-RANK
                   IF SCN-T-DEPT(SCENARIO-IDX) NOT = 0
                       ADD 2 TO INCREASE-RANK
                   END-IF
                   IF SCN-T-YEAR(SCENARIO-IDX) NOT = 0
                       ADD 1 TO INCREASE-RANK
                   END-IF
                   IF INCREASE-RANK > SIM-RANK(DEPT-IDX, YEAR-IDX)
                       MOVE INCREASE-RANK
                           TO SIM-RANK(DEPT-IDX, YEAR-IDX)
                       MOVE SCN-T-PERCENT(SCENARIO-IDX)
                           TO SIM-PERCENT(DEPT-IDX, YEAR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE SIM-REVISED-FEE(DEPT-IDX, YEAR-IDX) ROUNDED =
               SIM-CURRENT-FEE(DEPT-IDX, YEAR-IDX)
               * (100 + SIM-PERCENT(DEPT-IDX, YEAR-IDX)) / 100.

      * Every active student with a scheduled fee is billed at the
      * current and at the revised fee, less the concessions the
      * student holds, worked out against each fee in turn.
       COUNT-STUDENT-BILLING.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "N" TO SIMULATION-OK-SW
           ELSE
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           IF (STU-STATUS = "A" OR STU-STATUS = SPACE)
                               AND STU-DEPT >= 1 AND STU-YEAR >= 1
                               PERFORM BILL-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       BILL-ONE-STUDENT.
           MOVE STU-DEPT TO DEPT-IDX.
           MOVE STU-YEAR TO YEAR-IDX.
           IF SIM-FEE-SW(DEPT-IDX, YEAR-IDX) = "Y"
               ADD 1 TO STUDENTS-COUNTED
               ADD 1 TO SIM-HEADCOUNT(DEPT-IDX, YEAR-IDX)
               MOVE SIM-CURRENT-FEE(DEPT-IDX, YEAR-IDX) TO FEE-AMOUNT
               PERFORM TOTAL-STUDENT-CONCESSIONS
               COMPUTE SIM-CURRENT-BILL(DEPT-IDX, YEAR-IDX) =
                   SIM-CURRENT-BILL(DEPT-IDX, YEAR-IDX)
                   + FEE-AMOUNT - CONCESSION-TOTAL
               MOVE SIM-REVISED-FEE(DEPT-IDX, YEAR-IDX) TO FEE-AMOUNT
               PERFORM TOTAL-STUDENT-CONCESSIONS
               COMPUTE SIM-REVISED-BILL(DEPT-IDX, YEAR-IDX) =
                   SIM-REVISED-BILL(DEPT-IDX, YEAR-IDX)
                   + FEE-AMOUNT - CONCESSION-TOTAL
           END-IF.

      * The same rules the invoice run applies: each concession due
      * comes off the fee in turn, never taking it below nil.
       TOTAL-STUDENT-CONCESSIONS.
           MOVE 0 TO CONCESSION-TOTAL.
           PERFORM VARYING CONCESSION-IDX FROM 1 BY 1
           UNTIL CONCESSION-IDX > CONCESSION-COUNT
               IF CON-T-ROLL(CONCESSION-IDX) = STU-ROLL
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
           ADD CONCESSION-AMOUNT TO CONCESSION-TOTAL.

      * Seats left empty at today's headcount are filled by students
      * paying the full revised fee; the students already enrolled
      * keep their concessions. With no capacity on DEPTCAP.DAT, or
      * more students than seats, the headcount is the capacity.
       PROJECT-FULL-CAPACITY.
           IF SIM-CAPACITY(DEPT-IDX, YEAR-IDX)
               > SIM-HEADCOUNT(DEPT-IDX, YEAR-IDX)
               MOVE SIM-CAPACITY(DEPT-IDX, YEAR-IDX)
                   TO SIM-SEATS(DEPT-IDX, YEAR-IDX)
           ELSE
               MOVE SIM-HEADCOUNT(DEPT-IDX, YEAR-IDX)
                   TO SIM-SEATS(DEPT-IDX, YEAR-IDX)
           END-IF.
           COMPUTE SIM-CAPACITY-BILL(DEPT-IDX, YEAR-IDX) =
               SIM-REVISED-BILL(DEPT-IDX, YEAR-IDX)
               + (SIM-SEATS(DEPT-IDX, YEAR-IDX)
                  - SIM-HEADCOUNT(DEPT-IDX, YEAR-IDX))
               * SIM-REVISED-FEE(DEPT-IDX, YEAR-IDX).

       WRITE-SIMULATION-REPORT.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO GRAND-HEADCOUNT.
           MOVE 0 TO GRAND-SEATS.
           MOVE 0 TO GRAND-CURRENT-BILL.
           MOVE 0 TO GRAND-REVISED-BILL.
           MOVE 0 TO GRAND-CAPACITY-BILL.
           OPEN OUTPUT SIMULATION-FILE.
           MOVE SPACES TO SIMULATION-RECORD.
           STRING "FEE REVISION WHAT-IF - SCENARIO " DELIMITED BY SIZE
                  SCENARIO-INPUT DELIMITED BY SIZE
                  " AGAINST FEES IN FORCE ON " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO SIMULATION-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CURRENT     REVISED" TO SIMULATION-RECORD(25:).
           MOVE "CURRENT      PROJECTED" TO SIMULATION-RECORD(60:).
           MOVE "FULL        AT FULL" TO SIMULATION-RECORD(99:).
           PERFORM WRITE-REPORT-LINE.
           MOVE "DEPARTMENT YR  RISE%        FEE         FEE HEADS"
               TO SIMULATION-RECORD.
           MOVE "BILLING        BILLING         CHANGE SEATS"
               TO SIMULATION-RECORD(60:).
           MOVE "CAPACITY" TO SIMULATION-RECORD(110:).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               MOVE 0 TO DEPT-LINES
               MOVE 0 TO DEPT-HEADCOUNT
               MOVE 0 TO DEPT-SEATS
               MOVE 0 TO DEPT-CURRENT-BILL
               MOVE 0 TO DEPT-REVISED-BILL
               MOVE 0 TO DEPT-CAPACITY-BILL
               PERFORM FIND-DEPT-NAME
               PERFORM VARYING YEAR-IDX FROM 1 BY 1
               UNTIL YEAR-IDX > 9
                   IF SIM-FEE-SW(DEPT-IDX, YEAR-IDX) = "Y"
                       PERFORM WRITE-CELL-LINE
                   END-IF
               END-PERFORM
               IF DEPT-LINES > 0
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
           END-PERFORM.

           MOVE GRAND-HEADCOUNT TO LINE-HEADCOUNT.
           MOVE GRAND-SEATS TO LINE-SEATS.
           MOVE GRAND-CURRENT-BILL TO LINE-CURRENT-BILL.
           MOVE GRAND-REVISED-BILL TO LINE-REVISED-BILL.
           MOVE GRAND-CAPACITY-BILL TO LINE-CAPACITY-BILL.
           MOVE SPACES TO SIMULATION-RECORD.
           MOVE "ALL DEPARTMENTS" TO SIMULATION-RECORD.
           PERFORM PLACE-BILLING-COLUMNS.
           PERFORM WRITE-REPORT-LINE.
           CLOSE SIMULATION-FILE.

       WRITE-CELL-LINE.
           MOVE SIM-HEADCOUNT(DEPT-IDX, YEAR-IDX) TO LINE-HEADCOUNT.
           MOVE SIM-SEATS(DEPT-IDX, YEAR-IDX) TO LINE-SEATS.
           MOVE SIM-CURRENT-BILL(DEPT-IDX, YEAR-IDX)
               TO LINE-CURRENT-BILL.
           MOVE SIM-REVISED-BILL(DEPT-IDX, YEAR-IDX)
               TO LINE-REVISED-BILL.
           MOVE SIM-CAPACITY-BILL(DEPT-IDX, YEAR-IDX)
               TO LINE-CAPACITY-BILL.
           MOVE SPACES TO SIMULATION-RECORD.
           MOVE DEPT-NAME-FOUND TO SIMULATION-RECORD(1:10).
           MOVE YEAR-IDX TO YEAR-TEXT.
           MOVE YEAR-TEXT TO SIMULATION-RECORD(13:1).
           MOVE SIM-PERCENT(DEPT-IDX, YEAR-IDX) TO PERCENT-TEXT.
           MOVE PERCENT-TEXT TO SIMULATION-RECORD(15:6).
           MOVE SIM-CURRENT-FEE(DEPT-IDX, YEAR-IDX) TO FEE-TEXT.
           MOVE FEE-TEXT TO SIMULATION-RECORD(22:10).
           MOVE SIM-REVISED-FEE(DEPT-IDX, YEAR-IDX) TO FEE-TEXT.
           MOVE FEE-TEXT TO SIMULATION-RECORD(34:10).
           PERFORM PLACE-BILLING-COLUMNS.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO DEPT-LINES.
           ADD LINE-HEADCOUNT TO DEPT-HEADCOUNT.
           ADD LINE-SEATS TO DEPT-SEATS.
           ADD LINE-CURRENT-BILL TO DEPT-CURRENT-BILL.
           ADD LINE-REVISED-BILL TO DEPT-REVISED-BILL.
           ADD LINE-CAPACITY-BILL TO DEPT-CAPACITY-BILL.

       WRITE-DEPT-TOTAL.
           MOVE DEPT-HEADCOUNT TO LINE-HEADCOUNT.
           MOVE DEPT-SEATS TO LINE-SEATS.
           MOVE DEPT-CURRENT-BILL TO LINE-CURRENT-BILL.
           MOVE DEPT-REVISED-BILL TO LINE-REVISED-BILL.
           MOVE DEPT-CAPACITY-BILL TO LINE-CAPACITY-BILL.
           MOVE SPACES TO SIMULATION-RECORD.
           MOVE DEPT-NAME-FOUND TO SIMULATION-RECORD(1:10).
           MOVE "TOTAL" TO SIMULATION-RECORD(12:5).
           PERFORM PLACE-BILLING-COLUMNS.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD DEPT-HEADCOUNT TO GRAND-HEADCOUNT.
           ADD DEPT-SEATS TO GRAND-SEATS.
           ADD DEPT-CURRENT-BILL TO GRAND-CURRENT-BILL.
           ADD DEPT-REVISED-BILL TO GRAND-REVISED-BILL.
           ADD DEPT-CAPACITY-BILL TO GRAND-CAPACITY-BILL.

      * Headcount, both billings, the change between them, seats and
      * billing at full capacity, for a detail or a total line.
       PLACE-BILLING-COLUMNS.
           MOVE LINE-HEADCOUNT TO COUNT-TEXT.
           MOVE COUNT-TEXT TO SIMULATION-RECORD(45:5).
           MOVE LINE-CURRENT-BILL TO BILL-TEXT.
           MOVE BILL-TEXT TO SIMULATION-RECORD(54:13).
           MOVE LINE-REVISED-BILL TO BILL-TEXT.
           MOVE BILL-TEXT TO SIMULATION-RECORD(69:13).
           COMPUTE BILL-CHANGE = LINE-REVISED-BILL - LINE-CURRENT-BILL.
           MOVE BILL-CHANGE TO CHANGE-TEXT.
           MOVE CHANGE-TEXT TO SIMULATION-RECORD(84:13).
           MOVE LINE-SEATS TO COUNT-TEXT.
           MOVE COUNT-TEXT TO SIMULATION-RECORD(98:5).
           MOVE LINE-CAPACITY-BILL TO BILL-TEXT.
           MOVE BILL-TEXT TO SIMULATION-RECORD(105:13).

       WRITE-REPORT-LINE.
           WRITE SIMULATION-RECORD.
           DISPLAY SIMULATION-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO SIMULATION-RECORD.

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

       FIND-DEPT-NAME.
           MOVE "DEPT?" TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = DEPT-IDX
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.

       LOAD-SCENARIO-TABLE.
           MOVE 0 TO SCENARIO-COUNT.
           MOVE "N" TO SCENARIO-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SCENARIO-FILE.
           IF SCENARIO-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SCENARIO-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SCENARIO-COUNT < 200
                               ADD 1 TO SCENARIO-COUNT
                               MOVE SCENARIO-RECORD
                                   TO SCENARIO-ENTRY(SCENARIO-COUNT)
                           ELSE
                               DISPLAY "FEESCEN.DAT has more rows "
                                   "than the scenario table can hold"
                               MOVE "Y" TO SCENARIO-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
           END-IF.

       SAVE-SCENARIO-TABLE.
           OPEN OUTPUT SCENARIO-FILE.
           PERFORM VARYING SCENARIO-IDX FROM 1 BY 1
           UNTIL SCENARIO-IDX > SCENARIO-COUNT
               MOVE SCENARIO-ENTRY(SCENARIO-IDX) TO SCENARIO-RECORD
               WRITE SCENARIO-RECORD
           END-PERFORM.
           CLOSE SCENARIO-FILE.

       LOAD-FEE-TABLE.
           MOVE 0 TO FEE-COUNT.
           MOVE "N" TO FEE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-SCHEDULE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF FEE-COUNT < 200
                               ADD 1 TO FEE-COUNT
                               MOVE FEE-SCHEDULE-RECORD
                                   TO FEE-ENTRY(FEE-COUNT)
                           ELSE
                               DISPLAY "FEESCHED.DAT has more rows "
                                   "than the fee table can hold"
                               MOVE "Y" TO FEE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       SAVE-FEE-TABLE.
           OPEN OUTPUT FEE-SCHEDULE-FILE.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
           UNTIL FEE-IDX > FEE-COUNT
               MOVE FEE-ENTRY(FEE-IDX) TO FEE-SCHEDULE-RECORD
               WRITE FEE-SCHEDULE-RECORD
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

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
               MOVE CN-BASIS TO CON-T-BASIS(CONCESSION-COUNT)
               MOVE CN-VALUE TO CON-T-VALUE(CONCESSION-COUNT)
               MOVE CN-TERM TO CON-T-TERM(CONCESSION-COUNT)
           ELSE
               DISPLAY "CONCESS.DAT has more active rows than the "
                   "concession table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-CAPACITY-LIMITS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CAPACITY-FILE.
           IF CAPACITY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CAPACITY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DC-DEPT > 0 AND DC-YEAR > 0
                               MOVE DC-CAPACITY
                                   TO SIM-CAPACITY(DC-DEPT, DC-YEAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
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
