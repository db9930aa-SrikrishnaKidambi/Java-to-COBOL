       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTRATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE ASSIGN TO "REGISTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRATION-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-LIST-STATUS.

           SELECT SORTED-REG-FILE ASSIGN TO "REGSORT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-REG-STATUS.

           SELECT REG-SORT-FILE ASSIGN TO "SORTWK".

           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT POINTS-FILE ASSIGN TO "GRDPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "REGEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per student, course and term. A drop is kept on file
      * as status D so the registration history survives; only rows
      * at status R count as registered.
       FD  REGISTRATION-FILE.
       01 REGISTRATION-RECORD.
           05 REG-ROLL       PIC 9(8).
           05 REG-COURSE     PIC X(6).
           05 REG-TERM       PIC X(6).
           05 REG-DATE       PIC 9(8).
           05 REG-STATUS     PIC X.

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

       FD  CLASS-LIST-FILE.
       01 CLASS-LIST-RECORD  PIC X(80).

       FD  SORTED-REG-FILE.
       01 SORTED-REG-RECORD.
           05 SRG-ROLL       PIC 9(8).
           05 SRG-COURSE     PIC X(6).
           05 SRG-TERM       PIC X(6).
           05 SRG-DATE       PIC 9(8).
           05 SRG-STATUS     PIC X.

       SD  REG-SORT-FILE.
       01 REG-SORT-RECORD.
           05 RGS-ROLL       PIC 9(8).
           05 RGS-COURSE     PIC X(6).
           05 RGS-TERM       PIC X(6).
           05 RGS-DATE       PIC 9(8).
           05 RGS-STATUS     PIC X.

      * A course may need one or more earlier courses passed at a
      * minimum letter grade before it can be taken.
       FD  PREREQ-FILE.
       01 PREREQ-RECORD.
           05 PR-COURSE      PIC X(6).
           05 PR-REQUIRED    PIC X(6).
           05 PR-MIN-GRADE   PIC X.

       FD  GRADES-FILE.
       01 GRADES-RECORD.
           05 GRD-KEY.
               10 GRD-STUDENT-ID  PIC X(10).
               10 GRD-COURSE-TERM.
                   15 GRD-COURSE  PIC X(6).
                   15 GRD-TERM    PIC X(6).
               10 GRD-ATTEMPT     PIC 99.
           05 GRD-NAME        PIC X(25).
           05 GRD-SCORE       PIC 999.
           05 GRD-GRADE       PIC X.

       FD  POINTS-FILE.
       01 POINTS-RECORD.
           05 GP-GRADE       PIC X.
           05 GP-POINTS      PIC 9V99.

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

      * Registrations refused for a missing prerequisite wait here
      * for the department office: PENDING until a supervisor
      * approves (the registration is then made) or rejects it.
       FD  EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EX-ROLL        PIC 9(8).
           05 EX-COURSE      PIC X(6).
           05 EX-TERM        PIC X(6).
           05 EX-REQUIRED    PIC X(6).
           05 EX-MIN-GRADE   PIC X.
           05 EX-HELD-GRADE  PIC X.
           05 EX-MISSING     PIC 9.
           05 EX-DATE        PIC 9(8).
           05 EX-STATUS      PIC X(8).
           05 EX-BY          PIC X(10).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       WORKING-STORAGE SECTION.
       01 REGISTRATION-STATUS PIC X(2) VALUE "00".
       01 STUDENT-STATUS      PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 CLASS-LIST-STATUS   PIC X(2) VALUE "00".
       01 SORTED-REG-STATUS   PIC X(2) VALUE "00".
       01 TABLE-EOF-SW        PIC X VALUE "N".
       01 DONE-SW             PIC X VALUE "N".
       01 USER-CHOICE         PIC 9.

       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 100 TIMES.
               10 CRS-T-CODE    PIC X(6).
               10 CRS-T-TITLE   PIC X(20).
               10 CRS-T-ACTIVE  PIC X.
       01 COURSE-MASTER-COUNT PIC 999 VALUE 0.
       01 COURSE-IDX          PIC 999 VALUE 0.
       01 COURSE-FOUND-SW     PIC X VALUE "N".
       01 COURSE-TITLE-FOUND  PIC X(20) VALUE SPACES.

      * The whole register is held while a drop rewrites it, the
      * same way the waitlist is saved back; a register larger than
      * the table is never rewritten, so no row can be lost.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 RT-ROLL    PIC 9(8).
               10 RT-COURSE  PIC X(6).
               10 RT-TERM    PIC X(6).
               10 RT-DATE    PIC 9(8).
               10 RT-STATUS  PIC X.
       01 REG-COUNT          PIC 9(4) VALUE 0.
       01 REG-IDX            PIC 9(4) VALUE 0.
       01 REG-FOUND-IDX      PIC 9(4) VALUE 0.
       01 REG-TABLE-FULL-SW  PIC X VALUE "N".

       01 ROLL-INPUT         PIC 9(8).
       01 COURSE-INPUT       PIC X(6).
       01 TERM-INPUT         PIC X(6).
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 RECORD-FOUND-SW    PIC X VALUE "N".
       01 STUDENT-OK-SW      PIC X VALUE "N".
       01 HOLD-ACTIVE-COUNT  PIC 99 VALUE 0.
       01 HOLD-FIRST-TYPE    PIC X(8) VALUE SPACES.
       01 HOLD-FIRST-OFFICE  PIC X(10) VALUE SPACES.
       01 CONFIRM-KEY        PIC X.
       01 SHOWN-COUNT        PIC 9(4) VALUE 0.

       01 LIST-TERM          PIC X(6) VALUE SPACES.
       01 LIST-EOF-SW        PIC X VALUE "N".
       01 BREAK-COURSE       PIC X(6) VALUE SPACES.
       01 BREAK-TERM         PIC X(6) VALUE SPACES.
       01 CLASS-SIZE         PIC 9(4) VALUE 0.
       01 CLASS-SIZE-TEXT    PIC ZZZ9.
       01 CLASSES-LISTED     PIC 9(4) VALUE 0.
       01 LIST-NAME          PIC X(25) VALUE SPACES.
       01 LIST-LINES         PIC 9(7) VALUE 0.

       01 PREREQ-STATUS      PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 POINTS-STATUS      PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 EXCEPTION-STATUS   PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 MASTER-EOF-SW      PIC X VALUE "N".

       01 PREREQ-TABLE.
           05 PREREQ-ENTRY OCCURS 200 TIMES.
               10 PRQ-T-COURSE   PIC X(6).
               10 PRQ-T-REQUIRED PIC X(6).
               10 PRQ-T-MIN      PIC X.
       01 PREREQ-COUNT       PIC 999 VALUE 0.
       01 PREREQ-IDX         PIC 999 VALUE 0.

       01 POINTS-TABLE.
           05 POINTS-ENTRY OCCURS 10 TIMES.
               10 PTS-T-GRADE  PIC X.
               10 PTS-T-POINTS PIC 9V99.
       01 POINTS-COUNT       PIC 99 VALUE 0.
       01 POINTS-IDX         PIC 99 VALUE 0.
       01 WORK-GRADE         PIC X.
       01 GRADE-POINTS       PIC 9V99 VALUE 0.
       01 MIN-POINTS         PIC 9V99 VALUE 0.

      * REPEATPOL in SETTINGS.DAT, as the transcript applies it:
      * LATEST judges a repeated course on its newest attempt, BEST
      * on the attempt with the highest grade points.
       01 REPEAT-POLICY      PIC X(8) VALUE "LATEST".

       01 HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 100 TIMES.
               10 HST-COURSE   PIC X(6).
               10 HST-GRADE    PIC X.
               10 HST-ATTEMPT  PIC 99.
       01 HISTORY-COUNT      PIC 999 VALUE 0.
       01 HISTORY-IDX        PIC 999 VALUE 0.
       01 BEST-ENTRY-IDX     PIC 999 VALUE 0.
       01 BEST-POINTS        PIC 9V99 VALUE 0.
       01 BEST-ATTEMPT       PIC 99 VALUE 0.
       01 HELD-GRADE         PIC X VALUE SPACE.

       01 PREREQ-OK-SW       PIC X VALUE "Y".
       01 MISSING-COUNT      PIC 9 VALUE 0.
       01 FIRST-MISSING      PIC X(6) VALUE SPACES.
       01 FIRST-MIN-GRADE    PIC X VALUE SPACE.
       01 FIRST-HELD-GRADE   PIC X VALUE SPACE.

       01 EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 200 TIMES.
               10 XT-ROLL       PIC 9(8).
               10 XT-COURSE     PIC X(6).
               10 XT-TERM       PIC X(6).
               10 XT-REQUIRED   PIC X(6).
               10 XT-MIN-GRADE  PIC X.
               10 XT-HELD-GRADE PIC X.
               10 XT-MISSING    PIC 9.
               10 XT-DATE       PIC 9(8).
               10 XT-STATUS     PIC X(8).
               10 XT-BY         PIC X(10).
       01 EXCEPTION-COUNT    PIC 999 VALUE 0.
       01 EXCEPTION-IDX      PIC 999 VALUE 0.
       01 EXCEPTION-FULL-SW  PIC X VALUE "N".
       01 EXCEPTIONS-CHANGED-SW PIC X VALUE "N".
       01 PENDING-SHOWN      PIC 999 VALUE 0.
       01 DECISION-KEY       PIC X.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "CLASSLST.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "COURSEREG".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "COURSEREG".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-PREREQ-TABLE.
           PERFORM LOAD-POINTS-TABLE.
           PERFORM LOAD-PROGRAM-SETTINGS.

           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-REGISTRATION-MENU
           END-PERFORM.

           GOBACK.

       SHOW-REGISTRATION-MENU.
           DISPLAY "Course Registration:".
           DISPLAY "1. Register".
           DISPLAY "2. Drop".
           DISPLAY "3. Student registrations".
           DISPLAY "4. Class lists".
           DISPLAY "5. Prerequisite exceptions".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM REGISTER-COURSE
               WHEN 2
                   PERFORM DROP-COURSE
               WHEN 3
                   PERFORM LIST-STUDENT-REGISTRATIONS
               WHEN 4
                   PERFORM WRITE-CLASS-LISTS
               WHEN 5
                   PERFORM REVIEW-PREREQ-EXCEPTIONS
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * A registration needs a student on the master who is still
      * active and a course that is on the course master and not
      * retired; the same course and term cannot be taken twice, and
      * every prerequisite must be passed at its minimum grade.
       REGISTER-COURSE.
           PERFORM ACCEPT-REGISTRATION-KEY.
           PERFORM CHECK-STUDENT-ROLL.
           IF STUDENT-OK-SW = "Y"
               PERFORM CHECK-COURSE-CODE
               IF COURSE-FOUND-SW = "N"
                   IF COURSE-TITLE-FOUND = SPACES
                       DISPLAY "Course not on COURSMST.DAT: "
                           COURSE-INPUT
                   ELSE
                       DISPLAY "Course is inactive: " COURSE-INPUT
                   END-IF
               END-IF
           END-IF.
           IF STUDENT-OK-SW = "Y" AND COURSE-FOUND-SW = "Y"
               PERFORM LOAD-REG-TABLE
               PERFORM FIND-OPEN-REGISTRATION
               IF REG-FOUND-IDX > 0
                   DISPLAY "Already registered: " ROLL-INPUT " "
                       COURSE-INPUT " " TERM-INPUT
               ELSE
                   PERFORM CHECK-PREREQUISITES
                   IF PREREQ-OK-SW = "Y"
                       PERFORM WRITE-REGISTRATION
                       DISPLAY "Registered: " ROLL-INPUT " "
                           COURSE-INPUT " " COURSE-TITLE-FOUND
                           " " TERM-INPUT
                       MOVE "REGADD" TO AUDIT-ACTION
                       PERFORM WRITE-REGISTRATION-AUDIT
                   ELSE
                       PERFORM WRITE-PREREQ-EXCEPTION
                       DISPLAY "Registration refused - sent to the "
                           "prerequisite exceptions for review"
                   END-IF
               END-IF
           END-IF.

       WRITE-REGISTRATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND REGISTRATION-FILE.
           IF REGISTRATION-STATUS = "35"
               OPEN OUTPUT REGISTRATION-FILE
           END-IF.
           MOVE ROLL-INPUT TO REG-ROLL.
           MOVE COURSE-INPUT TO REG-COURSE.
           MOVE TERM-INPUT TO REG-TERM.
           MOVE TODAY-DATE TO REG-DATE.
           MOVE "R" TO REG-STATUS.
           WRITE REGISTRATION-RECORD.
           CLOSE REGISTRATION-FILE.

      * Each prerequisite of the course is judged on the student's
      * counted attempt at the required course under the repeat
      * policy; no attempt at all, or a grade worth fewer points
      * than the minimum, leaves it missing.
       CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-OK-SW.
           MOVE 0 TO MISSING-COUNT.
           MOVE SPACES TO FIRST-MISSING.
           MOVE SPACE TO FIRST-MIN-GRADE FIRST-HELD-GRADE.
           MOVE 0 TO HISTORY-COUNT.
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
           UNTIL PREREQ-IDX > PREREQ-COUNT
               IF PRQ-T-COURSE(PREREQ-IDX) = COURSE-INPUT
                   IF HISTORY-COUNT = 0
                       PERFORM LOAD-STUDENT-HISTORY
                   END-IF
                   PERFORM JUDGE-ONE-PREREQUISITE
               END-IF
           END-PERFORM.

       JUDGE-ONE-PREREQUISITE.
           MOVE 0 TO BEST-ENTRY-IDX.
           MOVE 0 TO BEST-POINTS.
           MOVE 0 TO BEST-ATTEMPT.
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
           UNTIL HISTORY-IDX > HISTORY-COUNT
               IF HST-COURSE(HISTORY-IDX) = PRQ-T-REQUIRED(PREREQ-IDX)
                   MOVE HST-GRADE(HISTORY-IDX) TO WORK-GRADE
                   PERFORM LOOKUP-GRADE-POINTS
                   IF REPEAT-POLICY = "BEST"
                       IF BEST-ENTRY-IDX = 0
                           OR GRADE-POINTS > BEST-POINTS
                           OR (GRADE-POINTS = BEST-POINTS
                               AND HST-ATTEMPT(HISTORY-IDX)
                                   > BEST-ATTEMPT)
                           MOVE HISTORY-IDX TO BEST-ENTRY-IDX
                           MOVE GRADE-POINTS TO BEST-POINTS
                           MOVE HST-ATTEMPT(HISTORY-IDX)
                               TO BEST-ATTEMPT
                       END-IF
                   ELSE
                       IF BEST-ENTRY-IDX = 0
                           OR HST-ATTEMPT(HISTORY-IDX) > BEST-ATTEMPT
                           MOVE HISTORY-IDX TO BEST-ENTRY-IDX
                           MOVE GRADE-POINTS TO BEST-POINTS
                           MOVE HST-ATTEMPT(HISTORY-IDX)
                               TO BEST-ATTEMPT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE PRQ-T-MIN(PREREQ-IDX) TO WORK-GRADE.
           PERFORM LOOKUP-GRADE-POINTS.
           MOVE GRADE-POINTS TO MIN-POINTS.
           IF BEST-ENTRY-IDX = 0
               MOVE SPACE TO HELD-GRADE
           ELSE
               MOVE HST-GRADE(BEST-ENTRY-IDX) TO HELD-GRADE
           END-IF.

           IF BEST-ENTRY-IDX = 0 OR BEST-POINTS < MIN-POINTS
               MOVE "N" TO PREREQ-OK-SW
               ADD 1 TO MISSING-COUNT
               IF FIRST-MISSING = SPACES
                   MOVE PRQ-T-REQUIRED(PREREQ-IDX) TO FIRST-MISSING
                   MOVE PRQ-T-MIN(PREREQ-IDX) TO FIRST-MIN-GRADE
                   MOVE HELD-GRADE TO FIRST-HELD-GRADE
               END-IF
               IF BEST-ENTRY-IDX = 0
                   DISPLAY "Prerequisite missing: "
                       PRQ-T-REQUIRED(PREREQ-IDX) " at grade "
                       PRQ-T-MIN(PREREQ-IDX) " - never taken"
               ELSE
                   DISPLAY "Prerequisite missing: "
                       PRQ-T-REQUIRED(PREREQ-IDX) " at grade "
                       PRQ-T-MIN(PREREQ-IDX) " - grade held "
                       HELD-GRADE
               END-IF
           END-IF.

       LOAD-STUDENT-HISTORY.
           MOVE 0 TO HISTORY-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               MOVE LOW-VALUES TO GRD-KEY
               MOVE ROLL-INPUT TO GRD-STUDENT-ID(1:8)
               START GRADES-FILE KEY >= GRD-KEY
                   INVALID KEY
                       MOVE "Y" TO TABLE-EOF-SW
               END-START
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF GRD-STUDENT-ID(1:8) NOT = ROLL-INPUT
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                           IF GRD-STUDENT-ID(1:8) = ROLL-INPUT
                               AND HISTORY-COUNT < 100
                               ADD 1 TO HISTORY-COUNT
                               MOVE GRD-COURSE
                                   TO HST-COURSE(HISTORY-COUNT)
                               MOVE GRD-GRADE
                                   TO HST-GRADE(HISTORY-COUNT)
                               IF GRD-ATTEMPT IS NUMERIC
                                   MOVE GRD-ATTEMPT
                                       TO HST-ATTEMPT(HISTORY-COUNT)
                               ELSE
                                   MOVE 1
                                       TO HST-ATTEMPT(HISTORY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       WRITE-PREREQ-EXCEPTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE ROLL-INPUT TO EX-ROLL.
           MOVE COURSE-INPUT TO EX-COURSE.
           MOVE TERM-INPUT TO EX-TERM.
           MOVE FIRST-MISSING TO EX-REQUIRED.
           MOVE FIRST-MIN-GRADE TO EX-MIN-GRADE.
           MOVE FIRST-HELD-GRADE TO EX-HELD-GRADE.
           MOVE MISSING-COUNT TO EX-MISSING.
           MOVE TODAY-DATE TO EX-DATE.
           MOVE "PENDING" TO EX-STATUS.
           MOVE AUDIT-OPERATOR TO EX-BY.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.

      * The department office works the pending exceptions in
      * arrival order; an approval is a supervisor override and
      * makes the registration, a rejection just closes the row.
       REVIEW-PREREQ-EXCEPTIONS.
           PERFORM LOAD-EXCEPTION-TABLE.
           MOVE 0 TO PENDING-SHOWN.
           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
           UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
               IF XT-STATUS(EXCEPTION-IDX) = "PENDING"
                   ADD 1 TO PENDING-SHOWN
                   DISPLAY XT-ROLL(EXCEPTION-IDX) " "
                       XT-COURSE(EXCEPTION-IDX) " "
                       XT-TERM(EXCEPTION-IDX) " NEEDS "
                       XT-REQUIRED(EXCEPTION-IDX) " AT "
                       XT-MIN-GRADE(EXCEPTION-IDX) " HELD "
                       XT-HELD-GRADE(EXCEPTION-IDX) " MISSING "
                       XT-MISSING(EXCEPTION-IDX) " ON "
                       XT-DATE(EXCEPTION-IDX)
               END-IF
           END-PERFORM.
           IF PENDING-SHOWN = 0
               DISPLAY "No pending prerequisite exceptions"
           ELSE
               DISPLAY "Pending exceptions: " PENDING-SHOWN
               DISPLAY "Decide them now? (Y/N): " WITH NO ADVANCING
               ACCEPT DECISION-KEY
               IF DECISION-KEY = "Y" OR DECISION-KEY = "y"
                   DISPLAY "Supervisor ID: " WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW = "Y"
                       PERFORM DECIDE-PENDING-EXCEPTIONS
                   END-IF
               END-IF
           END-IF.

       DECIDE-PENDING-EXCEPTIONS.
           IF EXCEPTION-FULL-SW = "Y"
               DISPLAY "REGEXCP.DAT is larger than the exception "
                   "table - decisions not taken"
           ELSE
               MOVE "N" TO EXCEPTIONS-CHANGED-SW
               PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
               UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
                   IF XT-STATUS(EXCEPTION-IDX) = "PENDING"
                       PERFORM DECIDE-ONE-EXCEPTION
                   END-IF
               END-PERFORM
               IF EXCEPTIONS-CHANGED-SW = "Y"
                   PERFORM SAVE-EXCEPTION-TABLE
               END-IF
           END-IF.

       DECIDE-ONE-EXCEPTION.
           DISPLAY XT-ROLL(EXCEPTION-IDX) " "
               XT-COURSE(EXCEPTION-IDX) " "
               XT-TERM(EXCEPTION-IDX) " needs "
               XT-REQUIRED(EXCEPTION-IDX).
           DISPLAY "(A)pprove override, (R)eject, (S)kip: "
               WITH NO ADVANCING.
           ACCEPT DECISION-KEY.
           MOVE FUNCTION UPPER-CASE(DECISION-KEY) TO DECISION-KEY.
           MOVE XT-ROLL(EXCEPTION-IDX) TO ROLL-INPUT.
           MOVE XT-COURSE(EXCEPTION-IDX) TO COURSE-INPUT.
           MOVE XT-TERM(EXCEPTION-IDX) TO TERM-INPUT.
           EVALUATE DECISION-KEY
               WHEN "A"
                   PERFORM LOAD-REG-TABLE
                   PERFORM FIND-OPEN-REGISTRATION
                   IF REG-FOUND-IDX = 0
                       PERFORM WRITE-REGISTRATION
                   END-IF
                   MOVE "APPROVED" TO XT-STATUS(EXCEPTION-IDX)
                   MOVE SUPERVISOR-ID TO XT-BY(EXCEPTION-IDX)
                   MOVE "Y" TO EXCEPTIONS-CHANGED-SW
                   MOVE "PREOVRD" TO AUDIT-ACTION
                   PERFORM WRITE-EXCEPTION-AUDIT
                   DISPLAY "Override approved and registered"
               WHEN "R"
                   MOVE "REJECTED" TO XT-STATUS(EXCEPTION-IDX)
                   MOVE SUPERVISOR-ID TO XT-BY(EXCEPTION-IDX)
                   MOVE "Y" TO EXCEPTIONS-CHANGED-SW
                   MOVE "PREREJ" TO AUDIT-ACTION
                   PERFORM WRITE-EXCEPTION-AUDIT
                   DISPLAY "Override rejected"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-EXCEPTION-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  ROLL-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COURSE-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TERM-INPUT DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-EXCEPTION-TABLE.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE "N" TO EXCEPTION-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ EXCEPTION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF EXCEPTION-COUNT < 200
                               ADD 1 TO EXCEPTION-COUNT
                               MOVE EXCEPTION-RECORD
                                   TO EXCEPTION-ENTRY(EXCEPTION-COUNT)
                           ELSE
                               DISPLAY "REGEXCP.DAT has more rows "
                                   "than the exception table can "
                                   "hold"
                               MOVE "Y" TO EXCEPTION-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       SAVE-EXCEPTION-TABLE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
           UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
               MOVE EXCEPTION-ENTRY(EXCEPTION-IDX) TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-PERFORM.
           CLOSE EXCEPTION-FILE.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE "N" TO MASTER-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL MASTER-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO MASTER-EOF-SW
                       NOT AT END
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO MASTER-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

       DROP-COURSE.
           PERFORM ACCEPT-REGISTRATION-KEY.
           PERFORM LOAD-REG-TABLE.
           PERFORM FIND-OPEN-REGISTRATION.
           IF REG-FOUND-IDX = 0
               DISPLAY "No open registration for " ROLL-INPUT " "
                   COURSE-INPUT " " TERM-INPUT
           ELSE
               IF REG-TABLE-FULL-SW = "Y"
                   DISPLAY "REGISTR.DAT is larger than the "
                       "registration table - drop not saved"
               ELSE
                   DISPLAY "Drop " ROLL-INPUT " from " COURSE-INPUT
                       " " TERM-INPUT "? (Y/N): " WITH NO ADVANCING
                   ACCEPT CONFIRM-KEY
                   IF CONFIRM-KEY = "Y" OR CONFIRM-KEY = "y"
                       MOVE "D" TO RT-STATUS(REG-FOUND-IDX)
                       PERFORM SAVE-REG-TABLE
                       DISPLAY "Dropped: " ROLL-INPUT " "
                           COURSE-INPUT " " TERM-INPUT
                       MOVE "REGDROP" TO AUDIT-ACTION
                       PERFORM WRITE-REGISTRATION-AUDIT
                   END-IF
               END-IF
           END-IF.

       LIST-STUDENT-REGISTRATIONS.
           DISPLAY "Enter roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           PERFORM LOAD-REG-TABLE.
           MOVE 0 TO SHOWN-COUNT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
           UNTIL REG-IDX > REG-COUNT
               IF RT-ROLL(REG-IDX) = ROLL-INPUT
                   ADD 1 TO SHOWN-COUNT
                   MOVE RT-COURSE(REG-IDX) TO COURSE-INPUT
                   PERFORM CHECK-COURSE-CODE
                   IF RT-STATUS(REG-IDX) = "D"
                       DISPLAY RT-TERM(REG-IDX) " "
                           RT-COURSE(REG-IDX) " "
                           COURSE-TITLE-FOUND " "
                           RT-DATE(REG-IDX) " DROPPED"
                   ELSE
                       DISPLAY RT-TERM(REG-IDX) " "
                           RT-COURSE(REG-IDX) " "
                           COURSE-TITLE-FOUND " "
                           RT-DATE(REG-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF SHOWN-COUNT = 0
               DISPLAY "No registrations for " ROLL-INPUT
           ELSE
               DISPLAY "Registrations listed: " SHOWN-COUNT
           END-IF.

      * The official roster per course and term, in roll order, from
      * the registrations still open; names come from the master.
       WRITE-CLASS-LISTS.
           DISPLAY "Term to list (blank = all terms): "
               WITH NO ADVANCING.
           ACCEPT LIST-TERM.
           MOVE FUNCTION UPPER-CASE(LIST-TERM) TO LIST-TERM.

           OPEN INPUT REGISTRATION-FILE.
           IF REGISTRATION-STATUS NOT = "00"
               DISPLAY "No registrations on file - REGISTR.DAT "
                   "status " REGISTRATION-STATUS
           ELSE
               CLOSE REGISTRATION-FILE
               SORT REG-SORT-FILE
                   ON ASCENDING KEY RGS-TERM RGS-COURSE RGS-ROLL
                   USING REGISTRATION-FILE
                   GIVING SORTED-REG-FILE
               PERFORM PRINT-CLASS-LISTS
           END-IF.

       PRINT-CLASS-LISTS.
           MOVE 0 TO CLASSES-LISTED.
           MOVE 0 TO CLASS-SIZE.
           MOVE 0 TO LIST-LINES.
           MOVE SPACES TO BREAK-COURSE BREAK-TERM.
           MOVE "N" TO LIST-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT CLASS-LIST-FILE.
           OPEN INPUT SORTED-REG-FILE.
           MOVE "CLASS LISTS - REGISTERED STUDENTS" TO
               CLASS-LIST-RECORD.
           WRITE CLASS-LIST-RECORD.
           PERFORM UNTIL LIST-EOF-SW = "Y"
               READ SORTED-REG-FILE
                   AT END
                       MOVE "Y" TO LIST-EOF-SW
                   NOT AT END
                       IF SRG-STATUS NOT = "D"
                           AND (LIST-TERM = SPACES
                               OR SRG-TERM = LIST-TERM)
                           PERFORM LIST-ONE-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM.
           IF CLASS-SIZE > 0
               PERFORM WRITE-CLASS-LIST-TOTAL
           END-IF.
           IF CLASSES-LISTED = 0
               MOVE "  NO OPEN REGISTRATIONS" TO CLASS-LIST-RECORD
               WRITE CLASS-LIST-RECORD
           END-IF.
           CLOSE SORTED-REG-FILE.
           CLOSE CLASS-LIST-FILE.
           IF STUDENT-STATUS = "00"
               CLOSE STUDENT-FILE
           END-IF.
           MOVE LIST-LINES TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Class lists written to CLASSLST.DAT - classes: "
               CLASSES-LISTED.

       LIST-ONE-REGISTRATION.
           IF SRG-COURSE NOT = BREAK-COURSE
               OR SRG-TERM NOT = BREAK-TERM
               IF CLASS-SIZE > 0
                   PERFORM WRITE-CLASS-LIST-TOTAL
               END-IF
               MOVE SRG-COURSE TO BREAK-COURSE
               MOVE SRG-TERM TO BREAK-TERM
               MOVE 0 TO CLASS-SIZE
               ADD 1 TO CLASSES-LISTED
               MOVE SRG-COURSE TO COURSE-INPUT
               PERFORM CHECK-COURSE-CODE
               MOVE SPACES TO CLASS-LIST-RECORD
               STRING "COURSE " DELIMITED BY SIZE
                      SRG-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COURSE-TITLE-FOUND DELIMITED BY SIZE
                      " TERM " DELIMITED BY SIZE
                      SRG-TERM DELIMITED BY SIZE
                      INTO CLASS-LIST-RECORD
               END-STRING
               WRITE CLASS-LIST-RECORD
           END-IF.

           MOVE SPACES TO LIST-NAME.
           IF STUDENT-STATUS = "00"
               MOVE SRG-ROLL TO STU-ROLL
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "NOT ON STUDENT MASTER" TO LIST-NAME
                   NOT INVALID KEY
                       MOVE STU-NAME TO LIST-NAME
               END-READ
           END-IF.
           ADD 1 TO CLASS-SIZE.
           ADD 1 TO LIST-LINES.
           MOVE SPACES TO CLASS-LIST-RECORD.
           STRING "  " DELIMITED BY SIZE
                  SRG-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIST-NAME DELIMITED BY SIZE
                  " REGISTERED " DELIMITED BY SIZE
                  SRG-DATE DELIMITED BY SIZE
                  INTO CLASS-LIST-RECORD
           END-STRING.
           WRITE CLASS-LIST-RECORD.

       WRITE-CLASS-LIST-TOTAL.
           MOVE CLASS-SIZE TO CLASS-SIZE-TEXT.
           MOVE SPACES TO CLASS-LIST-RECORD.
           STRING "  STUDENTS REGISTERED: " DELIMITED BY SIZE
                  CLASS-SIZE-TEXT DELIMITED BY SIZE
                  INTO CLASS-LIST-RECORD
           END-STRING.
           WRITE CLASS-LIST-RECORD.

       ACCEPT-REGISTRATION-KEY.
           DISPLAY "Enter roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           DISPLAY "Enter course code: " WITH NO ADVANCING.
           ACCEPT COURSE-INPUT.
           MOVE FUNCTION UPPER-CASE(COURSE-INPUT) TO COURSE-INPUT.
           DISPLAY "Enter term (e.g. 2025FA): " WITH NO ADVANCING.
           ACCEPT TERM-INPUT.
           MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT.

       CHECK-STUDENT-ROLL.
           MOVE "N" TO STUDENT-OK-SW.
           MOVE "N" TO RECORD-FOUND-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
           ELSE
               MOVE ROLL-INPUT TO STU-ROLL
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RECORD-FOUND-SW
               END-READ
               CLOSE STUDENT-FILE
               IF RECORD-FOUND-SW = "N"
                   DISPLAY "Roll number not found: " ROLL-INPUT
               ELSE
                   IF STU-STATUS = "A" OR STU-STATUS = SPACE
                       MOVE "Y" TO STUDENT-OK-SW
                   ELSE
                       DISPLAY "Student is not active - status "
                           STU-STATUS
                   END-IF
               END-IF
           END-IF.
      * An active hold on the holds register blocks registration
      * until the placing office releases it.
           IF STUDENT-OK-SW = "Y"
               CALL "HOLDCHK" USING ROLL-INPUT HOLD-ACTIVE-COUNT
                   HOLD-FIRST-TYPE HOLD-FIRST-OFFICE
               END-CALL
               IF HOLD-ACTIVE-COUNT > 0
                   MOVE "N" TO STUDENT-OK-SW
                   DISPLAY "Registration refused - " HOLD-FIRST-TYPE
                       " hold placed by " HOLD-FIRST-OFFICE
                   IF HOLD-ACTIVE-COUNT > 1
                       DISPLAY "Active holds on this roll: "
                           HOLD-ACTIVE-COUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-COURSE-CODE.
           MOVE "N" TO COURSE-FOUND-SW.
           MOVE SPACES TO COURSE-TITLE-FOUND.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
           UNTIL COURSE-IDX > COURSE-MASTER-COUNT
               IF CRS-T-CODE(COURSE-IDX) = COURSE-INPUT
                   MOVE CRS-T-TITLE(COURSE-IDX) TO COURSE-TITLE-FOUND
                   IF CRS-T-ACTIVE(COURSE-IDX) NOT = "N"
                       MOVE "Y" TO COURSE-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OPEN-REGISTRATION.
           MOVE 0 TO REG-FOUND-IDX.
           PERFORM VARYING REG-IDX FROM 1 BY 1
           UNTIL REG-IDX > REG-COUNT
               IF RT-ROLL(REG-IDX) = ROLL-INPUT
                   AND RT-COURSE(REG-IDX) = COURSE-INPUT
                   AND RT-TERM(REG-IDX) = TERM-INPUT
                   AND RT-STATUS(REG-IDX) NOT = "D"
                   MOVE REG-IDX TO REG-FOUND-IDX
               END-IF
           END-PERFORM.

       WRITE-REGISTRATION-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  ROLL-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COURSE-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TERM-INPUT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-REG-TABLE.
           MOVE 0 TO REG-COUNT.
           MOVE "N" TO REG-TABLE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT REGISTRATION-FILE.
           IF REGISTRATION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ REGISTRATION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF REG-COUNT < 1000
                               ADD 1 TO REG-COUNT
                               MOVE REG-ROLL TO RT-ROLL(REG-COUNT)
                               MOVE REG-COURSE
                                   TO RT-COURSE(REG-COUNT)
                               MOVE REG-TERM TO RT-TERM(REG-COUNT)
                               MOVE REG-DATE TO RT-DATE(REG-COUNT)
                               MOVE REG-STATUS
                                   TO RT-STATUS(REG-COUNT)
                           ELSE
                               DISPLAY "REGISTR.DAT has more rows "
                                   "than the registration table "
                                   "can hold"
                               MOVE "Y" TO REG-TABLE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRATION-FILE
           END-IF.

       SAVE-REG-TABLE.
           OPEN OUTPUT REGISTRATION-FILE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
           UNTIL REG-IDX > REG-COUNT
               MOVE RT-ROLL(REG-IDX) TO REG-ROLL
               MOVE RT-COURSE(REG-IDX) TO REG-COURSE
               MOVE RT-TERM(REG-IDX) TO REG-TERM
               MOVE RT-DATE(REG-IDX) TO REG-DATE
               MOVE RT-STATUS(REG-IDX) TO REG-STATUS
               WRITE REGISTRATION-RECORD
           END-PERFORM.
           CLOSE REGISTRATION-FILE.

       LOAD-COURSE-TABLE.
           MOVE 0 TO COURSE-MASTER-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ COURSE-MASTER-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF COURSE-MASTER-COUNT < 100
                               ADD 1 TO COURSE-MASTER-COUNT
                               MOVE CM-CODE
                                   TO CRS-T-CODE(COURSE-MASTER-COUNT)
                               MOVE CM-TITLE
                                   TO CRS-T-TITLE(COURSE-MASTER-COUNT)
                               MOVE CM-ACTIVE
                                   TO CRS-T-ACTIVE(COURSE-MASTER-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           ELSE
               DISPLAY "Cannot open COURSMST.DAT - status "
                   COURSE-MASTER-STATUS
           END-IF.

       LOAD-PREREQ-TABLE.
           MOVE 0 TO PREREQ-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT PREREQ-FILE.
           IF PREREQ-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ PREREQ-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF PREREQ-COUNT < 200
                               ADD 1 TO PREREQ-COUNT
                               MOVE PR-COURSE
                                   TO PRQ-T-COURSE(PREREQ-COUNT)
                               MOVE PR-REQUIRED
                                   TO PRQ-T-REQUIRED(PREREQ-COUNT)
                               MOVE PR-MIN-GRADE
                                   TO PRQ-T-MIN(PREREQ-COUNT)
                           ELSE
                               DISPLAY "PREREQ.DAT has more rows "
                                   "than the prerequisite table "
                                   "can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SET-KEY = "REPEATPOL"
                               IF SET-VALUE(1:4) = "BEST"
                                   MOVE "BEST" TO REPEAT-POLICY
                               ELSE
                                   MOVE "LATEST" TO REPEAT-POLICY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

       LOOKUP-GRADE-POINTS.
           MOVE 0 TO GRADE-POINTS.
           PERFORM VARYING POINTS-IDX FROM 1 BY 1
           UNTIL POINTS-IDX > POINTS-COUNT
               IF PTS-T-GRADE(POINTS-IDX) = WORK-GRADE
                   MOVE PTS-T-POINTS(POINTS-IDX) TO GRADE-POINTS
               END-IF
           END-PERFORM.

       LOAD-POINTS-TABLE.
           MOVE 0 TO POINTS-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT POINTS-FILE.
           IF POINTS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ POINTS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF POINTS-COUNT < 10
                               ADD 1 TO POINTS-COUNT
                               MOVE GP-GRADE
                                   TO PTS-T-GRADE(POINTS-COUNT)
                               MOVE GP-POINTS
                                   TO PTS-T-POINTS(POINTS-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.

           IF POINTS-COUNT = 0
               MOVE 5 TO POINTS-COUNT
               MOVE "A" TO PTS-T-GRADE(1)
               MOVE 4.00 TO PTS-T-POINTS(1)
               MOVE "B" TO PTS-T-GRADE(2)
               MOVE 3.00 TO PTS-T-POINTS(2)
               MOVE "C" TO PTS-T-GRADE(3)
               MOVE 2.00 TO PTS-T-POINTS(3)
               MOVE "D" TO PTS-T-GRADE(4)
               MOVE 1.00 TO PTS-T-POINTS(4)
               MOVE "F" TO PTS-T-GRADE(5)
               MOVE 0.00 TO PTS-T-POINTS(5)
           END-IF.
