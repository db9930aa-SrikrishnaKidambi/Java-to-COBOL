       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACULTY-FILE ASSIGN TO "FACULTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACULTY-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Faculty master: one row per member of teaching staff. A
      * member who leaves is made inactive (N) rather than removed,
      * so past assignments still name them.
       FD  FACULTY-FILE.
       01 FACULTY-RECORD.
           05 FAC-ID         PIC X(8).
           05 FAC-NAME       PIC X(25).
           05 FAC-DEPT       PIC 9.
           05 FAC-ACTIVE     PIC X.

      * Teaching assignments: the one responsible instructor for a
      * course in a term.
       FD  ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
           05 TA-STAFF       PIC X(8).
           05 TA-COURSE      PIC X(6).
           05 TA-TERM        PIC X(6).

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       WORKING-STORAGE SECTION.
       01 FACULTY-STATUS     PIC X(2) VALUE "00".
       01 ASSIGNMENT-STATUS  PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 FACULTY-TABLE.
           05 FACULTY-ENTRY OCCURS 200 TIMES.
               10 FAC-T-ID       PIC X(8).
               10 FAC-T-NAME     PIC X(25).
               10 FAC-T-DEPT     PIC 9.
               10 FAC-T-ACTIVE   PIC X.
       01 FACULTY-COUNT      PIC 999 VALUE 0.
       01 FACULTY-IDX        PIC 999 VALUE 0.
       01 FOUND-FACULTY-IDX  PIC 999 VALUE 0.
       01 FACULTY-FULL-SW    PIC X VALUE "N".

       01 ASSIGNMENT-TABLE.
           05 ASSIGNMENT-ENTRY OCCURS 500 TIMES.
               10 ASG-T-STAFF    PIC X(8).
               10 ASG-T-COURSE   PIC X(6).
               10 ASG-T-TERM     PIC X(6).
       01 ASSIGNMENT-COUNT   PIC 999 VALUE 0.
       01 ASSIGNMENT-IDX     PIC 999 VALUE 0.
       01 FOUND-ASSIGN-IDX   PIC 999 VALUE 0.
       01 ASSIGNMENT-FULL-SW PIC X VALUE "N".

       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-T-CODE    PIC 9.
               10 DEPT-T-ACTIVE  PIC X.
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 DEPT-IDX           PIC 99 VALUE 0.

       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 100 TIMES.
               10 CRS-T-CODE     PIC X(6).
               10 CRS-T-ACTIVE   PIC X.
       01 COURSE-MASTER-COUNT PIC 999 VALUE 0.
       01 COURSE-IDX         PIC 999 VALUE 0.

       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".

       01 STAFF-INPUT        PIC X(8) VALUE SPACES.
       01 NAME-INPUT         PIC X(25) VALUE SPACES.
       01 DEPT-INPUT         PIC 9 VALUE 0.
       01 ACTIVE-INPUT       PIC X VALUE SPACE.
       01 COURSE-INPUT       PIC X(6) VALUE SPACES.
       01 TERM-INPUT         PIC X(6) VALUE SPACES.
       01 ENTRY-VALID-SW     PIC X VALUE "N".
       01 PREVIOUS-STAFF     PIC X(8) VALUE SPACES.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "FACULTY".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-FACULTY-TABLE.
           PERFORM LOAD-ASSIGNMENT-TABLE.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-TERM-CALENDAR.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-FACULTY-MENU
           END-PERFORM.
           GOBACK.

       SHOW-FACULTY-MENU.
           DISPLAY "Faculty and Teaching Assignments:".
           DISPLAY "1. Add staff member".
           DISPLAY "2. Change staff name or department".
           DISPLAY "3. Activate or deactivate staff member".
           DISPLAY "4. List faculty".
           DISPLAY "5. Assign instructor to course and term".
           DISPLAY "6. Remove teaching assignment".
           DISPLAY "7. List teaching assignments".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM ADD-FACULTY
               WHEN 2
                   PERFORM CHANGE-FACULTY
               WHEN 3
                   PERFORM SET-FACULTY-ACTIVE
               WHEN 4
                   PERFORM LIST-FACULTY
               WHEN 5
                   PERFORM ASSIGN-INSTRUCTOR
               WHEN 6
                   PERFORM REMOVE-ASSIGNMENT
               WHEN 7
                   PERFORM LIST-ASSIGNMENTS
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

       ADD-FACULTY.
           PERFORM ACCEPT-STAFF-ID.
           PERFORM FIND-FACULTY.
           EVALUATE TRUE
               WHEN STAFF-INPUT = SPACES
                   DISPLAY "Staff ID is required"
               WHEN FOUND-FACULTY-IDX > 0
                   DISPLAY "Staff ID already on FACULTY.DAT: "
                       STAFF-INPUT
               WHEN FACULTY-COUNT >= 200 OR FACULTY-FULL-SW = "Y"
                   DISPLAY "Faculty table is full"
               WHEN OTHER
                   PERFORM ACCEPT-FACULTY-DETAILS
                   IF ENTRY-VALID-SW = "Y"
                       ADD 1 TO FACULTY-COUNT
                       MOVE FACULTY-COUNT TO FOUND-FACULTY-IDX
                       MOVE STAFF-INPUT
                           TO FAC-T-ID(FOUND-FACULTY-IDX)
                       MOVE NAME-INPUT
                           TO FAC-T-NAME(FOUND-FACULTY-IDX)
                       MOVE DEPT-INPUT
                           TO FAC-T-DEPT(FOUND-FACULTY-IDX)
                       MOVE "Y" TO FAC-T-ACTIVE(FOUND-FACULTY-IDX)
                       PERFORM SAVE-FACULTY-TABLE
                       MOVE "FACADD" TO AUDIT-ACTION
                       PERFORM WRITE-FACULTY-AUDIT
                       DISPLAY "Staff member added"
                   END-IF
           END-EVALUATE.

       CHANGE-FACULTY.
           PERFORM ACCEPT-STAFF-ID.
           PERFORM FIND-FACULTY.
           IF FOUND-FACULTY-IDX = 0
               DISPLAY "Staff ID not on FACULTY.DAT: " STAFF-INPUT
           ELSE
               IF FACULTY-FULL-SW = "Y"
                   DISPLAY "FACULTY.DAT is larger than the faculty "
                       "table - not changed"
               ELSE
                   MOVE FOUND-FACULTY-IDX TO FACULTY-IDX
                   PERFORM SHOW-ONE-FACULTY
                   PERFORM ACCEPT-FACULTY-DETAILS
                   IF ENTRY-VALID-SW = "Y"
                       MOVE NAME-INPUT
                           TO FAC-T-NAME(FOUND-FACULTY-IDX)
                       MOVE DEPT-INPUT
                           TO FAC-T-DEPT(FOUND-FACULTY-IDX)
                       PERFORM SAVE-FACULTY-TABLE
                       MOVE "FACCHG" TO AUDIT-ACTION
                       PERFORM WRITE-FACULTY-AUDIT
                       DISPLAY "Staff member changed"
                   END-IF
               END-IF
           END-IF.

       SET-FACULTY-ACTIVE.
           PERFORM ACCEPT-STAFF-ID.
           PERFORM FIND-FACULTY.
           IF FOUND-FACULTY-IDX = 0
               DISPLAY "Staff ID not on FACULTY.DAT: " STAFF-INPUT
           ELSE
               IF FACULTY-FULL-SW = "Y"
                   DISPLAY "FACULTY.DAT is larger than the faculty "
                       "table - not changed"
               ELSE
                   DISPLAY "Active (Y/N): " WITH NO ADVANCING
                   ACCEPT ACTIVE-INPUT
                   MOVE FUNCTION UPPER-CASE(ACTIVE-INPUT)
                       TO ACTIVE-INPUT
                   IF ACTIVE-INPUT = "Y" OR ACTIVE-INPUT = "N"
                       MOVE ACTIVE-INPUT
                           TO FAC-T-ACTIVE(FOUND-FACULTY-IDX)
                       PERFORM SAVE-FACULTY-TABLE
                       IF ACTIVE-INPUT = "Y"
                           MOVE "FACACT" TO AUDIT-ACTION
                       ELSE
                           MOVE "FACINACT" TO AUDIT-ACTION
                       END-IF
                       PERFORM WRITE-FACULTY-AUDIT
                       DISPLAY "Active flag set to " ACTIVE-INPUT
                   ELSE
                       DISPLAY "Active flag must be Y or N - "
                           "not changed"
                   END-IF
               END-IF
           END-IF.

       LIST-FACULTY.
           IF FACULTY-COUNT = 0
               DISPLAY "No staff on FACULTY.DAT"
           ELSE
               DISPLAY "STAFF ID NAME                      DEPT ACTIVE"
               PERFORM VARYING FACULTY-IDX FROM 1 BY 1
               UNTIL FACULTY-IDX > FACULTY-COUNT
                   PERFORM SHOW-ONE-FACULTY
               END-PERFORM
           END-IF.

       SHOW-ONE-FACULTY.
           DISPLAY FAC-T-ID(FACULTY-IDX) " "
               FAC-T-NAME(FACULTY-IDX) " "
               FAC-T-DEPT(FACULTY-IDX) "    "
               FAC-T-ACTIVE(FACULTY-IDX).

      * A course has one responsible instructor per term: assigning
      * over an existing row replaces the instructor, and the
      * audit detail names the one replaced.
       ASSIGN-INSTRUCTOR.
           PERFORM ACCEPT-COURSE-AND-TERM.
           IF ENTRY-VALID-SW = "Y"
               PERFORM ACCEPT-STAFF-ID
               PERFORM FIND-FACULTY
               IF FOUND-FACULTY-IDX = 0
                   DISPLAY "Staff ID not on FACULTY.DAT: "
                       STAFF-INPUT
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   IF FAC-T-ACTIVE(FOUND-FACULTY-IDX) = "N"
                       DISPLAY "Staff member is inactive"
                       MOVE "N" TO ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               IF ASSIGNMENT-FULL-SW = "Y"
                   DISPLAY "TEACHASG.DAT is larger than the "
                       "assignment table - not changed"
               ELSE
                   PERFORM FIND-ASSIGNMENT
                   IF FOUND-ASSIGN-IDX = 0
                       AND ASSIGNMENT-COUNT >= 500
                       DISPLAY "Assignment table is full"
                   ELSE
                       MOVE SPACES TO PREVIOUS-STAFF
                       IF FOUND-ASSIGN-IDX = 0
                           ADD 1 TO ASSIGNMENT-COUNT
                           MOVE ASSIGNMENT-COUNT TO FOUND-ASSIGN-IDX
                           MOVE COURSE-INPUT
                               TO ASG-T-COURSE(FOUND-ASSIGN-IDX)
                           MOVE TERM-INPUT
                               TO ASG-T-TERM(FOUND-ASSIGN-IDX)
                       ELSE
                           MOVE ASG-T-STAFF(FOUND-ASSIGN-IDX)
                               TO PREVIOUS-STAFF
                       END-IF
                       MOVE STAFF-INPUT
                           TO ASG-T-STAFF(FOUND-ASSIGN-IDX)
                       PERFORM SAVE-ASSIGNMENT-TABLE
                       MOVE "TEACHASG" TO AUDIT-ACTION
                       PERFORM WRITE-ASSIGNMENT-AUDIT
                       IF PREVIOUS-STAFF = SPACES
                           DISPLAY "Instructor assigned"
                       ELSE
                           DISPLAY "Instructor assigned - replaces "
                               PREVIOUS-STAFF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REMOVE-ASSIGNMENT.
           PERFORM ACCEPT-COURSE-AND-TERM.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-ASSIGNMENT
               IF FOUND-ASSIGN-IDX = 0
                   DISPLAY "No instructor assigned to " COURSE-INPUT
                       " in " TERM-INPUT
               ELSE
                   IF ASSIGNMENT-FULL-SW = "Y"
                       DISPLAY "TEACHASG.DAT is larger than the "
                           "assignment table - not changed"
                   ELSE
                       MOVE ASG-T-STAFF(FOUND-ASSIGN-IDX)
                           TO PREVIOUS-STAFF
                       MOVE PREVIOUS-STAFF TO STAFF-INPUT
                       PERFORM VARYING ASSIGNMENT-IDX
                       FROM FOUND-ASSIGN-IDX BY 1
                       UNTIL ASSIGNMENT-IDX >= ASSIGNMENT-COUNT
                           MOVE ASSIGNMENT-ENTRY(ASSIGNMENT-IDX + 1)
                               TO ASSIGNMENT-ENTRY(ASSIGNMENT-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM ASSIGNMENT-COUNT
                       MOVE SPACES TO PREVIOUS-STAFF
                       PERFORM SAVE-ASSIGNMENT-TABLE
                       MOVE "TEACHDEL" TO AUDIT-ACTION
                       PERFORM WRITE-ASSIGNMENT-AUDIT
                       DISPLAY "Assignment removed"
                   END-IF
               END-IF
           END-IF.

       LIST-ASSIGNMENTS.
           IF ASSIGNMENT-COUNT = 0
               DISPLAY "No teaching assignments on TEACHASG.DAT"
           ELSE
               DISPLAY "TERM   COURSE STAFF ID NAME"
               PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
               UNTIL ASSIGNMENT-IDX > ASSIGNMENT-COUNT
                   MOVE ASG-T-STAFF(ASSIGNMENT-IDX) TO STAFF-INPUT
                   PERFORM FIND-FACULTY
                   IF FOUND-FACULTY-IDX = 0
                       MOVE "NOT ON FACULTY MASTER" TO NAME-INPUT
                   ELSE
                       MOVE FAC-T-NAME(FOUND-FACULTY-IDX)
                           TO NAME-INPUT
                   END-IF
                   DISPLAY ASG-T-TERM(ASSIGNMENT-IDX) " "
                       ASG-T-COURSE(ASSIGNMENT-IDX) " "
                       ASG-T-STAFF(ASSIGNMENT-IDX) " "
                       NAME-INPUT
               END-PERFORM
           END-IF.

       ACCEPT-STAFF-ID.
           DISPLAY "Staff ID: " WITH NO ADVANCING.
           ACCEPT STAFF-INPUT.
           MOVE FUNCTION UPPER-CASE(STAFF-INPUT) TO STAFF-INPUT.

       ACCEPT-FACULTY-DETAILS.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT NAME-INPUT.
           IF NAME-INPUT = SPACES
               DISPLAY "Name is required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           DISPLAY "Department code: " WITH NO ADVANCING.
           ACCEPT DEPT-INPUT.
           PERFORM VALIDATE-DEPT-CODE.
           IF ENTRY-VALID-SW NOT = "Y"
               DISPLAY "Staff member not saved"
           END-IF.

      * With no department table on file the edit stands down.
       VALIDATE-DEPT-CODE.
           IF DEPT-COUNT > 0
               MOVE "N" TO ACTIVE-INPUT
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
                   IF DEPT-T-CODE(DEPT-IDX) = DEPT-INPUT
                       AND DEPT-T-ACTIVE(DEPT-IDX) NOT = "N"
                       MOVE "Y" TO ACTIVE-INPUT
                   END-IF
               END-PERFORM
               IF ACTIVE-INPUT = "N"
                   DISPLAY "Unknown or inactive department: "
                       DEPT-INPUT
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.

      * The course must be on the course master and, when a term
      * calendar is on file, the term must be on it.
       ACCEPT-COURSE-AND-TERM.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT COURSE-INPUT.
           MOVE FUNCTION UPPER-CASE(COURSE-INPUT) TO COURSE-INPUT.
           DISPLAY "Term code (e.g. 2025FA): " WITH NO ADVANCING.
           ACCEPT TERM-INPUT.
           MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT.
           IF COURSE-MASTER-COUNT > 0
               MOVE "N" TO ENTRY-VALID-SW
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-MASTER-COUNT
                   IF CRS-T-CODE(COURSE-IDX) = COURSE-INPUT
                       MOVE "Y" TO ENTRY-VALID-SW
                   END-IF
               END-PERFORM
               IF ENTRY-VALID-SW = "N"
                   DISPLAY "Course not on COURSMST.DAT: "
                       COURSE-INPUT
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

       FIND-FACULTY.
           MOVE 0 TO FOUND-FACULTY-IDX.
           PERFORM VARYING FACULTY-IDX FROM 1 BY 1
           UNTIL FACULTY-IDX > FACULTY-COUNT
               IF FAC-T-ID(FACULTY-IDX) = STAFF-INPUT
                   MOVE FACULTY-IDX TO FOUND-FACULTY-IDX
               END-IF
           END-PERFORM.

       FIND-ASSIGNMENT.
           MOVE 0 TO FOUND-ASSIGN-IDX.
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
           UNTIL ASSIGNMENT-IDX > ASSIGNMENT-COUNT
               IF ASG-T-COURSE(ASSIGNMENT-IDX) = COURSE-INPUT
                   AND ASG-T-TERM(ASSIGNMENT-IDX) = TERM-INPUT
                   MOVE ASSIGNMENT-IDX TO FOUND-ASSIGN-IDX
               END-IF
           END-PERFORM.

       WRITE-FACULTY-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "STAFF=" DELIMITED BY SIZE
                  FAC-T-ID(FOUND-FACULTY-IDX) DELIMITED BY SIZE
                  " DEPT=" DELIMITED BY SIZE
                  FAC-T-DEPT(FOUND-FACULTY-IDX) DELIMITED BY SIZE
                  " ACTIVE=" DELIMITED BY SIZE
                  FAC-T-ACTIVE(FOUND-FACULTY-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       WRITE-ASSIGNMENT-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING COURSE-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TERM-INPUT DELIMITED BY SIZE
                  " STAFF=" DELIMITED BY SIZE
                  STAFF-INPUT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           IF PREVIOUS-STAFF NOT = SPACES
               STRING " WAS=" DELIMITED BY SIZE
                      PREVIOUS-STAFF DELIMITED BY SIZE
                      INTO AUDIT-DETAIL(29:12)
               END-STRING
           END-IF.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-FACULTY-TABLE.
           MOVE 0 TO FACULTY-COUNT.
           MOVE "N" TO FACULTY-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT FACULTY-FILE.
           IF FACULTY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ FACULTY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF FACULTY-COUNT < 200
                               ADD 1 TO FACULTY-COUNT
                               MOVE FACULTY-RECORD
                                   TO FACULTY-ENTRY(FACULTY-COUNT)
                           ELSE
                               DISPLAY "FACULTY.DAT has more rows "
                                   "than the faculty table can hold"
                               MOVE "Y" TO FACULTY-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
           END-IF.

       SAVE-FACULTY-TABLE.
           OPEN OUTPUT FACULTY-FILE.
           PERFORM VARYING FACULTY-IDX FROM 1 BY 1
           UNTIL FACULTY-IDX > FACULTY-COUNT
               MOVE FACULTY-ENTRY(FACULTY-IDX) TO FACULTY-RECORD
               WRITE FACULTY-RECORD
           END-PERFORM.
           CLOSE FACULTY-FILE.

       LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO ASSIGNMENT-COUNT.
           MOVE "N" TO ASSIGNMENT-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASSIGNMENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF ASSIGNMENT-COUNT < 500
                               ADD 1 TO ASSIGNMENT-COUNT
                               MOVE ASSIGNMENT-RECORD
                                   TO ASSIGNMENT-ENTRY(
                                       ASSIGNMENT-COUNT)
                           ELSE
                               DISPLAY "TEACHASG.DAT has more rows "
                                   "than the assignment table can "
                                   "hold"
                               MOVE "Y" TO ASSIGNMENT-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       SAVE-ASSIGNMENT-TABLE.
           OPEN OUTPUT ASSIGNMENT-FILE.
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
           UNTIL ASSIGNMENT-IDX > ASSIGNMENT-COUNT
               MOVE ASSIGNMENT-ENTRY(ASSIGNMENT-IDX)
                   TO ASSIGNMENT-RECORD
               WRITE ASSIGNMENT-RECORD
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.

       LOAD-DEPT-TABLE.
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
                               MOVE DT-CODE TO DEPT-T-CODE(DEPT-COUNT)
                               MOVE DT-ACTIVE
                                   TO DEPT-T-ACTIVE(DEPT-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

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
                               MOVE CM-ACTIVE
                                   TO CRS-T-ACTIVE(
                                       COURSE-MASTER-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF.

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
