       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-WORKLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACULTY-FILE ASSIGN TO "FACULTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACULTY-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-STATUS.

           SELECT REGISTRATION-FILE ASSIGN TO "REGISTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRATION-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT WORKLOAD-FILE ASSIGN TO "WORKLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACULTY-FILE.
       01 FACULTY-RECORD.
           05 FAC-ID         PIC X(8).
           05 FAC-NAME       PIC X(25).
           05 FAC-DEPT       PIC 9.
           05 FAC-ACTIVE     PIC X.

       FD  ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
           05 TA-STAFF       PIC X(8).
           05 TA-COURSE      PIC X(6).
           05 TA-TERM        PIC X(6).

       FD  REGISTRATION-FILE.
       01 REGISTRATION-RECORD.
           05 REG-ROLL       PIC 9(8).
           05 REG-COURSE     PIC X(6).
           05 REG-TERM       PIC X(6).
           05 REG-DATE       PIC 9(8).
           05 REG-STATUS     PIC X.

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

       FD  WORKLOAD-FILE.
       01 WORKLOAD-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 FACULTY-STATUS     PIC X(2) VALUE "00".
       01 ASSIGNMENT-STATUS  PIC X(2) VALUE "00".
       01 REGISTRATION-STATUS PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 WORKLOAD-STATUS    PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 FACULTY-TABLE.
           05 FACULTY-ENTRY OCCURS 200 TIMES.
               10 FAC-T-ID       PIC X(8).
               10 FAC-T-NAME     PIC X(25).
       01 FACULTY-COUNT      PIC 999 VALUE 0.
       01 FACULTY-IDX        PIC 999 VALUE 0.

      * One row per course taught in a term, with the enrolment
      * (REGISTR.DAT rows not dropped) and the grades posted for
      * that course and term, X (debarred) counted on its own.
       01 LOAD-TABLE.
           05 LOAD-ENTRY OCCURS 500 TIMES.
               10 LD-STAFF       PIC X(8).
               10 LD-TERM        PIC X(6).
               10 LD-COURSE      PIC X(6).
               10 LD-ENROLLED    PIC 9(4).
               10 LD-GRADED      PIC 9(4).
               10 LD-COUNT-A     PIC 9(4).
               10 LD-COUNT-B     PIC 9(4).
               10 LD-COUNT-C     PIC 9(4).
               10 LD-COUNT-D     PIC 9(4).
               10 LD-COUNT-F     PIC 9(4).
               10 LD-COUNT-X     PIC 9(4).
       01 LOAD-COUNT         PIC 999 VALUE 0.
       01 LOAD-IDX           PIC 999 VALUE 0.
       01 FOUND-LOAD-IDX     PIC 999 VALUE 0.
       01 LOAD-SWAP-IDX      PIC 999 VALUE 0.
       01 LOAD-SWAP          PIC X(52).
       01 LOAD-SWAPPED-SW    PIC X VALUE "N".

       01 CURRENT-STAFF      PIC X(8) VALUE SPACES.
       01 CURRENT-TERM       PIC X(6) VALUE SPACES.
       01 STAFF-NAME         PIC X(25) VALUE SPACES.
       01 TERM-COURSES       PIC 999 VALUE 0.
       01 TERM-ENROLLED      PIC 9(5) VALUE 0.
       01 STAFF-COURSES      PIC 999 VALUE 0.
       01 STAFF-ENROLLED     PIC 9(5) VALUE 0.
       01 ENROLLED-TEXT      PIC ZZZ9.
       01 GRADED-TEXT        PIC ZZZ9.
       01 COUNT-A-TEXT       PIC ZZZ9.
       01 COUNT-B-TEXT       PIC ZZZ9.
       01 COUNT-C-TEXT       PIC ZZZ9.
       01 COUNT-D-TEXT       PIC ZZZ9.
       01 COUNT-F-TEXT       PIC ZZZ9.
       01 COUNT-X-TEXT       PIC ZZZ9.
       01 COURSES-TEXT       PIC ZZ9.
       01 TOTAL-TEXT         PIC ZZZZ9.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "WORKLOAD.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "WORKLOAD".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-FACULTY-TABLE.
           PERFORM LOAD-ASSIGNMENTS.
           IF LOAD-COUNT = 0
               DISPLAY "No teaching assignments on TEACHASG.DAT"
           ELSE
               PERFORM COUNT-ENROLMENTS
               PERFORM COUNT-GRADES
               PERFORM SORT-LOAD-TABLE
               PERFORM WRITE-WORKLOAD-REPORT
           END-IF.
           GOBACK.

       WRITE-WORKLOAD-REPORT.
           OPEN OUTPUT WORKLOAD-FILE.
           IF WORKLOAD-STATUS NOT = "00"
               DISPLAY "Cannot open WORKLOAD.DAT - status "
                   WORKLOAD-STATUS
           ELSE
               MOVE 0 TO REGISTRY-RECORDS
               MOVE "INSTRUCTOR WORKLOAD BY TERM" TO WORKLOAD-RECORD
               PERFORM WRITE-WORKLOAD-LINE
               MOVE "  TERM   COURSE ENROL GRADED    A    B    C    D"
                   TO WORKLOAD-RECORD
               MOVE "    F    X" TO WORKLOAD-RECORD(49:10)
               PERFORM WRITE-WORKLOAD-LINE
               MOVE SPACES TO CURRENT-STAFF
               MOVE SPACES TO CURRENT-TERM
               PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > LOAD-COUNT
                   IF LD-STAFF(LOAD-IDX) NOT = CURRENT-STAFF
                       IF CURRENT-STAFF NOT = SPACES
                           PERFORM WRITE-TERM-TOTAL
                           PERFORM WRITE-STAFF-TOTAL
                       END-IF
                       PERFORM START-STAFF-GROUP
                   ELSE
                       IF LD-TERM(LOAD-IDX) NOT = CURRENT-TERM
                           PERFORM WRITE-TERM-TOTAL
                           MOVE LD-TERM(LOAD-IDX) TO CURRENT-TERM
                           MOVE 0 TO TERM-COURSES
                           MOVE 0 TO TERM-ENROLLED
                       END-IF
                   END-IF
                   PERFORM WRITE-COURSE-LINE
               END-PERFORM
               PERFORM WRITE-TERM-TOTAL
               PERFORM WRITE-STAFF-TOTAL
               CLOSE WORKLOAD-FILE
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Workload report written to WORKLOAD.DAT"
           END-IF.

       START-STAFF-GROUP.
           MOVE LD-STAFF(LOAD-IDX) TO CURRENT-STAFF.
           MOVE LD-TERM(LOAD-IDX) TO CURRENT-TERM.
           MOVE 0 TO TERM-COURSES.
           MOVE 0 TO TERM-ENROLLED.
           MOVE 0 TO STAFF-COURSES.
           MOVE 0 TO STAFF-ENROLLED.
           MOVE "NOT ON FACULTY MASTER" TO STAFF-NAME.
           PERFORM VARYING FACULTY-IDX FROM 1 BY 1
           UNTIL FACULTY-IDX > FACULTY-COUNT
               IF FAC-T-ID(FACULTY-IDX) = CURRENT-STAFF
                   MOVE FAC-T-NAME(FACULTY-IDX) TO STAFF-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO WORKLOAD-RECORD.
           STRING "INSTRUCTOR " DELIMITED BY SIZE
                  CURRENT-STAFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAFF-NAME DELIMITED BY SIZE
                  INTO WORKLOAD-RECORD
           END-STRING.
           PERFORM WRITE-WORKLOAD-LINE.

       WRITE-COURSE-LINE.
           ADD 1 TO TERM-COURSES.
           ADD 1 TO STAFF-COURSES.
           ADD LD-ENROLLED(LOAD-IDX) TO TERM-ENROLLED.
           ADD LD-ENROLLED(LOAD-IDX) TO STAFF-ENROLLED.
           MOVE LD-ENROLLED(LOAD-IDX) TO ENROLLED-TEXT.
           MOVE LD-GRADED(LOAD-IDX) TO GRADED-TEXT.
           MOVE LD-COUNT-A(LOAD-IDX) TO COUNT-A-TEXT.
           MOVE LD-COUNT-B(LOAD-IDX) TO COUNT-B-TEXT.
           MOVE LD-COUNT-C(LOAD-IDX) TO COUNT-C-TEXT.
           MOVE LD-COUNT-D(LOAD-IDX) TO COUNT-D-TEXT.
           MOVE LD-COUNT-F(LOAD-IDX) TO COUNT-F-TEXT.
           MOVE LD-COUNT-X(LOAD-IDX) TO COUNT-X-TEXT.
           MOVE SPACES TO WORKLOAD-RECORD.
           STRING "  " DELIMITED BY SIZE
                  LD-TERM(LOAD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LD-COURSE(LOAD-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ENROLLED-TEXT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  GRADED-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-A-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-B-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-C-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-D-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-F-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-X-TEXT DELIMITED BY SIZE
                  INTO WORKLOAD-RECORD
           END-STRING.
           PERFORM WRITE-WORKLOAD-LINE.

       WRITE-TERM-TOTAL.
           MOVE TERM-COURSES TO COURSES-TEXT.
           MOVE TERM-ENROLLED TO TOTAL-TEXT.
           MOVE SPACES TO WORKLOAD-RECORD.
           STRING "  TERM " DELIMITED BY SIZE
                  CURRENT-TERM DELIMITED BY SIZE
                  " COURSES " DELIMITED BY SIZE
                  COURSES-TEXT DELIMITED BY SIZE
                  " ENROLLED " DELIMITED BY SIZE
                  TOTAL-TEXT DELIMITED BY SIZE
                  INTO WORKLOAD-RECORD
           END-STRING.
           PERFORM WRITE-WORKLOAD-LINE.

       WRITE-STAFF-TOTAL.
           MOVE STAFF-COURSES TO COURSES-TEXT.
           MOVE STAFF-ENROLLED TO TOTAL-TEXT.
           MOVE SPACES TO WORKLOAD-RECORD.
           STRING "  ALL TERMS COURSES " DELIMITED BY SIZE
                  COURSES-TEXT DELIMITED BY SIZE
                  " ENROLLED " DELIMITED BY SIZE
                  TOTAL-TEXT DELIMITED BY SIZE
                  INTO WORKLOAD-RECORD
           END-STRING.
           PERFORM WRITE-WORKLOAD-LINE.

       WRITE-WORKLOAD-LINE.
           WRITE WORKLOAD-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

       COUNT-ENROLMENTS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT REGISTRATION-FILE.
           IF REGISTRATION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ REGISTRATION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF REG-STATUS NOT = "D"
                               PERFORM FIND-REGISTRATION-LOAD
                               IF FOUND-LOAD-IDX > 0
                                   ADD 1 TO LD-ENROLLED(FOUND-LOAD-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRATION-FILE
           END-IF.

       COUNT-GRADES.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               PERFORM VARYING FOUND-LOAD-IDX FROM 1 BY 1
               UNTIL FOUND-LOAD-IDX > LOAD-COUNT
                   PERFORM COUNT-CLASS-GRADES
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

      * Class lists are read through the course and term key.
       COUNT-CLASS-GRADES.
           MOVE "N" TO TABLE-EOF-SW.
           MOVE LD-COURSE(FOUND-LOAD-IDX) TO GRD-COURSE.
           MOVE LD-TERM(FOUND-LOAD-IDX) TO GRD-TERM.
           START GRADES-FILE KEY = GRD-COURSE-TERM
               INVALID KEY
                   MOVE "Y" TO TABLE-EOF-SW
           END-START.
           PERFORM UNTIL TABLE-EOF-SW = "Y"
               READ GRADES-FILE NEXT
                   AT END
                       MOVE "Y" TO TABLE-EOF-SW
                   NOT AT END
                       IF GRD-COURSE = LD-COURSE(FOUND-LOAD-IDX)
                           AND GRD-TERM = LD-TERM(FOUND-LOAD-IDX)
                           PERFORM TALLY-ONE-GRADE
                       ELSE
                           MOVE "Y" TO TABLE-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-GRADE.
           IF GRD-GRADE = "X"
               ADD 1 TO LD-COUNT-X(FOUND-LOAD-IDX)
           ELSE
               ADD 1 TO LD-GRADED(FOUND-LOAD-IDX)
               EVALUATE GRD-GRADE
                   WHEN "A"
                       ADD 1 TO LD-COUNT-A(FOUND-LOAD-IDX)
                   WHEN "B"
                       ADD 1 TO LD-COUNT-B(FOUND-LOAD-IDX)
                   WHEN "C"
                       ADD 1 TO LD-COUNT-C(FOUND-LOAD-IDX)
                   WHEN "D"
                       ADD 1 TO LD-COUNT-D(FOUND-LOAD-IDX)
                   WHEN OTHER
                       ADD 1 TO LD-COUNT-F(FOUND-LOAD-IDX)
               END-EVALUATE
           END-IF.

       FIND-REGISTRATION-LOAD.
           MOVE 0 TO FOUND-LOAD-IDX.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
           UNTIL LOAD-IDX > LOAD-COUNT
               IF LD-COURSE(LOAD-IDX) = REG-COURSE
                   AND LD-TERM(LOAD-IDX) = REG-TERM
                   MOVE LOAD-IDX TO FOUND-LOAD-IDX
               END-IF
           END-PERFORM.

      * Ordered by instructor, then term, then course, so the
      * report breaks cleanly on instructor and term.
       SORT-LOAD-TABLE.
           MOVE "Y" TO LOAD-SWAPPED-SW.
           PERFORM UNTIL LOAD-SWAPPED-SW = "N"
               MOVE "N" TO LOAD-SWAPPED-SW
               PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX >= LOAD-COUNT
                   COMPUTE LOAD-SWAP-IDX = LOAD-IDX + 1
                   IF LOAD-ENTRY(LOAD-IDX)(1:20)
                       > LOAD-ENTRY(LOAD-SWAP-IDX)(1:20)
                       MOVE LOAD-ENTRY(LOAD-IDX) TO LOAD-SWAP
                       MOVE LOAD-ENTRY(LOAD-SWAP-IDX)
                           TO LOAD-ENTRY(LOAD-IDX)
                       MOVE LOAD-SWAP TO LOAD-ENTRY(LOAD-SWAP-IDX)
                       MOVE "Y" TO LOAD-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ASSIGNMENTS.
           MOVE 0 TO LOAD-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASSIGNMENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF LOAD-COUNT < 500
                               ADD 1 TO LOAD-COUNT
                               MOVE TA-STAFF TO LD-STAFF(LOAD-COUNT)
                               MOVE TA-TERM TO LD-TERM(LOAD-COUNT)
                               MOVE TA-COURSE TO LD-COURSE(LOAD-COUNT)
                               MOVE 0 TO LD-ENROLLED(LOAD-COUNT)
                               MOVE 0 TO LD-GRADED(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-A(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-B(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-C(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-D(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-F(LOAD-COUNT)
                               MOVE 0 TO LD-COUNT-X(LOAD-COUNT)
                           ELSE
                               DISPLAY "TEACHASG.DAT has more rows "
                                   "than the workload table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       LOAD-FACULTY-TABLE.
           MOVE 0 TO FACULTY-COUNT.
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
                               MOVE FAC-ID TO FAC-T-ID(FACULTY-COUNT)
                               MOVE FAC-NAME
                                   TO FAC-T-NAME(FACULTY-COUNT)
                           ELSE
                               DISPLAY "FACULTY.DAT has more rows "
                                   "than the faculty table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
           END-IF.
