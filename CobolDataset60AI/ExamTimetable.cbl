       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-TIMETABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE ASSIGN TO "REGISTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRATION-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT SLOT-FILE ASSIGN TO "EXAMSLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOT-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT TIMETABLE-FILE ASSIGN TO "EXAMTT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMETABLE-STATUS.

           SELECT STUDENT-EXAM-FILE ASSIGN TO "EXAMSTU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-EXAM-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXAMEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-FILE.
       01 REGISTRATION-RECORD.
           05 REG-ROLL       PIC 9(8).
           05 REG-COURSE     PIC X(6).
           05 REG-TERM       PIC X(6).
           05 REG-DATE       PIC 9(8).
           05 REG-STATUS     PIC X.

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

      * Available exam sittings for the term in date order: one row
      * per date and session (AM, PM).
       FD  SLOT-FILE.
       01 SLOT-RECORD.
           05 ES-DATE        PIC 9(8).
           05 ES-SESSION     PIC X(2).

       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(8).
           05 HOL-DESC       PIC X(30).

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  TIMETABLE-FILE.
       01 TIMETABLE-RECORD   PIC X(80).

       FD  STUDENT-EXAM-FILE.
       01 STUDENT-EXAM-RECORD.
           05 SX-ROLL        PIC 9(8).
           05 SX-TERM        PIC X(6).
           05 SX-DATE        PIC 9(8).
           05 SX-SESSION     PIC X(2).
           05 SX-COURSE      PIC X(6).

       FD  EXCEPTION-FILE.
       01 EXCEPTION-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 REGISTRATION-STATUS PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 SLOT-STATUS        PIC X(2) VALUE "00".
       01 HOLIDAY-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 TIMETABLE-STATUS   PIC X(2) VALUE "00".
       01 STUDENT-EXAM-STATUS PIC X(2) VALUE "00".
       01 EXCEPTION-STATUS   PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 EXAM-TERM          PIC X(6) VALUE SPACES.

       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 100 TIMES.
               10 HOL-T-DATE PIC 9(8).
               10 HOL-T-DESC PIC X(30).
       01 HOLIDAY-COUNT      PIC 999 VALUE 0.
       01 HOLIDAY-IDX        PIC 999 VALUE 0.
       01 CALENDAR-DATE      PIC 9(8).
       01 DATE-DAYS          PIC 9(8) COMP.
       01 DAY-NUMBER         PIC 9.
       01 BUSINESS-DAY-SW    PIC X VALUE "N".
       01 HOLIDAY-FOUND-SW   PIC X VALUE "N".
       01 HOLIDAY-DESC-FOUND PIC X(30).

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.
       01 REPORT-DEPT        PIC 99 VALUE 0.

       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 100 TIMES.
               10 MST-T-CODE    PIC X(6).
               10 MST-T-TITLE   PIC X(20).
               10 MST-T-DEPT    PIC 9.
       01 MASTER-COUNT       PIC 999 VALUE 0.
       01 MASTER-IDX         PIC 999 VALUE 0.

      * Only sittings on business days are usable; the rest are
      * listed on the exceptions and dropped before placement.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 60 TIMES.
               10 SLT-DATE      PIC 9(8).
               10 SLT-SESSION   PIC X(2).
       01 SLOT-COUNT         PIC 99 VALUE 0.
       01 SLOT-IDX           PIC 99 VALUE 0.

      * The term's examinable courses are those with at least one
      * open registration in the term.
       01 EXAM-COURSE-TABLE.
           05 EXAM-COURSE-ENTRY OCCURS 100 TIMES.
               10 EXC-CODE      PIC X(6).
               10 EXC-TITLE     PIC X(20).
               10 EXC-DEPT      PIC 9.
               10 EXC-STUDENTS  PIC 9(4).
               10 EXC-SLOT      PIC 99.
               10 EXC-TRIED-SW  PIC X.
       01 EXAM-COURSE-COUNT  PIC 999 VALUE 0.
       01 EXAM-COURSE-IDX    PIC 999 VALUE 0.

       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 500 TIMES.
               10 STT-ROLL      PIC 9(8).
               10 STT-SLOT-COURSE PIC 999 OCCURS 60 TIMES.
       01 STUDENT-COUNT      PIC 999 VALUE 0.
       01 STUDENT-IDX        PIC 999 VALUE 0.

       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 1000 TIMES.
               10 SEAT-STUDENT  PIC 999.
               10 SEAT-COURSE   PIC 999.
       01 SEAT-COUNT         PIC 9(4) VALUE 0.
       01 SEAT-IDX           PIC 9(4) VALUE 0.

       01 FOUND-IDX          PIC 999 VALUE 0.
       01 NEXT-COURSE-IDX    PIC 999 VALUE 0.
       01 MOST-STUDENTS      PIC 9(4) VALUE 0.
       01 CLASH-SW           PIC X VALUE "N".
       01 PLACED-SW          PIC X VALUE "N".
       01 PLACED-COUNT       PIC 999 VALUE 0.
       01 UNPLACED-COUNT     PIC 999 VALUE 0.
       01 SLOTS-DROPPED      PIC 99 VALUE 0.
       01 STUDENT-ROWS       PIC 9(5) VALUE 0.
       01 TIMETABLE-LINES    PIC 9(7) VALUE 0.
       01 COUNT-TEXT         PIC ZZZ9.
       01 DEPT-COURSES       PIC 999 VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "EXAMTT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "EXAMTIMETBL".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "Examination term (e.g. 2025FA): "
               WITH NO ADVANCING.
           ACCEPT EXAM-TERM.
           MOVE FUNCTION UPPER-CASE(EXAM-TERM) TO EXAM-TERM.

           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-MASTER-TABLE.

           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "EXAM TIMETABLE EXCEPTIONS - TERM " DELIMITED BY SIZE
                  EXAM-TERM DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING.
           WRITE EXCEPTION-RECORD.

           PERFORM LOAD-SLOT-TABLE.
           PERFORM LOAD-TERM-REGISTRATIONS.

           IF SLOT-COUNT = 0 OR EXAM-COURSE-COUNT = 0
               IF SLOT-COUNT = 0
                   DISPLAY "No usable exam sittings in EXAMSLOT.DAT"
               END-IF
               IF EXAM-COURSE-COUNT = 0
                   DISPLAY "No open registrations for term "
                       EXAM-TERM
               END-IF
           ELSE
               PERFORM PLACE-ALL-COURSES
               PERFORM WRITE-DEPT-TIMETABLES
               PERFORM WRITE-STUDENT-SCHEDULES
           END-IF.

           IF UNPLACED-COUNT = 0 AND SLOTS-DROPPED = 0
               MOVE "  NO EXCEPTIONS" TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.
           CLOSE EXCEPTION-FILE.

           DISPLAY "Courses placed: " PLACED-COUNT
               "  not placed: " UNPLACED-COUNT.
           DISPLAY "Sittings dropped as non-business days: "
               SLOTS-DROPPED.
           DISPLAY "Timetable written to EXAMTT.DAT, student "
               "schedules to EXAMSTU.DAT, exceptions to EXAMEXC.DAT".
           GOBACK.

      * Largest classes are placed first, while the most sittings
      * are still free; each course takes the earliest sitting in
      * which none of its students already sits another exam.
       PLACE-ALL-COURSES.
           MOVE 0 TO PLACED-COUNT.
           MOVE 0 TO UNPLACED-COUNT.
           PERFORM EXAM-COURSE-COUNT TIMES
               PERFORM PICK-NEXT-COURSE
               IF NEXT-COURSE-IDX > 0
                   MOVE "Y" TO EXC-TRIED-SW(NEXT-COURSE-IDX)
                   PERFORM PLACE-ONE-COURSE
               END-IF
           END-PERFORM.

       PICK-NEXT-COURSE.
           MOVE 0 TO NEXT-COURSE-IDX.
           MOVE 0 TO MOST-STUDENTS.
           PERFORM VARYING EXAM-COURSE-IDX FROM 1 BY 1
           UNTIL EXAM-COURSE-IDX > EXAM-COURSE-COUNT
               IF EXC-TRIED-SW(EXAM-COURSE-IDX) = "N"
                   AND (NEXT-COURSE-IDX = 0
                       OR EXC-STUDENTS(EXAM-COURSE-IDX)
                           > MOST-STUDENTS)
                   MOVE EXAM-COURSE-IDX TO NEXT-COURSE-IDX
                   MOVE EXC-STUDENTS(EXAM-COURSE-IDX)
                       TO MOST-STUDENTS
               END-IF
           END-PERFORM.

       PLACE-ONE-COURSE.
           MOVE "N" TO PLACED-SW.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
           UNTIL SLOT-IDX > SLOT-COUNT OR PLACED-SW = "Y"
               PERFORM CHECK-SLOT-CLASH
               IF CLASH-SW = "N"
                   MOVE "Y" TO PLACED-SW
                   MOVE SLOT-IDX TO EXC-SLOT(NEXT-COURSE-IDX)
                   PERFORM BOOK-COURSE-SEATS
               END-IF
           END-PERFORM.
           IF PLACED-SW = "Y"
               ADD 1 TO PLACED-COUNT
           ELSE
               ADD 1 TO UNPLACED-COUNT
               MOVE EXC-STUDENTS(NEXT-COURSE-IDX) TO COUNT-TEXT
               MOVE SPACES TO EXCEPTION-RECORD
               STRING "NOT PLACED " DELIMITED BY SIZE
                      EXC-CODE(NEXT-COURSE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EXC-TITLE(NEXT-COURSE-IDX) DELIMITED BY SIZE
                      " STUDENTS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      " - NO CLASH-FREE SITTING" DELIMITED BY SIZE
                      INTO EXCEPTION-RECORD
               END-STRING
               WRITE EXCEPTION-RECORD
           END-IF.

       CHECK-SLOT-CLASH.
           MOVE "N" TO CLASH-SW.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
           UNTIL SEAT-IDX > SEAT-COUNT OR CLASH-SW = "Y"
               IF SEAT-COURSE(SEAT-IDX) = NEXT-COURSE-IDX
                   MOVE SEAT-STUDENT(SEAT-IDX) TO STUDENT-IDX
                   IF STT-SLOT-COURSE(STUDENT-IDX, SLOT-IDX) > 0
                       MOVE "Y" TO CLASH-SW
                   END-IF
               END-IF
           END-PERFORM.

       BOOK-COURSE-SEATS.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
           UNTIL SEAT-IDX > SEAT-COUNT
               IF SEAT-COURSE(SEAT-IDX) = NEXT-COURSE-IDX
                   MOVE SEAT-STUDENT(SEAT-IDX) TO STUDENT-IDX
                   MOVE NEXT-COURSE-IDX
                       TO STT-SLOT-COURSE(STUDENT-IDX, SLOT-IDX)
               END-IF
           END-PERFORM.

      * One section per department, sittings in date order.
       WRITE-DEPT-TIMETABLES.
           MOVE 0 TO TIMETABLE-LINES.
           OPEN OUTPUT TIMETABLE-FILE.
           IF TIMETABLE-STATUS NOT = "00"
               DISPLAY "Cannot open EXAMTT.DAT - status "
                   TIMETABLE-STATUS
           ELSE
               MOVE SPACES TO TIMETABLE-RECORD
               STRING "EXAMINATION TIMETABLE - TERM " DELIMITED BY SIZE
                      EXAM-TERM DELIMITED BY SIZE
                      INTO TIMETABLE-RECORD
               END-STRING
               WRITE TIMETABLE-RECORD
               PERFORM VARYING REPORT-DEPT FROM 0 BY 1
               UNTIL REPORT-DEPT > 9
                   MOVE 0 TO DEPT-COURSES
                   PERFORM VARYING EXAM-COURSE-IDX FROM 1 BY 1
                   UNTIL EXAM-COURSE-IDX > EXAM-COURSE-COUNT
                       IF EXC-DEPT(EXAM-COURSE-IDX) = REPORT-DEPT
                           AND EXC-SLOT(EXAM-COURSE-IDX) > 0
                           ADD 1 TO DEPT-COURSES
                       END-IF
                   END-PERFORM
                   IF DEPT-COURSES > 0
                       PERFORM WRITE-ONE-DEPT-TIMETABLE
                   END-IF
               END-PERFORM
               CLOSE TIMETABLE-FILE
               MOVE TIMETABLE-LINES TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
           END-IF.

       WRITE-ONE-DEPT-TIMETABLE.
           PERFORM LOOKUP-DEPT-NAME.
           MOVE SPACES TO TIMETABLE-RECORD.
           WRITE TIMETABLE-RECORD.
           MOVE SPACES TO TIMETABLE-RECORD.
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  DEPT-NAME-FOUND DELIMITED BY SIZE
                  INTO TIMETABLE-RECORD
           END-STRING.
           WRITE TIMETABLE-RECORD.
           MOVE SPACES TO TIMETABLE-RECORD.
           STRING "  DATE     SESSION COURSE TITLE" DELIMITED BY SIZE
                  "                STUDENTS" DELIMITED BY SIZE
                  INTO TIMETABLE-RECORD
           END-STRING.
           WRITE TIMETABLE-RECORD.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
           UNTIL SLOT-IDX > SLOT-COUNT
               PERFORM VARYING EXAM-COURSE-IDX FROM 1 BY 1
               UNTIL EXAM-COURSE-IDX > EXAM-COURSE-COUNT
                   IF EXC-DEPT(EXAM-COURSE-IDX) = REPORT-DEPT
                       AND EXC-SLOT(EXAM-COURSE-IDX) = SLOT-IDX
                       PERFORM WRITE-ONE-TIMETABLE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-TIMETABLE-LINE.
           ADD 1 TO TIMETABLE-LINES.
           MOVE EXC-STUDENTS(EXAM-COURSE-IDX) TO COUNT-TEXT.
           MOVE SPACES TO TIMETABLE-RECORD.
           STRING "  " DELIMITED BY SIZE
                  SLT-DATE(SLOT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SLT-SESSION(SLOT-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  EXC-CODE(EXAM-COURSE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXC-TITLE(EXAM-COURSE-IDX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO TIMETABLE-RECORD
           END-STRING.
           WRITE TIMETABLE-RECORD.

      * Each student's sittings in date order; a registration whose
      * course could not be placed gets no row and shows on the
      * exceptions instead.
       WRITE-STUDENT-SCHEDULES.
           MOVE 0 TO STUDENT-ROWS.
           OPEN OUTPUT STUDENT-EXAM-FILE.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
           UNTIL STUDENT-IDX > STUDENT-COUNT
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-COUNT
                   IF STT-SLOT-COURSE(STUDENT-IDX, SLOT-IDX) > 0
                       MOVE STT-SLOT-COURSE(STUDENT-IDX, SLOT-IDX)
                           TO EXAM-COURSE-IDX
                       MOVE STT-ROLL(STUDENT-IDX) TO SX-ROLL
                       MOVE EXAM-TERM TO SX-TERM
                       MOVE SLT-DATE(SLOT-IDX) TO SX-DATE
                       MOVE SLT-SESSION(SLOT-IDX) TO SX-SESSION
                       MOVE EXC-CODE(EXAM-COURSE-IDX) TO SX-COURSE
                       WRITE STUDENT-EXAM-RECORD
                       ADD 1 TO STUDENT-ROWS
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE STUDENT-EXAM-FILE.
           DISPLAY "Student exam rows written: " STUDENT-ROWS.

       LOAD-TERM-REGISTRATIONS.
           MOVE 0 TO EXAM-COURSE-COUNT.
           MOVE 0 TO STUDENT-COUNT.
           MOVE 0 TO SEAT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT REGISTRATION-FILE.
           IF REGISTRATION-STATUS NOT = "00"
               DISPLAY "Cannot open REGISTR.DAT - status "
                   REGISTRATION-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ REGISTRATION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF REG-TERM = EXAM-TERM
                               AND REG-STATUS NOT = "D"
                               PERFORM NOTE-ONE-REGISTRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRATION-FILE
           END-IF.

       NOTE-ONE-REGISTRATION.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING EXAM-COURSE-IDX FROM 1 BY 1
           UNTIL EXAM-COURSE-IDX > EXAM-COURSE-COUNT
               IF EXC-CODE(EXAM-COURSE-IDX) = REG-COURSE
                   MOVE EXAM-COURSE-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0
               IF EXAM-COURSE-COUNT < 100
                   ADD 1 TO EXAM-COURSE-COUNT
                   MOVE EXAM-COURSE-COUNT TO FOUND-IDX
                   PERFORM START-EXAM-COURSE
               ELSE
                   DISPLAY "More courses in the term than the exam "
                       "course table can hold: " REG-COURSE
               END-IF
           END-IF.
           IF FOUND-IDX > 0
               MOVE FOUND-IDX TO EXAM-COURSE-IDX
               PERFORM FIND-OR-ADD-STUDENT
               IF STUDENT-IDX > 0
                   IF SEAT-COUNT < 1000
                       ADD 1 TO SEAT-COUNT
                       MOVE STUDENT-IDX TO SEAT-STUDENT(SEAT-COUNT)
                       MOVE EXAM-COURSE-IDX TO SEAT-COURSE(SEAT-COUNT)
                       ADD 1 TO EXC-STUDENTS(EXAM-COURSE-IDX)
                   ELSE
                       DISPLAY "More term registrations than the "
                           "seat table can hold"
                   END-IF
               END-IF
           END-IF.

       START-EXAM-COURSE.
           MOVE REG-COURSE TO EXC-CODE(FOUND-IDX).
           MOVE "NOT ON COURSE MASTER" TO EXC-TITLE(FOUND-IDX).
           MOVE 0 TO EXC-DEPT(FOUND-IDX).
           MOVE 0 TO EXC-STUDENTS(FOUND-IDX).
           MOVE 0 TO EXC-SLOT(FOUND-IDX).
           MOVE "N" TO EXC-TRIED-SW(FOUND-IDX).
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
           UNTIL MASTER-IDX > MASTER-COUNT
               IF MST-T-CODE(MASTER-IDX) = REG-COURSE
                   MOVE MST-T-TITLE(MASTER-IDX) TO EXC-TITLE(FOUND-IDX)
                   MOVE MST-T-DEPT(MASTER-IDX) TO EXC-DEPT(FOUND-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-STUDENT.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
           UNTIL STUDENT-IDX > STUDENT-COUNT
               IF STT-ROLL(STUDENT-IDX) = REG-ROLL
                   MOVE STUDENT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0
               IF STUDENT-COUNT < 500
                   ADD 1 TO STUDENT-COUNT
                   MOVE STUDENT-COUNT TO FOUND-IDX
                   MOVE REG-ROLL TO STT-ROLL(FOUND-IDX)
                   PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 60
                       MOVE 0 TO STT-SLOT-COURSE(FOUND-IDX, SLOT-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "More students in the term than the "
                       "student table can hold"
               END-IF
           END-IF.
           MOVE FOUND-IDX TO STUDENT-IDX.

       LOAD-SLOT-TABLE.
           MOVE 0 TO SLOT-COUNT.
           MOVE 0 TO SLOTS-DROPPED.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SLOT-FILE.
           IF SLOT-STATUS NOT = "00"
               DISPLAY "Cannot open EXAMSLOT.DAT - status "
                   SLOT-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SLOT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           PERFORM NOTE-ONE-SLOT
                   END-READ
               END-PERFORM
               CLOSE SLOT-FILE
           END-IF.

       NOTE-ONE-SLOT.
           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE "N" TO HOLIDAY-FOUND-SW.
           IF ES-DATE IS NUMERIC
               MOVE ES-DATE TO CALENDAR-DATE
               PERFORM JUDGE-BUSINESS-DAY
           END-IF.
           IF BUSINESS-DAY-SW = "Y"
               IF SLOT-COUNT < 60
                   ADD 1 TO SLOT-COUNT
                   MOVE ES-DATE TO SLT-DATE(SLOT-COUNT)
                   MOVE ES-SESSION TO SLT-SESSION(SLOT-COUNT)
               ELSE
                   DISPLAY "EXAMSLOT.DAT has more rows than the "
                       "sitting table can hold"
                   MOVE "Y" TO TABLE-EOF-SW
               END-IF
           ELSE
               ADD 1 TO SLOTS-DROPPED
               MOVE SPACES TO EXCEPTION-RECORD
               IF HOLIDAY-FOUND-SW = "Y"
                   STRING "SITTING DROPPED " DELIMITED BY SIZE
                          ES-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ES-SESSION DELIMITED BY SIZE
                          " - HOLIDAY " DELIMITED BY SIZE
                          HOLIDAY-DESC-FOUND DELIMITED BY SIZE
                          INTO EXCEPTION-RECORD
                   END-STRING
               ELSE
                   STRING "SITTING DROPPED " DELIMITED BY SIZE
                          ES-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ES-SESSION DELIMITED BY SIZE
                          " - NOT A BUSINESS DAY" DELIMITED BY SIZE
                          INTO EXCEPTION-RECORD
                   END-STRING
               END-IF
               WRITE EXCEPTION-RECORD
           END-IF.

       JUDGE-BUSINESS-DAY.
           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE "N" TO HOLIDAY-FOUND-SW.
           MOVE SPACES TO HOLIDAY-DESC-FOUND.

           COMPUTE DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(CALENDAR-DATE).
           COMPUTE DAY-NUMBER = FUNCTION MOD(DATE-DAYS, 7).

           IF DAY-NUMBER = 0 OR DAY-NUMBER = 6
               CONTINUE
           ELSE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOL-T-DATE(HOLIDAY-IDX) = CALENDAR-DATE
                       MOVE "Y" TO HOLIDAY-FOUND-SW
                       MOVE HOL-T-DESC(HOLIDAY-IDX)
                           TO HOLIDAY-DESC-FOUND
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
                               MOVE HOL-DESC
                                   TO HOL-T-DESC(HOLIDAY-COUNT)
                           ELSE
                               DISPLAY "HOLIDAY.DAT has more rows "
                                   "than the holiday table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-MASTER-TABLE.
           MOVE 0 TO MASTER-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ COURSE-MASTER-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF MASTER-COUNT < 100
                               ADD 1 TO MASTER-COUNT
                               MOVE CM-CODE
                                   TO MST-T-CODE(MASTER-COUNT)
                               MOVE CM-TITLE
                                   TO MST-T-TITLE(MASTER-COUNT)
                               MOVE CM-DEPT
                                   TO MST-T-DEPT(MASTER-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
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
                             DISPLAY "DEPTTAB.DAT has more rows than "
                                 "the department table can hold"
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = REPORT-DEPT
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.
           IF DEPT-NAME-FOUND = SPACES
               MOVE "DEPT?" TO DEPT-NAME-FOUND
           END-IF.
