               FILE STATUS IS CLASS-IN-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT OLD-GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-GRADES-STATUS.

           SELECT MIGRATE-WORK-FILE ASSIGN TO "GRADES.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIGRATE-WORK-STATUS.

           SELECT GRADES-ARCHIVE-FILE ASSIGN TO "GRDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADES-ARCHIVE-STATUS.

           SELECT CLASS-REPORT-FILE ASSIGN TO "CLASSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT CURVE-LIMITS-FILE ASSIGN TO "GRDCURVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURVE-LIMITS-STATUS.

           SELECT CLASS-REJECT-FILE ASSIGN TO "CLASSREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-REJECT-STATUS.

           SELECT SCORE-SORT-FILE ASSIGN TO "SORTWK".

           SELECT REGISTRATION-FILE ASSIGN TO "REGISTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRATION-STATUS.

           SELECT DEBAR-FILE ASSIGN TO "DEBAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEBAR-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT FACULTY-FILE ASSIGN TO "FACULTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACULTY-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTINGS-FILE.
       FD  CLASS-IN-FILE.
       01 CLASS-IN-RECORD   PIC X(60).

      * One row per student, course, term and attempt; the course
      * and term together are an alternate key for class lists.
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

      * GRADES.DAT as it stood before the indexed conversion.
       FD  OLD-GRADES-FILE.
       01 OLD-GRADES-RECORD   PIC X(53).

       FD  MIGRATE-WORK-FILE.
       01 MIGRATE-WORK-RECORD PIC X(53).

       FD  GRADES-ARCHIVE-FILE.
       01 GRADES-ARCHIVE-RECORD PIC X(53).

       FD  CLASS-REPORT-FILE.
       01 CLASS-REPORT-RECORD PIC X(80).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.
      * R grades the course on a curve; blank or A keeps it on the
      * absolute boundaries from GRDBNDS.DAT.
           05 CM-GRADING   PIC X.

      * Lowest and highest cut-off allowed for each of the A, B, C
      * and D bands when a course is graded on a curve.
       FD  CURVE-LIMITS-FILE.
       01 CURVE-LIMITS-RECORD.
           05 GC-COURSE    PIC X(6).
           05 GC-LIMIT OCCURS 4 TIMES.
               10 GC-MIN   PIC 999.
               10 GC-MAX   PIC 999.

       FD  CLASS-REJECT-FILE.
       01 CLASS-REJECT-RECORD PIC X(100).
           05 SCW-MARK-1   PIC 999V99.
           05 SCW-MARK-2   PIC 999V99.
           05 SCW-MARK-3   PIC 999V99.
           05 SCW-TERM     PIC X(6).
           05 SCW-NAME     PIC X(25).

       FD  SORTED-SCORE-FILE.
       01 SORTED-SCORE-RECORD.
           05 SCS-MARK-1   PIC 999V99.
           05 SCS-MARK-2   PIC 999V99.
           05 SCS-MARK-3   PIC 999V99.
           05 SCS-TERM     PIC X(6).
           05 SCS-NAME     PIC X(25).

       SD  SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
           05 SCR-MARK-1   PIC 999V99.
           05 SCR-MARK-2   PIC 999V99.
           05 SCR-MARK-3   PIC 999V99.
           05 SCR-TERM     PIC X(6).
           05 SCR-NAME     PIC X(25).

       FD  REGISTRATION-FILE.
       01 REGISTRATION-RECORD.
           05 REG-ROLL       PIC 9(8).
           05 REG-COURSE     PIC X(6).
           05 REG-TERM       PIC X(6).
           05 REG-DATE       PIC 9(8).
           05 REG-STATUS     PIC X.

       FD  DEBAR-FILE.
       01 DEBAR-RECORD.
           05 DB-ROLL        PIC 9(8).
           05 DB-TERM        PIC X(6).
           05 DB-PCT         PIC 999V99.
           05 DB-STATUS      PIC X(8).
           05 DB-DATE        PIC 9(8).
           05 DB-BY          PIC X(10).
           05 DB-REASON      PIC X(20).

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

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

       WORKING-STORAGE SECTION.
       01 RUN-MODE     PIC X VALUE "I".
       01 GRADE        PIC X VALUE SPACE.
       01 MORE-SW      PIC X VALUE "Y".

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "GRADECLS".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.
       01 ALERT-COUNT-TEXT   PIC ZZZZZZ9.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.
       01 CARD-NUMBER        PIC S9(9)V99 VALUE 0.

       01 GRADE-TALLY.
           05 COUNT-A  PIC 999 VALUE 0.
           05 COUNT-B  PIC 999 VALUE 0.

       01 CLASS-IN-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS       PIC X(2) VALUE "00".
       01 OLD-GRADES-STATUS   PIC X(2) VALUE "00".
       01 MIGRATE-WORK-STATUS PIC X(2) VALUE "00".
       01 GRADES-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 MIGRATE-EOF-SW      PIC X VALUE "N".
       01 MIGRATED-COUNT      PIC 9(7) VALUE 0.
       01 ARCHIVE-MIGRATED    PIC 9(7) VALUE 0.
       01 GRADE-WRITTEN-SW    PIC X VALUE "N".

      * Old row layout: roll, name, score, grade, course, term and
      * attempt, in that order.
       01 OLD-GRADE-LAYOUT.
           05 OGL-STUDENT-ID  PIC X(10).
           05 OGL-NAME        PIC X(25).
           05 OGL-SCORE       PIC 999.
           05 OGL-GRADE       PIC X.
           05 OGL-COURSE      PIC X(6).
           05 OGL-TERM        PIC X(6).
           05 OGL-ATTEMPT     PIC 99.
       01 CLASS-REPORT-STATUS PIC X(2) VALUE "00".
       01 CLASS-EOF-SW        PIC X VALUE "N".

       01 BOUND-COUNT      PIC 99 VALUE 0.
       01 BOUND-IDX        PIC 99 VALUE 0.

      * Courses graded on a curve are held back from GRADES.DAT
      * until the whole class is in: their rows go to the work file
      * with grade P, the statistics pass gives each course and term
      * its mean and spread, and each band's cut-off is set that
      * many standard deviations from the mean, inside the limits
      * from GRDCURVE.DAT. A class with fewer than CURVE-MIN-CLASS
      * scores (SETTINGS.DAT key CURVMINN), or with no spread at
      * all, is graded on the absolute boundaries instead.
       01 CURVE-LIMITS-STATUS PIC X(2) VALUE "00".
       01 CURVE-LIMIT-TABLE.
           05 CURVE-LIMIT-ENTRY OCCURS 20 TIMES.
               10 CLT-COURSE   PIC X(6).
               10 CLT-LIMIT OCCURS 4 TIMES.
                   15 CLT-MIN  PIC 999.
                   15 CLT-MAX  PIC 999.
       01 CURVE-LIMIT-COUNT   PIC 99 VALUE 0.
       01 CURVE-LIMIT-IDX     PIC 99 VALUE 0.
       01 DEFAULT-CURVE-LIMITS.
           05 FILLER PIC X(6) VALUE "080095".
           05 FILLER PIC X(6) VALUE "070085".
           05 FILLER PIC X(6) VALUE "055075".
           05 FILLER PIC X(6) VALUE "045065".
       01 DEFAULT-CURVE-TABLE REDEFINES DEFAULT-CURVE-LIMITS.
           05 DCL-LIMIT OCCURS 4 TIMES.
               10 DCL-MIN PIC 999.
               10 DCL-MAX PIC 999.
       01 USE-CURVE-TABLE.
           05 UCL-LIMIT OCCURS 4 TIMES.
               10 UCL-MIN PIC 999.
               10 UCL-MAX PIC 999.
      * Standard deviations above (+) or below (-) the mean at which
      * the A, B, C and D bands start.
       01 CURVE-BAND-VALUES.
           05 FILLER PIC S9V9 VALUE +1.5.
           05 FILLER PIC S9V9 VALUE +0.5.
           05 FILLER PIC S9V9 VALUE -0.5.
           05 FILLER PIC S9V9 VALUE -1.5.
       01 CURVE-BAND-TABLE REDEFINES CURVE-BAND-VALUES.
           05 CURVE-BAND PIC S9V9 OCCURS 4 TIMES.
       01 CURVE-TABLE.
           05 CURVE-ENTRY OCCURS 100 TIMES.
               10 CRV-COURSE   PIC X(6).
               10 CRV-TERM     PIC X(6).
               10 CRV-COUNT    PIC 9(7).
               10 CRV-SUM      PIC 9(9).
               10 CRV-SUM-SQ   PIC 9(11).
               10 CRV-MEAN     PIC 999V99.
               10 CRV-SD       PIC 999V99.
               10 CRV-STATE    PIC X.
               10 CRV-LIMITED  PIC X.
               10 CRV-CUTOFF   PIC 999 OCCURS 4 TIMES.
       01 CURVE-COUNT         PIC 999 VALUE 0.
       01 CURVE-IDX           PIC 999 VALUE 0.
       01 CURVE-FOUND-SW      PIC X VALUE "N".
       01 CURVE-FULL-SW       PIC X VALUE "N".
       01 CURVE-PASS-SW       PIC X VALUE "N".
       01 CURVED-ON-FILE-SW   PIC X VALUE "N".
       01 CURVE-MIN-CLASS     PIC 9(4) VALUE 5.
       01 CURVE-SPREAD-TOP    PIC S9(18) VALUE 0.
       01 CURVE-VARIANCE      PIC 9(6)V9(4) VALUE 0.
       01 CURVE-RAW-CUTOFF    PIC S9(4)V99 VALUE 0.
       01 CURVE-WHOLE-CUTOFF  PIC S9(4) VALUE 0.
       01 BAND-IDX            PIC 9 VALUE 0.
       01 PRIOR-BAND-IDX      PIC 9 VALUE 0.
       01 COURSE-GRADING      PIC X VALUE SPACE.
       01 CURVED-POSTED       PIC 9(7) VALUE 0.
       01 CURVE-N-TEXT        PIC ZZZZ9.
       01 CURVE-MEAN-TEXT     PIC ZZ9.99.
       01 CURVE-SD-TEXT       PIC ZZ9.99.
       01 CUTOFF-A-TEXT       PIC ZZ9.
       01 CUTOFF-B-TEXT       PIC ZZ9.
       01 CUTOFF-C-TEXT       PIC ZZ9.
       01 CUTOFF-D-TEXT       PIC ZZ9.
       01 CURVE-NOTE          PIC X(8) VALUE SPACES.

       01 BOUND-A          PIC 999 VALUE 90.
       01 BOUND-B          PIC 999 VALUE 80.
       01 BOUND-C          PIC 999 VALUE 70.
       01 BORDER-TABLE.
           05 BORDER-ENTRY OCCURS 200 TIMES.
               10 BDL-COURSE   PIC X(6).
               10 BDL-TERM     PIC X(6).
               10 BDL-STUDENT  PIC X(10).
               10 BDL-SCORE    PIC 999.
               10 BDL-BOUNDARY PIC X.
               10 CRS-T-CODE    PIC X(6).
               10 CRS-T-CREDITS PIC 9.
               10 CRS-T-ACTIVE  PIC X.
               10 CRS-T-GRADING PIC X.
       01 COURSE-MASTER-COUNT PIC 999 VALUE 0.
       01 COURSE-IDX          PIC 999 VALUE 0.
       01 COURSE-VALID-SW     PIC X VALUE "N".
       01 CLASS-REJECT-REASON PIC X(20) VALUE SPACES.
       01 RECORD-NUMBER-TEXT  PIC ZZZZZZ9.

       01 ATTEMPT-EOF-SW     PIC X VALUE "N".
       01 ATTEMPT-NUMBER     PIC 99 VALUE 0.

      * Open course registrations (REGISTR.DAT, status R) for the
      * grading run: a mark for a student who is not registered for
      * the course in that term is rejected, not posted.
       01 REGISTRATION-STATUS PIC X(2) VALUE "00".
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 RT-ROLL    PIC 9(8).
               10 RT-COURSE  PIC X(6).
               10 RT-TERM    PIC X(6).
       01 REG-COUNT          PIC 9(4) VALUE 0.
       01 REG-IDX            PIC 9(4) VALUE 0.
       01 REG-ON-FILE-SW     PIC X VALUE "N".
       01 REGISTERED-SW      PIC X VALUE "N".

      * Confirmed attendance debarments (DEBAR.DAT, status
      * DEBARRED): the student's mark is not graded and the record
      * posts with the debarred grade X instead of a letter.
       01 DEBAR-STATUS       PIC X(2) VALUE "00".
       01 DEBAR-TABLE.
           05 DEBAR-ENTRY OCCURS 500 TIMES.
               10 DBT-ROLL   PIC 9(8).
               10 DBT-TERM   PIC X(6).
       01 DEBAR-COUNT        PIC 999 VALUE 0.
       01 DEBAR-IDX          PIC 999 VALUE 0.
       01 DEBARRED-SW        PIC X VALUE "N".
       01 DEBARRED-COUNT     PIC 999 VALUE 0.

      * Terms on the academic calendar (TERMCAL.DAT): a class record
      * must name a term on the calendar whose exam window has
      * opened, or it is rejected rather than posting a phantom term.
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM       PIC X(6).
               10 TRM-T-EXAM-START PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".
       01 TERM-FOUND-SW      PIC X VALUE "N".
       01 TODAY-DATE         PIC 9(8) VALUE 0.

      * Responsible instructors (TEACHASG.DAT, named from
      * FACULTY.DAT) for each course and term in the run, shown on
      * the class report and the borderline review.
       01 FACULTY-STATUS     PIC X(2) VALUE "00".
       01 ASSIGNMENT-STATUS  PIC X(2) VALUE "00".
       01 FACULTY-TABLE.
           05 FACULTY-ENTRY OCCURS 200 TIMES.
               10 FAC-T-ID       PIC X(8).
               10 FAC-T-NAME     PIC X(25).
       01 FACULTY-COUNT      PIC 999 VALUE 0.
       01 FACULTY-IDX        PIC 999 VALUE 0.
       01 ASSIGNMENT-TABLE.
           05 ASSIGNMENT-ENTRY OCCURS 500 TIMES.
               10 ASG-T-STAFF    PIC X(8).
               10 ASG-T-COURSE   PIC X(6).
               10 ASG-T-TERM     PIC X(6).
       01 ASSIGNMENT-COUNT   PIC 999 VALUE 0.
       01 ASSIGNMENT-IDX     PIC 999 VALUE 0.
       01 SECTION-TABLE.
           05 SECTION-ENTRY OCCURS 100 TIMES.
               10 SEC-T-COURSE   PIC X(6).
               10 SEC-T-TERM     PIC X(6).
       01 SECTION-COUNT      PIC 999 VALUE 0.
       01 SECTION-IDX        PIC 999 VALUE 0.
       01 SECTION-FOUND-SW   PIC X VALUE "N".
       01 INSTRUCTOR-ID      PIC X(8) VALUE SPACES.
       01 INSTRUCTOR-NAME    PIC X(25) VALUE SPACES.

       01 RESTART-FUNCTION   PIC X.
       01 RESTART-JOB        PIC X(12) VALUE "GRADECLS".
       01 RESTART-RECORD     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM OPEN-PARAMETER-CARD.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Mode - (I)nteractive or (F)ile batch "
               "(blank = setting): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO RUN-MODE
           ELSE
               ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = SPACE
               MOVE DEFAULT-RUN-MODE TO RUN-MODE
           END-IF.

           IF CARD-FAILED-SW = "Y"
               CONTINUE
           ELSE
               IF RUN-MODE = "F" OR RUN-MODE = "f"
                   PERFORM GRADE-CLASS-BATCH
               ELSE
                   MOVE "Y" TO MORE-SW
                   PERFORM UNTIL MORE-SW = "N" OR MORE-SW = "n"
                       OR CARD-FAILED-SW = "Y"
                       PERFORM GRADE-ONE-STUDENT
                       ADD 1 TO ROSTER-COUNT
                       DISPLAY "Another student? (Y/N): "
                           WITH NO ADVANCING
                       IF UNATTENDED-SW = "Y"
                           PERFORM NEXT-CARD-ANSWER
                           MOVE CARD-ANSWER TO MORE-SW
                       ELSE
                           ACCEPT MORE-SW
                       END-IF
                   END-PERFORM
                   PERFORM DISPLAY-ROSTER-SUMMARY
               END-IF
           END-IF.

           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PROGRAM-SETTINGS.
                                       TO BORDER-MARGIN
                               END-IF
                           END-IF
                           IF SET-KEY = "CURVMINN"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 1
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO CURVE-MIN-CLASS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE

       GRADE-ONE-STUDENT.
           DISPLAY "Enter numeric score (0-100): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NUMERIC-CARD-ANSWER
               MOVE CARD-NUMBER TO SCORE
           ELSE
               ACCEPT SCORE
           END-IF.

           PERFORM COMPUTE-LETTER-GRADE.

           END-EVALUATE.

       COMPUTE-LETTER-GRADE.
           PERFORM PICK-LETTER-GRADE.
           EVALUATE GRADE
               WHEN "A"
                   ADD 1 TO COUNT-A
               WHEN "B"
                   ADD 1 TO COUNT-B
               WHEN "C"
                   ADD 1 TO COUNT-C
               WHEN "D"
                   ADD 1 TO COUNT-D
               WHEN OTHER
                   ADD 1 TO COUNT-F
           END-EVALUATE.

       PICK-LETTER-GRADE.
           EVALUATE TRUE
               WHEN SCORE >= BOUND-A
                   MOVE "A" TO GRADE
               WHEN SCORE >= BOUND-B
                   MOVE "B" TO GRADE
               WHEN SCORE >= BOUND-C
                   MOVE "C" TO GRADE
               WHEN SCORE >= BOUND-D
                   MOVE "D" TO GRADE
               WHEN OTHER
                   MOVE "F" TO GRADE
           END-EVALUATE.

       SET-COURSE-BOUNDS.
                   MOVE BND-T-D(BOUND-IDX) TO BOUND-D
               END-IF
           END-PERFORM.
      * A class already curved takes its derived cut-offs instead.
           PERFORM FIND-CURVE-ENTRY.
           IF CURVE-FOUND-SW = "Y"
               IF CRV-STATE(CURVE-IDX) = "R"
                   MOVE CRV-CUTOFF(CURVE-IDX, 1) TO BOUND-A
                   MOVE CRV-CUTOFF(CURVE-IDX, 2) TO BOUND-B
                   MOVE CRV-CUTOFF(CURVE-IDX, 3) TO BOUND-C
                   MOVE CRV-CUTOFF(CURVE-IDX, 4) TO BOUND-D
               END-IF
           END-IF.

       FIND-CURVE-ENTRY.
           MOVE "N" TO CURVE-FOUND-SW.
           PERFORM VARYING CURVE-IDX FROM 1 BY 1
           UNTIL CURVE-IDX > CURVE-COUNT
               OR CURVE-FOUND-SW = "Y"
               IF CRV-COURSE(CURVE-IDX) = COURSE-TEXT
                   AND CRV-TERM(CURVE-IDX) = TERM-TEXT
                   MOVE "Y" TO CURVE-FOUND-SW
               END-IF
           END-PERFORM.
           IF CURVE-FOUND-SW = "Y"
               SUBTRACT 1 FROM CURVE-IDX
           END-IF.

       LOAD-BOUNDS-TABLE.
           MOVE 0 TO BOUND-COUNT.
           PERFORM LOAD-BOUNDS-TABLE.
           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-WEIGHT-TABLE.
           PERFORM LOAD-REGISTRATION-TABLE.
           PERFORM LOAD-DEBAR-TABLE.
           PERFORM LOAD-TERM-CALENDAR.
           PERFORM LOAD-FACULTY-TABLE.
           PERFORM LOAD-ASSIGNMENT-TABLE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CLASS-IN-FILE.
           IF CLASS-IN-STATUS NOT = "00"
      * GRADES.DAT accumulates across runs so retakes appear as
      * numbered attempts instead of replacing the history; the
      * highest attempt on file per student and course is read
      * from the key so new rows continue the numbering.
               PERFORM OPEN-GRADES-IO
               IF RESTART-START > 0
                   OPEN EXTEND CLASS-REJECT-FILE
                   IF CLASS-REJECT-STATUS = "35"
               IF REJECTED-COUNT > 0
                   DISPLAY "Records rejected to CLASSREJ.DAT: "
                       REJECTED-COUNT
                   PERFORM RAISE-REJECT-ALERT
               END-IF

               IF CURVED-ON-FILE-SW = "Y"
                   PERFORM APPLY-RELATIVE-GRADING
               END-IF

               MOVE "C" TO RESTART-FUNCTION
      * Class records carry an academic term in the fifth field
      * (e.g. 2025FA); it rides through GRADES.DAT so the transcript
      * can report per-term GPAs. A record without a term posts as
      * UNKNWN rather than being lost, unless a term calendar is on
      * file, in which case it is rejected as an unknown term.
       GRADE-ONE-CLASS-RECORD.
           MOVE SPACES TO STUDENT-ID-TEXT NAME-TEXT SCORE-TEXT.
           MOVE SPACES TO COURSE-TEXT TERM-TEXT.
               END-IF
           END-IF.
           IF COURSE-VALID-SW = "Y"
               PERFORM CHECK-TERM-CALENDAR
           END-IF.
           IF COURSE-VALID-SW = "Y"
               PERFORM CHECK-COURSE-REGISTRATION
               IF REGISTERED-SW = "N"
                   MOVE "N" TO COURSE-VALID-SW
                   MOVE "NOT REGISTERED" TO CLASS-REJECT-REASON
               END-IF
           END-IF.
           IF COURSE-VALID-SW = "Y"
               PERFORM CHECK-STUDENT-DEBARRED
               IF DEBARRED-SW = "Y"
                   PERFORM POST-DEBARRED-RECORD
               ELSE
                   PERFORM GRADE-VALID-CLASS-RECORD
               END-IF
           ELSE
               PERFORM WRITE-CLASS-REJECT
           END-IF.

      * A debarred student sat no examination: the row posts with
      * grade X and score zero, and its work record carries the X so
      * the class report counts it apart from the graded students.
       POST-DEBARRED-RECORD.
           ADD 1 TO DEBARRED-COUNT.
           PERFORM NEXT-ATTEMPT-NUMBER.
           MOVE STUDENT-ID-TEXT TO GRD-STUDENT-ID.
           MOVE NAME-TEXT TO GRD-NAME.
           MOVE 0 TO GRD-SCORE.
           MOVE "X" TO GRD-GRADE.
           MOVE COURSE-TEXT TO GRD-COURSE.
           MOVE TERM-TEXT TO GRD-TERM.
           MOVE ATTEMPT-NUMBER TO GRD-ATTEMPT.
           PERFORM WRITE-GRADE-ROW.

           MOVE 0 TO SCW-SCORE.
           MOVE "X" TO SCW-GRADE.
           MOVE STUDENT-ID-TEXT TO SCW-STUDENT.
           MOVE COURSE-TEXT TO SCW-COURSE.
           MOVE "N" TO SCW-COMPONENT.
           MOVE 0 TO SCW-MARK-1.
           MOVE 0 TO SCW-MARK-2.
           MOVE 0 TO SCW-MARK-3.
           MOVE TERM-TEXT TO SCW-TERM.
           MOVE NAME-TEXT TO SCW-NAME.
           WRITE SCORE-WORK-RECORD.

       GRADE-VALID-CLASS-RECORD.
           IF COMPONENT-SW = "Y"
               COMPUTE MARK1-VALUE = FUNCTION NUMVAL(MARK1-TEXT)
               COMPUTE SCORE = FUNCTION NUMVAL(SCORE-TEXT)
           END-IF.

      * A curved course's letter waits for the whole class; the
      * row posts from APPLY-RELATIVE-GRADING after the loop.
           IF COURSE-GRADING = "R"
               MOVE "P" TO GRADE
               ADD 1 TO ROSTER-COUNT
           ELSE
               PERFORM SET-COURSE-BOUNDS
               PERFORM COMPUTE-LETTER-GRADE
               ADD 1 TO ROSTER-COUNT
               PERFORM WRITE-LETTER-GRADE-ROW
           END-IF.

           MOVE SCORE TO SCW-SCORE.
           MOVE GRADE TO SCW-GRADE.
               MOVE 0 TO SCW-MARK-2
               MOVE 0 TO SCW-MARK-3
           END-IF.
           MOVE TERM-TEXT TO SCW-TERM.
           MOVE NAME-TEXT TO SCW-NAME.
           WRITE SCORE-WORK-RECORD.

           ADD SCORE TO SCORE-TOTAL.
               ADD 1 TO PASS-COUNT
           END-IF.

       WRITE-LETTER-GRADE-ROW.
           PERFORM NEXT-ATTEMPT-NUMBER.
           MOVE STUDENT-ID-TEXT TO GRD-STUDENT-ID.
           MOVE NAME-TEXT TO GRD-NAME.
           MOVE SCORE TO GRD-SCORE.
           MOVE GRADE TO GRD-GRADE.
           MOVE COURSE-TEXT TO GRD-COURSE.
           MOVE TERM-TEXT TO GRD-TERM.
           MOVE ATTEMPT-NUMBER TO GRD-ATTEMPT.
           PERFORM WRITE-GRADE-ROW.

      * The borderline and component-echo tables are rebuilt from
      * the accumulated work file rather than in the record loop,
      * so after a checkpoint restart they still cover the whole
       BUILD-REVIEW-TABLES.
           MOVE 0 TO BORDER-COUNT.
           MOVE 0 TO ECHO-COUNT.
           MOVE 0 TO SECTION-COUNT.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN INPUT SCORE-WORK-FILE.
           IF SCORE-WORK-STATUS = "00"
           END-IF.

       REVIEW-ONE-WORK-RECORD.
           PERFORM NOTE-CLASS-SECTION.
           IF SCW-GRADE NOT = "X"
               PERFORM REVIEW-GRADED-WORK-RECORD
           END-IF.

       REVIEW-GRADED-WORK-RECORD.
           MOVE SCW-STUDENT TO STUDENT-ID-TEXT.
           MOVE SCW-COURSE TO COURSE-TEXT.
           MOVE SCW-TERM TO TERM-TEXT.
           MOVE SCW-SCORE TO SCORE.
           PERFORM SET-COURSE-BOUNDS.
           PERFORM CHECK-BORDERLINE-SCORE.
               AND BORDER-COUNT < 200
               ADD 1 TO BORDER-COUNT
               MOVE COURSE-TEXT TO BDL-COURSE(BORDER-COUNT)
               MOVE TERM-TEXT TO BDL-TERM(BORDER-COUNT)
               MOVE STUDENT-ID-TEXT TO BDL-STUDENT(BORDER-COUNT)
               MOVE SCORE TO BDL-SCORE(BORDER-COUNT)
               MOVE BOUNDARY-LETTER TO BDL-BOUNDARY(BORDER-COUNT)
                   UNTIL BORDER-SCAN-IDX >= BORDER-IDX
                       IF BDL-COURSE(BORDER-SCAN-IDX)
                           = BDL-COURSE(BORDER-IDX)
                           AND BDL-TERM(BORDER-SCAN-IDX)
                               = BDL-TERM(BORDER-IDX)
                           MOVE "Y" TO BORDER-SEEN-SW
                       END-IF
                   END-PERFORM
           END-IF.

       WRITE-ONE-BORDER-COURSE.
           MOVE BDL-COURSE(BORDER-IDX) TO COURSE-TEXT.
           MOVE BDL-TERM(BORDER-IDX) TO TERM-TEXT.
           PERFORM FIND-INSTRUCTOR.
           MOVE SPACES TO BORDER-REPORT-RECORD.
           STRING "COURSE " DELIMITED BY SIZE
                  BDL-COURSE(BORDER-IDX) DELIMITED BY SIZE
                  " TERM " DELIMITED BY SIZE
                  BDL-TERM(BORDER-IDX) DELIMITED BY SIZE
                  " INSTRUCTOR " DELIMITED BY SIZE
                  INSTRUCTOR-NAME DELIMITED BY SIZE
                  INTO BORDER-REPORT-RECORD
           END-STRING.
           WRITE BORDER-REPORT-RECORD.
           PERFORM FIND-CURVE-ENTRY.
           IF CURVE-FOUND-SW = "Y"
               IF CRV-STATE(CURVE-IDX) = "R"
                   PERFORM EDIT-CURVE-CUTOFFS
                   MOVE SPACES TO BORDER-REPORT-RECORD
                   STRING "  CURVED CUT-OFFS A " DELIMITED BY SIZE
                          CUTOFF-A-TEXT DELIMITED BY SIZE
                          " B " DELIMITED BY SIZE
                          CUTOFF-B-TEXT DELIMITED BY SIZE
                          " C " DELIMITED BY SIZE
                          CUTOFF-C-TEXT DELIMITED BY SIZE
                          " D " DELIMITED BY SIZE
                          CUTOFF-D-TEXT DELIMITED BY SIZE
                          INTO BORDER-REPORT-RECORD
                   END-STRING
                   WRITE BORDER-REPORT-RECORD
               END-IF
           END-IF.
           MOVE "A" TO BOUNDARY-LETTER.
           PERFORM WRITE-ONE-BORDER-GROUP.
           MOVE "B" TO BOUNDARY-LETTER.
           UNTIL BORDER-SCAN-IDX > BORDER-COUNT
               IF BDL-COURSE(BORDER-SCAN-IDX)
                   = BDL-COURSE(BORDER-IDX)
                   AND BDL-TERM(BORDER-SCAN-IDX)
                       = BDL-TERM(BORDER-IDX)
                   AND BDL-BOUNDARY(BORDER-SCAN-IDX)
                       = BOUNDARY-LETTER
                   MOVE BDL-SHORT(BORDER-SCAN-IDX) TO SHORT-TEXT
               END-IF
           END-PERFORM.

      * Each course and term in the run is listed once, X rows
      * included, so a class made up only of debarred students still
      * names its instructor.
       NOTE-CLASS-SECTION.
           MOVE "N" TO SECTION-FOUND-SW.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
           UNTIL SECTION-IDX > SECTION-COUNT
               IF SEC-T-COURSE(SECTION-IDX) = SCW-COURSE
                   AND SEC-T-TERM(SECTION-IDX) = SCW-TERM
                   MOVE "Y" TO SECTION-FOUND-SW
               END-IF
           END-PERFORM.
           IF SECTION-FOUND-SW = "N" AND SECTION-COUNT < 100
               ADD 1 TO SECTION-COUNT
               MOVE SCW-COURSE TO SEC-T-COURSE(SECTION-COUNT)
               MOVE SCW-TERM TO SEC-T-TERM(SECTION-COUNT)
           END-IF.

       WRITE-INSTRUCTOR-LINES.
           MOVE "INSTRUCTORS" TO CLASS-REPORT-RECORD.
           WRITE CLASS-REPORT-RECORD.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
           UNTIL SECTION-IDX > SECTION-COUNT
               MOVE SEC-T-COURSE(SECTION-IDX) TO COURSE-TEXT
               MOVE SEC-T-TERM(SECTION-IDX) TO TERM-TEXT
               PERFORM FIND-INSTRUCTOR
               MOVE SPACES TO CLASS-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                      COURSE-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TERM-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INSTRUCTOR-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INSTRUCTOR-NAME DELIMITED BY SIZE
                      INTO CLASS-REPORT-RECORD
               END-STRING
               WRITE CLASS-REPORT-RECORD
           END-PERFORM.

       FIND-INSTRUCTOR.
           MOVE SPACES TO INSTRUCTOR-ID.
           MOVE "NOT ASSIGNED" TO INSTRUCTOR-NAME.
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
           UNTIL ASSIGNMENT-IDX > ASSIGNMENT-COUNT
               IF ASG-T-COURSE(ASSIGNMENT-IDX) = COURSE-TEXT
                   AND ASG-T-TERM(ASSIGNMENT-IDX) = TERM-TEXT
                   MOVE ASG-T-STAFF(ASSIGNMENT-IDX) TO INSTRUCTOR-ID
               END-IF
           END-PERFORM.
           IF INSTRUCTOR-ID NOT = SPACES
               MOVE "NOT ON FACULTY MASTER" TO INSTRUCTOR-NAME
               PERFORM VARYING FACULTY-IDX FROM 1 BY 1
               UNTIL FACULTY-IDX > FACULTY-COUNT
                   IF FAC-T-ID(FACULTY-IDX) = INSTRUCTOR-ID
                       MOVE FAC-T-NAME(FACULTY-IDX)
                           TO INSTRUCTOR-NAME
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-FACULTY-TABLE.
           MOVE 0 TO FACULTY-COUNT.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT FACULTY-FILE.
           IF FACULTY-STATUS = "00"
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ FACULTY-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
                       NOT AT END
                           IF FACULTY-COUNT < 200
                               ADD 1 TO FACULTY-COUNT
                               MOVE FAC-ID TO FAC-T-ID(FACULTY-COUNT)
                               MOVE FAC-NAME
                                   TO FAC-T-NAME(FACULTY-COUNT)
                           ELSE
                               DISPLAY "FACULTY.DAT has more rows "
                                   "than the faculty table can hold"
                               MOVE "Y" TO BOUNDS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
           END-IF.

       LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO ASSIGNMENT-COUNT.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASSIGNMENT-STATUS = "00"
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
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
                               MOVE "Y" TO BOUNDS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       PARSE-NUMERIC-SETTING.
           MOVE "N" TO SETTING-NUMERIC-SW.
           MOVE 0 TO SETTING-NUMERIC-VALUE.

       VALIDATE-COURSE-CODE.
           MOVE "N" TO COURSE-VALID-SW.
           MOVE SPACE TO COURSE-GRADING.
           MOVE SPACES TO CLASS-REJECT-REASON.
           IF COURSE-MASTER-COUNT = 0
      * With no course master on file the edit stands down rather
                               TO CLASS-REJECT-REASON
                       ELSE
                           MOVE "Y" TO COURSE-VALID-SW
                           MOVE CRS-T-GRADING(COURSE-IDX)
                               TO COURSE-GRADING
                       END-IF
                   END-IF
               END-PERFORM
               END-IF
           END-IF.

      * The student ID on the class record carries the roll number
      * in its first eight characters, as the transcript reads it.
       CHECK-COURSE-REGISTRATION.
           MOVE "N" TO REGISTERED-SW.
           IF REG-ON-FILE-SW = "N"
      * With no registration file on file the edit stands down the
      * same way the course master edit does.
               MOVE "Y" TO REGISTERED-SW
           ELSE
               IF STUDENT-ID-TEXT(1:8) IS NUMERIC
                   PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
                       OR REGISTERED-SW = "Y"
                       IF RT-ROLL(REG-IDX) = STUDENT-ID-TEXT(1:8)
                           AND RT-COURSE(REG-IDX) = COURSE-TEXT
                           AND RT-TERM(REG-IDX) = TERM-TEXT
                           MOVE "Y" TO REGISTERED-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * With no term calendar on file the edit stands down.
       CHECK-TERM-CALENDAR.
           IF TERMCAL-ON-FILE-SW = "Y"
               MOVE "N" TO TERM-FOUND-SW
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = TERM-TEXT
                       MOVE "Y" TO TERM-FOUND-SW
                       IF TODAY-DATE < TRM-T-EXAM-START(TERM-IDX)
                           MOVE "N" TO COURSE-VALID-SW
                           MOVE "EXAM WINDOW NOT OPEN"
                               TO CLASS-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
               IF TERM-FOUND-SW = "N"
                   MOVE "N" TO COURSE-VALID-SW
                   MOVE "UNKNOWN TERM" TO CLASS-REJECT-REASON
               END-IF
           END-IF.

       LOAD-TERM-CALENDAR.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERMCAL-ON-FILE-SW.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE "Y" TO TERMCAL-ON-FILE-SW
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
                       NOT AT END
                           IF TERM-COUNT < 50
                               ADD 1 TO TERM-COUNT
                               MOVE TC-TERM TO TRM-T-TERM(TERM-COUNT)
                               MOVE TC-EXAM-START
                                   TO TRM-T-EXAM-START(TERM-COUNT)
                           ELSE
                               DISPLAY "TERMCAL.DAT has more rows "
                                   "than the term table can hold"
                               MOVE "Y" TO BOUNDS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           MOVE "N" TO BOUNDS-EOF-SW.

       CHECK-STUDENT-DEBARRED.
           MOVE "N" TO DEBARRED-SW.
           IF STUDENT-ID-TEXT(1:8) IS NUMERIC
               PERFORM VARYING DEBAR-IDX FROM 1 BY 1
               UNTIL DEBAR-IDX > DEBAR-COUNT
                   OR DEBARRED-SW = "Y"
                   IF DBT-ROLL(DEBAR-IDX) = STUDENT-ID-TEXT(1:8)
                       AND DBT-TERM(DEBAR-IDX) = TERM-TEXT
                       MOVE "Y" TO DEBARRED-SW
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-DEBAR-TABLE.
           MOVE 0 TO DEBAR-COUNT.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT DEBAR-FILE.
           IF DEBAR-STATUS = "00"
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ DEBAR-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
                       NOT AT END
                           IF DB-STATUS = "DEBARRED"
                               IF DEBAR-COUNT < 500
                                   ADD 1 TO DEBAR-COUNT
                                   MOVE DB-ROLL
                                       TO DBT-ROLL(DEBAR-COUNT)
                                   MOVE DB-TERM
                                       TO DBT-TERM(DEBAR-COUNT)
                               ELSE
                                   DISPLAY "DEBAR.DAT has more "
                                       "rows than the debarment "
                                       "table can hold"
                                   MOVE "Y" TO BOUNDS-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBAR-FILE
           END-IF.
           MOVE "N" TO BOUNDS-EOF-SW.

       LOAD-REGISTRATION-TABLE.
           MOVE 0 TO REG-COUNT.
           MOVE "N" TO REG-ON-FILE-SW.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT REGISTRATION-FILE.
           IF REGISTRATION-STATUS = "00"
               MOVE "Y" TO REG-ON-FILE-SW
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ REGISTRATION-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
                       NOT AT END
                           IF REG-STATUS NOT = "D"
                               IF REG-COUNT < 1000
                                   ADD 1 TO REG-COUNT
                                   MOVE REG-ROLL
                                       TO RT-ROLL(REG-COUNT)
                                   MOVE REG-COURSE
                                       TO RT-COURSE(REG-COUNT)
                                   MOVE REG-TERM
                                       TO RT-TERM(REG-COUNT)
                               ELSE
                                   DISPLAY "REGISTR.DAT has more "
                                       "rows than the registration "
                                       "table can hold"
                                   MOVE "Y" TO BOUNDS-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRATION-FILE
           END-IF.
           MOVE "N" TO BOUNDS-EOF-SW.

       WRITE-CLASS-REJECT.
           ADD 1 TO REJECTED-COUNT.
           MOVE CLASS-RECORDS-READ TO RECORD-NUMBER-TEXT.

       LOAD-COURSE-TABLE.
           MOVE 0 TO COURSE-MASTER-COUNT.
           MOVE "N" TO CURVED-ON-FILE-SW.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
                               MOVE CM-ACTIVE
                                   TO CRS-T-ACTIVE(
                                       COURSE-MASTER-COUNT)
                               MOVE CM-GRADING
                                   TO CRS-T-GRADING(
                                       COURSE-MASTER-COUNT)
                               IF CM-GRADING = "R"
                                   MOVE "Y" TO CURVED-ON-FILE-SW
                               END-IF
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
           END-IF.
           MOVE "N" TO BOUNDS-EOF-SW.

      * Every term and attempt for one student and course sits
      * together under the primary key, so the highest attempt is
      * found by starting at the student and course and reading on.
       NEXT-ATTEMPT-NUMBER.
           MOVE 0 TO ATTEMPT-NUMBER.
           MOVE "N" TO ATTEMPT-EOF-SW.
           MOVE STUDENT-ID-TEXT TO GRD-STUDENT-ID.
           MOVE COURSE-TEXT TO GRD-COURSE.
           MOVE LOW-VALUES TO GRD-TERM.
           MOVE 0 TO GRD-ATTEMPT.
           START GRADES-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "Y" TO ATTEMPT-EOF-SW
           END-START.
           PERFORM UNTIL ATTEMPT-EOF-SW = "Y"
               READ GRADES-FILE NEXT
                   AT END
                       MOVE "Y" TO ATTEMPT-EOF-SW
                   NOT AT END
                       IF GRD-STUDENT-ID NOT = STUDENT-ID-TEXT
                           OR GRD-COURSE NOT = COURSE-TEXT
                           MOVE "Y" TO ATTEMPT-EOF-SW
                       ELSE
                           IF GRD-ATTEMPT > ATTEMPT-NUMBER
                               MOVE GRD-ATTEMPT TO ATTEMPT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO ATTEMPT-NUMBER.

       WRITE-GRADE-ROW.
           WRITE GRADES-RECORD
               INVALID KEY
                   DISPLAY "Grade row already on file - not written: "
                       GRD-STUDENT-ID " " GRD-COURSE " " GRD-TERM
           END-WRITE.

       OPEN-GRADES-IO.
           OPEN I-O GRADES-FILE.
           IF GRADES-STATUS = "35"
               OPEN OUTPUT GRADES-FILE
               CLOSE GRADES-FILE
               OPEN I-O GRADES-FILE
           END-IF.
      * A pre-conversion GRADES.DAT is still line sequential and
      * fails the indexed open with an organization or attribute
      * mismatch. Convert it in place, once, then reopen.
           IF GRADES-STATUS = "39" OR GRADES-STATUS = "30"
               OR GRADES-STATUS = "37"
               PERFORM MIGRATE-OLD-GRADES-FILE
               IF OLD-GRADES-STATUS = "00"
                   OPEN I-O GRADES-FILE
               END-IF
           END-IF.

      * The old rows are rebuilt into the keyed layout through
      * GRADES.WRK. Rows from before attempts were numbered carry
      * no attempt and count as the first; a clash on the key takes
      * the next attempt number so no history is dropped. Rows
      * already moved to GRDARCH.DAT are put in the new layout too.
       MIGRATE-OLD-GRADES-FILE.
           MOVE 0 TO MIGRATED-COUNT.
           MOVE 0 TO ARCHIVE-MIGRATED.
           MOVE "N" TO MIGRATE-EOF-SW.

           OPEN INPUT OLD-GRADES-FILE.
           IF OLD-GRADES-STATUS NOT = "00"
               DISPLAY "Grades file is neither indexed nor the "
                   "old sequential layout - status "
                   OLD-GRADES-STATUS
           ELSE
               OPEN OUTPUT MIGRATE-WORK-FILE
               PERFORM UNTIL MIGRATE-EOF-SW = "Y"
                   READ OLD-GRADES-FILE
                       AT END
                           MOVE "Y" TO MIGRATE-EOF-SW
                       NOT AT END
                           MOVE OLD-GRADES-RECORD TO OLD-GRADE-LAYOUT
                           PERFORM CONVERT-OLD-GRADE
                           MOVE GRADES-RECORD TO MIGRATE-WORK-RECORD
                           WRITE MIGRATE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE MIGRATE-WORK-FILE
               CLOSE OLD-GRADES-FILE

               OPEN OUTPUT GRADES-FILE
               CLOSE GRADES-FILE
               OPEN I-O GRADES-FILE
               MOVE "N" TO MIGRATE-EOF-SW
               OPEN INPUT MIGRATE-WORK-FILE
               PERFORM UNTIL MIGRATE-EOF-SW = "Y"
                   READ MIGRATE-WORK-FILE
                       AT END
                           MOVE "Y" TO MIGRATE-EOF-SW
                       NOT AT END
                           MOVE MIGRATE-WORK-RECORD TO GRADES-RECORD
                           PERFORM WRITE-MIGRATED-GRADE
                   END-READ
               END-PERFORM
               CLOSE MIGRATE-WORK-FILE
               CLOSE GRADES-FILE
               PERFORM MIGRATE-GRADES-ARCHIVE
               DISPLAY "Grades file converted to indexed - "
                   "records: " MIGRATED-COUNT
                   "  archived rows relaid: " ARCHIVE-MIGRATED
           END-IF.

       CONVERT-OLD-GRADE.
           MOVE OGL-STUDENT-ID TO GRD-STUDENT-ID.
           MOVE OGL-NAME TO GRD-NAME.
           MOVE OGL-SCORE TO GRD-SCORE.
           MOVE OGL-GRADE TO GRD-GRADE.
           MOVE OGL-COURSE TO GRD-COURSE.
           MOVE OGL-TERM TO GRD-TERM.
           IF GRD-TERM = SPACES
               MOVE "UNKNWN" TO GRD-TERM
           END-IF.
           IF OGL-ATTEMPT IS NUMERIC AND OGL-ATTEMPT > 0
               MOVE OGL-ATTEMPT TO GRD-ATTEMPT
           ELSE
               MOVE 1 TO GRD-ATTEMPT
           END-IF.

       WRITE-MIGRATED-GRADE.
           MOVE "N" TO GRADE-WRITTEN-SW.
           PERFORM UNTIL GRADE-WRITTEN-SW = "Y"
               WRITE GRADES-RECORD
                   INVALID KEY
                       IF GRD-ATTEMPT < 99
                           ADD 1 TO GRD-ATTEMPT
                       ELSE
                           DISPLAY "Grade row dropped during "
                               "migration: " GRD-STUDENT-ID " "
                               GRD-COURSE " " GRD-TERM
                           MOVE "Y" TO GRADE-WRITTEN-SW
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO MIGRATED-COUNT
                       MOVE "Y" TO GRADE-WRITTEN-SW
               END-WRITE
           END-PERFORM.

       MIGRATE-GRADES-ARCHIVE.
           MOVE "N" TO MIGRATE-EOF-SW.
           OPEN INPUT GRADES-ARCHIVE-FILE.
           IF GRADES-ARCHIVE-STATUS = "00"
               OPEN OUTPUT MIGRATE-WORK-FILE
               PERFORM UNTIL MIGRATE-EOF-SW = "Y"
                   READ GRADES-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO MIGRATE-EOF-SW
                       NOT AT END
                           MOVE GRADES-ARCHIVE-RECORD
                               TO OLD-GRADE-LAYOUT
                           PERFORM CONVERT-OLD-GRADE
                           MOVE GRADES-RECORD TO MIGRATE-WORK-RECORD
                           WRITE MIGRATE-WORK-RECORD
                           ADD 1 TO ARCHIVE-MIGRATED
                   END-READ
               END-PERFORM
               CLOSE MIGRATE-WORK-FILE
               CLOSE GRADES-ARCHIVE-FILE

               MOVE "N" TO MIGRATE-EOF-SW
               OPEN INPUT MIGRATE-WORK-FILE
               OPEN OUTPUT GRADES-ARCHIVE-FILE
               PERFORM UNTIL MIGRATE-EOF-SW = "Y"
                   READ MIGRATE-WORK-FILE
                       AT END
                           MOVE "Y" TO MIGRATE-EOF-SW
                       NOT AT END
                           MOVE MIGRATE-WORK-RECORD
                               TO GRADES-ARCHIVE-RECORD
                           WRITE GRADES-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GRADES-ARCHIVE-FILE
               CLOSE MIGRATE-WORK-FILE
           END-IF.

       WRITE-CLASS-REPORT.
           IF ROSTER-COUNT = 0 AND DEBARRED-COUNT = 0
               DISPLAY "No class records graded"
           ELSE
               SORT SCORE-SORT-FILE
               WRITE CLASS-REPORT-RECORD

               PERFORM WRITE-DISTRIBUTION-LINES
               IF CURVE-COUNT > 0
                   PERFORM WRITE-CURVE-LINES
               END-IF
               PERFORM WRITE-INSTRUCTOR-LINES

               IF ECHO-COUNT > 0
                   MOVE "COMPONENT DETAIL" TO CLASS-REPORT-RECORD
                  INTO CLASS-REPORT-RECORD
           END-STRING.
           WRITE CLASS-REPORT-RECORD.
           MOVE DEBARRED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO CLASS-REPORT-RECORD.
           STRING "DEBARRED (NOT GRADED): " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO CLASS-REPORT-RECORD
           END-STRING.
           WRITE CLASS-REPORT-RECORD.

      * One pass over the sorted score stream: the low is the first
      * record, the high the last, and the median the middle one or
      * the resumed rows - the median and average still cover the
      * whole class. Each record carries its letter grade, so the
      * roster count, the distribution and the pass rate are
      * rebuilt from the same stream and stay exact too. Debarred
      * rows (grade X) are counted on their own and kept out of the
      * score statistics.
           MOVE 0 TO SCORE-POSITION.
           MOVE 0 TO DEBARRED-COUNT.
           MOVE 0 TO SCORE-TOTAL.
           MOVE 0 TO ROSTER-COUNT.
           MOVE 0 TO PASS-COUNT.
                       AT END
                           MOVE "Y" TO SORTED-EOF-SW
                       NOT AT END
                           IF SCS-GRADE = "X"
                               ADD 1 TO DEBARRED-COUNT
                           ELSE
                               PERFORM TALLY-SORTED-SCORE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM COMPUTE-SPREAD-AND-MEDIAN
           END-IF.

       TALLY-SORTED-SCORE.
           IF SCS-GRADE = "P"
               PERFORM RESOLVE-PENDING-GRADE
           END-IF.
           ADD 1 TO SCORE-POSITION.
           ADD SCS-SCORE TO SCORE-TOTAL.
           ADD 1 TO ROSTER-COUNT.
           EVALUATE SCS-GRADE
               WHEN "A"
                   ADD 1 TO COUNT-A
               WHEN "B"
                   ADD 1 TO COUNT-B
               WHEN "C"
                   ADD 1 TO COUNT-C
               WHEN "D"
                   ADD 1 TO COUNT-D
               WHEN OTHER
                   ADD 1 TO COUNT-F
           END-EVALUATE.
           IF SCS-GRADE NOT = "F"
               ADD 1 TO PASS-COUNT
           END-IF.

       COMPUTE-SPREAD-AND-MEDIAN.
           COMPUTE SCORE-AVERAGE ROUNDED =
               SCORE-TOTAL / SCORE-POSITION.
                       AT END
                           MOVE "Y" TO SORTED-EOF-SW
                       NOT AT END
                           IF SCS-GRADE NOT = "X"
                               PERFORM PLACE-SORTED-SCORE
                           END-IF
                   END-READ
               END-PERFORM
           COMPUTE PASS-RATE ROUNDED =
               PASS-COUNT * 100 / ROSTER-COUNT.

       PLACE-SORTED-SCORE.
           ADD 1 TO SCORE-POSITION.
           IF SCORE-POSITION = 1
               MOVE SCS-SCORE TO SCORE-LOW
           END-IF.
           MOVE SCS-SCORE TO SCORE-HIGH.
           IF SCORE-POSITION = MEDIAN-TARGET-1
               MOVE SCS-SCORE TO MEDIAN-VALUE-1
           END-IF.
           IF SCORE-POSITION = MEDIAN-TARGET-2
               MOVE SCS-SCORE TO MEDIAN-VALUE-2
           END-IF.

      * Curved courses: the work stream is sorted and measured once
      * up front, each curved class gets its cut-offs, and the held
      * P rows are posted to GRADES.DAT against them. The report and
      * the borderline review later resolve the same P rows through
      * SET-COURSE-BOUNDS, so they see the same curved cut-offs.
       APPLY-RELATIVE-GRADING.
           SORT SCORE-SORT-FILE
               ON ASCENDING KEY SCR-SCORE
               USING SCORE-WORK-FILE
               GIVING SORTED-SCORE-FILE.
           MOVE 0 TO CURVE-COUNT.
           MOVE "N" TO CURVE-FULL-SW.
           MOVE "Y" TO CURVE-PASS-SW.
           PERFORM COMPUTE-CLASS-STATISTICS.
           MOVE "N" TO CURVE-PASS-SW.
           IF CURVE-COUNT > 0
               PERFORM LOAD-CURVE-LIMITS
               PERFORM VARYING CURVE-IDX FROM 1 BY 1
               UNTIL CURVE-IDX > CURVE-COUNT
                   PERFORM DERIVE-CURVE-CUTOFFS
               END-PERFORM
               PERFORM POST-CURVED-GRADES
           END-IF.

      * On the measuring pass a held row only adds to its class's
      * totals; once the cut-offs exist it takes its letter, so the
      * distribution and pass rate count it like any other row.
       RESOLVE-PENDING-GRADE.
           MOVE SCS-COURSE TO COURSE-TEXT.
           MOVE SCS-TERM TO TERM-TEXT.
           IF CURVE-PASS-SW = "Y"
               PERFORM NOTE-CURVE-SCORE
           ELSE
               MOVE SCS-SCORE TO SCORE
               PERFORM SET-COURSE-BOUNDS
               PERFORM PICK-LETTER-GRADE
               MOVE GRADE TO SCS-GRADE
           END-IF.

       NOTE-CURVE-SCORE.
           PERFORM FIND-CURVE-ENTRY.
           IF CURVE-FOUND-SW = "N"
               IF CURVE-COUNT < 100
                   ADD 1 TO CURVE-COUNT
                   MOVE CURVE-COUNT TO CURVE-IDX
                   MOVE COURSE-TEXT TO CRV-COURSE(CURVE-IDX)
                   MOVE TERM-TEXT TO CRV-TERM(CURVE-IDX)
                   MOVE 0 TO CRV-COUNT(CURVE-IDX)
                   MOVE 0 TO CRV-SUM(CURVE-IDX)
                   MOVE 0 TO CRV-SUM-SQ(CURVE-IDX)
                   MOVE SPACE TO CRV-STATE(CURVE-IDX)
                   MOVE "Y" TO CURVE-FOUND-SW
               ELSE
                   IF CURVE-FULL-SW = "N"
                       DISPLAY "More curved classes than the curve "
                           "table can hold - the rest are graded "
                           "on absolute bounds"
                       MOVE "Y" TO CURVE-FULL-SW
                   END-IF
               END-IF
           END-IF.
           IF CURVE-FOUND-SW = "Y"
               ADD 1 TO CRV-COUNT(CURVE-IDX)
               ADD SCS-SCORE TO CRV-SUM(CURVE-IDX)
               COMPUTE CRV-SUM-SQ(CURVE-IDX) =
                   CRV-SUM-SQ(CURVE-IDX) + SCS-SCORE * SCS-SCORE
           END-IF.

      * Mean and population standard deviation of the class, then
      * one cut-off per band, each held inside its limits and kept
      * below the band above it.
       DERIVE-CURVE-CUTOFFS.
           MOVE "N" TO CRV-LIMITED(CURVE-IDX).
           COMPUTE CRV-MEAN(CURVE-IDX) ROUNDED =
               CRV-SUM(CURVE-IDX) / CRV-COUNT(CURVE-IDX).
           COMPUTE CURVE-SPREAD-TOP =
               CRV-COUNT(CURVE-IDX) * CRV-SUM-SQ(CURVE-IDX)
               - CRV-SUM(CURVE-IDX) * CRV-SUM(CURVE-IDX).
           COMPUTE CURVE-VARIANCE ROUNDED = CURVE-SPREAD-TOP
               / (CRV-COUNT(CURVE-IDX) * CRV-COUNT(CURVE-IDX)).
           COMPUTE CRV-SD(CURVE-IDX) ROUNDED =
               FUNCTION SQRT(CURVE-VARIANCE).
           IF CRV-COUNT(CURVE-IDX) < CURVE-MIN-CLASS
               OR CRV-SD(CURVE-IDX) = 0
               MOVE "S" TO CRV-STATE(CURVE-IDX)
           ELSE
               MOVE "R" TO CRV-STATE(CURVE-IDX)
               MOVE CRV-COURSE(CURVE-IDX) TO COURSE-TEXT
               PERFORM FIND-CURVE-LIMITS
               PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 4
                   PERFORM SET-ONE-CURVE-CUTOFF
               END-PERFORM
               PERFORM VARYING BAND-IDX FROM 2 BY 1
               UNTIL BAND-IDX > 4
                   COMPUTE PRIOR-BAND-IDX = BAND-IDX - 1
                   IF CRV-CUTOFF(CURVE-IDX, BAND-IDX)
                       >= CRV-CUTOFF(CURVE-IDX, PRIOR-BAND-IDX)
                       AND CRV-CUTOFF(CURVE-IDX, PRIOR-BAND-IDX) > 0
                       COMPUTE CRV-CUTOFF(CURVE-IDX, BAND-IDX) =
                           CRV-CUTOFF(CURVE-IDX, PRIOR-BAND-IDX) - 1
                       MOVE "Y" TO CRV-LIMITED(CURVE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * A score meets the band when it reaches the cut-off, so a
      * fractional cut-off rounds up to the next whole mark.
       SET-ONE-CURVE-CUTOFF.
           COMPUTE CURVE-RAW-CUTOFF ROUNDED =
               CRV-MEAN(CURVE-IDX)
               + CURVE-BAND(BAND-IDX) * CRV-SD(CURVE-IDX).
           MOVE CURVE-RAW-CUTOFF TO CURVE-WHOLE-CUTOFF.
           IF CURVE-RAW-CUTOFF > CURVE-WHOLE-CUTOFF
               ADD 1 TO CURVE-WHOLE-CUTOFF
           END-IF.
           IF CURVE-WHOLE-CUTOFF < UCL-MIN(BAND-IDX)
               MOVE UCL-MIN(BAND-IDX) TO CURVE-WHOLE-CUTOFF
               MOVE "Y" TO CRV-LIMITED(CURVE-IDX)
           END-IF.
           IF CURVE-WHOLE-CUTOFF > UCL-MAX(BAND-IDX)
               MOVE UCL-MAX(BAND-IDX) TO CURVE-WHOLE-CUTOFF
               MOVE "Y" TO CRV-LIMITED(CURVE-IDX)
           END-IF.
           MOVE CURVE-WHOLE-CUTOFF TO CRV-CUTOFF(CURVE-IDX, BAND-IDX).

       FIND-CURVE-LIMITS.
           MOVE DEFAULT-CURVE-TABLE TO USE-CURVE-TABLE.
           PERFORM VARYING CURVE-LIMIT-IDX FROM 1 BY 1
           UNTIL CURVE-LIMIT-IDX > CURVE-LIMIT-COUNT
               IF CLT-COURSE(CURVE-LIMIT-IDX) = COURSE-TEXT
                   PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 4
                       MOVE CLT-MIN(CURVE-LIMIT-IDX, BAND-IDX)
                           TO UCL-MIN(BAND-IDX)
                       MOVE CLT-MAX(CURVE-LIMIT-IDX, BAND-IDX)
                           TO UCL-MAX(BAND-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-CURVE-LIMITS.
           MOVE 0 TO CURVE-LIMIT-COUNT.
           MOVE "N" TO BOUNDS-EOF-SW.
           OPEN INPUT CURVE-LIMITS-FILE.
           IF CURVE-LIMITS-STATUS = "00"
               PERFORM UNTIL BOUNDS-EOF-SW = "Y"
                   READ CURVE-LIMITS-FILE
                       AT END
                           MOVE "Y" TO BOUNDS-EOF-SW
                       NOT AT END
                           IF CURVE-LIMIT-COUNT < 20
                               ADD 1 TO CURVE-LIMIT-COUNT
                               MOVE CURVE-LIMITS-RECORD
                                   TO CURVE-LIMIT-ENTRY(
                                       CURVE-LIMIT-COUNT)
                           ELSE
                               DISPLAY "GRDCURVE.DAT has more rows "
                                   "than the curve limit table can "
                                   "hold"
                               MOVE "Y" TO BOUNDS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURVE-LIMITS-FILE
           END-IF.
           MOVE "N" TO BOUNDS-EOF-SW.

       POST-CURVED-GRADES.
           MOVE 0 TO CURVED-POSTED.
           PERFORM OPEN-GRADES-IO.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN INPUT SORTED-SCORE-FILE.
           IF SORTED-SCORE-STATUS = "00"
               PERFORM UNTIL SORTED-EOF-SW = "Y"
                   READ SORTED-SCORE-FILE
                       AT END
                           MOVE "Y" TO SORTED-EOF-SW
                       NOT AT END
                           IF SCS-GRADE = "P"
                               PERFORM POST-ONE-CURVED-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTED-SCORE-FILE
           END-IF.
           CLOSE GRADES-FILE.
           DISPLAY "Curved grades posted to GRADES.DAT: "
               CURVED-POSTED.

       POST-ONE-CURVED-GRADE.
           MOVE SCS-STUDENT TO STUDENT-ID-TEXT.
           MOVE SCS-NAME TO NAME-TEXT.
           MOVE SCS-COURSE TO COURSE-TEXT.
           MOVE SCS-TERM TO TERM-TEXT.
           MOVE SCS-SCORE TO SCORE.
           PERFORM SET-COURSE-BOUNDS.
           PERFORM PICK-LETTER-GRADE.
           PERFORM WRITE-LETTER-GRADE-ROW.
           ADD 1 TO CURVED-POSTED.

       WRITE-CURVE-LINES.
           MOVE "RELATIVE GRADING CUT-OFFS (MEAN AND SD BANDS)"
               TO CLASS-REPORT-RECORD.
           WRITE CLASS-REPORT-RECORD.
           PERFORM VARYING CURVE-IDX FROM 1 BY 1
           UNTIL CURVE-IDX > CURVE-COUNT
               MOVE CRV-COUNT(CURVE-IDX) TO CURVE-N-TEXT
               MOVE SPACES TO CLASS-REPORT-RECORD
               IF CRV-STATE(CURVE-IDX) = "R"
                   PERFORM EDIT-CURVE-CUTOFFS
                   MOVE CRV-MEAN(CURVE-IDX) TO CURVE-MEAN-TEXT
                   MOVE CRV-SD(CURVE-IDX) TO CURVE-SD-TEXT
                   MOVE SPACES TO CURVE-NOTE
                   IF CRV-LIMITED(CURVE-IDX) = "Y"
                       MOVE "LIMITED" TO CURVE-NOTE
                   END-IF
                   STRING "  " DELIMITED BY SIZE
                          CRV-COURSE(CURVE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CRV-TERM(CURVE-IDX) DELIMITED BY SIZE
                          " N " DELIMITED BY SIZE
                          CURVE-N-TEXT DELIMITED BY SIZE
                          " MEAN " DELIMITED BY SIZE
                          CURVE-MEAN-TEXT DELIMITED BY SIZE
                          " SD " DELIMITED BY SIZE
                          CURVE-SD-TEXT DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          CUTOFF-A-TEXT DELIMITED BY SIZE
                          " B " DELIMITED BY SIZE
                          CUTOFF-B-TEXT DELIMITED BY SIZE
                          " C " DELIMITED BY SIZE
                          CUTOFF-C-TEXT DELIMITED BY SIZE
                          " D " DELIMITED BY SIZE
                          CUTOFF-D-TEXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CURVE-NOTE DELIMITED BY SIZE
                          INTO CLASS-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          CRV-COURSE(CURVE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CRV-TERM(CURVE-IDX) DELIMITED BY SIZE
                          " N " DELIMITED BY SIZE
                          CURVE-N-TEXT DELIMITED BY SIZE
                          " ABSOLUTE BOUNDS - TOO FEW SCORES OR NO "
                              DELIMITED BY SIZE
                          "SPREAD" DELIMITED BY SIZE
                          INTO CLASS-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE CLASS-REPORT-RECORD
           END-PERFORM.

       EDIT-CURVE-CUTOFFS.
           MOVE CRV-CUTOFF(CURVE-IDX, 1) TO CUTOFF-A-TEXT.
           MOVE CRV-CUTOFF(CURVE-IDX, 2) TO CUTOFF-B-TEXT.
           MOVE CRV-CUTOFF(CURVE-IDX, 3) TO CUTOFF-C-TEXT.
           MOVE CRV-CUTOFF(CURVE-IDX, 4) TO CUTOFF-D-TEXT.

       DISPLAY-ROSTER-SUMMARY.
           DISPLAY "----- Class Roster Summary -----".
           DISPLAY "Students graded: " ROSTER-COUNT.
           DISPLAY "C: " COUNT-C.
           DISPLAY "D: " COUNT-D.
           DISPLAY "F: " COUNT-F.
           IF DEBARRED-COUNT > 0
               DISPLAY "Debarred: " DEBARRED-COUNT
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

      * A run that wrote rejects raises an alert, so the console
      * shows them without anyone having to look in the reject file.
       RAISE-REJECT-ALERT.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE SCHEDULED-JOB TO ALERT-JOB
           END-IF.
           MOVE REJECTED-COUNT TO ALERT-COUNT-TEXT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Records rejected to CLASSREJ.DAT:" DELIMITED BY SIZE
                  ALERT-COUNT-TEXT DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.
