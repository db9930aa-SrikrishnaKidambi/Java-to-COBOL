       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ROLL
               ALTERNATE RECORD KEY IS AL-NAME WITH DUPLICATES
               FILE STATUS IS ALUMNI-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT YEAR-TABLE-FILE ASSIGN TO "YEARTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-TABLE-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT ATTEND-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.

           SELECT RANKS-FILE ASSIGN TO "GPARANKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  ALUMNI-FILE.
       01 ALUMNI-RECORD.
           05 AL-ROLL          PIC 9(8).
           05 AL-NAME          PIC X(25).
           05 AL-DEPT          PIC 9.
           05 AL-YEAR          PIC 9.
           05 AL-ENROLL-DATE   PIC 9(8).
           05 AL-STATUS        PIC X.
           05 AL-STATUS-DATE   PIC 9(8).
           05 AL-ARCHIVED      PIC 9(8).
           05 AL-ARCHIVED-BY   PIC X(10).

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  YEAR-TABLE-FILE.
       01 YEAR-TABLE-RECORD.
           05 YT-NUM         PIC 9.
           05 YT-LABEL       PIC X(15).
           05 YT-ACTIVE      PIC X.

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

       FD  INVOICE-FILE.
       01 INVOICE-RECORD.
           05 IV-NUMBER      PIC 9(7).
           05 IV-ROLL        PIC 9(8).
           05 IV-DEPT        PIC 9.
           05 IV-DATE        PIC 9(8).
           05 IV-AMOUNT      PIC 9(7)V99.
           05 IV-PAID        PIC 9(7)V99.
           05 IV-STATUS      PIC X(8).
           05 IV-GROSS       PIC 9(7)V99.
           05 IV-CONCESSION  PIC 9(7)V99.
           05 IV-LINKED      PIC 9(7).
           05 IV-PERIOD      PIC 9(6).
           05 IV-CURRENCY    PIC X(3).
           05 IV-FX-RATE     PIC 9(5)V9(6).
           05 IV-FX-AMOUNT   PIC 9(9)V99.
           05 IV-FX-PAID     PIC 9(9)V99.
           05 IV-CHARGE      PIC X(6).

       FD  ATTEND-FILE.
       01 ATTEND-RECORD.
           05 AT-DATE        PIC 9(8).
           05 AT-ROLL        PIC 9(8).
           05 AT-PRESENT     PIC X.

       FD  WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-ROLL        PIC 9(8).
           05 WL-NAME        PIC X(25).
           05 WL-DEPT        PIC 9.
           05 WL-YEAR        PIC 9.
           05 WL-DATE        PIC 9(8).
           05 WL-TIME        PIC 9(6).
           05 WL-STATUS      PIC X(8).

       FD  RANKS-FILE.
       01 RANKS-RECORD.
           05 RK-ROLL      PIC 9(8).
           05 RK-DEPT      PIC 9.
           05 RK-YEAR      PIC 9.
           05 RK-GPA       PIC 9V99.
           05 RK-RANK      PIC 9(4).
           05 RK-COHORT    PIC 9(4).
           05 RK-TOP-PCT   PIC 999.

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 ALUMNI-STATUS      PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 YEAR-TABLE-STATUS  PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 ATTEND-STATUS      PIC X(2) VALUE "00".
       01 WAITLIST-STATUS    PIC X(2) VALUE "00".
       01 RANKS-STATUS       PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 INTEGRITY-REPORT-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SCAN-EOF-SW        PIC X VALUE "N".
       01 STUDENT-OPEN-SW    PIC X VALUE "N".
       01 ALUMNI-OPEN-SW     PIC X VALUE "N".
       01 PARENT-MISSING-SW  PIC X VALUE "N".
       01 ROLL-FOUND-SW      PIC X VALUE "N".
       01 CODE-FOUND-SW      PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 100 TIMES.
               10 CRS-T-CODE    PIC X(6).
       01 COURSE-MASTER-COUNT PIC 999 VALUE 0.
       01 DEPT-CODES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 YEAR-NUMBERS.
           05 YEAR-ENTRY OCCURS 20 TIMES.
               10 YEAR-ENTRY-NUM  PIC 9.
       01 YEAR-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 999 VALUE 0.

       01 CHECK-ROLL         PIC 9(8) VALUE 0.
       01 CHECK-COURSE       PIC X(6) VALUE SPACES.
       01 CHECK-DEPT         PIC 9 VALUE 0.
       01 CHECK-YEAR         PIC 9 VALUE 0.

      * Each rule ties one field of a dependent file to its parent.
      * A roll is known when it is on the student master or has been
      * moved to the alumni archive; a student's history outlives
      * the live master record.
       01 RULE-TITLES.
           05 FILLER PIC X(40)
               VALUE "GRADES.DAT ROLL NOT ON STUDENT MASTER".
           05 FILLER PIC X(40)
               VALUE "GRADES.DAT COURSE NOT ON COURSMST.DAT".
           05 FILLER PIC X(40)
               VALUE "FEEINV.DAT ROLL NOT ON STUDENT MASTER".
           05 FILLER PIC X(40)
               VALUE "FEEINV.DAT DEPARTMENT NOT ON DEPTTAB.DAT".
           05 FILLER PIC X(40)
               VALUE "ATTEND.DAT ROLL NOT ON STUDENT MASTER".
           05 FILLER PIC X(40)
               VALUE "WAITLIST.DAT DEPARTMENT NOT ON DEPTTAB".
           05 FILLER PIC X(40)
               VALUE "WAITLIST.DAT YEAR NOT ON YEARTAB.DAT".
           05 FILLER PIC X(40)
               VALUE "WAITLIST.DAT ENROLLED ROLL NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "GPARANKS.DAT ROLL NOT ON STUDENT MASTER".
           05 FILLER PIC X(40)
               VALUE "STUMAST.DAT DEPARTMENT NOT ON DEPTTAB".
           05 FILLER PIC X(40)
               VALUE "STUMAST.DAT YEAR NOT ON YEARTAB.DAT".
       01 RULE-TITLE-LIST REDEFINES RULE-TITLES.
           05 RULE-TITLE OCCURS 11 TIMES PIC X(40).
       01 RULE-COUNTS.
           05 RULE-ORPHANS OCCURS 11 TIMES PIC 9(7).
       01 RULE-TOTAL         PIC 99 VALUE 11.
       01 RULE-IDX           PIC 99 VALUE 0.
       01 RULE-NUMBER        PIC 99 VALUE 0.
       01 RULE-LISTED        PIC 9(7) VALUE 0.

      * Exceptions are held until every file has been read so the
      * report can list them rule by rule.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 500 TIMES.
               10 EXC-T-RULE     PIC 99.
               10 EXC-T-TEXT     PIC X(60).
       01 EXCEPTION-COUNT    PIC 999 VALUE 0.
       01 EXCEPTION-IDX      PIC 999 VALUE 0.
       01 EXCEPTION-TEXT     PIC X(60) VALUE SPACES.

       01 FILE-NAMES.
           05 FILLER PIC X(12) VALUE "STUMAST.DAT".
           05 FILLER PIC X(12) VALUE "GRADES.DAT".
           05 FILLER PIC X(12) VALUE "FEEINV.DAT".
           05 FILLER PIC X(12) VALUE "ATTEND.DAT".
           05 FILLER PIC X(12) VALUE "WAITLIST.DAT".
           05 FILLER PIC X(12) VALUE "GPARANKS.DAT".
       01 FILE-NAME-LIST REDEFINES FILE-NAMES.
           05 CHECKED-FILE-NAME OCCURS 6 TIMES PIC X(12).
       01 FILE-COUNTS.
           05 FILE-RECORDS-READ OCCURS 6 TIMES PIC 9(7).
           05 FILE-PRESENT-SW   OCCURS 6 TIMES PIC X.
       01 FILE-IDX           PIC 9 VALUE 0.

       01 TOTAL-ORPHANS      PIC 9(7) VALUE 0.
       01 TOTAL-READ         PIC 9(7) VALUE 0.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.
       01 COUNT-TEXT         PIC ZZZZZZ9.
       01 READ-COUNT-TEXT    PIC ZZZZZZ9.
       01 INVOICE-TEXT       PIC 9(7).
       01 APP-ERROR-CODE     PIC 99 VALUE 0.

       01 RUN-CONTROL-FUNCTION PIC X.
       01 RUN-CONTROL-JOB      PIC X(12) VALUE "INTEGCHK".
       01 RUN-CONTROL-DATE     PIC 9(8) VALUE 0.
       01 RUN-CONTROL-JOB-STATUS PIC X(8) VALUE SPACES.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "INTEGCHK".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "INTEGRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "INTEGCHK".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

      * Nightly job: the run is locked in RUNCTL.DAT under the
      * business date and ends FAILED whenever an orphan is found,
      * so MORNING-HEALTH and the scheduler both see it.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE 0 TO APP-ERROR-CODE.

           MOVE BUSINESS-DATE TO RUN-CONTROL-DATE.
           MOVE "S" TO RUN-CONTROL-FUNCTION.
           MOVE SPACES TO RUN-CONTROL-JOB-STATUS.
           CALL "RUNCTL" USING RUN-CONTROL-FUNCTION RUN-CONTROL-JOB
               RUN-CONTROL-DATE RUN-CONTROL-JOB-STATUS
               RUN-CONTROL-RESULT
           END-CALL.
           IF RUN-CONTROL-RESULT = "REFUSED"
               DISPLAY "INTEGCHK already complete for "
                   RUN-CONTROL-DATE " - run refused"
           ELSE
               PERFORM INTEGRITY-RUN-BODY
               MOVE "E" TO RUN-CONTROL-FUNCTION
               IF APP-ERROR-CODE > 0
                   MOVE "FAILED" TO RUN-CONTROL-JOB-STATUS
               ELSE
                   MOVE "COMPLETE" TO RUN-CONTROL-JOB-STATUS
               END-IF
               CALL "RUNCTL" USING RUN-CONTROL-FUNCTION
                   RUN-CONTROL-JOB RUN-CONTROL-DATE
                   RUN-CONTROL-JOB-STATUS RUN-CONTROL-RESULT
               END-CALL
           END-IF.

           MOVE APP-ERROR-CODE TO RETURN-CODE.
           GOBACK.

      * Whatever goes wrong in here must fall back to the run-control
      * end call above so INTEGCHK never stays RUNNING.
       INTEGRITY-RUN-BODY.
           MOVE "N" TO PARENT-MISSING-SW.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE 0 TO TOTAL-ORPHANS.
           MOVE 0 TO TOTAL-READ.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > RULE-TOTAL
               MOVE 0 TO RULE-ORPHANS(RULE-IDX)
           END-PERFORM.
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 6
               MOVE 0 TO FILE-RECORDS-READ(FILE-IDX)
               MOVE "N" TO FILE-PRESENT-SW(FILE-IDX)
           END-PERFORM.

           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-DEPT-CODES.
           PERFORM LOAD-YEAR-NUMBERS.
           PERFORM OPEN-STUDENT-PARENTS.

           IF PARENT-MISSING-SW = "Y"
               MOVE 8 TO APP-ERROR-CODE
               DISPLAY "Integrity check not run - a parent file "
                   "is missing or empty"
           ELSE
               PERFORM CHECK-STUDENT-MASTER
               PERFORM CHECK-GRADES-FILE
               PERFORM CHECK-INVOICE-FILE
               PERFORM CHECK-ATTEND-FILE
               PERFORM CHECK-WAITLIST-FILE
               PERFORM CHECK-RANKS-FILE
               PERFORM WRITE-INTEGRITY-REPORT
               IF TOTAL-ORPHANS > 0
                   MOVE 4 TO APP-ERROR-CODE
               END-IF
           END-IF.

           IF STUDENT-OPEN-SW = "Y"
               CLOSE STUDENT-FILE
               MOVE "N" TO STUDENT-OPEN-SW
           END-IF.
           IF ALUMNI-OPEN-SW = "Y"
               CLOSE ALUMNI-FILE
               MOVE "N" TO ALUMNI-OPEN-SW
           END-IF.

           MOVE TOTAL-READ TO READ-COUNT-TEXT.
           MOVE TOTAL-ORPHANS TO COUNT-TEXT.
           MOVE "BATCHEND" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "READ=" DELIMITED BY SIZE
                  READ-COUNT-TEXT DELIMITED BY SIZE
                  " ORPHANS=" DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       OPEN-STUDENT-PARENTS.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               MOVE "Y" TO STUDENT-OPEN-SW
           ELSE
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "Y" TO PARENT-MISSING-SW
           END-IF.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS = "00"
               MOVE "Y" TO ALUMNI-OPEN-SW
           END-IF.

      * The reference tables are parents too; an empty one would
      * report every row as an orphan, so it stops the run instead.
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
                                   TO CRS-T-CODE(
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
           IF COURSE-MASTER-COUNT = 0
               DISPLAY "No courses in COURSMST.DAT"
               MOVE "Y" TO PARENT-MISSING-SW
           END-IF.

       LOAD-DEPT-CODES.
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
                           ELSE
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.
           IF DEPT-COUNT = 0
               DISPLAY "No departments in DEPTTAB.DAT"
               MOVE "Y" TO PARENT-MISSING-SW
           END-IF.

       LOAD-YEAR-NUMBERS.
           MOVE 0 TO YEAR-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT YEAR-TABLE-FILE.
           IF YEAR-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ YEAR-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF YEAR-COUNT < 20
                               ADD 1 TO YEAR-COUNT
                               MOVE YT-NUM TO YEAR-ENTRY-NUM(YEAR-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-TABLE-FILE
           END-IF.
           IF YEAR-COUNT = 0
               DISPLAY "No years in YEARTAB.DAT"
               MOVE "Y" TO PARENT-MISSING-SW
           END-IF.

       CHECK-STUDENT-MASTER.
           MOVE 1 TO FILE-IDX.
           MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX).
           MOVE "N" TO SCAN-EOF-SW.
           MOVE 0 TO STU-ROLL.
           START STUDENT-FILE KEY >= STU-ROLL
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-SW
           END-START.
           PERFORM UNTIL SCAN-EOF-SW = "Y"
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE "Y" TO SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO FILE-RECORDS-READ(FILE-IDX)
                       MOVE SPACES TO EXCEPTION-TEXT
                       STRING "ROLL " DELIMITED BY SIZE
                              STU-ROLL DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              STU-NAME DELIMITED BY SIZE
                              " DEPT " DELIMITED BY SIZE
                              STU-DEPT DELIMITED BY SIZE
                              " YEAR " DELIMITED BY SIZE
                              STU-YEAR DELIMITED BY SIZE
                              INTO EXCEPTION-TEXT
                       END-STRING
                       MOVE STU-DEPT TO CHECK-DEPT
                       PERFORM FIND-DEPT-CODE
                       IF CODE-FOUND-SW = "N"
                           MOVE 10 TO RULE-NUMBER
                           PERFORM RECORD-EXCEPTION
                       END-IF
                       MOVE STU-YEAR TO CHECK-YEAR
                       PERFORM FIND-YEAR-NUMBER
                       IF CODE-FOUND-SW = "N"
                           MOVE 11 TO RULE-NUMBER
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-GRADES-FILE.
           MOVE 2 TO FILE-IDX.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX)
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ GRADES-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM CHECK-ONE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       CHECK-ONE-GRADE.
           ADD 1 TO FILE-RECORDS-READ(FILE-IDX).
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING "ID " DELIMITED BY SIZE
                  GRD-STUDENT-ID DELIMITED BY SIZE
                  " COURSE " DELIMITED BY SIZE
                  GRD-COURSE DELIMITED BY SIZE
                  " TERM " DELIMITED BY SIZE
                  GRD-TERM DELIMITED BY SIZE
                  " ATTEMPT " DELIMITED BY SIZE
                  GRD-ATTEMPT DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT
           END-STRING.
           IF GRD-STUDENT-ID(1:8) IS NUMERIC
               MOVE GRD-STUDENT-ID(1:8) TO CHECK-ROLL
               PERFORM FIND-ROLL
           ELSE
               MOVE "N" TO ROLL-FOUND-SW
           END-IF.
           IF ROLL-FOUND-SW = "N"
               MOVE 1 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.
           MOVE GRD-COURSE TO CHECK-COURSE.
           PERFORM FIND-COURSE-CODE.
           IF CODE-FOUND-SW = "N"
               MOVE 2 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-INVOICE-FILE.
           MOVE 3 TO FILE-IDX.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX)
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM CHECK-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       CHECK-ONE-INVOICE.
           ADD 1 TO FILE-RECORDS-READ(FILE-IDX).
           MOVE IV-NUMBER TO INVOICE-TEXT.
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING "INVOICE " DELIMITED BY SIZE
                  INVOICE-TEXT DELIMITED BY SIZE
                  " ROLL " DELIMITED BY SIZE
                  IV-ROLL DELIMITED BY SIZE
                  " DEPT " DELIMITED BY SIZE
                  IV-DEPT DELIMITED BY SIZE
                  " DATED " DELIMITED BY SIZE
                  IV-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-STATUS DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT
           END-STRING.
           MOVE IV-ROLL TO CHECK-ROLL.
           PERFORM FIND-ROLL.
           IF ROLL-FOUND-SW = "N"
               MOVE 3 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.
           MOVE IV-DEPT TO CHECK-DEPT.
           PERFORM FIND-DEPT-CODE.
           IF CODE-FOUND-SW = "N"
               MOVE 4 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-ATTEND-FILE.
           MOVE 4 TO FILE-IDX.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX)
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORDS-READ(FILE-IDX)
                           MOVE AT-ROLL TO CHECK-ROLL
                           PERFORM FIND-ROLL
                           IF ROLL-FOUND-SW = "N"
                               MOVE SPACES TO EXCEPTION-TEXT
                               STRING "ROLL " DELIMITED BY SIZE
                                      AT-ROLL DELIMITED BY SIZE
                                      " MARKED ON " DELIMITED BY SIZE
                                      AT-DATE DELIMITED BY SIZE
                                      INTO EXCEPTION-TEXT
                               END-STRING
                               MOVE 5 TO RULE-NUMBER
                               PERFORM RECORD-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

      * Applicants still waiting are not on the master yet; only a
      * row marked ENROLLED must have a student behind it.
       CHECK-WAITLIST-FILE.
           MOVE 5 TO FILE-IDX.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS = "00"
               MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX)
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ WAITLIST-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM CHECK-ONE-WAITLIST-ROW
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       CHECK-ONE-WAITLIST-ROW.
           ADD 1 TO FILE-RECORDS-READ(FILE-IDX).
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING "ROLL " DELIMITED BY SIZE
                  WL-ROLL DELIMITED BY SIZE
                  " QUEUED " DELIMITED BY SIZE
                  WL-DATE DELIMITED BY SIZE
                  " DEPT " DELIMITED BY SIZE
                  WL-DEPT DELIMITED BY SIZE
                  " YEAR " DELIMITED BY SIZE
                  WL-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WL-STATUS DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT
           END-STRING.
           MOVE WL-DEPT TO CHECK-DEPT.
           PERFORM FIND-DEPT-CODE.
           IF CODE-FOUND-SW = "N"
               MOVE 6 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.
           MOVE WL-YEAR TO CHECK-YEAR.
           PERFORM FIND-YEAR-NUMBER.
           IF CODE-FOUND-SW = "N"
               MOVE 7 TO RULE-NUMBER
               PERFORM RECORD-EXCEPTION
           END-IF.
           IF WL-STATUS = "ENROLLED"
               MOVE WL-ROLL TO CHECK-ROLL
               PERFORM FIND-ROLL
               IF ROLL-FOUND-SW = "N"
                   MOVE 8 TO RULE-NUMBER
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-RANKS-FILE.
           MOVE 6 TO FILE-IDX.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT RANKS-FILE.
           IF RANKS-STATUS = "00"
               MOVE "Y" TO FILE-PRESENT-SW(FILE-IDX)
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ RANKS-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORDS-READ(FILE-IDX)
                           MOVE RK-ROLL TO CHECK-ROLL
                           PERFORM FIND-ROLL
                           IF ROLL-FOUND-SW = "N"
                               MOVE SPACES TO EXCEPTION-TEXT
                               STRING "ROLL " DELIMITED BY SIZE
                                      RK-ROLL DELIMITED BY SIZE
                                      " DEPT " DELIMITED BY SIZE
                                      RK-DEPT DELIMITED BY SIZE
                                      " YEAR " DELIMITED BY SIZE
                                      RK-YEAR DELIMITED BY SIZE
                                      " RANK " DELIMITED BY SIZE
                                      RK-RANK DELIMITED BY SIZE
                                      INTO EXCEPTION-TEXT
                               END-STRING
                               MOVE 9 TO RULE-NUMBER
                               PERFORM RECORD-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANKS-FILE
           END-IF.

       FIND-ROLL.
           MOVE "Y" TO ROLL-FOUND-SW.
           MOVE CHECK-ROLL TO STU-ROLL.
           READ STUDENT-FILE KEY IS STU-ROLL
               INVALID KEY
                   MOVE "N" TO ROLL-FOUND-SW
           END-READ.
           IF ROLL-FOUND-SW = "N" AND ALUMNI-OPEN-SW = "Y"
               MOVE "Y" TO ROLL-FOUND-SW
               MOVE CHECK-ROLL TO AL-ROLL
               READ ALUMNI-FILE KEY IS AL-ROLL
                   INVALID KEY
                       MOVE "N" TO ROLL-FOUND-SW
               END-READ
           END-IF.

       FIND-COURSE-CODE.
           MOVE "N" TO CODE-FOUND-SW.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > COURSE-MASTER-COUNT
               IF CRS-T-CODE(TABLE-IDX) = CHECK-COURSE
                   MOVE "Y" TO CODE-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-DEPT-CODE.
           MOVE "N" TO CODE-FOUND-SW.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = CHECK-DEPT
                   MOVE "Y" TO CODE-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-YEAR-NUMBER.
           MOVE "N" TO CODE-FOUND-SW.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > YEAR-COUNT
               IF YEAR-ENTRY-NUM(TABLE-IDX) = CHECK-YEAR
                   MOVE "Y" TO CODE-FOUND-SW
               END-IF
           END-PERFORM.

      * Every orphan is counted against its rule; the first 500 are
      * kept for listing.
       RECORD-EXCEPTION.
           ADD 1 TO RULE-ORPHANS(RULE-NUMBER).
           ADD 1 TO TOTAL-ORPHANS.
           IF EXCEPTION-COUNT < 500
               ADD 1 TO EXCEPTION-COUNT
               MOVE RULE-NUMBER TO EXC-T-RULE(EXCEPTION-COUNT)
               MOVE EXCEPTION-TEXT TO EXC-T-TEXT(EXCEPTION-COUNT)
           END-IF.

       WRITE-INTEGRITY-REPORT.
           MOVE 0 TO LINES-WRITTEN.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "REFERENTIAL INTEGRITY EXCEPTIONS - BUSINESS DATE "
                      DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > RULE-TOTAL
               PERFORM WRITE-ONE-RULE-SECTION
           END-PERFORM.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "RECORDS CHECKED" TO INTEGRITY-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 6
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               IF FILE-PRESENT-SW(FILE-IDX) = "Y"
                   ADD FILE-RECORDS-READ(FILE-IDX) TO TOTAL-READ
                   MOVE FILE-RECORDS-READ(FILE-IDX) TO COUNT-TEXT
                   STRING "  " DELIMITED BY SIZE
                          CHECKED-FILE-NAME(FILE-IDX)
                              DELIMITED BY SIZE
                          " READ " DELIMITED BY SIZE
                          COUNT-TEXT DELIMITED BY SIZE
                          INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          CHECKED-FILE-NAME(FILE-IDX)
                              DELIMITED BY SIZE
                          " NOT ON FILE - NOT CHECKED"
                              DELIMITED BY SIZE
                          INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ORPHANS BY RULE" TO INTEGRITY-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > RULE-TOTAL
               MOVE RULE-ORPHANS(RULE-IDX) TO COUNT-TEXT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "  RULE " DELIMITED BY SIZE
                      RULE-IDX DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RULE-TITLE(RULE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE TOTAL-ORPHANS TO COUNT-TEXT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           IF TOTAL-ORPHANS = 0
               STRING "TOTAL ORPHANS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      " - FILES ARE IN STEP" DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "TOTAL ORPHANS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      " - JOB ENDS FAILED" DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           CLOSE INTEGRITY-REPORT-FILE.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           DISPLAY "Total orphans: " TOTAL-ORPHANS.
           DISPLAY "Report written to INTEGRPT.DAT".

       WRITE-ONE-RULE-SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "RULE " DELIMITED BY SIZE
                  RULE-IDX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RULE-TITLE(RULE-IDX) DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE 0 TO RULE-LISTED.
           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
           UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
               IF EXC-T-RULE(EXCEPTION-IDX) = RULE-IDX
                   ADD 1 TO RULE-LISTED
                   MOVE SPACES TO INTEGRITY-REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                          EXC-T-TEXT(EXCEPTION-IDX)
                              DELIMITED BY SIZE
                          INTO INTEGRITY-REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE RULE-ORPHANS(RULE-IDX) TO COUNT-TEXT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           IF RULE-LISTED < RULE-ORPHANS(RULE-IDX)
               STRING "  EXCEPTIONS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      " (NOT ALL LISTED)" DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  EXCEPTIONS " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           ADD 1 TO LINES-WRITTEN.

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
