       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNI-ARCHIVE.

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

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT GRADES-ARCHIVE-FILE ASSIGN TO "GRDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADES-ARCHIVE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ALUMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-REPORT-STATUS.

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

      * The student-master row as it stood when archived, with the
      * date of the archive run and the operator who ran it.
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

      * Grade rows of archived students, in the GRADES.DAT layout.
       FD  GRADES-ARCHIVE-FILE.
       01 GRADES-ARCHIVE-RECORD PIC X(53).

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

       FD  ARCHIVE-REPORT-FILE.
       01 ARCHIVE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS         PIC X(2) VALUE "00".
       01 ALUMNI-STATUS          PIC X(2) VALUE "00".
       01 GRADES-STATUS          PIC X(2) VALUE "00".
       01 GRADES-ARCHIVE-STATUS  PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 BUSDATE-STATUS         PIC X(2) VALUE "00".
       01 ARCHIVE-REPORT-STATUS  PIC X(2) VALUE "00".
       01 STUDENT-EOF-SW         PIC X VALUE "N".
       01 GRADES-EOF-SW          PIC X VALUE "N".
       01 MASTER-EOF-SW          PIC X VALUE "N".
       01 ALUMNI-OPEN-SW         PIC X VALUE "N".
       01 DONE-SW                PIC X VALUE "N".
       01 USER-CHOICE            PIC 9 VALUE 0.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 OPERATOR-ID        PIC X(10) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 CONFIRM-INPUT      PIC X VALUE SPACES.

      * Students who graduated or withdrew more than this many years
      * before the business date are archived unless the run is
      * given another figure.
       01 DEFAULT-ARCHIVE-YEARS PIC 99 VALUE 5.
       01 ARCHIVE-YEARS      PIC 99 VALUE 0.
       01 YEARS-TEXT         PIC X(2) VALUE SPACES.
       01 CUTOFF-DATE        PIC 9(8) VALUE 0.

       01 MASTER-BEFORE      PIC 9(7) VALUE 0.
       01 MASTER-AFTER       PIC 9(7) VALUE 0.
       01 STUDENTS-ARCHIVED  PIC 9(7) VALUE 0.
       01 STUDENTS-NOT-MOVED PIC 9(7) VALUE 0.
       01 GRADES-BEFORE      PIC 9(7) VALUE 0.
       01 GRADES-AFTER       PIC 9(7) VALUE 0.
       01 GRADES-MOVED       PIC 9(7) VALUE 0.
       01 ALUMNI-TOTAL       PIC 9(7) VALUE 0.
       01 MASTER-COUNT       PIC 9(7) VALUE 0.
       01 EXPECTED-COUNT     PIC 9(7) VALUE 0.
       01 ACTUAL-COUNT       PIC 9(7) VALUE 0.
       01 COUNT-TEXT         PIC Z(6)9.
       01 RECONCILE-TEXT     PIC X(14) VALUE SPACES.
       01 MOVE-OK-SW         PIC X VALUE "N".
       01 GRADE-ROLL         PIC 9(8) VALUE 0.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 ROLL-INPUT         PIC 9(8) VALUE 0.
       01 BROWSE-NAME        PIC X(25) VALUE SPACES.
       01 BROWSE-SHOWN       PIC 99 VALUE 0.
       01 BROWSE-DONE-SW     PIC X VALUE "N".
       01 STATUS-LABEL       PIC X(11) VALUE SPACES.
       01 ROLL-GRADE-COUNT   PIC 9(4) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ALUMNI".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "ALUMRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ALUMNI".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
           ELSE
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           PERFORM LOAD-BUSINESS-DATE.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-ALUMNI-MENU
           END-PERFORM.
           GOBACK.

       SHOW-ALUMNI-MENU.
           DISPLAY "Alumni Archive:".
           DISPLAY "1. Yearly archive run".
           DISPLAY "2. Look up by roll".
           DISPLAY "3. Look up by name".
           DISPLAY "4. Reprint a transcript".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM ARCHIVE-RUN
               WHEN 2
                   PERFORM INQUIRE-BY-ROLL
               WHEN 3
                   PERFORM INQUIRE-BY-NAME
               WHEN 4
                   CALL "TRANSCRIPT"
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * The yearly run. Students whose status is graduated or
      * withdrawn, effective before the cut-off date, are written to
      * ALUMNI.DAT and deleted from the master; their GRADES.DAT rows
      * then move to GRDARCH.DAT. A supervisor authorises the run.
       ARCHIVE-RUN.
           DISPLAY "Archive students who left more than how many "
               "years ago (blank = " DEFAULT-ARCHIVE-YEARS "): "
               WITH NO ADVANCING.
           MOVE SPACES TO YEARS-TEXT.
           ACCEPT YEARS-TEXT.
           IF YEARS-TEXT = SPACES
               MOVE DEFAULT-ARCHIVE-YEARS TO ARCHIVE-YEARS
           ELSE
               COMPUTE ARCHIVE-YEARS = FUNCTION NUMVAL(YEARS-TEXT)
           END-IF.
           IF ARCHIVE-YEARS = 0
               DISPLAY "Years must be at least one"
           ELSE
               COMPUTE CUTOFF-DATE =
                   BUSINESS-DATE - ARCHIVE-YEARS * 10000
               DISPLAY "Students who left before " CUTOFF-DATE
                   " will be archived"
               DISPLAY "Supervisor ID: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
               PERFORM VALIDATE-SUPERVISOR-ID
               IF SUPERVISOR-OK-SW = "Y"
                   DISPLAY "Proceed (Y/N): " WITH NO ADVANCING
                   MOVE SPACES TO CONFIRM-INPUT
                   ACCEPT CONFIRM-INPUT
                   MOVE FUNCTION UPPER-CASE(CONFIRM-INPUT)
                       TO CONFIRM-INPUT
                   IF CONFIRM-INPUT = "Y"
                       PERFORM RUN-ARCHIVE
                   ELSE
                       DISPLAY "Archive run cancelled"
                   END-IF
               END-IF
           END-IF.

       RUN-ARCHIVE.
           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE SPACES TO ARCHIVE-REPORT-RECORD.
           STRING "ALUMNI ARCHIVE RUN " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "   LEFT BEFORE " DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  INTO ARCHIVE-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-ARCHIVE-LINE.
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "ROLL     NAME                      STATUS       LEFT"
               TO ARCHIVE-REPORT-RECORD.
           PERFORM WRITE-ARCHIVE-LINE.

           PERFORM COUNT-MASTER.
           MOVE MASTER-COUNT TO MASTER-BEFORE.
           PERFORM ARCHIVE-STUDENTS.
           PERFORM COUNT-MASTER.
           MOVE MASTER-COUNT TO MASTER-AFTER.
           PERFORM MOVE-ARCHIVED-GRADES.
           PERFORM COUNT-ALUMNI.
           PERFORM WRITE-ARCHIVE-TOTALS.
           CLOSE ARCHIVE-REPORT-FILE.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           MOVE "ARCHIVE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "CUTOFF=" DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  " STU=" DELIMITED BY SIZE
                  STUDENTS-ARCHIVED DELIMITED BY SIZE
                  " GRD=" DELIMITED BY SIZE
                  GRADES-MOVED DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-ALUMNI-AUDIT.
           DISPLAY "Students archived: " STUDENTS-ARCHIVED
               "  grade rows moved: " GRADES-MOVED.
           DISPLAY "Report written to ALUMRPT.DAT".

       COUNT-MASTER.
           MOVE 0 TO MASTER-COUNT.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           ADD 1 TO MASTER-COUNT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Each student is written to the archive before being deleted
      * from the master, so a run that stops part way can simply be
      * run again. A roll already on the archive is refreshed.
       ARCHIVE-STUDENTS.
           MOVE 0 TO STUDENTS-ARCHIVED.
           MOVE 0 TO STUDENTS-NOT-MOVED.
           PERFORM OPEN-ALUMNI-I-O.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "Y" TO STUDENT-EOF-SW
           END-IF.
           IF ALUMNI-OPEN-SW = "N"
               MOVE "Y" TO STUDENT-EOF-SW
           END-IF.
           PERFORM UNTIL STUDENT-EOF-SW = "Y"
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE "Y" TO STUDENT-EOF-SW
                   NOT AT END
                       IF (STU-STATUS = "G" OR STU-STATUS = "W")
                           AND STU-STATUS-DATE IS NUMERIC
                           AND STU-STATUS-DATE > 0
                           AND STU-STATUS-DATE < CUTOFF-DATE
                           PERFORM ARCHIVE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           IF STUDENT-STATUS NOT = "35"
               CLOSE STUDENT-FILE
           END-IF.
           IF ALUMNI-OPEN-SW = "Y"
               CLOSE ALUMNI-FILE
           END-IF.

       ARCHIVE-ONE-STUDENT.
           MOVE "Y" TO MOVE-OK-SW.
           MOVE STU-ROLL TO AL-ROLL.
           MOVE STU-NAME TO AL-NAME.
           MOVE STU-DEPT TO AL-DEPT.
           MOVE STU-YEAR TO AL-YEAR.
           MOVE STU-ENROLL-DATE TO AL-ENROLL-DATE.
           MOVE STU-STATUS TO AL-STATUS.
           MOVE STU-STATUS-DATE TO AL-STATUS-DATE.
           MOVE BUSINESS-DATE TO AL-ARCHIVED.
           MOVE OPERATOR-ID TO AL-ARCHIVED-BY.
           WRITE ALUMNI-RECORD
               INVALID KEY
                   REWRITE ALUMNI-RECORD
                       INVALID KEY
                           DISPLAY "Not archived - ALUMNI.DAT status "
                               ALUMNI-STATUS " roll " STU-ROLL
                           MOVE "N" TO MOVE-OK-SW
                   END-REWRITE
           END-WRITE.
           IF MOVE-OK-SW = "Y"
               DELETE STUDENT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Archived but not deleted - status "
                           STUDENT-STATUS " roll " STU-ROLL
                       MOVE "N" TO MOVE-OK-SW
               END-DELETE
           END-IF.
           IF MOVE-OK-SW = "Y"
               ADD 1 TO STUDENTS-ARCHIVED
               PERFORM SET-STATUS-LABEL
               STRING STU-ROLL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STU-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STATUS-LABEL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      STU-STATUS-DATE DELIMITED BY SIZE
                      INTO ARCHIVE-REPORT-RECORD
               END-STRING
               PERFORM WRITE-ARCHIVE-LINE
           ELSE
               ADD 1 TO STUDENTS-NOT-MOVED
           END-IF.

      * Every GRADES.DAT row whose roll is on the alumni archive is
      * appended to GRDARCH.DAT and deleted from GRADES.DAT; the rows
      * left behind are then counted for the reconciliation.
       MOVE-ARCHIVED-GRADES.
           MOVE 0 TO GRADES-BEFORE.
           MOVE 0 TO GRADES-AFTER.
           MOVE 0 TO GRADES-MOVED.
           MOVE "N" TO GRADES-EOF-SW.
           OPEN I-O GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               MOVE "Y" TO GRADES-EOF-SW
           ELSE
               MOVE "N" TO ALUMNI-OPEN-SW
               OPEN INPUT ALUMNI-FILE
               IF ALUMNI-STATUS = "00"
                   MOVE "Y" TO ALUMNI-OPEN-SW
               END-IF
               OPEN EXTEND GRADES-ARCHIVE-FILE
               IF GRADES-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT GRADES-ARCHIVE-FILE
               END-IF
           END-IF.
           PERFORM UNTIL GRADES-EOF-SW = "Y"
               READ GRADES-FILE NEXT
                   AT END
                       MOVE "Y" TO GRADES-EOF-SW
                   NOT AT END
                       ADD 1 TO GRADES-BEFORE
                       PERFORM ROUTE-ONE-GRADE
               END-READ
           END-PERFORM.
           IF GRADES-STATUS = "00" OR GRADES-STATUS = "10"
               CLOSE GRADES-FILE
               CLOSE GRADES-ARCHIVE-FILE
               IF ALUMNI-OPEN-SW = "Y"
                   CLOSE ALUMNI-FILE
               END-IF
               PERFORM COUNT-GRADES-AFTER
           END-IF.

       ROUTE-ONE-GRADE.
           MOVE "N" TO MOVE-OK-SW.
           IF GRD-STUDENT-ID(1:8) IS NUMERIC
               AND ALUMNI-OPEN-SW = "Y"
               MOVE GRD-STUDENT-ID(1:8) TO GRADE-ROLL
               MOVE GRADE-ROLL TO AL-ROLL
               READ ALUMNI-FILE KEY IS AL-ROLL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MOVE-OK-SW
               END-READ
           END-IF.
           IF MOVE-OK-SW = "Y"
               DELETE GRADES-FILE
                   INVALID KEY
                       DISPLAY "Grade row not removed: " GRD-KEY
                           " status " GRADES-STATUS
                   NOT INVALID KEY
                       MOVE GRADES-RECORD TO GRADES-ARCHIVE-RECORD
                       WRITE GRADES-ARCHIVE-RECORD
                       ADD 1 TO GRADES-MOVED
               END-DELETE
           END-IF.

       COUNT-GRADES-AFTER.
           MOVE 0 TO GRADES-AFTER.
           MOVE "N" TO GRADES-EOF-SW.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           ADD 1 TO GRADES-AFTER
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       COUNT-ALUMNI.
           MOVE 0 TO ALUMNI-TOTAL.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS = "00"
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ ALUMNI-FILE NEXT
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           ADD 1 TO ALUMNI-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.

      * The control totals: master before less students archived
      * must equal master after, and grade rows before less rows
      * moved must equal the rows left in GRADES.DAT.
       WRITE-ARCHIVE-TOTALS.
           IF STUDENTS-ARCHIVED = 0
               MOVE "  NONE" TO ARCHIVE-REPORT-RECORD
               PERFORM WRITE-ARCHIVE-LINE
           END-IF.
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "STUDENT MASTER BEFORE      " TO ARCHIVE-REPORT-RECORD.
           MOVE MASTER-BEFORE TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "MOVED TO ALUMNI ARCHIVE    " TO ARCHIVE-REPORT-RECORD.
           MOVE STUDENTS-ARCHIVED TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "STUDENT MASTER AFTER       " TO ARCHIVE-REPORT-RECORD.
           MOVE MASTER-AFTER TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           COMPUTE EXPECTED-COUNT = MASTER-BEFORE - STUDENTS-ARCHIVED.
           MOVE MASTER-AFTER TO ACTUAL-COUNT.
           PERFORM SET-RECONCILE-TEXT.
           MOVE RECONCILE-TEXT TO ARCHIVE-REPORT-RECORD(38:14).
           PERFORM WRITE-ARCHIVE-LINE.
           IF STUDENTS-NOT-MOVED > 0
               MOVE "NOT MOVED - SEE CONSOLE"
                   TO ARCHIVE-REPORT-RECORD
               MOVE STUDENTS-NOT-MOVED TO COUNT-TEXT
               MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7)
               PERFORM WRITE-ARCHIVE-LINE
           END-IF.
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "GRADE ROWS BEFORE          " TO ARCHIVE-REPORT-RECORD.
           MOVE GRADES-BEFORE TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "MOVED TO GRADES ARCHIVE    " TO ARCHIVE-REPORT-RECORD.
           MOVE GRADES-MOVED TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "GRADE ROWS AFTER           " TO ARCHIVE-REPORT-RECORD.
           MOVE GRADES-AFTER TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           COMPUTE EXPECTED-COUNT = GRADES-BEFORE - GRADES-MOVED.
           MOVE GRADES-AFTER TO ACTUAL-COUNT.
           PERFORM SET-RECONCILE-TEXT.
           MOVE RECONCILE-TEXT TO ARCHIVE-REPORT-RECORD(38:14).
           PERFORM WRITE-ARCHIVE-LINE.
           PERFORM WRITE-ARCHIVE-LINE.
           MOVE "ALUMNI ARCHIVE NOW HOLDS   " TO ARCHIVE-REPORT-RECORD.
           MOVE ALUMNI-TOTAL TO COUNT-TEXT.
           MOVE COUNT-TEXT TO ARCHIVE-REPORT-RECORD(28:7).
           PERFORM WRITE-ARCHIVE-LINE.

       SET-RECONCILE-TEXT.
           IF EXPECTED-COUNT = ACTUAL-COUNT
               MOVE "RECONCILED" TO RECONCILE-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RECONCILE-TEXT
               DISPLAY "Archive totals do not reconcile - see "
                   "ALUMRPT.DAT"
           END-IF.

       WRITE-ARCHIVE-LINE.
           WRITE ARCHIVE-REPORT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO ARCHIVE-REPORT-RECORD.

       INQUIRE-BY-ROLL.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS NOT = "00"
               DISPLAY "No alumni archive on file"
           ELSE
               MOVE ROLL-INPUT TO AL-ROLL
               READ ALUMNI-FILE KEY IS AL-ROLL
                   INVALID KEY
                       DISPLAY "Roll not in the alumni archive: "
                           ROLL-INPUT
                   NOT INVALID KEY
                       PERFORM SHOW-ALUMNUS
               END-READ
               CLOSE ALUMNI-FILE
           END-IF.

       SHOW-ALUMNUS.
           MOVE AL-STATUS TO STU-STATUS.
           PERFORM SET-STATUS-LABEL.
           PERFORM COUNT-ROLL-GRADES.
           DISPLAY "Roll:     " AL-ROLL.
           DISPLAY "Name:     " AL-NAME.
           DISPLAY "Dept:     " AL-DEPT "  Year: " AL-YEAR.
           DISPLAY "Enrolled: " AL-ENROLL-DATE.
           DISPLAY "Status:   " STATUS-LABEL " EFFECTIVE "
               AL-STATUS-DATE.
           DISPLAY "Archived: " AL-ARCHIVED " BY " AL-ARCHIVED-BY.
           DISPLAY "Archived grade rows: " ROLL-GRADE-COUNT.

       COUNT-ROLL-GRADES.
           MOVE 0 TO ROLL-GRADE-COUNT.
           MOVE "N" TO GRADES-EOF-SW.
           OPEN INPUT GRADES-ARCHIVE-FILE.
           IF GRADES-ARCHIVE-STATUS = "00"
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           MOVE GRADES-ARCHIVE-RECORD TO GRADES-RECORD
                           IF GRD-STUDENT-ID(1:8) = AL-ROLL
                               ADD 1 TO ROLL-GRADE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-ARCHIVE-FILE
           END-IF.

      * Twenty names from the one given, in name order.
       INQUIRE-BY-NAME.
           DISPLAY "Name to start from: " WITH NO ADVANCING.
           MOVE SPACES TO BROWSE-NAME.
           ACCEPT BROWSE-NAME.
           MOVE FUNCTION UPPER-CASE(BROWSE-NAME) TO BROWSE-NAME.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS NOT = "00"
               DISPLAY "No alumni archive on file"
           ELSE
               MOVE BROWSE-NAME TO AL-NAME
               MOVE 0 TO BROWSE-SHOWN
               MOVE "N" TO BROWSE-DONE-SW
               START ALUMNI-FILE KEY >= AL-NAME
                   INVALID KEY
                       DISPLAY "No names on or after " BROWSE-NAME
                       MOVE "Y" TO BROWSE-DONE-SW
               END-START
               PERFORM UNTIL BROWSE-DONE-SW = "Y"
                   OR BROWSE-SHOWN >= 20
                   READ ALUMNI-FILE NEXT
                       AT END
                           MOVE "Y" TO BROWSE-DONE-SW
                       NOT AT END
                           ADD 1 TO BROWSE-SHOWN
                           MOVE AL-STATUS TO STU-STATUS
                           PERFORM SET-STATUS-LABEL
                           DISPLAY AL-NAME " " AL-ROLL
                               " " STATUS-LABEL " " AL-STATUS-DATE
                   END-READ
               END-PERFORM
               IF BROWSE-SHOWN > 0
                   DISPLAY "Alumni listed: " BROWSE-SHOWN
               END-IF
               CLOSE ALUMNI-FILE
           END-IF.

       SET-STATUS-LABEL.
           EVALUATE STU-STATUS
               WHEN "W"
                   MOVE "WITHDRAWN" TO STATUS-LABEL
               WHEN "G"
                   MOVE "GRADUATED" TO STATUS-LABEL
               WHEN "T"
                   MOVE "TRANSFERRED" TO STATUS-LABEL
               WHEN OTHER
                   MOVE "ACTIVE" TO STATUS-LABEL
           END-EVALUATE.

       OPEN-ALUMNI-I-O.
           MOVE "N" TO ALUMNI-OPEN-SW.
           OPEN I-O ALUMNI-FILE.
           IF ALUMNI-STATUS = "35"
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN I-O ALUMNI-FILE
           END-IF.
           IF ALUMNI-STATUS = "00"
               MOVE "Y" TO ALUMNI-OPEN-SW
           ELSE
               DISPLAY "Cannot open ALUMNI.DAT - status "
                   ALUMNI-STATUS
           END-IF.

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

       WRITE-ALUMNI-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

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
