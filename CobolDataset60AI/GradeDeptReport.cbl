       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
       FILE SECTION.
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

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
                   15 CELL-STUDENTS  PIC 9(4) VALUE 0.
                   15 CELL-PASS      PIC 9(4) VALUE 0.
                   15 CELL-TOTAL     PIC 9(7) VALUE 0.
                   15 CELL-DEBARRED  PIC 9(4) VALUE 0.

       01 GRADE-ROLL         PIC 9(8).
       01 MATCH-DEPT         PIC 99 VALUE 0.
       01 MATCH-FOUND-SW     PIC X VALUE "N".
       01 UNMATCHED-COUNT    PIC 9(5) VALUE 0.
       01 GRADES-READ        PIC 9(5) VALUE 0.
       01 DEBARRED-TOTAL     PIC 9(5) VALUE 0.

       01 REPORT-DEPT        PIC 99 VALUE 0.
       01 REPORT-YEAR        PIC 99 VALUE 0.
               END-PERFORM
           END-IF.

      * Debarred rows (grade X) sat no examination; they are counted
      * on their own and kept out of the average and pass rate.
           IF MATCH-FOUND-SW = "Y"
               AND MATCH-DEPT > 0 AND MATCH-YEAR > 0
               AND GRD-GRADE = "X"
               ADD 1 TO CELL-DEBARRED(MATCH-DEPT, MATCH-YEAR)
               ADD 1 TO DEBARRED-TOTAL
           ELSE
           IF MATCH-FOUND-SW = "Y"
               AND MATCH-DEPT > 0 AND MATCH-YEAR > 0
               EVALUATE GRD-GRADE
               ADD GRD-SCORE TO CELL-TOTAL(MATCH-DEPT, MATCH-YEAR)
           ELSE
               ADD 1 TO UNMATCHED-COUNT
           END-IF
           END-IF.

       WRITE-DEPT-REPORT.
                   PERFORM VARYING REPORT-YEAR FROM 1 BY 1
                   UNTIL REPORT-YEAR > 9
                       IF CELL-STUDENTS(REPORT-DEPT, REPORT-YEAR) > 0
                         OR CELL-DEBARRED(REPORT-DEPT, REPORT-YEAR) > 0
                           PERFORM WRITE-ONE-CELL
                       END-IF
                   END-PERFORM
               END-PERFORM

               MOVE DEBARRED-TOTAL TO COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "DEBARRED (NOT GRADED): " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD

               MOVE UNMATCHED-COUNT TO COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "GRADES WITHOUT ENROLLMENT MATCH: "
           PERFORM LOOKUP-DEPT-NAME-BY-CODE.
           PERFORM LOOKUP-YEAR-LABEL-BY-NUM.

           IF CELL-STUDENTS(REPORT-DEPT, REPORT-YEAR) > 0
               COMPUTE CELL-AVERAGE ROUNDED =
                   CELL-TOTAL(REPORT-DEPT, REPORT-YEAR)
                   / CELL-STUDENTS(REPORT-DEPT, REPORT-YEAR)
               COMPUTE CELL-RATE ROUNDED =
                   CELL-PASS(REPORT-DEPT, REPORT-YEAR) * 100
                   / CELL-STUDENTS(REPORT-DEPT, REPORT-YEAR)
           ELSE
               MOVE 0 TO CELL-AVERAGE
               MOVE 0 TO CELL-RATE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING DEPT-NAME-FOUND DELIMITED BY SIZE
                  " F=" DELIMITED BY SIZE
                  CELL-COUNT-F(REPORT-DEPT, REPORT-YEAR)
                      DELIMITED BY SIZE
                  "  DEBARRED=" DELIMITED BY SIZE
                  CELL-DEBARRED(REPORT-DEPT, REPORT-YEAR)
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
