               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-NAME

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

       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD  PIC X(60).

      * The program keeps its own prior-day extract per file; each
      * run matches live records against the snapshot on the key -
      * STU-ROLL for the student master, GRD-KEY (student, course,
      * term and attempt) for grades - and then replaces the snapshot,
      * so the comparison survives inserts and reordering.
       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 500 TIMES.
               10 PRI-KEY      PIC X(24).
               10 PRI-IMAGE    PIC X(60).
               10 PRI-MATCHED  PIC X.
       01 PRIOR-COUNT        PIC 999 VALUE 0.
       01 CURRENT-COUNT      PIC 999 VALUE 0.
       01 CURRENT-IDX        PIC 999 VALUE 0.

       01 WORK-KEY           PIC X(24).
       01 WORK-IMAGE         PIC X(60).
       01 ADDS-FOUND         PIC 9(5) VALUE 0.
       01 DELETES-FOUND      PIC 9(5) VALUE 0.
           IF FILE-KIND = "S"
               MOVE WORK-IMAGE(1:8) TO WORK-KEY(1:8)
           ELSE
               MOVE WORK-IMAGE(1:24) TO WORK-KEY
           END-IF.

       MATCH-ONE-CURRENT.
           WRITE DELTA-REPORT-RECORD.

       REPORT-GRADE-FIELDS.
           IF PRI-IMAGE(PRIOR-FOUND-IDX)(50:3)
               NOT = WORK-IMAGE(50:3)
               MOVE SPACES TO DELTA-REPORT-RECORD
               STRING "  SCORE " DELIMITED BY SIZE
                      PRI-IMAGE(PRIOR-FOUND-IDX)(50:3)
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WORK-IMAGE(50:3) DELIMITED BY SIZE
                      INTO DELTA-REPORT-RECORD
               END-STRING
               WRITE DELTA-REPORT-RECORD
           END-IF.
           IF PRI-IMAGE(PRIOR-FOUND-IDX)(53:1)
               NOT = WORK-IMAGE(53:1)
               MOVE SPACES TO DELTA-REPORT-RECORD
               STRING "  GRADE " DELIMITED BY SIZE
                      PRI-IMAGE(PRIOR-FOUND-IDX)(53:1)
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WORK-IMAGE(53:1) DELIMITED BY SIZE
                      INTO DELTA-REPORT-RECORD
               END-STRING
               WRITE DELTA-REPORT-RECORD
