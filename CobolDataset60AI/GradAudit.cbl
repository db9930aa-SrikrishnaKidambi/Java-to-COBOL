               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT POINTS-FILE ASSIGN TO "GRDPTS.DAT"

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
               COMPUTE POINT-TOTAL = POINT-TOTAL
                   + GRADE-POINTS * PK-CREDITS(PICK-IDX)
               ADD PK-CREDITS(PICK-IDX) TO CREDIT-TOTAL
      * A debarment (grade X) earns no credit, the same as an F.
               IF PK-GRADE(PICK-IDX) = "F" OR PK-GRADE(PICK-IDX) = "X"
                   ADD 1 TO FAIL-COURSE-COUNT
               ELSE
                   ADD PK-CREDITS(PICK-IDX) TO EARNED-CREDITS
       WRITE-FAIL-EXCEPTIONS.
           PERFORM VARYING PICK-IDX FROM 1 BY 1
           UNTIL PICK-IDX > PICK-COUNT
               IF PK-GRADE(PICK-IDX) = "F" OR PK-GRADE(PICK-IDX) = "X"
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING STU-ROLL DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          STU-NAME DELIMITED BY SIZE
                          " UNRESOLVED " DELIMITED BY SIZE
                          PK-GRADE(PICK-IDX) DELIMITED BY SIZE
                          " IN " DELIMITED BY SIZE
                          PK-COURSE(PICK-IDX) DELIMITED BY SIZE
                          INTO EXCEPTION-RECORD
                   END-STRING

           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               MOVE LOW-VALUES TO GRD-KEY
               MOVE WORK-ROLL-TEXT(1:8) TO GRD-STUDENT-ID(1:8)
               START GRADES-FILE KEY >= GRD-KEY
                   INVALID KEY
                       MOVE "Y" TO GRADES-EOF-SW
               END-START
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           IF GRD-STUDENT-ID(1:8)
                               = WORK-ROLL-TEXT(1:8)
                               PERFORM PICK-LATEST-ATTEMPT
                           ELSE
                               MOVE "Y" TO GRADES-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
