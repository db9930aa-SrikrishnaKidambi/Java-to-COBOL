               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CATALOG-FILE.
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 BACKUP-CATALOG-STATUS PIC X(2) VALUE "00".
       01 BACKUP-STATUS      PIC X(2) VALUE "00".
       01 TARGET-STATUS      PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 DUPLICATE-ROLLS    PIC 9(5) VALUE 0.
       01 DUPLICATE-GRADES   PIC 9(5) VALUE 0.
       01 CATALOG-EOF-SW     PIC X VALUE "N".
       01 COPY-EOF-SW        PIC X VALUE "N".

                   CLOSE STUDENT-FILE
               END-IF
           ELSE
               IF WANTED-FILE = "GRADES.DAT"
                   PERFORM COUNT-LIVE-GRADES
               ELSE
                   PERFORM COUNT-LIVE-SEQUENTIAL
               END-IF
           END-IF.

       COUNT-LIVE-GRADES.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               PERFORM UNTIL COPY-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO COPY-EOF-SW
                       NOT AT END
                           ADD 1 TO LIVE-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       COUNT-LIVE-SEQUENTIAL.
           OPEN INPUT TARGET-FILE.
           IF TARGET-STATUS = "00"
               PERFORM UNTIL COPY-EOF-SW = "Y"
                   READ TARGET-FILE
                       AT END
                           MOVE "Y" TO COPY-EOF-SW
                       NOT AT END
                           ADD 1 TO LIVE-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

      * The student master and the grades file are indexed, so
      * their backup records are written back through an indexed
      * WRITE loop that rebuilds the keys; a sequential overwrite
      * would corrupt the live file.
       COPY-BACKUP-TO-TARGET.
           MOVE 0 TO RESTORED-COUNT.
           MOVE "N" TO COPY-EOF-SW.
               IF WANTED-FILE = "STUMAST.DAT"
                   PERFORM REBUILD-STUDENT-MASTER
               ELSE
                   IF WANTED-FILE = "GRADES.DAT"
                       PERFORM REBUILD-GRADES-FILE
                   ELSE
                       PERFORM COPY-SEQUENTIAL-BACKUP
                   END-IF
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

       COPY-SEQUENTIAL-BACKUP.
           OPEN OUTPUT TARGET-FILE.
           PERFORM UNTIL COPY-EOF-SW = "Y"
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO COPY-EOF-SW
                   NOT AT END
                       MOVE BACKUP-RECORD TO TARGET-RECORD
                       WRITE TARGET-RECORD
                       ADD 1 TO RESTORED-COUNT
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.

       REBUILD-STUDENT-MASTER.
           MOVE 0 TO DUPLICATE-ROLLS.
           OPEN OUTPUT STUDENT-FILE.
                       "rebuild: " DUPLICATE-ROLLS
               END-IF
           END-IF.

       REBUILD-GRADES-FILE.
           MOVE 0 TO DUPLICATE-GRADES.
           OPEN OUTPUT GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               DISPLAY "Cannot rebuild GRADES.DAT - status "
                   GRADES-STATUS
           ELSE
               PERFORM UNTIL COPY-EOF-SW = "Y"
                   READ BACKUP-FILE
                       AT END
                           MOVE "Y" TO COPY-EOF-SW
                       NOT AT END
                           MOVE BACKUP-RECORD(1:53)
                               TO GRADES-RECORD
                           WRITE GRADES-RECORD
                               INVALID KEY
                                   ADD 1 TO DUPLICATE-GRADES
                               NOT INVALID KEY
                                   ADD 1 TO RESTORED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
               IF DUPLICATE-GRADES > 0
                   DISPLAY "Duplicate grade keys dropped during "
                       "rebuild: " DUPLICATE-GRADES
               END-IF
           END-IF.
