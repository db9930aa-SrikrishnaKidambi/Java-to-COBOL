               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-CATALOG-STATUS.

           SELECT JOB-FILES-FILE ASSIGN TO "JOBFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILES-STATUS.

           SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO "SNAPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-CATALOG-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-LIST-FILE.
           05 BKC-RECORDS     PIC 9(7).
           05 BKC-BACKUP-NAME PIC X(25).

      * One row for each file a scheduled job updates.
       FD  JOB-FILES-FILE.
       01 JOB-FILES-RECORD.
           05 JBF-JOB         PIC X(12).
           05 JBF-FILE        PIC X(12).

      * One row for each file copied before a scheduled job ran,
      * in the order the snapshots were taken.
       FD  SNAPSHOT-CATALOG-FILE.
       01 SNAPSHOT-CATALOG-RECORD.
           05 SNC-JOB         PIC X(12).
           05 SNC-FILE        PIC X(12).
           05 SNC-DATE        PIC 9(8).
           05 SNC-TIME        PIC 9(6).
           05 SNC-RECORDS     PIC 9(7).
           05 SNC-BACKUP-NAME PIC X(25).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
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
       01 BACKUP-LIST-STATUS PIC X(2) VALUE "00".
       01 SOURCE-STATUS      PIC X(2) VALUE "00".
       01 BACKUP-STATUS      PIC X(2) VALUE "00".
       01 BACKUP-CATALOG-STATUS PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 JOB-FILES-STATUS   PIC X(2) VALUE "00".
       01 SNAPSHOT-CATALOG-STATUS PIC X(2) VALUE "00".
       01 LIST-EOF-SW        PIC X VALUE "N".
       01 SOURCE-ABSENT-SW   PIC X VALUE "N".
       01 SNAPSHOT-MODE-SW   PIC X VALUE "N".
       01 SOURCE-EOF-SW      PIC X VALUE "N".
       01 SNAPSHOT-EOF-SW    PIC X VALUE "N".
       01 SNAPSHOT-SEQUENCE  PIC 999 VALUE 0.

       01 SOURCE-NAME        PIC X(12) VALUE SPACES.
       01 BACKUP-NAME        PIC X(25) VALUE SPACES.
       01 FILES-BACKED-UP    PIC 99 VALUE 0.
       01 FILES-SKIPPED      PIC 99 VALUE 0.
       01 COUNT-TEXT         PIC ZZZZZZ9.
       01 TIME-OF-DAY-NOW    PIC 9(8).

      * Set by JOB-SCHEDULER before it starts a job: the files that
      * job updates are copied to <name>.S<business date>.<nnn> and
      * listed in SNAPCAT.DAT under the business date, so
      * NIGHT-BACKOUT can put them back if the job fails. nnn counts
      * the snapshots of the file that day, so a rerun of a failed
      * job never overwrites the copy taken before its first run.
       01 SNAPSHOT-REQUEST EXTERNAL.
           05 SNAPSHOT-JOB    PIC X(12).
           05 SNAPSHOT-DATE   PIC 9(8).

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "BACKUPSET".
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           MOVE "N" TO SNAPSHOT-MODE-SW.
           IF SNAPSHOT-JOB NOT = SPACES
               AND SNAPSHOT-JOB NOT = LOW-VALUES
               PERFORM TAKE-JOB-SNAPSHOT
               GOBACK
           END-IF.

           MOVE "N" TO LIST-EOF-SW.
           OPEN INPUT BACKUP-LIST-FILE.
           IF BACKUP-LIST-STATUS NOT = "00"
                  TODAY-DATE DELIMITED BY SIZE
                  INTO BACKUP-NAME
           END-STRING.
           PERFORM COPY-ONE-FILE.

       COPY-ONE-FILE.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE "N" TO SOURCE-ABSENT-SW.
           MOVE "N" TO SOURCE-EOF-SW.

      * The student master and the grades file are indexed, so
      * their records are exported through the indexed organization
      * into the same sequential backup set; the restore program
      * rebuilds the index on the way back.
           IF SOURCE-NAME = "STUMAST.DAT"
               PERFORM BACKUP-STUDENT-MASTER
           ELSE
               IF SOURCE-NAME = "GRADES.DAT"
                   PERFORM BACKUP-GRADES-FILE
               ELSE
                   PERFORM BACKUP-SEQUENTIAL-FILE
               END-IF
           END-IF.

       BACKUP-SEQUENTIAL-FILE.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS = "35"
               MOVE "Y" TO SOURCE-ABSENT-SW
               ADD 1 TO FILES-SKIPPED
               DISPLAY "Not on file, skipped: "
                   FUNCTION TRIM(SOURCE-NAME)
       BACKUP-STUDENT-MASTER.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "35"
               MOVE "Y" TO SOURCE-ABSENT-SW
               ADD 1 TO FILES-SKIPPED
               DISPLAY "Not on file, skipped: "
                   FUNCTION TRIM(SOURCE-NAME)
               END-IF
           END-IF.

       BACKUP-GRADES-FILE.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "35"
               MOVE "Y" TO SOURCE-ABSENT-SW
               ADD 1 TO FILES-SKIPPED
               DISPLAY "Not on file, skipped: "
                   FUNCTION TRIM(SOURCE-NAME)
           ELSE
               IF GRADES-STATUS NOT = "00"
                   ADD 1 TO FILES-SKIPPED
                   DISPLAY "Not readable, skipped: "
                       FUNCTION TRIM(SOURCE-NAME)
                       " - status " GRADES-STATUS
               ELSE
                   OPEN OUTPUT BACKUP-FILE
                   PERFORM UNTIL SOURCE-EOF-SW = "Y"
                       READ GRADES-FILE
                           AT END
                               MOVE "Y" TO SOURCE-EOF-SW
                           NOT AT END
                               MOVE SPACES TO BACKUP-RECORD
                               MOVE GRADES-RECORD
                                   TO BACKUP-RECORD
                               WRITE BACKUP-RECORD
                               ADD 1 TO FILE-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
                   CLOSE GRADES-FILE

                   PERFORM WRITE-ONE-CATALOG-ENTRY
               END-IF
           END-IF.

       WRITE-ONE-CATALOG-ENTRY.
           IF SNAPSHOT-MODE-SW = "Y"
               PERFORM WRITE-ONE-SNAPSHOT-ENTRY
           ELSE
               OPEN EXTEND BACKUP-CATALOG-FILE
               IF BACKUP-CATALOG-STATUS = "35"
                   OPEN OUTPUT BACKUP-CATALOG-FILE
               END-IF
               MOVE SOURCE-NAME TO BKC-FILE
               MOVE TODAY-DATE TO BKC-DATE
               MOVE FILE-RECORD-COUNT TO BKC-RECORDS
               MOVE BACKUP-NAME TO BKC-BACKUP-NAME
               WRITE BACKUP-CATALOG-RECORD
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

           ADD 1 TO FILES-BACKED-UP.
           MOVE FILE-RECORD-COUNT TO COUNT-TEXT.
           DISPLAY "Backed up " FUNCTION TRIM(SOURCE-NAME)
               " - records " COUNT-TEXT.

      * A pre-run snapshot covers every JOBFILES.DAT row for the job.
      * A file not yet on file is recorded with no records, so a
      * backout leaves it empty again; a file that cannot be read
      * fails the snapshot and the scheduler does not start the job.
       TAKE-JOB-SNAPSHOT.
           MOVE "Y" TO SNAPSHOT-MODE-SW.
           MOVE 0 TO FILES-BACKED-UP.
           MOVE 0 TO FILES-SKIPPED.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.

           MOVE "N" TO LIST-EOF-SW.
           OPEN INPUT JOB-FILES-FILE.
           IF JOB-FILES-STATUS = "00"
               PERFORM UNTIL LIST-EOF-SW = "Y"
                   READ JOB-FILES-FILE
                       AT END
                           MOVE "Y" TO LIST-EOF-SW
                       NOT AT END
                           IF JBF-JOB = SNAPSHOT-JOB
                               MOVE JBF-FILE TO SOURCE-NAME
                               PERFORM SNAPSHOT-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FILES-FILE
           END-IF.

           MOVE "SNAPSHOT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "JOB=" DELIMITED BY SIZE
                  SNAPSHOT-JOB DELIMITED BY SPACE
                  " FILES=" DELIMITED BY SIZE
                  FILES-BACKED-UP DELIMITED BY SIZE
                  " SKIPPED=" DELIMITED BY SIZE
                  FILES-SKIPPED DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           IF FILES-SKIPPED > 0
               DISPLAY "Snapshot for " FUNCTION TRIM(SNAPSHOT-JOB)
                   " incomplete - files not readable: "
                   FILES-SKIPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SNAPSHOT-ONE-FILE.
           PERFORM COUNT-FILE-SNAPSHOTS.
           MOVE SPACES TO BACKUP-NAME.
           STRING FUNCTION TRIM(SOURCE-NAME) DELIMITED BY "."
                  ".S" DELIMITED BY SIZE
                  SNAPSHOT-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  SNAPSHOT-SEQUENCE DELIMITED BY SIZE
                  INTO BACKUP-NAME
           END-STRING.
           PERFORM COPY-ONE-FILE.
           IF SOURCE-ABSENT-SW = "Y"
               SUBTRACT 1 FROM FILES-SKIPPED
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
               MOVE 0 TO FILE-RECORD-COUNT
               PERFORM WRITE-ONE-CATALOG-ENTRY
           END-IF.

      * SNAPSHOT-SEQUENCE is one more than the snapshots of this
      * file already listed for the business date.
       COUNT-FILE-SNAPSHOTS.
           MOVE 1 TO SNAPSHOT-SEQUENCE.
           MOVE "N" TO SNAPSHOT-EOF-SW.
           OPEN INPUT SNAPSHOT-CATALOG-FILE.
           IF SNAPSHOT-CATALOG-STATUS = "00"
               PERFORM UNTIL SNAPSHOT-EOF-SW = "Y"
                   READ SNAPSHOT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO SNAPSHOT-EOF-SW
                       NOT AT END
                           IF SNC-FILE = SOURCE-NAME
                               AND SNC-DATE = SNAPSHOT-DATE
                               AND SNAPSHOT-SEQUENCE < 999
                               ADD 1 TO SNAPSHOT-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG-FILE
           END-IF.

       WRITE-ONE-SNAPSHOT-ENTRY.
           OPEN EXTEND SNAPSHOT-CATALOG-FILE.
           IF SNAPSHOT-CATALOG-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-CATALOG-FILE
           END-IF.
           MOVE SNAPSHOT-JOB TO SNC-JOB.
           MOVE SOURCE-NAME TO SNC-FILE.
           MOVE SNAPSHOT-DATE TO SNC-DATE.
           MOVE TIME-OF-DAY-NOW(1:6) TO SNC-TIME.
           MOVE FILE-RECORD-COUNT TO SNC-RECORDS.
           MOVE BACKUP-NAME TO SNC-BACKUP-NAME.
           WRITE SNAPSHOT-CATALOG-RECORD.
           CLOSE SNAPSHOT-CATALOG-FILE.
