       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.

           SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO "SNAPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-CATALOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN TO BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT TARGET-FILE ASSIGN TO TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
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
       FD  SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-JOB        PIC X(12).
           05 SCH-PROGRAM    PIC X(20).
           05 SCH-FREQUENCY  PIC X.
           05 SCH-PRED1      PIC X(12).
           05 SCH-PRED2      PIC X(12).

       FD  SNAPSHOT-CATALOG-FILE.
       01 SNAPSHOT-CATALOG-RECORD.
           05 SNC-JOB         PIC X(12).
           05 SNC-FILE        PIC X(12).
           05 SNC-DATE        PIC 9(8).
           05 SNC-TIME        PIC 9(6).
           05 SNC-RECORDS     PIC 9(7).
           05 SNC-BACKUP-NAME PIC X(25).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-JOB         PIC X(12).
           05 RC-DATE        PIC 9(8).
           05 RC-STATUS      PIC X(8).
           05 RC-START-TIME  PIC 9(6).
           05 RC-END-TIME    PIC 9(6).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  BACKUP-FILE.
       01 BACKUP-RECORD    PIC X(200).

       FD  TARGET-FILE.
       01 TARGET-RECORD    PIC X(200).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
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
       01 SCHEDULE-STATUS    PIC X(2) VALUE "00".
       01 SNAPSHOT-CATALOG-STATUS PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 BACKUP-STATUS      PIC X(2) VALUE "00".
       01 TARGET-STATUS      PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 COPY-EOF-SW        PIC X VALUE "N".

      * The jobs on SCHEDULE.DAT with their predecessors. A job is
      * marked for backout when it is the failed job or one of its
      * predecessors is marked; JOB-T-RUN-STATUS is tonight's
      * RUNCTL.DAT status.
       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 20 TIMES.
               10 JOB-T-NAME       PIC X(12).
               10 JOB-T-PRED1      PIC X(12).
               10 JOB-T-PRED2      PIC X(12).
               10 JOB-T-MARK-SW    PIC X.
               10 JOB-T-RUN-STATUS PIC X(8).
       01 JOB-COUNT          PIC 99 VALUE 0.
       01 JOB-IDX            PIC 99 VALUE 0.
       01 MARK-IDX           PIC 99 VALUE 0.
       01 FAILED-IDX         PIC 99 VALUE 0.
       01 JOBS-MARKED        PIC 99 VALUE 0.
       01 MARK-ADDED-SW      PIC X VALUE "N".
       01 PRED-MARKED-SW     PIC X VALUE "N".

      * Files to put back: for each file the earliest snapshot taken
      * tonight by a marked job, which is its state before the run.
       01 RESTORE-TABLE.
           05 RESTORE-ENTRY OCCURS 50 TIMES.
               10 RST-FILE        PIC X(12).
               10 RST-JOB         PIC X(12).
               10 RST-RECORDS     PIC 9(7).
               10 RST-BACKUP-NAME PIC X(25).
       01 RESTORE-COUNT      PIC 99 VALUE 0.
       01 RESTORE-IDX        PIC 99 VALUE 0.
       01 RESTORE-FOUND-SW   PIC X VALUE "N".
       01 SNAPSHOT-MARKED-SW PIC X VALUE "N".
       01 RESTORE-FULL-SW    PIC X VALUE "N".
       01 FILES-RESTORED     PIC 99 VALUE 0.
       01 RUNS-RESET         PIC 99 VALUE 0.
       01 BACKOUT-FAILED-SW  PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 FAILED-JOB         PIC X(12) VALUE SPACES.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 CONFIRM-KEY        PIC X.

       01 TARGET-NAME        PIC X(12) VALUE SPACES.
       01 BACKUP-NAME        PIC X(25) VALUE SPACES.
       01 RESTORED-COUNT     PIC 9(7) VALUE 0.
       01 DUPLICATE-KEYS     PIC 9(5) VALUE 0.
       01 COUNT-TEXT         PIC ZZZZZZ9.

       01 RUN-CONTROL-FUNCTION PIC X.
       01 RUN-CONTROL-JOB      PIC X(12).
       01 RUN-CONTROL-DATE     PIC 9(8) VALUE 0.
       01 RUN-CONTROL-JOB-STATUS PIC X(8) VALUE SPACES.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "BACKOUT".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION     PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "Supervisor ID: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           PERFORM VALIDATE-SUPERVISOR-ID.
           IF SUPERVISOR-OK-SW NOT = "Y"
               MOVE "BKOUTREF" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "NOT A SUPERVISOR=" DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-BACKOUT-AUDIT
               GOBACK
           END-IF.

           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM LOAD-RUN-STATUSES.

           DISPLAY "Failed job to back out: " WITH NO ADVANCING.
           ACCEPT FAILED-JOB.
           MOVE FUNCTION UPPER-CASE(FAILED-JOB) TO FAILED-JOB.
           MOVE 0 TO FAILED-IDX.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-NAME(JOB-IDX) = FAILED-JOB
                   MOVE JOB-IDX TO FAILED-IDX
               END-IF
           END-PERFORM.
           IF FAILED-IDX = 0
               DISPLAY "Not a job on SCHEDULE.DAT: " FAILED-JOB
               GOBACK
           END-IF.

      * A run that died without ending is left RUNNING in RUNCTL.DAT
      * and is treated the same as one that ended FAILED.
           IF JOB-T-RUN-STATUS(FAILED-IDX) NOT = "FAILED"
               AND JOB-T-RUN-STATUS(FAILED-IDX) NOT = "RUNNING"
               DISPLAY FUNCTION TRIM(FAILED-JOB) " has not failed on "
                   BUSINESS-DATE " - status "
                   JOB-T-RUN-STATUS(FAILED-IDX)
               MOVE "BKOUTREF" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "JOB=" DELIMITED BY SIZE
                      FAILED-JOB DELIMITED BY SPACE
                      " NOT FAILED" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-BACKOUT-AUDIT
               GOBACK
           END-IF.

           PERFORM MARK-DEPENDENT-JOBS.
           PERFORM LOAD-RESTORE-TABLE.
           IF RESTORE-FULL-SW = "Y"
               DISPLAY "SNAPCAT.DAT names more files than the "
                   "backout table can hold - nothing done"
               GOBACK
           END-IF.
           PERFORM SHOW-BACKOUT-PLAN.

           DISPLAY "Proceed with the backout? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT CONFIRM-KEY.
           IF CONFIRM-KEY NOT = "Y" AND CONFIRM-KEY NOT = "y"
               DISPLAY "Backout abandoned - files and RUNCTL.DAT "
                   "left unchanged"
               GOBACK
           END-IF.

           MOVE "BKOUTBEG" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "JOB=" DELIMITED BY SIZE
                  FAILED-JOB DELIMITED BY SPACE
                  " SUP=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SPACE
                  " JOBS=" DELIMITED BY SIZE
                  JOBS-MARKED DELIMITED BY SIZE
                  " FILES=" DELIMITED BY SIZE
                  RESTORE-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-BACKOUT-AUDIT.

           MOVE "N" TO BACKOUT-FAILED-SW.
           MOVE 0 TO FILES-RESTORED.
           PERFORM VARYING RESTORE-IDX FROM 1 BY 1
           UNTIL RESTORE-IDX > RESTORE-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM.

      * The run-control rows are only reset once every file is back;
      * otherwise the scheduler could rerun against a half-restored
      * set.
           MOVE 0 TO RUNS-RESET.
           IF BACKOUT-FAILED-SW = "Y"
               DISPLAY "Not every file was restored - RUNCTL.DAT "
                   "left unchanged"
           ELSE
               PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   IF JOB-T-MARK-SW(JOB-IDX) = "Y"
                       AND JOB-T-RUN-STATUS(JOB-IDX) NOT = SPACES
                       PERFORM RESET-ONE-RUN
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "BACKOUT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           IF BACKOUT-FAILED-SW = "Y"
               STRING "JOB=" DELIMITED BY SIZE
                      FAILED-JOB DELIMITED BY SPACE
                      " FILES=" DELIMITED BY SIZE
                      FILES-RESTORED DELIMITED BY SIZE
                      " INCOMPLETE" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
           ELSE
               STRING "JOB=" DELIMITED BY SIZE
                      FAILED-JOB DELIMITED BY SPACE
                      " FILES=" DELIMITED BY SIZE
                      FILES-RESTORED DELIMITED BY SIZE
                      " RUNS=" DELIMITED BY SIZE
                      RUNS-RESET DELIMITED BY SIZE
                      " DONE" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
           END-IF.
           PERFORM WRITE-BACKOUT-AUDIT.

           DISPLAY "Files restored: " FILES-RESTORED
               "  runs reset: " RUNS-RESET.
           IF BACKOUT-FAILED-SW = "N"
               DISPLAY "Rerun JOB-SCHEDULER to run the backed-out "
                   "jobs again"
           END-IF.
           GOBACK.

      * Dependents are added pass by pass until a pass adds nothing,
      * so a job two or more steps down the chain is included.
       MARK-DEPENDENT-JOBS.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               MOVE "N" TO JOB-T-MARK-SW(JOB-IDX)
           END-PERFORM.
           MOVE "Y" TO JOB-T-MARK-SW(FAILED-IDX).
           MOVE 1 TO JOBS-MARKED.

           MOVE "Y" TO MARK-ADDED-SW.
           PERFORM UNTIL MARK-ADDED-SW = "N"
               MOVE "N" TO MARK-ADDED-SW
               PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   IF JOB-T-MARK-SW(JOB-IDX) = "N"
                       PERFORM CHECK-MARKED-PREDECESSORS
                       IF PRED-MARKED-SW = "Y"
                           MOVE "Y" TO JOB-T-MARK-SW(JOB-IDX)
                           ADD 1 TO JOBS-MARKED
                           MOVE "Y" TO MARK-ADDED-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-MARKED-PREDECESSORS.
           MOVE "N" TO PRED-MARKED-SW.
           PERFORM VARYING MARK-IDX FROM 1 BY 1
           UNTIL MARK-IDX > JOB-COUNT
               IF JOB-T-MARK-SW(MARK-IDX) = "Y"
                   IF (JOB-T-PRED1(JOB-IDX) NOT = SPACES
                       AND JOB-T-PRED1(JOB-IDX) = JOB-T-NAME(MARK-IDX))
                       OR (JOB-T-PRED2(JOB-IDX) NOT = SPACES
                       AND JOB-T-PRED2(JOB-IDX) = JOB-T-NAME(MARK-IDX))
                       MOVE "Y" TO PRED-MARKED-SW
                   END-IF
               END-IF
           END-PERFORM.

      * SNAPCAT.DAT is in the order the snapshots were taken, so the
      * first row for a file is the copy made before the first of
      * the marked jobs touched it. Each snapshot has its own copy,
      * so a rerun after a failure cannot disturb that first one, and
      * its own row gives the record count to check.
       LOAD-RESTORE-TABLE.
           MOVE 0 TO RESTORE-COUNT.
           MOVE "N" TO RESTORE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SNAPSHOT-CATALOG-FILE.
           IF SNAPSHOT-CATALOG-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SNAPSHOT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SNC-DATE = BUSINESS-DATE
                               PERFORM NOTE-ONE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG-FILE
           END-IF.

       NOTE-ONE-SNAPSHOT.
           MOVE "N" TO SNAPSHOT-MARKED-SW.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-NAME(JOB-IDX) = SNC-JOB
                   AND JOB-T-MARK-SW(JOB-IDX) = "Y"
                   MOVE "Y" TO SNAPSHOT-MARKED-SW
               END-IF
           END-PERFORM.

           IF SNAPSHOT-MARKED-SW = "Y"
               MOVE "N" TO RESTORE-FOUND-SW
               PERFORM VARYING RESTORE-IDX FROM 1 BY 1
               UNTIL RESTORE-IDX > RESTORE-COUNT
                   IF RST-FILE(RESTORE-IDX) = SNC-FILE
                       MOVE "Y" TO RESTORE-FOUND-SW
                   END-IF
               END-PERFORM
               IF RESTORE-FOUND-SW = "N"
                   IF RESTORE-COUNT < 50
                       ADD 1 TO RESTORE-COUNT
                       MOVE SNC-FILE TO RST-FILE(RESTORE-COUNT)
                       MOVE SNC-JOB TO RST-JOB(RESTORE-COUNT)
                       MOVE SNC-RECORDS TO RST-RECORDS(RESTORE-COUNT)
                       MOVE SNC-BACKUP-NAME
                           TO RST-BACKUP-NAME(RESTORE-COUNT)
                   ELSE
                       MOVE "Y" TO RESTORE-FULL-SW
                   END-IF
               END-IF
           END-IF.

       SHOW-BACKOUT-PLAN.
           DISPLAY "Backout of " FUNCTION TRIM(FAILED-JOB)
               " for business date " BUSINESS-DATE.
           DISPLAY "Jobs to reset:".
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-MARK-SW(JOB-IDX) = "Y"
                   IF JOB-T-RUN-STATUS(JOB-IDX) = SPACES
                       DISPLAY "  " JOB-T-NAME(JOB-IDX)
                           " not run tonight"
                   ELSE
                       DISPLAY "  " JOB-T-NAME(JOB-IDX) " "
                           JOB-T-RUN-STATUS(JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF RESTORE-COUNT = 0
               DISPLAY "No pre-run snapshots on file for these jobs "
                   "- only RUNCTL.DAT will be reset"
           ELSE
               DISPLAY "Files to restore:"
               PERFORM VARYING RESTORE-IDX FROM 1 BY 1
               UNTIL RESTORE-IDX > RESTORE-COUNT
                   MOVE RST-RECORDS(RESTORE-IDX) TO COUNT-TEXT
                   DISPLAY "  " RST-FILE(RESTORE-IDX)
                       " as before " RST-JOB(RESTORE-IDX)
                       " - records " COUNT-TEXT
               END-PERFORM
           END-IF.

      * The student master and the grades file are indexed, so their
      * snapshots are written back through an indexed WRITE loop that
      * rebuilds the keys, as RESTORE-FILE does.
       RESTORE-ONE-FILE.
           MOVE RST-FILE(RESTORE-IDX) TO TARGET-NAME.
           MOVE RST-BACKUP-NAME(RESTORE-IDX) TO BACKUP-NAME.
           MOVE 0 TO RESTORED-COUNT.
           MOVE 0 TO DUPLICATE-KEYS.
           MOVE "N" TO COPY-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "Snapshot missing: "
                   FUNCTION TRIM(BACKUP-NAME) " - "
                   FUNCTION TRIM(TARGET-NAME) " not restored"
               MOVE "Y" TO BACKOUT-FAILED-SW
               MOVE "BKOUTERR" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "FILE=" DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      " SNAPSHOT MISSING" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-BACKOUT-AUDIT
           ELSE
               IF TARGET-NAME = "STUMAST.DAT"
                   PERFORM REBUILD-STUDENT-MASTER
               ELSE
                   IF TARGET-NAME = "GRADES.DAT"
                       PERFORM REBUILD-GRADES-FILE
                   ELSE
                       PERFORM COPY-SEQUENTIAL-SNAPSHOT
                   END-IF
               END-IF
               CLOSE BACKUP-FILE
               PERFORM NOTE-FILE-RESTORED
           END-IF.

       NOTE-FILE-RESTORED.
           IF RESTORED-COUNT NOT = RST-RECORDS(RESTORE-IDX)
               MOVE "Y" TO BACKOUT-FAILED-SW
               MOVE "BKOUTERR" TO AUDIT-ACTION
               DISPLAY "Record count differs from the snapshot for "
                   FUNCTION TRIM(TARGET-NAME)
           ELSE
               ADD 1 TO FILES-RESTORED
               MOVE "BKOUTFIL" TO AUDIT-ACTION
           END-IF.
           MOVE RESTORED-COUNT TO COUNT-TEXT.
           DISPLAY "Restored " FUNCTION TRIM(TARGET-NAME)
               " - records " COUNT-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "FILE=" DELIMITED BY SIZE
                  TARGET-NAME DELIMITED BY SPACE
                  " BEFORE=" DELIMITED BY SIZE
                  RST-JOB(RESTORE-IDX) DELIMITED BY SPACE
                  " RECS=" DELIMITED BY SIZE
                  RESTORED-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-BACKOUT-AUDIT.

       COPY-SEQUENTIAL-SNAPSHOT.
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
           OPEN OUTPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot rebuild STUMAST.DAT - status "
                   STUDENT-STATUS
           ELSE
               PERFORM UNTIL COPY-EOF-SW = "Y"
                   READ BACKUP-FILE
                       AT END
                           MOVE "Y" TO COPY-EOF-SW
                       NOT AT END
                           MOVE BACKUP-RECORD(1:52)
                               TO STUDENT-RECORD
                           WRITE STUDENT-RECORD
                               INVALID KEY
                                   ADD 1 TO DUPLICATE-KEYS
                               NOT INVALID KEY
                                   ADD 1 TO RESTORED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               IF DUPLICATE-KEYS > 0
                   DISPLAY "Duplicate rolls dropped during "
                       "rebuild: " DUPLICATE-KEYS
               END-IF
           END-IF.

       REBUILD-GRADES-FILE.
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
                                   ADD 1 TO DUPLICATE-KEYS
                               NOT INVALID KEY
                                   ADD 1 TO RESTORED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
               IF DUPLICATE-KEYS > 0
                   DISPLAY "Duplicate grade keys dropped during "
                       "rebuild: " DUPLICATE-KEYS
               END-IF
           END-IF.

       RESET-ONE-RUN.
           MOVE "R" TO RUN-CONTROL-FUNCTION.
           MOVE JOB-T-NAME(JOB-IDX) TO RUN-CONTROL-JOB.
           MOVE BUSINESS-DATE TO RUN-CONTROL-DATE.
           MOVE "BACKOUT" TO RUN-CONTROL-JOB-STATUS.
           CALL "RUNCTL" USING RUN-CONTROL-FUNCTION RUN-CONTROL-JOB
               RUN-CONTROL-DATE RUN-CONTROL-JOB-STATUS
               RUN-CONTROL-RESULT
           END-CALL.
           IF RUN-CONTROL-RESULT = "OK"
               ADD 1 TO RUNS-RESET
               DISPLAY "Reset " JOB-T-NAME(JOB-IDX) " - was "
                   JOB-T-RUN-STATUS(JOB-IDX)
               MOVE "BKOUTRUN" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "JOB=" DELIMITED BY SIZE
                      JOB-T-NAME(JOB-IDX) DELIMITED BY SPACE
                      " WAS=" DELIMITED BY SIZE
                      JOB-T-RUN-STATUS(JOB-IDX) DELIMITED BY SPACE
                      " NOW=BACKOUT" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-BACKOUT-AUDIT
           ELSE
               DISPLAY "RUNCTL reset failed for " JOB-T-NAME(JOB-IDX)
                   " - " RUN-CONTROL-RESULT
           END-IF.

       WRITE-BACKOUT-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO JOB-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = "00"
               DISPLAY "Cannot open SCHEDULE.DAT - status "
                   SCHEDULE-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF JOB-COUNT < 20
                               ADD 1 TO JOB-COUNT
                               MOVE SCH-JOB
                                   TO JOB-T-NAME(JOB-COUNT)
                               MOVE SCH-PRED1
                                   TO JOB-T-PRED1(JOB-COUNT)
                               MOVE SCH-PRED2
                                   TO JOB-T-PRED2(JOB-COUNT)
                               MOVE "N"
                                   TO JOB-T-MARK-SW(JOB-COUNT)
                               MOVE SPACES
                                   TO JOB-T-RUN-STATUS(JOB-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-RUN-STATUSES.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF RC-DATE = BUSINESS-DATE
                               PERFORM NOTE-ONE-RUN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       NOTE-ONE-RUN-STATUS.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-NAME(JOB-IDX) = RC-JOB
                   MOVE RC-STATUS TO JOB-T-RUN-STATUS(JOB-IDX)
               END-IF
           END-PERFORM.

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
