               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT SLA-FILE ASSIGN TO "SLATAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05 RC-START-TIME  PIC 9(6).
           05 RC-END-TIME    PIC 9(6).

       FD  SLA-FILE.
       01 SLA-RECORD.
           05 SLA-JOB          PIC X(12).
           05 SLA-DEADLINE     PIC 9(6).
           05 SLA-TYPICAL-SECS PIC 9(5).

       WORKING-STORAGE SECTION.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 CONTROL-EOF-SW     PIC X VALUE "N".
       01 CONTROL-IDX        PIC 999 VALUE 0.
       01 FOUND-IDX          PIC 999 VALUE 0.

       01 SLA-STATUS         PIC X(2) VALUE "00".
       01 SLA-EOF-SW         PIC X VALUE "N".
       01 JOB-DEADLINE       PIC 9(6) VALUE 0.

       01 ALERT-SEVERITY     PIC X VALUE SPACE.
       01 ALERT-JOB          PIC X(12) VALUE SPACES.
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01 RC-L-FUNCTION  PIC X.
       01 RC-L-JOB       PIC X(12).
               WHEN "E"
               WHEN "e"
                   PERFORM END-JOB
               WHEN "R"
               WHEN "r"
                   PERFORM RESET-JOB
               WHEN OTHER
                   MOVE "BADFUNC" TO RC-L-RESULT
           END-EVALUATE.
                   TO CTL-END-TIME(FOUND-IDX)
               PERFORM SAVE-CONTROL-TABLE
               MOVE "OK" TO RC-L-RESULT
               PERFORM RAISE-END-ALERTS
           END-IF.

      * A FAILED end, and an end later than the job's SLATAB.DAT
      * deadline, each leave an alert for the console.
       RAISE-END-ALERTS.
           MOVE RC-L-JOB TO ALERT-JOB.
           IF RC-L-STATUS = "FAILED"
               MOVE "E" TO ALERT-SEVERITY
               MOVE SPACES TO ALERT-MESSAGE
               STRING "Run ended FAILED at " DELIMITED BY SIZE
                      CTL-END-TIME(FOUND-IDX) DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      RC-L-DATE DELIMITED BY SIZE
                      INTO ALERT-MESSAGE
               END-STRING
               CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
                   ALERT-MESSAGE
               END-CALL
           END-IF.

           PERFORM FIND-JOB-DEADLINE.
           IF JOB-DEADLINE > 0
               AND CTL-END-TIME(FOUND-IDX) > JOB-DEADLINE
               MOVE "W" TO ALERT-SEVERITY
               MOVE SPACES TO ALERT-MESSAGE
               STRING "Ended " DELIMITED BY SIZE
                      CTL-END-TIME(FOUND-IDX) DELIMITED BY SIZE
                      " past SLA deadline " DELIMITED BY SIZE
                      JOB-DEADLINE DELIMITED BY SIZE
                      INTO ALERT-MESSAGE
               END-STRING
               CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
                   ALERT-MESSAGE
               END-CALL
           END-IF.

       FIND-JOB-DEADLINE.
           MOVE 0 TO JOB-DEADLINE.
           MOVE "N" TO SLA-EOF-SW.
           OPEN INPUT SLA-FILE.
           IF SLA-STATUS = "00"
               PERFORM UNTIL SLA-EOF-SW = "Y"
                   READ SLA-FILE
                       AT END
                           MOVE "Y" TO SLA-EOF-SW
                       NOT AT END
                           IF SLA-JOB = RC-L-JOB
                               AND SLA-DEADLINE IS NUMERIC
                               MOVE SLA-DEADLINE TO JOB-DEADLINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           END-IF.

      * A run that has been backed out is given the status passed
      * (BACKOUT); only COMPLETE is refused at start, so the scheduler
      * will run the job again.
       RESET-JOB.
           IF FOUND-IDX = 0
               MOVE "NOTFOUND" TO RC-L-RESULT
           ELSE
               MOVE RC-L-STATUS TO CTL-STATUS(FOUND-IDX)
               PERFORM SAVE-CONTROL-TABLE
               MOVE "OK" TO RC-L-RESULT
           END-IF.

       FIND-JOB-DATE.
