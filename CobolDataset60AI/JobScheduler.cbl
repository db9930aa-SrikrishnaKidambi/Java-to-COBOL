       01 JOBS-FAILED        PIC 99 VALUE 0.
       01 JOBS-HELD          PIC 99 VALUE 0.

      * The job name is handed to the called program so that it
      * takes its mode and answers from the job's PARMCARD.DAT card
      * instead of the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.

      * BACKUP-SET copies the files a job updates before the job is
      * started, so a failed run can be backed out.
       01 SNAPSHOT-REQUEST EXTERNAL.
           05 SNAPSHOT-JOB    PIC X(12).
           05 SNAPSHOT-DATE   PIC 9(8).

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.

       01 RUN-CONTROL-FUNCTION PIC X.
       01 RUN-CONTROL-JOB      PIC X(12).
       01 RUN-CONTROL-DATE     PIC 9(8) VALUE 0.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE SPACES TO SCHEDULED-JOB.
           MOVE SPACES TO SNAPSHOT-JOB.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
                   ADD 1 TO JOBS-HELD
                   DISPLAY "HELD - predecessor not complete: "
                       JOB-T-NAME(JOB-IDX)
                   MOVE "Held - a predecessor did not complete"
                       TO ALERT-MESSAGE
                   CALL "ALERTWTR" USING ALERT-SEVERITY
                       JOB-T-NAME(JOB-IDX) ALERT-MESSAGE
                   END-CALL
               END-IF
           END-PERFORM.

                   DISPLAY "HELD - predecessor "
                       FUNCTION TRIM(PRED-NAME) " FAILED: "
                       JOB-T-NAME(JOB-IDX)
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "Held - predecessor " DELIMITED BY SIZE
                          PRED-NAME DELIMITED BY SPACE
                          " FAILED" DELIMITED BY SIZE
                          INTO ALERT-MESSAGE
                   END-STRING
                   CALL "ALERTWTR" USING ALERT-SEVERITY
                       JOB-T-NAME(JOB-IDX) ALERT-MESSAGE
                   END-CALL
               ELSE
                   IF PRED-STATE NOT = "COMPLETE"
                       MOVE "N" TO RUNNABLE-SW
               MOVE "C" TO JOB-T-STATE(JOB-IDX)
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE JOB-T-NAME(JOB-IDX) TO SNAPSHOT-JOB
               MOVE BUSINESS-DATE TO SNAPSHOT-DATE
               CALL "BACKUP-SET"
               MOVE SPACES TO SNAPSHOT-JOB
               IF RETURN-CODE > 0
                   DISPLAY "Pre-run snapshot failed - not started: "
                       JOB-T-NAME(JOB-IDX)
               ELSE
                   MOVE JOB-T-PROGRAM(JOB-IDX) TO CALLED-PROGRAM
                   MOVE JOB-T-NAME(JOB-IDX) TO SCHEDULED-JOB
                   CALL CALLED-PROGRAM
                       ON EXCEPTION
                           DISPLAY "Cannot load program "
                               FUNCTION TRIM(CALLED-PROGRAM)
                           MOVE 12 TO RETURN-CODE
                   END-CALL
                   MOVE SPACES TO SCHEDULED-JOB
               END-IF
               MOVE "E" TO RUN-CONTROL-FUNCTION
               IF RETURN-CODE > 0
                   MOVE "FAILED" TO RUN-CONTROL-JOB-STATUS
