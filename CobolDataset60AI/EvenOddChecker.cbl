       01 RUN-CONTROL-DATE     PIC 9(8) VALUE 0.
       01 RUN-CONTROL-JOB-STATUS PIC X(8) VALUE SPACES.
       01 RUN-CONTROL-RESULT   PIC X(8) VALUE SPACES.

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.
       01 CARD-NUMBER        PIC S9(9)V99 VALUE 0.
       01 VALUE-TEXT     PIC -(4)9.
       01 SUM-TEXT       PIC -(11)9.
       01 MEAN-TEXT      PIC -(7)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM OPEN-PARAMETER-CARD.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Mode - (S)ingle or (B)atch list "
               "(blank = setting): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO RUN-MODE
           ELSE
               ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = SPACE
               IF DEFAULT-RUN-MODE = "F" OR DEFAULT-RUN-MODE = "f"
                   MOVE "B" TO RUN-MODE
               PERFORM CHECK-EVEN-ODD
           END-IF.

           IF CARD-FAILED-SW = "Y" AND APP-ERROR-CODE < 8
               MOVE 8 TO APP-ERROR-CODE
           END-IF.
           MOVE APP-ERROR-CODE TO RETURN-CODE.
           GOBACK.


       CHECK-EVEN-ODD.
           DISPLAY "Enter a number: " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NUMERIC-CARD-ANSWER
               MOVE CARD-NUMBER TO N
           ELSE
               ACCEPT N
           END-IF.

           COMPUTE REM = FUNCTION MOD(N, 2).

                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      * Under the scheduler the job's parameter card is loaded up
      * front; a missing or invalid card ends the job before any
      * work is done.
       OPEN-PARAMETER-CARD.
           MOVE "N" TO UNATTENDED-SW.
           MOVE "N" TO CARD-FAILED-SW.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE "Y" TO UNATTENDED-SW
               MOVE "O" TO CARD-FUNCTION
               CALL "PARMCARD" USING CARD-FUNCTION SCHEDULED-JOB
                   CARD-ANSWER CARD-RESULT
               END-CALL
               IF CARD-RESULT NOT = "OK"
                   DISPLAY "Parameter card for "
                       FUNCTION TRIM(SCHEDULED-JOB) " is "
                       FUNCTION TRIM(CARD-RESULT) " - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               END-IF
           END-IF.

      * Takes the next answer off the card in place of an ACCEPT.
      * Running out of answers fails the job rather than waiting on
      * a console nobody is watching.
       NEXT-CARD-ANSWER.
           MOVE SPACES TO CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               MOVE "N" TO CARD-FUNCTION
               CALL "PARMCARD" USING CARD-FUNCTION SCHEDULED-JOB
                   CARD-ANSWER CARD-RESULT
               END-CALL
               IF CARD-RESULT = "OK"
                   DISPLAY FUNCTION TRIM(CARD-ANSWER)
               ELSE
                   DISPLAY "Parameter card for "
                       FUNCTION TRIM(SCHEDULED-JOB)
                       " has no answer for this prompt - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               END-IF
           END-IF.

      * As NEXT-CARD-ANSWER for a numeric prompt; an answer that is
      * not a number fails the job.
       NUMERIC-CARD-ANSWER.
           MOVE 0 TO CARD-NUMBER.
           PERFORM NEXT-CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               IF CARD-ANSWER = SPACES
                   MOVE 0 TO CARD-NUMBER
               ELSE
                   IF FUNCTION TEST-NUMVAL(CARD-ANSWER) = 0
                       COMPUTE CARD-NUMBER =
                           FUNCTION NUMVAL(CARD-ANSWER)
                   ELSE
                       DISPLAY "Parameter card answer "
                           FUNCTION TRIM(CARD-ANSWER)
                           " is not a number - job ended"
                       MOVE "Y" TO CARD-FAILED-SW
                   END-IF
               END-IF
           END-IF.
