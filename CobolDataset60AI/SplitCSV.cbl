       01 CHECK-DIGIT-OUT  PIC 9 VALUE 0.
       01 CHECK-VALID-SW   PIC X VALUE "N".

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "CSVFEED".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.
       01 ALERT-COUNT-TEXT   PIC ZZZZZZ9.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM OPEN-PARAMETER-CARD.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Mode - (D)isplay, (E)xtract columns, "
               "(F)ixed-width convert, (V)alidate "
               "(blank = setting): " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO RUN-MODE
           ELSE
               ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = SPACE
               IF DEFAULT-RUN-MODE = "F" OR DEFAULT-RUN-MODE = "f"
                   MOVE "F" TO RUN-MODE
                   PERFORM DISPLAY-FIELDS-RUN
           END-EVALUATE.

           IF CARD-FAILED-SW = "Y" AND APP-ERROR-CODE < 8
               MOVE 8 TO APP-ERROR-CODE
           END-IF.
           MOVE APP-ERROR-CODE TO RETURN-CODE.
           GOBACK.

                   CLOSE CSV-REJECT-FILE
                   DISPLAY "Clean records: " CLEAN-COUNT
                   DISPLAY "Rejected records: " REJECT-COUNT
                   IF REJECT-COUNT > 0
                       PERFORM RAISE-REJECT-ALERT
                   END-IF
               END-IF
           END-IF.

           IF COLUMN-LIST-TEXT = SPACES
               DISPLAY "Columns to extract (e.g. ACCOUNT,AMOUNT): "
                   WITH NO ADVANCING
               IF UNATTENDED-SW = "Y"
                   PERFORM NEXT-CARD-ANSWER
                   MOVE CARD-ANSWER TO COLUMN-LIST-TEXT
               ELSE
                   ACCEPT COLUMN-LIST-TEXT
               END-IF
           END-IF.

           MOVE 0 TO WANTED-COUNT.
           UNTIL CHAR-INDEX > FIELD-COUNT
               DISPLAY CHAR-INDEX ": " ITEM-ENTRY(CHAR-INDEX)
           END-PERFORM.

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

      * A run that wrote rejects raises an alert, so the console
      * shows them without anyone having to look in the reject file.
       RAISE-REJECT-ALERT.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE SCHEDULED-JOB TO ALERT-JOB
           END-IF.
           MOVE REJECT-COUNT TO ALERT-COUNT-TEXT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Records rejected to CSVREJ.DAT:" DELIMITED BY SIZE
                  ALERT-COUNT-TEXT DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.
