       01 APPLIED-TEXT     PIC ZZZZ9.
       01 EXCEPTED-TEXT    PIC ZZZZ9.

       01 ALERT-SEVERITY   PIC X VALUE "W".
       01 ALERT-MESSAGE    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           IF ROWS-EXCEPTED > 0
               MOVE SPACES TO ALERT-MESSAGE
               STRING "Feed rows held on RATEEXCP.DAT:"
                          DELIMITED BY SIZE
                      EXCEPTED-TEXT DELIMITED BY SIZE
                      INTO ALERT-MESSAGE
               END-STRING
               CALL "ALERTWTR" USING ALERT-SEVERITY RUN-CONTROL-JOB
                   ALERT-MESSAGE
               END-CALL
           END-IF.

           DISPLAY "Feed rows read: " FEED-LINE-NUMBER.
           DISPLAY "Rates applied: " ROWS-APPLIED.
           DISPLAY "Rows to exception listing: " ROWS-EXCEPTED.
