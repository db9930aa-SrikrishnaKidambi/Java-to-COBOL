       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per answer: the scheduled job name, the answer's
      * sequence number within the job, and the text the program
      * would otherwise have ACCEPTed from the console.
       FD  PARM-CARD-FILE.
       01 PARM-CARD-RECORD.
           05 PRM-JOB        PIC X(12).
           05 PRM-SEQ        PIC 999.
           05 PRM-ANSWER     PIC X(60).

       WORKING-STORAGE SECTION.
       01 PARM-CARD-STATUS   PIC X(2) VALUE "00".
       01 CARD-EOF-SW        PIC X VALUE "N".
       01 CARD-VALID-SW      PIC X VALUE "Y".

       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 100 TIMES.
               10 CRD-ANSWER     PIC X(60).
       01 CARD-COUNT         PIC 999 VALUE 0.
       01 CARD-NEXT          PIC 999 VALUE 0.
       01 CARD-JOB           PIC X(12) VALUE SPACES.
       01 EXPECTED-SEQ       PIC 999 VALUE 0.
       01 COUNT-TEXT         PIC ZZ9.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "PARMCARD".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 PC-L-FUNCTION  PIC X.
       01 PC-L-JOB       PIC X(12).
       01 PC-L-ANSWER    PIC X(60).
       01 PC-L-RESULT    PIC X(8).

      * O loads the card for a job: OK, MISSING when the job has no
      * rows, INVALID when its sequence numbers are not 1, 2, 3 ...
      * N hands back the next answer: OK, or END when the card has
      * been used up.
       PROCEDURE DIVISION USING PC-L-FUNCTION PC-L-JOB PC-L-ANSWER
           PC-L-RESULT.
           MOVE SPACES TO PC-L-RESULT.

           EVALUATE PC-L-FUNCTION
               WHEN "O"
               WHEN "o"
                   PERFORM LOAD-JOB-CARD
               WHEN "N"
               WHEN "n"
                   PERFORM NEXT-ANSWER
               WHEN OTHER
                   MOVE "BADFUNC" TO PC-L-RESULT
           END-EVALUATE.

           GOBACK.

       LOAD-JOB-CARD.
           MOVE PC-L-JOB TO CARD-JOB.
           MOVE 0 TO CARD-COUNT.
           MOVE 0 TO CARD-NEXT.
           MOVE 0 TO EXPECTED-SEQ.
           MOVE "Y" TO CARD-VALID-SW.
           MOVE "N" TO CARD-EOF-SW.
           OPEN INPUT PARM-CARD-FILE.
           IF PARM-CARD-STATUS = "00"
               PERFORM UNTIL CARD-EOF-SW = "Y"
                   READ PARM-CARD-FILE
                       AT END
                           MOVE "Y" TO CARD-EOF-SW
                       NOT AT END
                           IF PRM-JOB = CARD-JOB
                               PERFORM STORE-ONE-ANSWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-CARD-FILE
           END-IF.

           IF CARD-COUNT = 0
               MOVE "MISSING" TO PC-L-RESULT
           ELSE
               IF CARD-VALID-SW = "N"
                   MOVE "INVALID" TO PC-L-RESULT
               ELSE
                   MOVE "OK" TO PC-L-RESULT
               END-IF
           END-IF.

           MOVE "CARDLOAD" TO AUDIT-ACTION.
           MOVE CARD-COUNT TO COUNT-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "JOB=" DELIMITED BY SIZE
                  CARD-JOB DELIMITED BY SPACE
                  " ANSWERS=" DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PC-L-RESULT DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       STORE-ONE-ANSWER.
           ADD 1 TO EXPECTED-SEQ.
           IF PRM-SEQ NOT NUMERIC OR PRM-SEQ NOT = EXPECTED-SEQ
               MOVE "N" TO CARD-VALID-SW
           END-IF.
           IF CARD-COUNT < 100
               ADD 1 TO CARD-COUNT
               MOVE PRM-ANSWER TO CRD-ANSWER(CARD-COUNT)
           ELSE
               MOVE "N" TO CARD-VALID-SW
           END-IF.

       NEXT-ANSWER.
           MOVE SPACES TO PC-L-ANSWER.
           IF PC-L-JOB NOT = CARD-JOB OR CARD-NEXT >= CARD-COUNT
               MOVE "END" TO PC-L-RESULT
           ELSE
               ADD 1 TO CARD-NEXT
               MOVE CRD-ANSWER(CARD-NEXT) TO PC-L-ANSWER
               MOVE "OK" TO PC-L-RESULT
           END-IF.
