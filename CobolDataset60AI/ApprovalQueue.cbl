       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRVQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPROVQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       COPY "APPRVQ.CPY".

       WORKING-STORAGE SECTION.
       01 APPROVAL-QUEUE-STATUS PIC X(2) VALUE "00".
       01 QUEUE-EOF-SW       PIC X VALUE "N".
       01 HIGHEST-NUMBER     PIC 9(6) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8).
       01 NUMBER-TEXT        PIC 9(6).

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "APPRVQ".
       01 AUDIT-ACTION       PIC X(8) VALUE "APRQUEUE".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 APQ-L-TYPE         PIC X(8).
       01 APQ-L-PROGRAM      PIC X(20).
       01 APQ-L-REQUESTER    PIC X(10).
       01 APQ-L-DESCRIPTION  PIC X(40).
       01 APQ-L-DATA         PIC X(80).
       01 APQ-L-NUMBER       PIC 9(6).

      * A sensitive action does not take effect when it is keyed: it
      * is written here as a PENDING request for APQ-L-PROGRAM to
      * apply once a second supervisor approves it at the console.
      * The request number is handed back, or 0 when the queue could
      * not be written.
       PROCEDURE DIVISION USING APQ-L-TYPE APQ-L-PROGRAM
           APQ-L-REQUESTER APQ-L-DESCRIPTION APQ-L-DATA
           APQ-L-NUMBER.
           MOVE 0 TO APQ-L-NUMBER.
           PERFORM FIND-HIGHEST-NUMBER.

           OPEN EXTEND APPROVAL-QUEUE-FILE.
           IF APPROVAL-QUEUE-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF.
           IF APPROVAL-QUEUE-STATUS NOT = "00"
               DISPLAY "Cannot open APPROVQ.DAT - status "
                   APPROVAL-QUEUE-STATUS
               GOBACK
           END-IF.

           ADD 1 TO HIGHEST-NUMBER.
           MOVE HIGHEST-NUMBER TO APQ-NUMBER.
           MOVE APQ-L-TYPE TO APQ-TYPE.
           MOVE APQ-L-PROGRAM TO APQ-PROGRAM.
           MOVE APQ-L-REQUESTER TO APQ-REQUESTER.
           ACCEPT APQ-REQ-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO APQ-REQ-TIME.
           MOVE "PENDING" TO APQ-STATUS.
           MOVE SPACES TO APQ-APPROVER.
           MOVE 0 TO APQ-DEC-DATE.
           MOVE 0 TO APQ-DEC-TIME.
           MOVE APQ-L-DESCRIPTION TO APQ-DESCRIPTION.
           MOVE APQ-L-DATA TO APQ-DATA.
           MOVE SPACES TO APQ-REASON.

           WRITE APPROVAL-QUEUE-RECORD.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE APQ-NUMBER TO APQ-L-NUMBER.

           MOVE APQ-NUMBER TO NUMBER-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "NO=" DELIMITED BY SIZE
                  NUMBER-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APQ-DESCRIPTION DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID APQ-L-REQUESTER
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           GOBACK.

       FIND-HIGHEST-NUMBER.
           MOVE 0 TO HIGHEST-NUMBER.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF APPROVAL-QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-EOF-SW = "Y"
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF-SW
                       NOT AT END
                           IF APQ-NUMBER IS NUMERIC
                               AND APQ-NUMBER > HIGHEST-NUMBER
                               MOVE APQ-NUMBER TO HIGHEST-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
