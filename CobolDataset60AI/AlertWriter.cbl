       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTWTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "ALERTREC.CPY".

       WORKING-STORAGE SECTION.
       01 ALERT-STATUS     PIC X(2) VALUE "00".
       01 TIME-OF-DAY-NOW  PIC 9(8).

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "ALERTWTR".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION     PIC X(8) VALUE "ALERT".
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 ALR-L-SEVERITY   PIC X.
       01 ALR-L-JOB        PIC X(12).
       01 ALR-L-MESSAGE    PIC X(50).

      * Severity is E (a run failed), W (rejects written or an
      * SLATAB.DAT deadline missed) or I (for information). The alert
      * stays open until an operator acknowledges it at the console.
       PROCEDURE DIVISION USING ALR-L-SEVERITY ALR-L-JOB
           ALR-L-MESSAGE.
           OPEN EXTEND ALERT-FILE.
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERT-STATUS NOT = "00"
               DISPLAY "Cannot open ALERTS.DAT - status "
                   ALERT-STATUS
               GOBACK
           END-IF.

           ACCEPT ALR-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO ALR-TIME.
           MOVE ALR-L-SEVERITY TO ALR-SEVERITY.
           MOVE ALR-L-JOB TO ALR-JOB.
           MOVE ALR-L-MESSAGE TO ALR-MESSAGE.
           MOVE "N" TO ALR-ACK.
           MOVE "N" TO ALR-ESCALATED.
           MOVE SPACES TO ALR-ACK-BY.
           MOVE 0 TO ALR-ACK-DATE.
           MOVE 0 TO ALR-ACK-TIME.
           MOVE SPACES TO ALR-COMMENT.

           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

           DISPLAY "ALERT " ALR-SEVERITY " " ALR-JOB " "
               ALR-MESSAGE.

           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING ALR-SEVERITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALR-JOB DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALR-MESSAGE DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           GOBACK.
