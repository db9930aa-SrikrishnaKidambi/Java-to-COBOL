               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           05 HOL-DATE       PIC 9(8).
           05 HOL-DESC       PIC X(30).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       WORKING-STORAGE SECTION.
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 SCHEDULE-STATUS    PIC X(2) VALUE "00".
       01 OUTSTANDING-COUNT  PIC 99 VALUE 0.
       01 FAILED-TODAY       PIC 99 VALUE 0.

      * When the roll is blocked an attended supervisor may ask for
      * it to be forced. The override is queued on APPROVQ.DAT and
      * the date rolls only when a second supervisor approves it,
      * and only if the business date has not moved meanwhile.
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 MASTER-EOF-SW      PIC X VALUE "N".
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 OVERRIDE-KEY       PIC X VALUE "N".
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       COPY "APPRREQ.CPY".
       01 QUEUED-OVERRIDE.
           05 QOV-BUSINESS-DATE PIC 9(8).
           05 QOV-REASON        PIC X(30).
           05 FILLER            PIC X(42).
       01 APPROVAL-TYPE      PIC X(8) VALUE "EODOVRD".
       01 APPROVAL-PROGRAM   PIC X(20) VALUE "END-OF-DAY-ROLL".
       01 APPROVAL-DESCRIPTION PIC X(40) VALUE SPACES.
       01 APPROVAL-NUMBER    PIC 9(6) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "EODROLL".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUDIT-DETAIL     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           IF APR-TYPE = APPROVAL-TYPE
               PERFORM APPLY-APPROVED-OVERRIDE
               GOBACK
           END-IF.

           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
                   " run(s) FAILED for " BUSINESS-DATE
               DISPLAY "Finish or resolve the jobs listed above, "
                   "then run the roll again"
               IF SCHEDULED-JOB = SPACES
                   OR SCHEDULED-JOB = LOW-VALUES
                   PERFORM OFFER-ROLL-OVERRIDE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               " - business date is now " BUSINESS-DATE.
           GOBACK.

      * The override is only offered at the terminal; a scheduled
      * run simply stops with the roll blocked.
       OFFER-ROLL-OVERRIDE.
           DISPLAY "Request a supervisor override to roll anyway "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT OVERRIDE-KEY.
           IF OVERRIDE-KEY = "Y" OR OVERRIDE-KEY = "y"
               MOVE AUDIT-OPERATOR TO SUPERVISOR-ID
               IF SUPERVISOR-ID = SPACES
                   DISPLAY "Supervisor ID: " WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
               END-IF
               PERFORM VALIDATE-SUPERVISOR-ID
               IF SUPERVISOR-OK-SW NOT = "Y"
                   DISPLAY "Supervisor authorization required for "
                       "a roll override"
               ELSE
                   PERFORM QUEUE-ROLL-OVERRIDE
               END-IF
           END-IF.

       QUEUE-ROLL-OVERRIDE.
           MOVE SPACES TO QUEUED-OVERRIDE.
           MOVE BUSINESS-DATE TO QOV-BUSINESS-DATE.
           DISPLAY "Reason for the override: " WITH NO ADVANCING.
           ACCEPT QOV-REASON.
           IF QOV-REASON = SPACES
               DISPLAY "A reason is required - override not requested"
           ELSE
               MOVE SPACES TO APPROVAL-DESCRIPTION
               STRING "ROLL " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      QOV-REASON DELIMITED BY SIZE
                      INTO APPROVAL-DESCRIPTION
               END-STRING
               CALL "APPRVQ" USING APPROVAL-TYPE APPROVAL-PROGRAM
                   SUPERVISOR-ID APPROVAL-DESCRIPTION QUEUED-OVERRIDE
                   APPROVAL-NUMBER
               END-CALL
               IF APPROVAL-NUMBER > 0
                   DISPLAY "Override queued as request "
                       APPROVAL-NUMBER
                       " - a second supervisor must approve it"
               END-IF
           END-IF.

      * Called from APPROVAL-REVIEW: the outstanding and FAILED
      * checks are waived, but the date must still be the one the
      * override was asked for.
       APPLY-APPROVED-OVERRIDE.
           MOVE APR-REQUESTER TO AUDIT-OPERATOR.
           MOVE APR-DATA TO QUEUED-OVERRIDE.
           PERFORM LOAD-BUSINESS-DATE.
           IF BUSINESS-DATE = 0
               OR BUSINESS-DATE NOT = QOV-BUSINESS-DATE
               MOVE "FAILED" TO APR-RESULT
               MOVE "BUSINESS DATE HAS MOVED" TO APR-REASON
           ELSE
               PERFORM LOAD-HOLIDAY-TABLE
               PERFORM FIND-NEXT-BUSINESS-DAY
               IF NEW-BUSINESS-DATE = 0
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "NO BUSINESS DAY WITHIN A YEAR" TO APR-REASON
               ELSE
                   MOVE BUSINESS-DATE TO LAST-CLOSED-DATE
                   MOVE NEW-BUSINESS-DATE TO BUSINESS-DATE
                   PERFORM SAVE-BUSINESS-DATE
                   MOVE "DATEROLL" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "OVERRIDE CLOSED=" DELIMITED BY SIZE
                          LAST-CLOSED-DATE DELIMITED BY SIZE
                          " NEW=" DELIMITED BY SIZE
                          BUSINESS-DATE DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
                       AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
                   END-CALL
                   DISPLAY "Closed " LAST-CLOSED-DATE
                       " by override - business date is now "
                       BUSINESS-DATE
                   MOVE "APPLIED" TO APR-RESULT
               END-IF
           END-IF.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE "N" TO MASTER-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL MASTER-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO MASTER-EOF-SW
                       NOT AT END
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO MASTER-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

      * A job is due today under the scheduler's frequency rules:
      * D every business day, W on Mondays, M on the first business
      * day of the month.
