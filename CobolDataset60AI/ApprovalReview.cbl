       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPROVQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  APPROVAL-QUEUE-FILE.
       COPY "APPRVQ.CPY".

       WORKING-STORAGE SECTION.
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 APPROVAL-QUEUE-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       COPY "APPRREQ.CPY".

       01 QUEUE-TABLE.
           05 AQT-ENTRY OCCURS 200 TIMES.
               10 AQT-NUMBER      PIC 9(6).
               10 AQT-TYPE        PIC X(8).
               10 AQT-PROGRAM     PIC X(20).
               10 AQT-REQUESTER   PIC X(10).
               10 AQT-REQ-DATE    PIC 9(8).
               10 AQT-REQ-TIME    PIC 9(6).
               10 AQT-STATUS      PIC X(8).
               10 AQT-APPROVER    PIC X(10).
               10 AQT-DEC-DATE    PIC 9(8).
               10 AQT-DEC-TIME    PIC 9(6).
               10 AQT-DESCRIPTION PIC X(40).
               10 AQT-DATA        PIC X(80).
               10 AQT-REASON      PIC X(30).
       01 QUEUE-COUNT        PIC 999 VALUE 0.
       01 QUEUE-IDX          PIC 999 VALUE 0.
       01 SAVE-IDX           PIC 999 VALUE 0.
       01 QUEUE-FULL-SW      PIC X VALUE "N".
       01 QUEUE-CHANGED-SW   PIC X VALUE "N".

      * A request still PENDING this many hours after it was raised
      * expires and can no longer be approved; it must be keyed
      * again.
       01 EXPIRY-HOURS       PIC 9(4) VALUE 24.
       01 REQUEST-AGE-MINUTES PIC S9(9) VALUE 0.
       01 CLOCK-HH           PIC 99 VALUE 0.
       01 CLOCK-MM           PIC 99 VALUE 0.
       01 NOW-CLOCK-MINUTES  PIC 9(4) VALUE 0.
       01 REQUEST-CLOCK-MINUTES PIC 9(4) VALUE 0.
       01 NOW-DATE           PIC 9(8) VALUE 0.
       01 NOW-TIME           PIC 9(6) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8).
       01 EXPIRED-NOW        PIC 999 VALUE 0.

       01 PENDING-SHOWN      PIC 999 VALUE 0.
       01 STOP-REVIEW-SW     PIC X VALUE "N".
       01 DECISION-KEY       PIC X VALUE SPACE.
       01 REJECT-REASON      PIC X(30) VALUE SPACES.
       01 CALLED-PROGRAM     PIC X(20) VALUE SPACES.
       01 NUMBER-TEXT        PIC 9(6).

       01 SETTING-NUMERIC-SW    PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN     PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX      PIC 9 VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "APPRREVIEW".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Grade changes, exchange-rate edits, catalog purges and
      * business-date roll overrides wait on APPROVQ.DAT until a
      * supervisor other than the one who raised them approves or
      * rejects them here. Approval CALLs the owning program to apply
      * the request; the audit rows it writes carry both IDs.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO SUPERVISOR-ID
           ELSE
               DISPLAY "Supervisor ID: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
           END-IF.
           PERFORM VALIDATE-SUPERVISOR-ID.
           IF SUPERVISOR-OK-SW NOT = "Y"
               MOVE SUPERVISOR-ID TO AUDIT-OPERATOR
               MOVE "APRREF" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "NOT A SUPERVISOR=" DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-REVIEW-AUDIT
               GOBACK
           END-IF.

           PERFORM LOAD-PROGRAM-SETTINGS.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-REVIEW-MENU
           END-PERFORM.
           GOBACK.

       SHOW-REVIEW-MENU.
           DISPLAY " ".
           DISPLAY "Approval Queue:".
           DISPLAY "1. Review pending requests".
           DISPLAY "2. List all requests".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM REVIEW-PENDING-ACTION
               WHEN 2
                   PERFORM LIST-REQUESTS-ACTION
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * The queue is read afresh for every action so that requests
      * raised or decided in another session since are seen.
       REVIEW-PENDING-ACTION.
           PERFORM LOAD-QUEUE-TABLE.
           IF QUEUE-FULL-SW = "Y"
               DISPLAY "APPROVQ.DAT has more requests than the "
                   "review table can hold - nothing decided"
           ELSE
               PERFORM EXPIRE-STALE-REQUESTS
               MOVE 0 TO PENDING-SHOWN
               MOVE "N" TO STOP-REVIEW-SW
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
               UNTIL QUEUE-IDX > QUEUE-COUNT
                   OR STOP-REVIEW-SW = "Y"
                   IF AQT-STATUS(QUEUE-IDX) = "PENDING"
                       PERFORM REVIEW-ONE-REQUEST
                   END-IF
               END-PERFORM
               IF PENDING-SHOWN = 0
                   DISPLAY "No requests awaiting approval"
               END-IF
           END-IF.

       REVIEW-ONE-REQUEST.
           ADD 1 TO PENDING-SHOWN.
           DISPLAY " ".
           DISPLAY "Request " AQT-NUMBER(QUEUE-IDX) " "
               AQT-TYPE(QUEUE-IDX) " raised by "
               AQT-REQUESTER(QUEUE-IDX) " on "
               AQT-REQ-DATE(QUEUE-IDX) " "
               AQT-REQ-TIME(QUEUE-IDX).
           DISPLAY "  " AQT-DESCRIPTION(QUEUE-IDX).
           IF AQT-REQUESTER(QUEUE-IDX) = SUPERVISOR-ID
               DISPLAY "  Raised by you - a different supervisor "
                   "must decide it"
           ELSE
               DISPLAY "A=approve, R=reject, S=skip, X=stop: "
                   WITH NO ADVANCING
               ACCEPT DECISION-KEY
               EVALUATE DECISION-KEY
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-ONE-REQUEST
                   WHEN "R"
                   WHEN "r"
                       PERFORM REJECT-ONE-REQUEST
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO STOP-REVIEW-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * The owning program is called with the request in the
      * EXTERNAL APPROVAL-REQUEST block; it answers APPLIED or FAILED
      * with a reason. Anything else, or a program that cannot be
      * loaded, is recorded as FAILED.
       APPROVE-ONE-REQUEST.
           MOVE AQT-NUMBER(QUEUE-IDX) TO APR-NUMBER.
           MOVE AQT-TYPE(QUEUE-IDX) TO APR-TYPE.
           MOVE AQT-REQUESTER(QUEUE-IDX) TO APR-REQUESTER.
           MOVE SUPERVISOR-ID TO APR-APPROVER.
           MOVE AQT-DATA(QUEUE-IDX) TO APR-DATA.
           MOVE SPACES TO APR-RESULT.
           MOVE SPACES TO APR-REASON.
           MOVE AQT-PROGRAM(QUEUE-IDX) TO CALLED-PROGRAM.

           CALL CALLED-PROGRAM
               ON EXCEPTION
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "PROGRAM NOT AVAILABLE" TO APR-REASON
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           IF APR-RESULT NOT = "APPLIED"
               MOVE "FAILED" TO APR-RESULT
               IF APR-REASON = SPACES
                   MOVE "NOT APPLIED BY PROGRAM" TO APR-REASON
               END-IF
           END-IF.

           PERFORM STAMP-DECISION-TIME.
           MOVE APR-RESULT TO AQT-STATUS(QUEUE-IDX).
           MOVE SUPERVISOR-ID TO AQT-APPROVER(QUEUE-IDX).
           MOVE NOW-DATE TO AQT-DEC-DATE(QUEUE-IDX).
           MOVE NOW-TIME TO AQT-DEC-TIME(QUEUE-IDX).
           MOVE APR-REASON TO AQT-REASON(QUEUE-IDX).
           PERFORM SAVE-QUEUE-TABLE.

           MOVE "APRAPPRV" TO AUDIT-ACTION.
           PERFORM WRITE-DECISION-AUDIT.
           PERFORM CLEAR-APPROVAL-REQUEST.

           DISPLAY "Request " AQT-NUMBER(QUEUE-IDX) " "
               AQT-STATUS(QUEUE-IDX) " " AQT-REASON(QUEUE-IDX).

       REJECT-ONE-REQUEST.
           DISPLAY "Reason for rejecting: " WITH NO ADVANCING.
           ACCEPT REJECT-REASON.
           IF REJECT-REASON = SPACES
               DISPLAY "A reason is required - request left pending"
           ELSE
               PERFORM STAMP-DECISION-TIME
               MOVE "REJECTED" TO AQT-STATUS(QUEUE-IDX)
               MOVE SUPERVISOR-ID TO AQT-APPROVER(QUEUE-IDX)
               MOVE NOW-DATE TO AQT-DEC-DATE(QUEUE-IDX)
               MOVE NOW-TIME TO AQT-DEC-TIME(QUEUE-IDX)
               MOVE REJECT-REASON TO AQT-REASON(QUEUE-IDX)
               PERFORM SAVE-QUEUE-TABLE
               MOVE SUPERVISOR-ID TO APR-APPROVER
               MOVE "APRREJCT" TO AUDIT-ACTION
               PERFORM WRITE-DECISION-AUDIT
               PERFORM CLEAR-APPROVAL-REQUEST
               DISPLAY "Request " AQT-NUMBER(QUEUE-IDX) " REJECTED"
           END-IF.

      * Decision rows are written as the requester with the deciding
      * supervisor in the approver column.
       WRITE-DECISION-AUDIT.
           MOVE AQT-REQUESTER(QUEUE-IDX) TO AUDIT-OPERATOR.
           MOVE AQT-NUMBER(QUEUE-IDX) TO NUMBER-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "NO=" DELIMITED BY SIZE
                  NUMBER-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AQT-TYPE(QUEUE-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AQT-STATUS(QUEUE-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AQT-REASON(QUEUE-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-REVIEW-AUDIT.

       CLEAR-APPROVAL-REQUEST.
           MOVE 0 TO APR-NUMBER.
           MOVE SPACES TO APR-TYPE.
           MOVE SPACES TO APR-REQUESTER.
           MOVE SPACES TO APR-APPROVER.
           MOVE SPACES TO APR-DATA.
           MOVE SPACES TO APR-RESULT.
           MOVE SPACES TO APR-REASON.

       LIST-REQUESTS-ACTION.
           PERFORM LOAD-QUEUE-TABLE.
           IF QUEUE-FULL-SW NOT = "Y"
               PERFORM EXPIRE-STALE-REQUESTS
           END-IF.
           IF QUEUE-COUNT = 0
               DISPLAY "No requests on APPROVQ.DAT"
           END-IF.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
           UNTIL QUEUE-IDX > QUEUE-COUNT
               DISPLAY AQT-NUMBER(QUEUE-IDX) " "
                   AQT-TYPE(QUEUE-IDX) " "
                   AQT-STATUS(QUEUE-IDX) " "
                   AQT-REQ-DATE(QUEUE-IDX) " BY "
                   AQT-REQUESTER(QUEUE-IDX) " "
                   AQT-DESCRIPTION(QUEUE-IDX)
               IF AQT-STATUS(QUEUE-IDX) NOT = "PENDING"
                   DISPLAY "       DECIDED " AQT-DEC-DATE(QUEUE-IDX)
                       " BY " AQT-APPROVER(QUEUE-IDX) " "
                       AQT-REASON(QUEUE-IDX)
               END-IF
           END-PERFORM.

      * Pending requests older than the APPRVHRS setting are closed
      * as EXPIRED and the queue is saved at once.
       EXPIRE-STALE-REQUESTS.
           PERFORM STAMP-DECISION-TIME.
           MOVE NOW-TIME(1:2) TO CLOCK-HH.
           MOVE NOW-TIME(3:2) TO CLOCK-MM.
           COMPUTE NOW-CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           MOVE 0 TO EXPIRED-NOW.
           MOVE "N" TO QUEUE-CHANGED-SW.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
           UNTIL QUEUE-IDX > QUEUE-COUNT
               IF AQT-STATUS(QUEUE-IDX) = "PENDING"
                   PERFORM JUDGE-ONE-REQUEST-AGE
               END-IF
           END-PERFORM.
           IF QUEUE-CHANGED-SW = "Y"
               PERFORM SAVE-QUEUE-TABLE
               DISPLAY "Requests expired undecided: " EXPIRED-NOW
           END-IF.

       JUDGE-ONE-REQUEST-AGE.
           MOVE AQT-REQ-TIME(QUEUE-IDX)(1:2) TO CLOCK-HH.
           MOVE AQT-REQ-TIME(QUEUE-IDX)(3:2) TO CLOCK-MM.
           COMPUTE REQUEST-CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           COMPUTE REQUEST-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(AQT-REQ-DATE(QUEUE-IDX)))
                 * 1440
               + NOW-CLOCK-MINUTES - REQUEST-CLOCK-MINUTES.
           IF REQUEST-AGE-MINUTES >= EXPIRY-HOURS * 60
               MOVE "EXPIRED" TO AQT-STATUS(QUEUE-IDX)
               MOVE NOW-DATE TO AQT-DEC-DATE(QUEUE-IDX)
               MOVE NOW-TIME TO AQT-DEC-TIME(QUEUE-IDX)
               MOVE "NOT DECIDED IN TIME" TO AQT-REASON(QUEUE-IDX)
               MOVE "Y" TO QUEUE-CHANGED-SW
               ADD 1 TO EXPIRED-NOW
               MOVE "APREXPIR" TO AUDIT-ACTION
               PERFORM WRITE-DECISION-AUDIT
           END-IF.

       STAMP-DECISION-TIME.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO NOW-TIME.

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
               DISPLAY "Supervisor authorization required for "
                   "the approval queue"
           END-IF.

       LOAD-QUEUE-TABLE.
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO QUEUE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF APPROVAL-QUEUE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF QUEUE-COUNT < 200
                               ADD 1 TO QUEUE-COUNT
                               PERFORM STORE-ONE-REQUEST
                           ELSE
                               MOVE "Y" TO QUEUE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

       STORE-ONE-REQUEST.
           MOVE APQ-NUMBER TO AQT-NUMBER(QUEUE-COUNT).
           MOVE APQ-TYPE TO AQT-TYPE(QUEUE-COUNT).
           MOVE APQ-PROGRAM TO AQT-PROGRAM(QUEUE-COUNT).
           MOVE APQ-REQUESTER TO AQT-REQUESTER(QUEUE-COUNT).
           MOVE APQ-REQ-DATE TO AQT-REQ-DATE(QUEUE-COUNT).
           MOVE APQ-REQ-TIME TO AQT-REQ-TIME(QUEUE-COUNT).
           MOVE APQ-STATUS TO AQT-STATUS(QUEUE-COUNT).
           MOVE APQ-APPROVER TO AQT-APPROVER(QUEUE-COUNT).
           MOVE APQ-DEC-DATE TO AQT-DEC-DATE(QUEUE-COUNT).
           MOVE APQ-DEC-TIME TO AQT-DEC-TIME(QUEUE-COUNT).
           MOVE APQ-DESCRIPTION TO AQT-DESCRIPTION(QUEUE-COUNT).
           MOVE APQ-DATA TO AQT-DATA(QUEUE-COUNT).
           MOVE APQ-REASON TO AQT-REASON(QUEUE-COUNT).

       SAVE-QUEUE-TABLE.
           OPEN OUTPUT APPROVAL-QUEUE-FILE.
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
           UNTIL SAVE-IDX > QUEUE-COUNT
               MOVE AQT-NUMBER(SAVE-IDX) TO APQ-NUMBER
               MOVE AQT-TYPE(SAVE-IDX) TO APQ-TYPE
               MOVE AQT-PROGRAM(SAVE-IDX) TO APQ-PROGRAM
               MOVE AQT-REQUESTER(SAVE-IDX) TO APQ-REQUESTER
               MOVE AQT-REQ-DATE(SAVE-IDX) TO APQ-REQ-DATE
               MOVE AQT-REQ-TIME(SAVE-IDX) TO APQ-REQ-TIME
               MOVE AQT-STATUS(SAVE-IDX) TO APQ-STATUS
               MOVE AQT-APPROVER(SAVE-IDX) TO APQ-APPROVER
               MOVE AQT-DEC-DATE(SAVE-IDX) TO APQ-DEC-DATE
               MOVE AQT-DEC-TIME(SAVE-IDX) TO APQ-DEC-TIME
               MOVE AQT-DESCRIPTION(SAVE-IDX) TO APQ-DESCRIPTION
               MOVE AQT-DATA(SAVE-IDX) TO APQ-DATA
               MOVE AQT-REASON(SAVE-IDX) TO APQ-REASON
               WRITE APPROVAL-QUEUE-RECORD
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.

       WRITE-REVIEW-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "APPRVHRS"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO EXPIRY-HOURS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

      * Settings values are keyed left-justified in PIC X(8), so a
      * numeric setting is judged on its trimmed digits, not on a
      * fixed-width slice.
       PARSE-NUMERIC-SETTING.
           MOVE "N" TO SETTING-NUMERIC-SW.
           MOVE 0 TO SETTING-NUMERIC-VALUE.
           MOVE 0 TO SETTING-VALUE-LEN.

           PERFORM VARYING SETTING-SCAN-IDX FROM 1 BY 1
           UNTIL SETTING-SCAN-IDX > LENGTH OF SET-VALUE
               IF SET-VALUE(SETTING-SCAN-IDX:1) NOT = SPACE
                   MOVE SETTING-SCAN-IDX TO SETTING-VALUE-LEN
               END-IF
           END-PERFORM.

           IF SETTING-VALUE-LEN > 0
               MOVE "Y" TO SETTING-NUMERIC-SW
               PERFORM VARYING SETTING-SCAN-IDX FROM 1 BY 1
               UNTIL SETTING-SCAN-IDX > SETTING-VALUE-LEN
                   IF SET-VALUE(SETTING-SCAN-IDX:1) < "0"
                       OR SET-VALUE(SETTING-SCAN-IDX:1) > "9"
                       MOVE "N" TO SETTING-NUMERIC-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF SETTING-NUMERIC-SW = "Y"
               COMPUTE SETTING-NUMERIC-VALUE =
                   FUNCTION NUMVAL(SET-VALUE)
           END-IF.
