               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFT-TABLE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPROVQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           05 SH-END       PIC 9(4).
           05 SH-LABEL     PIC X(10).

       FD  ALERT-FILE.
       COPY "ALERTREC.CPY".

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  APPROVAL-QUEUE-FILE.
       COPY "APPRVQ.CPY".

       WORKING-STORAGE SECTION.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 CALC-FLAG-TEXT     PIC X(40) VALUE SPACES.
       01 CSV-FLAG-TEXT      PIC X(30) VALUE SPACES.
       01 FLAG-COUNT-TEXT    PIC ZZZZ9.
       01 APPROVAL-QUEUE-STATUS PIC X(2) VALUE "00".
       01 PENDING-APPROVAL-COUNT PIC 999 VALUE 0.

       01 HELP-PROGRAM       PIC X(12) VALUE "MASTERCONS".
       01 HELP-MENU          PIC X(12) VALUE "CONSOLE".
       01 SHIFT-EOF-SW       PIC X VALUE "N".
       01 OPERATOR-SHIFT-LABEL PIC X(10) VALUE SPACES.

       01 ALERT-STATUS       PIC X(2) VALUE "00".
       01 ALERT-EOF-SW       PIC X VALUE "N".
       01 ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 500 TIMES.
               10 ALT-DATE      PIC 9(8).
               10 ALT-TIME      PIC 9(6).
               10 ALT-SEVERITY  PIC X.
               10 ALT-JOB       PIC X(12).
               10 ALT-MESSAGE   PIC X(50).
               10 ALT-ACK       PIC X.
               10 ALT-ESCALATED PIC X.
               10 ALT-ACK-BY    PIC X(10).
               10 ALT-ACK-DATE  PIC 9(8).
               10 ALT-ACK-TIME  PIC 9(6).
               10 ALT-COMMENT   PIC X(40).
       01 ALERT-COUNT        PIC 999 VALUE 0.
       01 ALERT-IDX          PIC 999 VALUE 0.
       01 ALERTS-SHOWN       PIC 999 VALUE 0.
       01 OPEN-ALERT-COUNT   PIC 999 VALUE 0.
       01 ALERTS-CHANGED-SW  PIC X VALUE "N".
       01 ALERT-TABLE-FULL-SW PIC X VALUE "N".
       01 ALERT-COMMENT      PIC X(40) VALUE SPACES.

      * An alert still open this many minutes after it was raised
      * is escalated: only a supervisor may then acknowledge it, and
      * a handover note is left for every shift.
       01 ESCALATE-MINUTES   PIC 9(4) VALUE 60.
       01 ALERT-AGE-MINUTES  PIC S9(9) VALUE 0.
       01 CLOCK-HH           PIC 99 VALUE 0.
       01 CLOCK-MM           PIC 99 VALUE 0.
       01 NOW-CLOCK-MINUTES  PIC 9(4) VALUE 0.
       01 ALERT-CLOCK-MINUTES PIC 9(4) VALUE 0.
       01 ESCALATED-NOW      PIC 999 VALUE 0.

       01 SETTINGS-STATUS       PIC X(2) VALUE "00".
       01 SETTINGS-EOF-SW       PIC X VALUE "N".
       01 SETTING-NUMERIC-SW    PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN     PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX      PIC 9 VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "MASTERCONS".
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM ESCALATE-OVERDUE-ALERTS.
           PERFORM SHOW-HANDOVER-NOTES.
           PERFORM SHOW-OPEN-ALERTS.

           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-CONSOLE-MENU
               DISPLAY "ATTENTION: " FLAG-COUNT-TEXT
                   " FAILED run(s) in RUNCTL.DAT"
           END-IF.
           IF OPEN-ALERT-COUNT > 0
               MOVE OPEN-ALERT-COUNT TO FLAG-COUNT-TEXT
               DISPLAY "ATTENTION: " FLAG-COUNT-TEXT
                   " unacknowledged alert(s) - option 28"
           END-IF.
           IF PENDING-APPROVAL-COUNT > 0
               MOVE PENDING-APPROVAL-COUNT TO FLAG-COUNT-TEXT
               DISPLAY "ATTENTION: " FLAG-COUNT-TEXT
                   " request(s) awaiting approval - option 30"
           END-IF.
           IF CHECKPOINT-PENDING > 0
               DISPLAY "ATTENTION: CALCBATCH checkpoint pending "
                   "after record " CHECKPOINT-PENDING
           DISPLAY "12. Even-odd batch checker".
           DISPLAY "13. Report catalog".
           DISPLAY "14. Handover notes".
           DISPLAY "15. Course registration".
           DISPLAY "16. Academic term calendar".
           DISPLAY "17. Transcript verification".
           DISPLAY "18. Faculty and teaching assignments".
           DISPLAY "19. Course pass-rate trend report".
           DISPLAY "20. Student holds register".
           DISPLAY "21. General ledger".
           DISPLAY "22. Staff payroll".
           DISPLAY "23. Hostel allocation".
           DISPLAY "24. Alumni archive".
           DISPLAY "25. Referential integrity check".
           DISPLAY "26. Masked training data set".
           DISPLAY "27. Night-run backout".
           DISPLAY "28. Operator alerts".
           DISPLAY "29. Operator maintenance".
           DISPLAY "30. Approval queue".
           DISPLAY "31. Record browser".
           DISPLAY "32. Table capacity report".
           DISPLAY "33. Report bursting".
           DISPLAY "34. Report keyword search".
           DISPLAY "35. Operator access review".
           DISPLAY "36. Student name standardization".
           DISPLAY "37. Daily absentee notices".
           DISPLAY "38. Practice worksheets".
           DISPLAY "39. Merit award run".
           DISPLAY "40. Batch window forecast".
           DISPLAY "41. Student inquiry kiosk".
           DISPLAY "88. Help".
           DISPLAY "99. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
                   CALL "REPORT-CATALOG"
               WHEN 14
                   CALL "HANDOVER-NOTES"
               WHEN 15
                   CALL "COURSE-REGISTRATION"
               WHEN 16
                   CALL "TERM-CALENDAR"
               WHEN 17
                   CALL "TRANSCRIPT-VERIFY"
               WHEN 18
                   CALL "FACULTY-MASTER"
               WHEN 19
                   CALL "COURSE-PASS-TREND"
               WHEN 20
                   CALL "HOLDS-REGISTER"
               WHEN 21
                   CALL "GENERAL-LEDGER"
               WHEN 22
                   CALL "PAYROLL"
               WHEN 23
                   CALL "HOSTEL-ALLOCATION"
               WHEN 24
                   CALL "ALUMNI-ARCHIVE"
               WHEN 25
                   CALL "INTEGRITY-CHECK"
               WHEN 26
                   CALL "TRAINING-MASK"
               WHEN 27
                   CALL "NIGHT-BACKOUT"
               WHEN 28
                   PERFORM SHOW-OPEN-ALERTS
               WHEN 29
                   CALL "OPERATOR-MAINT"
               WHEN 30
                   CALL "APPROVAL-REVIEW"
               WHEN 31
                   CALL "RECORD-BROWSER"
               WHEN 32
                   CALL "CAPACITY-REPORT"
               WHEN 33
                   CALL "REPORT-BURST"
               WHEN 34
                   CALL "REPORT-SEARCH"
               WHEN 35
                   CALL "ACCESS-REVIEW"
               WHEN 36
                   CALL "NAME-STANDARDIZE"
               WHEN 37
                   CALL "ABSENTEE-NOTICE"
               WHEN 38
                   CALL "WORKSHEET-GEN"
               WHEN 39
                   CALL "MERIT-AWARD"
               WHEN 40
                   CALL "BATCH-FORECAST"
               WHEN 41
                   CALL "STUDENT-KIOSK"
               WHEN 88
                   CALL "HELPSHOW" USING HELP-PROGRAM HELP-MENU
                   END-CALL
               MOVE "Y" TO NOTES-CHANGED-SW
           END-IF.

      * Alerts written by the batch programs through ALERTWTR are
      * shown at sign-on until acknowledged. Each acknowledgement
      * needs a comment and is stamped with reader, date and time;
      * an escalated alert can only be acknowledged by a supervisor.
       SHOW-OPEN-ALERTS.
           PERFORM LOAD-ALERT-TABLE.
           MOVE 0 TO ALERTS-SHOWN.
           MOVE "N" TO ALERTS-CHANGED-SW.
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
           UNTIL ALERT-IDX > ALERT-COUNT
               IF ALT-ACK(ALERT-IDX) NOT = "Y"
                   PERFORM SHOW-ONE-ALERT
               END-IF
           END-PERFORM.
           IF ALERTS-CHANGED-SW = "Y"
               PERFORM SAVE-ALERT-TABLE
           END-IF.
           IF ALERTS-SHOWN = 0
               DISPLAY "No unacknowledged alerts"
           ELSE
               DISPLAY "Alerts shown: " ALERTS-SHOWN
           END-IF.

       SHOW-ONE-ALERT.
           ADD 1 TO ALERTS-SHOWN.
           DISPLAY "ALERT " ALT-SEVERITY(ALERT-IDX) " "
               ALT-JOB(ALERT-IDX) " AT " ALT-DATE(ALERT-IDX) " "
               ALT-TIME(ALERT-IDX).
           DISPLAY "  " ALT-MESSAGE(ALERT-IDX).
           IF ALT-ESCALATED(ALERT-IDX) = "Y"
               AND OPERATOR-ROLE NOT = "S"
               DISPLAY "  ESCALATED - a supervisor must acknowledge"
           ELSE
               IF ALT-ESCALATED(ALERT-IDX) = "Y"
                   DISPLAY "  ESCALATED"
               END-IF
               DISPLAY "Acknowledge? (Y/N): " WITH NO ADVANCING
               ACCEPT ACK-KEY
               IF ACK-KEY = "Y" OR ACK-KEY = "y"
                   PERFORM ACKNOWLEDGE-ONE-ALERT
               END-IF
           END-IF.

       ACKNOWLEDGE-ONE-ALERT.
           DISPLAY "Comment: " WITH NO ADVANCING.
           MOVE SPACES TO ALERT-COMMENT.
           ACCEPT ALERT-COMMENT.
           IF ALERT-COMMENT = SPACES
               DISPLAY "A comment is required - alert left open"
           ELSE
               ACCEPT NOW-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY-NOW FROM TIME
               MOVE TIME-OF-DAY-NOW(1:6) TO NOW-TIME
               MOVE "Y" TO ALT-ACK(ALERT-IDX)
               MOVE OPERATOR-ID TO ALT-ACK-BY(ALERT-IDX)
               MOVE NOW-DATE TO ALT-ACK-DATE(ALERT-IDX)
               MOVE NOW-TIME TO ALT-ACK-TIME(ALERT-IDX)
               MOVE ALERT-COMMENT TO ALT-COMMENT(ALERT-IDX)
               MOVE "Y" TO ALERTS-CHANGED-SW

               MOVE "ALERTACK" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING ALT-SEVERITY(ALERT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALT-JOB(ALERT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ALT-DATE(ALERT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALT-TIME(ALERT-IDX) DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID OPERATOR-ID
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

      * Checked at sign-on and between selections. An alert open
      * longer than ESCALATE-MINUTES (SETTINGS.DAT key ALERTESC) is
      * marked escalated and a note to ALL goes on the handover.
       ESCALATE-OVERDUE-ALERTS.
           PERFORM LOAD-ALERT-TABLE.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO NOW-TIME.
           MOVE NOW-TIME(1:2) TO CLOCK-HH.
           MOVE NOW-TIME(3:2) TO CLOCK-MM.
           COMPUTE NOW-CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.

           MOVE 0 TO ESCALATED-NOW.
           MOVE "N" TO NOTES-CHANGED-SW.
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
           UNTIL ALERT-IDX > ALERT-COUNT
               IF ALT-ACK(ALERT-IDX) NOT = "Y"
                   AND ALT-ESCALATED(ALERT-IDX) NOT = "Y"
                   PERFORM JUDGE-ONE-ALERT-AGE
               END-IF
           END-PERFORM.

           IF ESCALATED-NOW > 0
               PERFORM SAVE-ALERT-TABLE
               IF NOTES-CHANGED-SW = "Y"
                   PERFORM SAVE-NOTE-TABLE
               END-IF
               DISPLAY "Alerts escalated to supervisor: "
                   ESCALATED-NOW
           END-IF.

       JUDGE-ONE-ALERT-AGE.
           MOVE ALT-TIME(ALERT-IDX)(1:2) TO CLOCK-HH.
           MOVE ALT-TIME(ALERT-IDX)(3:2) TO CLOCK-MM.
           COMPUTE ALERT-CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           COMPUTE ALERT-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(ALT-DATE(ALERT-IDX)))
                 * 1440
               + NOW-CLOCK-MINUTES - ALERT-CLOCK-MINUTES.
           IF ALERT-AGE-MINUTES >= ESCALATE-MINUTES
               MOVE "Y" TO ALT-ESCALATED(ALERT-IDX)
               ADD 1 TO ESCALATED-NOW
               PERFORM ADD-ESCALATION-NOTE
           END-IF.

       ADD-ESCALATION-NOTE.
           IF NOTES-CHANGED-SW = "N"
               PERFORM LOAD-NOTE-TABLE
           END-IF.
           IF NOTE-COUNT < 100
               ADD 1 TO NOTE-COUNT
               MOVE NOW-DATE TO NTE-DATE(NOTE-COUNT)
               MOVE NOW-TIME TO NTE-TIME(NOTE-COUNT)
               MOVE "ALERTS" TO NTE-FROM(NOTE-COUNT)
               MOVE "ALL" TO NTE-TO(NOTE-COUNT)
               MOVE "N" TO NTE-ACK(NOTE-COUNT)
               MOVE SPACES TO NTE-ACK-BY(NOTE-COUNT)
               MOVE 0 TO NTE-ACK-DATE(NOTE-COUNT)
               MOVE 0 TO NTE-ACK-TIME(NOTE-COUNT)
               MOVE SPACES TO NTE-TEXT(NOTE-COUNT)
               STRING "ESCALATED " DELIMITED BY SIZE
                      ALT-SEVERITY(ALERT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALT-JOB(ALERT-IDX) DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      ALT-MESSAGE(ALERT-IDX) DELIMITED BY SIZE
                      INTO NTE-TEXT(NOTE-COUNT)
               END-STRING
               MOVE "Y" TO NOTES-CHANGED-SW
           ELSE
               DISPLAY "HANDOVER.DAT is full - escalation note "
                   "not added for " ALT-JOB(ALERT-IDX)
           END-IF.

       LOAD-ALERT-TABLE.
           MOVE 0 TO ALERT-COUNT.
           MOVE "N" TO ALERT-EOF-SW.
           MOVE "N" TO ALERT-TABLE-FULL-SW.
           OPEN INPUT ALERT-FILE.
           IF ALERT-STATUS = "00"
               PERFORM UNTIL ALERT-EOF-SW = "Y"
                   READ ALERT-FILE
                       AT END
                           MOVE "Y" TO ALERT-EOF-SW
                       NOT AT END
                           IF ALERT-COUNT < 500
                               PERFORM STORE-ONE-ALERT
                           ELSE
                               MOVE "Y" TO ALERT-TABLE-FULL-SW
                               MOVE "Y" TO ALERT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       STORE-ONE-ALERT.
           ADD 1 TO ALERT-COUNT.
           MOVE ALR-DATE TO ALT-DATE(ALERT-COUNT).
           MOVE ALR-TIME TO ALT-TIME(ALERT-COUNT).
           MOVE ALR-SEVERITY TO ALT-SEVERITY(ALERT-COUNT).
           MOVE ALR-JOB TO ALT-JOB(ALERT-COUNT).
           MOVE ALR-MESSAGE TO ALT-MESSAGE(ALERT-COUNT).
           MOVE ALR-ACK TO ALT-ACK(ALERT-COUNT).
           MOVE ALR-ESCALATED TO ALT-ESCALATED(ALERT-COUNT).
           MOVE ALR-ACK-BY TO ALT-ACK-BY(ALERT-COUNT).
           MOVE ALR-ACK-DATE TO ALT-ACK-DATE(ALERT-COUNT).
           MOVE ALR-ACK-TIME TO ALT-ACK-TIME(ALERT-COUNT).
           MOVE ALR-COMMENT TO ALT-COMMENT(ALERT-COUNT).

      * The file is only rewritten when every row fitted in the
      * table; otherwise rows beyond it would be lost.
       SAVE-ALERT-TABLE.
           IF ALERT-TABLE-FULL-SW = "Y"
               DISPLAY "ALERTS.DAT has more rows than the console "
                   "can hold - changes not saved"
           ELSE
               OPEN OUTPUT ALERT-FILE
               PERFORM VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT
                   MOVE ALT-DATE(ALERT-IDX) TO ALR-DATE
                   MOVE ALT-TIME(ALERT-IDX) TO ALR-TIME
                   MOVE ALT-SEVERITY(ALERT-IDX) TO ALR-SEVERITY
                   MOVE ALT-JOB(ALERT-IDX) TO ALR-JOB
                   MOVE ALT-MESSAGE(ALERT-IDX) TO ALR-MESSAGE
                   MOVE ALT-ACK(ALERT-IDX) TO ALR-ACK
                   MOVE ALT-ESCALATED(ALERT-IDX) TO ALR-ESCALATED
                   MOVE ALT-ACK-BY(ALERT-IDX) TO ALR-ACK-BY
                   MOVE ALT-ACK-DATE(ALERT-IDX) TO ALR-ACK-DATE
                   MOVE ALT-ACK-TIME(ALERT-IDX) TO ALR-ACK-TIME
                   MOVE ALT-COMMENT(ALERT-IDX) TO ALR-COMMENT
                   WRITE ALERT-RECORD
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "ALERTESC"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO ESCALATE-MINUTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

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

       FIND-OPERATOR-SHIFT.
           MOVE SPACES TO OPERATOR-SHIFT-LABEL.
           MOVE "N" TO SHIFT-EOF-SW.
               MOVE "  <REJECTS>" TO CSV-FLAG-TEXT(1:11)
           END-IF.

           PERFORM ESCALATE-OVERDUE-ALERTS.
           MOVE 0 TO OPEN-ALERT-COUNT.
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
           UNTIL ALERT-IDX > ALERT-COUNT
               IF ALT-ACK(ALERT-IDX) NOT = "Y"
                   ADD 1 TO OPEN-ALERT-COUNT
               END-IF
           END-PERFORM.

           MOVE 0 TO PENDING-APPROVAL-COUNT.
           MOVE "N" TO PENDING-EOF-SW.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF APPROVAL-QUEUE-STATUS = "00"
               PERFORM UNTIL PENDING-EOF-SW = "Y"
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE "Y" TO PENDING-EOF-SW
                       NOT AT END
                           IF APQ-STATUS = "PENDING"
                               ADD 1 TO PENDING-APPROVAL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

       COUNT-PENDING-FILE.
           MOVE 0 TO SCAN-RECORD-COUNT.
           MOVE "N" TO PENDING-EOF-SW.
