       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENTEE-NOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-ROLL
               FILE STATUS IS CONTACT-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT NOTICE-LOG-FILE ASSIGN TO "ABSNTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-LOG-STATUS.

           SELECT MERGE-DATA-FILE ASSIGN TO "SENTDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-DATA-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "ABSSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE.
       01 ATTEND-RECORD.
           05 AT-DATE        PIC 9(8).
           05 AT-ROLL        PIC 9(8).
           05 AT-PRESENT     PIC X.

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CT-ROLL          PIC 9(8).
           05 CT-ADDRESS-1     PIC X(30).
           05 CT-ADDRESS-2     PIC X(30).
           05 CT-CITY          PIC X(20).
           05 CT-POSTCODE      PIC X(10).
           05 CT-PHONE         PIC X(15).
           05 CT-EMAIL         PIC X(40).
           05 CT-GUARDIAN      PIC X(25).
           05 CT-GUARD-RELATION PIC X(10).
           05 CT-GUARD-PHONE   PIC X(15).
           05 CT-UPDATED       PIC 9(8).

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE       PIC 9.
           05 DT-NAME       PIC X(10).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

      * One row per notice raised: the student, the day of absence
      * it covers, D for a day's absence or C when the run of
      * consecutive absences reached the threshold that day, and
      * when the notice was raised. A student already on the log
      * for a day is not noticed again for that day.
       FD  NOTICE-LOG-FILE.
       01 NOTICE-LOG-RECORD.
           05 ANL-ROLL         PIC 9(8).
           05 ANL-DATE         PIC 9(8).
           05 ANL-TYPE         PIC X.
           05 ANL-STREAK       PIC 999.
           05 ANL-RUN-DATE     PIC 9(8).
           05 ANL-RUN-TIME     PIC 9(6).
           05 ANL-OPERATOR     PIC X(10).

       FD  MERGE-DATA-FILE.
       01 MERGE-DATA-RECORD PIC X(200).

       FD  SUMMARY-FILE.
       01 SUMMARY-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 ATTEND-STATUS      PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 CONTACT-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 NOTICE-LOG-STATUS  PIC X(2) VALUE "00".
       01 MERGE-DATA-STATUS  PIC X(2) VALUE "00".
       01 SUMMARY-STATUS     PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 CONTACT-OPEN-SW    PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 NOTICE-DATE        PIC 9(8) VALUE 0.
       01 DATE-INPUT         PIC 9(8) VALUE 0.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.
       01 RUN-TIME           PIC 9(6) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.
       01 TODAY-DATE         PIC 9(8) VALUE 0.

      * Consecutive recorded absences that trigger the stronger
      * notice (SETTINGS.DAT key ABSCONSEC).
       01 CONSEC-THRESHOLD   PIC 999 VALUE 3.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

      * Active students. The run of consecutive absences is every
      * absence mark after the student's last present mark, up to
      * and including the notice date.
       01 STUDENT-TABLE.
           05 STU-ENTRY OCCURS 1000 TIMES.
               10 SR-ROLL         PIC 9(8).
               10 SR-NAME         PIC X(25).
               10 SR-DEPT         PIC 9.
               10 SR-ABSENT-SW    PIC X.
               10 SR-PRESENT-SW   PIC X.
               10 SR-LAST-PRESENT PIC 9(8).
               10 SR-STREAK       PIC 999.
               10 SR-NOTICED-SW   PIC X.
               10 SR-NOTICE-TYPE  PIC X.
       01 STUDENT-COUNT      PIC 9(4) VALUE 0.
       01 STUDENT-IDX        PIC 9(4) VALUE 0.
       01 STUDENT-FOUND-SW   PIC X VALUE "N".

       01 DEPT-NAMES.
           05 DEPT-ENTRY-NAME PIC X(10) OCCURS 9 TIMES.
       01 DEPT-TALLY-TABLE.
           05 DPT-ENTRY OCCURS 9 TIMES.
               10 DPT-ABSENT     PIC 9(5).
               10 DPT-NOTICES    PIC 9(5).
               10 DPT-CROSSED    PIC 9(5).
               10 DPT-ALREADY    PIC 9(5).
               10 DPT-NO-GUARD   PIC 9(5).
       01 DEPT-IDX           PIC 99 VALUE 0.
       01 DEPT-SHOWN         PIC X(10) VALUE SPACES.

       01 TOTAL-ABSENT       PIC 9(5) VALUE 0.
       01 TOTAL-NOTICES      PIC 9(5) VALUE 0.
       01 TOTAL-CROSSED      PIC 9(5) VALUE 0.
       01 TOTAL-ALREADY      PIC 9(5) VALUE 0.
       01 TOTAL-NO-GUARD     PIC 9(5) VALUE 0.
       01 COUNT-TEXT-1       PIC ZZZZ9.
       01 COUNT-TEXT-2       PIC ZZZZ9.
       01 COUNT-TEXT-3       PIC ZZZZ9.
       01 COUNT-TEXT-4       PIC ZZZZ9.
       01 COUNT-TEXT-5       PIC ZZZZ9.

       01 NOTICE-TYPE        PIC X VALUE "D".
       01 CROSSED-FLAG       PIC 9 VALUE 0.
       01 STREAK-TEXT        PIC ZZ9.
       01 GUARDIAN-NAME      PIC X(25) VALUE SPACES.
       01 GUARDIAN-FOUND-SW  PIC X VALUE "N".
       01 NOTICE-DATE-TEXT   PIC X(20) VALUE SPACES.
       01 NOTICE-DATE-PARTS.
           05 NOTICE-YEAR    PIC 9(4).
           05 NOTICE-MONTH   PIC 99.
           05 NOTICE-DAY     PIC 99.
       01 NOTICE-DAY-TEXT    PIC Z9.
       01 MONTH-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "January".
           05 FILLER PIC X(9) VALUE "February".
           05 FILLER PIC X(9) VALUE "March".
           05 FILLER PIC X(9) VALUE "April".
           05 FILLER PIC X(9) VALUE "May".
           05 FILLER PIC X(9) VALUE "June".
           05 FILLER PIC X(9) VALUE "July".
           05 FILLER PIC X(9) VALUE "August".
           05 FILLER PIC X(9) VALUE "September".
           05 FILLER PIC X(9) VALUE "October".
           05 FILLER PIC X(9) VALUE "November".
           05 FILLER PIC X(9) VALUE "December".
       01 MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
           05 MONTH-NAME     PIC X(9) OCCURS 12 TIMES.

       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 SAVED-SCHEDULED-JOB PIC X(12) VALUE SPACES.
       01 MERGE-FAILED-SW    PIC X VALUE "N".
       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "ABSSUMM.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ABSNOTICE".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ABSNOTICE".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "NOTICES".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Daily run after attendance capture. Every active student
      * marked absent on the notice date gets a notice to the
      * guardian through SENTENCE-CREATOR (template ABSENCE); a
      * student whose run of consecutive absences has just reached
      * ABSCONSEC gets the consecutive-absence paragraph as well.
      * ABSNTLOG.DAT stops a second notice for the same day; a
      * notice is logged there only once its letter has been merged.
      * ABSSUMM.DAT counts the day by department for the principal
      * (DISTLIST.DAT). Under JOB-SCHEDULER the notice date is the
      * business date.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO RUN-TIME.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PROGRAM-SETTINGS.
           MOVE BUSINESS-DATE TO NOTICE-DATE.
           IF SCHEDULED-JOB = SPACES OR SCHEDULED-JOB = LOW-VALUES
               PERFORM ACCEPT-NOTICE-DATE
           END-IF.

           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-STUDENT-TABLE.
           IF STUDENT-COUNT = 0
               DISPLAY "No active students on file in STUMAST.DAT"
               GOBACK
           END-IF.
           PERFORM FIND-LAST-PRESENT.
           PERFORM COUNT-ABSENCE-RUNS.
           PERFORM LOAD-NOTICE-LOG.

           OPEN OUTPUT MERGE-DATA-FILE.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-STATUS = "00"
               MOVE "Y" TO CONTACT-OPEN-SW
           END-IF.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               MOVE 0 TO DPT-ABSENT(DEPT-IDX) DPT-NOTICES(DEPT-IDX)
                   DPT-CROSSED(DEPT-IDX) DPT-ALREADY(DEPT-IDX)
                   DPT-NO-GUARD(DEPT-IDX)
           END-PERFORM.

           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
           UNTIL STUDENT-IDX > STUDENT-COUNT
               IF SR-ABSENT-SW(STUDENT-IDX) = "Y"
                   AND SR-PRESENT-SW(STUDENT-IDX) = "N"
                   PERFORM NOTICE-ONE-STUDENT
               END-IF
           END-PERFORM.

           IF CONTACT-OPEN-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE MERGE-DATA-FILE.

           PERFORM WRITE-DEPARTMENT-SUMMARY.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE "N" TO MERGE-FAILED-SW.
           IF TOTAL-NOTICES > 0
               DISPLAY "Notice data written to SENTDATA.DAT"
               PERFORM RUN-NOTICE-MERGE
           END-IF.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "DATE=" DELIMITED BY SIZE
                  NOTICE-DATE DELIMITED BY SIZE
                  " ABS=" DELIMITED BY SIZE
                  TOTAL-ABSENT DELIMITED BY SIZE
                  " SENT=" DELIMITED BY SIZE
                  TOTAL-NOTICES DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Absent on " NOTICE-DATE ": " TOTAL-ABSENT
               "  notices " TOTAL-NOTICES
               "  already noticed " TOTAL-ALREADY.
           DISPLAY "Reached " CONSEC-THRESHOLD
               " consecutive absences: " TOTAL-CROSSED
               "  no guardian on file: " TOTAL-NO-GUARD.
           DISPLAY "Department summary written to ABSSUMM.DAT".
           IF MERGE-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The letters are merged straight away, without the merge
      * program's mode prompt, and the notices go on ABSNTLOG.DAT
      * only when the merge has run: after a failed merge nothing is
      * logged, so a re-run raises the same notices again.
       RUN-NOTICE-MERGE.
           MOVE SCHEDULED-JOB TO SAVED-SCHEDULED-JOB.
           IF SCHEDULED-JOB = SPACES OR SCHEDULED-JOB = LOW-VALUES
               MOVE AUDIT-PROGRAM-ID TO SCHEDULED-JOB
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL "SENTENCE-CREATOR".
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO MERGE-FAILED-SW
           END-IF.
           MOVE SAVED-SCHEDULED-JOB TO SCHEDULED-JOB.
           IF MERGE-FAILED-SW = "Y"
               DISPLAY "Letter merge failed - notices not logged, "
                   "run again to send them"
               MOVE "NOTCFAIL" TO AUDIT-ACTION
           ELSE
               PERFORM LOG-SENT-NOTICES
           END-IF.

       LOG-SENT-NOTICES.
           OPEN EXTEND NOTICE-LOG-FILE.
           IF NOTICE-LOG-STATUS = "35"
               OPEN OUTPUT NOTICE-LOG-FILE
           END-IF.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
           UNTIL STUDENT-IDX > STUDENT-COUNT
               IF SR-NOTICE-TYPE(STUDENT-IDX) NOT = SPACE
                   MOVE SR-ROLL(STUDENT-IDX) TO ANL-ROLL
                   MOVE NOTICE-DATE TO ANL-DATE
                   MOVE SR-NOTICE-TYPE(STUDENT-IDX) TO ANL-TYPE
                   MOVE SR-STREAK(STUDENT-IDX) TO ANL-STREAK
                   MOVE TODAY-DATE TO ANL-RUN-DATE
                   MOVE RUN-TIME TO ANL-RUN-TIME
                   MOVE AUDIT-OPERATOR TO ANL-OPERATOR
                   WRITE NOTICE-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE NOTICE-LOG-FILE.

       ACCEPT-NOTICE-DATE.
           MOVE "N" TO DATE-VALID-SW.
           PERFORM UNTIL DATE-VALID-SW = "Y"
               DISPLAY "Absence date (YYYYMMDD, 0 = business date "
                   BUSINESS-DATE "): " WITH NO ADVANCING
               ACCEPT DATE-INPUT
               IF DATE-INPUT = 0
                   MOVE BUSINESS-DATE TO DATE-INPUT
               END-IF
               CALL "DATEEDIT" USING DATE-INPUT DATE-VALID-SW
                   DATE-REASON
               END-CALL
               IF DATE-VALID-SW = "Y"
                   MOVE DATE-INPUT TO NOTICE-DATE
               ELSE
                   DISPLAY "Invalid date - " DATE-REASON
               END-IF
           END-PERFORM.

       NOTICE-ONE-STUDENT.
           MOVE SR-DEPT(STUDENT-IDX) TO DEPT-IDX.
           IF DEPT-IDX = 0
               MOVE 9 TO DEPT-IDX
           END-IF.
           ADD 1 TO DPT-ABSENT(DEPT-IDX) TOTAL-ABSENT.
           IF SR-NOTICED-SW(STUDENT-IDX) = "Y"
               ADD 1 TO DPT-ALREADY(DEPT-IDX) TOTAL-ALREADY
           ELSE
               MOVE "D" TO NOTICE-TYPE
               MOVE 0 TO CROSSED-FLAG
               IF SR-STREAK(STUDENT-IDX) = CONSEC-THRESHOLD
                   MOVE "C" TO NOTICE-TYPE
                   MOVE 1 TO CROSSED-FLAG
                   ADD 1 TO DPT-CROSSED(DEPT-IDX) TOTAL-CROSSED
               END-IF
               PERFORM FIND-GUARDIAN
               IF GUARDIAN-FOUND-SW = "N"
                   ADD 1 TO DPT-NO-GUARD(DEPT-IDX) TOTAL-NO-GUARD
               END-IF
               PERFORM WRITE-NOTICE-MERGE-ROW
               MOVE NOTICE-TYPE TO SR-NOTICE-TYPE(STUDENT-IDX)
               ADD 1 TO DPT-NOTICES(DEPT-IDX) TOTAL-NOTICES
           END-IF.

       FIND-GUARDIAN.
           MOVE "N" TO GUARDIAN-FOUND-SW.
           MOVE "Parent or Guardian" TO GUARDIAN-NAME.
           IF CONTACT-OPEN-SW = "Y"
               MOVE SR-ROLL(STUDENT-IDX) TO CT-ROLL
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CT-GUARDIAN NOT = SPACES
                           MOVE CT-GUARDIAN TO GUARDIAN-NAME
                           MOVE "Y" TO GUARDIAN-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      * Merge row for template ABSENCE, addressed to the guardian:
      * student name, roll, date of absence, guardian for the
      * salutation, consecutive absences so far, and 1 when that
      * run has just reached the threshold.
       WRITE-NOTICE-MERGE-ROW.
           MOVE NOTICE-DATE TO NOTICE-DATE-PARTS.
           MOVE NOTICE-DAY TO NOTICE-DAY-TEXT.
           MOVE SPACES TO NOTICE-DATE-TEXT.
           STRING FUNCTION TRIM(NOTICE-DAY-TEXT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTH-NAME(NOTICE-MONTH))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOTICE-YEAR DELIMITED BY SIZE
                  INTO NOTICE-DATE-TEXT
           END-STRING.
           MOVE SR-STREAK(STUDENT-IDX) TO STREAK-TEXT.
           MOVE SPACES TO MERGE-DATA-RECORD.
           STRING "ABSENCE/" DELIMITED BY SIZE
                  SR-ROLL(STUDENT-IDX) DELIMITED BY SIZE
                  "/G,""" DELIMITED BY SIZE
                  FUNCTION TRIM(SR-NAME(STUDENT-IDX))
                      DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  SR-ROLL(STUDENT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NOTICE-DATE-TEXT) DELIMITED BY SIZE
                  ",""" DELIMITED BY SIZE
                  FUNCTION TRIM(GUARDIAN-NAME) DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  FUNCTION TRIM(STREAK-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CROSSED-FLAG DELIMITED BY SIZE
                  INTO MERGE-DATA-RECORD
           END-STRING.
           WRITE MERGE-DATA-RECORD.

       WRITE-DEPARTMENT-SUMMARY.
           MOVE 0 TO REGISTRY-RECORDS.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "DAILY ABSENTEE SUMMARY FOR " DELIMITED BY SIZE
                  NOTICE-DATE DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "CONSECUTIVE-ABSENCE THRESHOLD " DELIMITED BY SIZE
                  CONSEC-THRESHOLD DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "DEPARTMENT  ABSENT NOTICES THRESHOLD ALREADY NO GUARD"
               TO SUMMARY-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 9
               IF DPT-ABSENT(DEPT-IDX) > 0
                   IF DEPT-IDX = 9
                       MOVE "OTHER" TO DEPT-SHOWN
                   ELSE
                       MOVE DEPT-ENTRY-NAME(DEPT-IDX) TO DEPT-SHOWN
                       IF DEPT-SHOWN = SPACES
                           MOVE SPACES TO DEPT-SHOWN
                           STRING "DEPT " DELIMITED BY SIZE
                                  DEPT-IDX DELIMITED BY SIZE
                                  INTO DEPT-SHOWN
                           END-STRING
                       END-IF
                   END-IF
                   MOVE DPT-ABSENT(DEPT-IDX) TO COUNT-TEXT-1
                   MOVE DPT-NOTICES(DEPT-IDX) TO COUNT-TEXT-2
                   MOVE DPT-CROSSED(DEPT-IDX) TO COUNT-TEXT-3
                   MOVE DPT-ALREADY(DEPT-IDX) TO COUNT-TEXT-4
                   MOVE DPT-NO-GUARD(DEPT-IDX) TO COUNT-TEXT-5
                   PERFORM WRITE-SUMMARY-COUNTS
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO DEPT-SHOWN.
           MOVE TOTAL-ABSENT TO COUNT-TEXT-1.
           MOVE TOTAL-NOTICES TO COUNT-TEXT-2.
           MOVE TOTAL-CROSSED TO COUNT-TEXT-3.
           MOVE TOTAL-ALREADY TO COUNT-TEXT-4.
           MOVE TOTAL-NO-GUARD TO COUNT-TEXT-5.
           PERFORM WRITE-SUMMARY-COUNTS.
           CLOSE SUMMARY-FILE.

       WRITE-SUMMARY-COUNTS.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING DEPT-SHOWN DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-TEXT-1 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-TEXT-2 DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  COUNT-TEXT-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-TEXT-4 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  COUNT-TEXT-5 DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

       LOAD-STUDENT-TABLE.
           MOVE 0 TO STUDENT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF STU-STATUS = "A" OR STU-STATUS = SPACE
                               PERFORM ADD-STUDENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       ADD-STUDENT-ENTRY.
           IF STUDENT-COUNT < 1000
               ADD 1 TO STUDENT-COUNT
               MOVE STU-ROLL TO SR-ROLL(STUDENT-COUNT)
               MOVE STU-NAME TO SR-NAME(STUDENT-COUNT)
               MOVE STU-DEPT TO SR-DEPT(STUDENT-COUNT)
               MOVE "N" TO SR-ABSENT-SW(STUDENT-COUNT)
               MOVE "N" TO SR-PRESENT-SW(STUDENT-COUNT)
               MOVE 0 TO SR-LAST-PRESENT(STUDENT-COUNT)
               MOVE 0 TO SR-STREAK(STUDENT-COUNT)
               MOVE "N" TO SR-NOTICED-SW(STUDENT-COUNT)
               MOVE SPACE TO SR-NOTICE-TYPE(STUDENT-COUNT)
           ELSE
               DISPLAY "STUMAST.DAT has more rows than the student "
                   "table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       FIND-STUDENT-ENTRY.
           MOVE "N" TO STUDENT-FOUND-SW.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
           UNTIL STUDENT-IDX > STUDENT-COUNT
               OR STUDENT-FOUND-SW = "Y"
               IF SR-ROLL(STUDENT-IDX) = AT-ROLL
                   MOVE "Y" TO STUDENT-FOUND-SW
               END-IF
           END-PERFORM.
           IF STUDENT-FOUND-SW = "Y"
               SUBTRACT 1 FROM STUDENT-IDX
           END-IF.

      * First pass over ATTEND.DAT: the notice date's marks and each
      * student's last present mark on or before it.
       FIND-LAST-PRESENT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF AT-DATE <= NOTICE-DATE
                               PERFORM FIND-STUDENT-ENTRY
                               IF STUDENT-FOUND-SW = "Y"
                                   PERFORM NOTE-PRESENT-MARK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       NOTE-PRESENT-MARK.
           IF AT-PRESENT = "Y"
               IF AT-DATE > SR-LAST-PRESENT(STUDENT-IDX)
                   MOVE AT-DATE TO SR-LAST-PRESENT(STUDENT-IDX)
               END-IF
               IF AT-DATE = NOTICE-DATE
                   MOVE "Y" TO SR-PRESENT-SW(STUDENT-IDX)
               END-IF
           ELSE
               IF AT-DATE = NOTICE-DATE
                   MOVE "Y" TO SR-ABSENT-SW(STUDENT-IDX)
               END-IF
           END-IF.

      * Second pass: absences since the last present mark.
       COUNT-ABSENCE-RUNS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF AT-DATE <= NOTICE-DATE
                               AND AT-PRESENT NOT = "Y"
                               PERFORM FIND-STUDENT-ENTRY
                               IF STUDENT-FOUND-SW = "Y"
                                   AND AT-DATE >
                                       SR-LAST-PRESENT(STUDENT-IDX)
                                   AND SR-STREAK(STUDENT-IDX) < 999
                                   ADD 1 TO SR-STREAK(STUDENT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       LOAD-NOTICE-LOG.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT NOTICE-LOG-FILE.
           IF NOTICE-LOG-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ NOTICE-LOG-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF ANL-DATE = NOTICE-DATE
                               MOVE ANL-ROLL TO AT-ROLL
                               PERFORM FIND-STUDENT-ENTRY
                               IF STUDENT-FOUND-SW = "Y"
                                   MOVE "Y"
                                       TO SR-NOTICED-SW(STUDENT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-LOG-FILE
           END-IF.

       LOAD-DEPT-NAMES.
           MOVE SPACES TO DEPT-NAMES.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DT-CODE > 0
                               MOVE DT-NAME
                                   TO DEPT-ENTRY-NAME(DT-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

       LOAD-BUSINESS-DATE.
           MOVE 0 TO BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-CURRENT-DATE TO BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF BUSINESS-DATE = 0
               MOVE TODAY-DATE TO BUSINESS-DATE
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
                           IF SET-KEY = "ABSCONSEC"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   AND SETTING-NUMERIC-VALUE < 1000
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO CONSEC-THRESHOLD
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
