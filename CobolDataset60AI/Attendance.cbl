               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHORTAGE-STATUS.

           SELECT DEBAR-FILE ASSIGN TO "DEBAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEBAR-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT SWIPE-FILE ASSIGN TO "BIOSWIPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWIPE-STATUS.

           SELECT SWIPE-REJECT-FILE ASSIGN TO "BIOREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWIPE-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE.
       FD  SHORTAGE-FILE.
       01 SHORTAGE-RECORD  PIC X(80).

      * Debarment register, one row per student and term. Rows
      * start PROPOSED from the shortage list; a supervisor either
      * confirms them as DEBARRED or condones them (medical cases),
      * and only DEBARRED rows stop the grading run.
       FD  DEBAR-FILE.
       01 DEBAR-RECORD.
           05 DB-ROLL        PIC 9(8).
           05 DB-TERM        PIC X(6).
           05 DB-PCT         PIC 999V99.
           05 DB-STATUS      PIC X(8).
           05 DB-DATE        PIC 9(8).
           05 DB-BY          PIC X(10).
           05 DB-REASON      PIC X(20).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  SWIPE-FILE.
       01 SWIPE-RECORD     PIC X(200).

       FD  SWIPE-REJECT-FILE.
       01 SWIPE-REJECT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 ATTEND-STATUS      PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 ABSENCE-REPORT-STATUS PIC X(2) VALUE "00".
       01 SHORTAGE-STATUS    PIC X(2) VALUE "00".
       01 DEBAR-STATUS       PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 SWIPE-STATUS       PIC X(2) VALUE "00".
       01 SWIPE-REJECT-STATUS PIC X(2) VALUE "00".
       01 SWIPE-EOF-SW       PIC X VALUE "N".

      * Open terms on the academic calendar (TERMCAL.DAT status O):
      * an attendance date must fall inside one of them.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM    PIC X(6).
               10 TRM-T-START   PIC 9(8).
               10 TRM-T-END     PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".
       01 OPEN-TERM-SW       PIC X VALUE "N".
       01 ATTEND-EOF-SW      PIC X VALUE "N".
       01 HOLIDAY-EOF-SW     PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 PCT-TEXT           PIC ZZ9.99.
       01 SHORT-COUNT        PIC 999 VALUE 0.

       01 DEBAR-TABLE.
           05 DEBAR-ENTRY OCCURS 500 TIMES.
               10 DBT-ROLL      PIC 9(8).
               10 DBT-TERM      PIC X(6).
               10 DBT-PCT       PIC 999V99.
               10 DBT-STATUS    PIC X(8).
               10 DBT-DATE      PIC 9(8).
               10 DBT-BY        PIC X(10).
               10 DBT-REASON    PIC X(20).
       01 DEBAR-COUNT        PIC 999 VALUE 0.
       01 DEBAR-IDX          PIC 999 VALUE 0.
       01 DEBAR-FULL-SW      PIC X VALUE "N".
       01 DEBAR-CHANGED-SW   PIC X VALUE "N".
       01 DEBAR-FOUND-SW     PIC X VALUE "N".
       01 DEBAR-TERM         PIC X(6) VALUE SPACES.
       01 DEBAR-ADDED        PIC 999 VALUE 0.
       01 DEBAR-SHOWN        PIC 999 VALUE 0.
       01 SHORT-ROLL         PIC 9(8) VALUE 0.
       01 SHORT-PCT          PIC 999V99 VALUE 0.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 DECISION-KEY       PIC X.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ATTENDANCE".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Set by JOB-SCHEDULER: when a job name is present the answers
      * come from that job's PARMCARD.DAT card, not the console.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 UNATTENDED-SW      PIC X VALUE "N".
       01 CARD-FAILED-SW     PIC X VALUE "N".
       01 CARD-FUNCTION      PIC X.
       01 CARD-ANSWER        PIC X(60) VALUE SPACES.
       01 CARD-RESULT        PIC X(8) VALUE SPACES.
       01 CARD-NUMBER        PIC S9(9)V99 VALUE 0.

      * Biometric swipe feed released by the inbound gateway as
      * BIOSWIPE: roll, date (YYYYMMDD), time-in (HHMM or HHMMSS),
      * one row per swipe. A first row without a numeric roll is
      * the column header.
       01 PARSE-LINE-BUFFER PIC X(200).
       01 PARSE-FIELD-TABLE.
          05 PARSE-FIELD   PIC X(20) OCCURS 40 TIMES.
       01 PARSE-FIELD-COUNT PIC 99 VALUE 0.
       01 SWIPE-ROLL-TEXT    PIC X(20) VALUE SPACES.
       01 SWIPE-DATE-TEXT    PIC X(20) VALUE SPACES.
       01 SWIPE-TIME-TEXT    PIC X(20) VALUE SPACES.
       01 SWIPE-REJECT-REASON PIC X(30) VALUE SPACES.

      * Every student on the master, in roll order, and one block
      * of marks per feed date holding a slot for each of them: a
      * swipe sets the slot present, a mark already on ATTEND.DAT
      * sets it kept, and every active student's slot that is not
      * kept is written - present if swiped, otherwise absent.
       01 SWIPE-STUDENT-TABLE.
           05 SWS-ENTRY OCCURS 1000 TIMES.
               10 SWS-ROLL      PIC 9(8).
               10 SWS-ACTIVE    PIC X.
       01 SWS-COUNT          PIC 9(4) VALUE 0.
       01 SWS-IDX            PIC 9(4) VALUE 0.
       01 SWIPE-DATE-TABLE.
           05 SWD-ENTRY OCCURS 31 TIMES.
               10 SWD-DATE      PIC 9(8).
               10 SWD-FIRST     PIC 9(5).
       01 SWD-COUNT          PIC 99 VALUE 0.
       01 SWD-IDX            PIC 99 VALUE 0.
       01 SWIPE-MARK-TABLE.
           05 SWM-ENTRY OCCURS 20000 TIMES.
               10 SWM-PRESENT   PIC X.
               10 SWM-KEPT      PIC X.
       01 SWM-USED           PIC 9(5) VALUE 0.
       01 SWM-IDX            PIC 9(5) VALUE 0.
       01 SWIPE-STUDENT-FOUND-SW PIC X VALUE "N".
       01 SWIPE-DATE-FOUND-SW PIC X VALUE "N".

       01 SWIPES-READ        PIC 9(5) VALUE 0.
       01 SWIPE-HEADER-COUNT PIC 9(5) VALUE 0.
       01 SWIPES-REJECTED    PIC 9(5) VALUE 0.
       01 SWIPES-COLLAPSED   PIC 9(5) VALUE 0.
       01 PRESENT-WRITTEN    PIC 9(5) VALUE 0.
       01 ABSENT-WRITTEN     PIC 9(5) VALUE 0.
       01 MARKS-KEPT         PIC 9(5) VALUE 0.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "ATTENDANCE".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.
       01 ALERT-COUNT-TEXT   PIC ZZZZZZ9.
       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "BIOREJ.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ATTENDANCE".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-TERM-CALENDAR.
           PERFORM OPEN-PARAMETER-CARD.

           MOVE "N" TO DONE-SW.
           IF CARD-FAILED-SW = "Y"
               MOVE "Y" TO DONE-SW
           END-IF.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-ATTENDANCE-MENU
           END-PERFORM.
           IF CARD-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       SHOW-ATTENDANCE-MENU.
           DISPLAY "1. Capture attendance for a date".
           DISPLAY "2. Monthly absence report by department".
           DISPLAY "3. Shortage list for exam eligibility".
           DISPLAY "4. Propose debarments from the shortage list".
           DISPLAY "5. Confirm or condone debarments".
           DISPLAY "6. Import biometric swipes".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM UNATTENDED-ATTENDANCE-CHOICE
           ELSE
               ACCEPT USER-CHOICE
           END-IF.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM MONTHLY-ABSENCE-REPORT
               WHEN 3
                   PERFORM SHORTAGE-LIST
               WHEN 4
                   PERFORM PROPOSE-DEBARMENTS
               WHEN 5
                   PERFORM REVIEW-DEBARMENTS
               WHEN 6
                   PERFORM IMPORT-BIOMETRIC-SWIPES
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * Debarment decisions need a supervisor at the terminal, so
      * they are never taken from a parameter card. Anything else,
      * or a failed card, ends the job through Exit.
       UNATTENDED-ATTENDANCE-CHOICE.
           PERFORM NUMERIC-CARD-ANSWER.
           IF CARD-FAILED-SW = "N"
               IF CARD-NUMBER < 1 OR CARD-NUMBER > 9
                   OR CARD-NUMBER = 5
                   DISPLAY "Choice " FUNCTION TRIM(CARD-ANSWER)
                       " cannot run unattended - job ended"
                   MOVE "Y" TO CARD-FAILED-SW
               ELSE
                   MOVE CARD-NUMBER TO USER-CHOICE
               END-IF
           END-IF.
           IF CARD-FAILED-SW = "Y"
               MOVE 9 TO USER-CHOICE
           END-IF.

      * The capture date must be a valid calendar date and a
      * working day - attendance cannot be booked on a weekend or
      * a HOLIDAY.DAT date - inside an open term on the calendar.
       CAPTURE-ATTENDANCE.
           MOVE "N" TO DATE-VALID-SW.
           PERFORM UNTIL DATE-VALID-SW = "Y"
               OR CARD-FAILED-SW = "Y"
               DISPLAY "Attendance date (YYYYMMDD): "
                   WITH NO ADVANCING
               IF UNATTENDED-SW = "Y"
                   PERFORM NUMERIC-CARD-ANSWER
                   MOVE CARD-NUMBER TO CAPTURE-DATE
               ELSE
                   ACCEPT CAPTURE-DATE
               END-IF
               CALL "DATEEDIT" USING CAPTURE-DATE DATE-VALID-SW
                   DATE-REASON
               END-CALL
                       MOVE "NOT A WORKING DAY" TO DATE-REASON
                   END-IF
               END-IF
               IF DATE-VALID-SW = "Y"
                   PERFORM CHECK-OPEN-TERM
                   IF OPEN-TERM-SW = "N"
                       MOVE "N" TO DATE-VALID-SW
                       MOVE "NOT IN AN OPEN TERM" TO DATE-REASON
                   END-IF
               END-IF
               IF DATE-VALID-SW NOT = "Y"
                   DISPLAY "Invalid date - " DATE-REASON
               END-IF
           MOVE 0 TO MARKS-TAKEN.
           MOVE "Y" TO MORE-SW.
           PERFORM UNTIL MORE-SW = "N" OR MORE-SW = "n"
               OR CARD-FAILED-SW = "Y"
               PERFORM CAPTURE-ONE-MARK
               DISPLAY "Another student? (Y/N): "
                   WITH NO ADVANCING
               IF UNATTENDED-SW = "Y"
                   PERFORM NEXT-CARD-ANSWER
                   MOVE CARD-ANSWER TO MORE-SW
               ELSE
                   ACCEPT MORE-SW
               END-IF
           END-PERFORM.
           DISPLAY "Marks recorded: " MARKS-TAKEN.

       CAPTURE-ONE-MARK.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NUMERIC-CARD-ANSWER
               MOVE CARD-NUMBER TO ROLL-INPUT
           ELSE
               ACCEPT ROLL-INPUT
           END-IF.
           IF CARD-FAILED-SW = "N"
               PERFORM RECORD-ONE-MARK
           END-IF.

       RECORD-ONE-MARK.
           PERFORM VERIFY-STUDENT-ON-FILE.
           IF RECORD-FOUND-SW = "N"
               DISPLAY "Roll number not enrolled: " ROLL-INPUT
           ELSE
               DISPLAY "Present? (Y/N): " WITH NO ADVANCING
               IF UNATTENDED-SW = "Y"
                   PERFORM NEXT-CARD-ANSWER
                   MOVE CARD-ANSWER TO PRESENT-KEY
               ELSE
                   ACCEPT PRESENT-KEY
               END-IF
               MOVE FUNCTION UPPER-CASE(PRESENT-KEY)
                   TO PRESENT-KEY
               IF PRESENT-KEY NOT = "Y" AND PRESENT-KEY NOT = "N"
               CLOSE STUDENT-FILE
           END-IF.

      * Bulk capture from the biometric readers. Several swipes by
      * one student on one day make a single present mark; every
      * active student with no swipe on a feed date is marked
      * absent. Swipes that fail the same date edits as keyed
      * capture, or carry a roll that is not an active student, go
      * to BIOREJ.DAT. A mark already on ATTEND.DAT for that
      * student and date - keyed by staff or from an earlier
      * import - is kept and never written over.
       IMPORT-BIOMETRIC-SWIPES.
           OPEN INPUT SWIPE-FILE.
           IF SWIPE-STATUS NOT = "00"
               DISPLAY "No released BIOSWIPE.DAT - verify and "
                   "release the swipe file at the gateway first"
           ELSE
               PERFORM LOAD-SWIPE-STUDENTS
               MOVE 0 TO SWD-COUNT SWM-USED SWIPES-READ
                   SWIPE-HEADER-COUNT SWIPES-REJECTED
                   SWIPES-COLLAPSED PRESENT-WRITTEN ABSENT-WRITTEN
                   MARKS-KEPT
               OPEN OUTPUT SWIPE-REJECT-FILE
               MOVE "BIOMETRIC ATTENDANCE IMPORT - REJECTED SWIPES"
                   TO SWIPE-REJECT-RECORD
               WRITE SWIPE-REJECT-RECORD
               MOVE "N" TO SWIPE-EOF-SW
               PERFORM UNTIL SWIPE-EOF-SW = "Y"
                   READ SWIPE-FILE
                       AT END
                           MOVE "Y" TO SWIPE-EOF-SW
                       NOT AT END
                           ADD 1 TO SWIPES-READ
                           PERFORM IMPORT-ONE-SWIPE
                   END-READ
               END-PERFORM
               CLOSE SWIPE-FILE
               PERFORM MARK-CAPTURED-ALREADY
               PERFORM WRITE-SWIPE-MARKS
               MOVE SPACES TO SWIPE-REJECT-RECORD
               STRING "REJECTED: " DELIMITED BY SIZE
                      SWIPES-REJECTED DELIMITED BY SIZE
                      INTO SWIPE-REJECT-RECORD
               END-STRING
               WRITE SWIPE-REJECT-RECORD
               CLOSE SWIPE-REJECT-FILE

      * The released file is emptied once imported; a resend has to
      * come back through the gateway.
               OPEN OUTPUT SWIPE-FILE
               CLOSE SWIPE-FILE

               COMPUTE REGISTRY-RECORDS = SWIPES-REJECTED + 2
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               MOVE "BIOIMP" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "P=" DELIMITED BY SIZE
                      PRESENT-WRITTEN DELIMITED BY SIZE
                      " A=" DELIMITED BY SIZE
                      ABSENT-WRITTEN DELIMITED BY SIZE
                      " KEPT=" DELIMITED BY SIZE
                      MARKS-KEPT DELIMITED BY SIZE
                      " REJ=" DELIMITED BY SIZE
                      SWIPES-REJECTED DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
               IF SWIPES-REJECTED > 0
                   MOVE SWIPES-REJECTED TO ALERT-COUNT-TEXT
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "BIOMETRIC SWIPES REJECTED:" DELIMITED BY SIZE
                          ALERT-COUNT-TEXT DELIMITED BY SIZE
                          " - SEE BIOREJ.DAT" DELIMITED BY SIZE
                          INTO ALERT-MESSAGE
                   END-STRING
                   CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
                       ALERT-MESSAGE
                   END-CALL
               END-IF
               DISPLAY "Swipes read: " SWIPES-READ
                   "  header " SWIPE-HEADER-COUNT
                   "  rejected " SWIPES-REJECTED
                   "  repeat swipes " SWIPES-COLLAPSED
               DISPLAY "Marks written - present " PRESENT-WRITTEN
                   "  absent " ABSENT-WRITTEN
                   "  already captured, kept " MARKS-KEPT
           END-IF.

       LOAD-SWIPE-STUDENTS.
           MOVE 0 TO SWS-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SWS-COUNT < 1000
                               ADD 1 TO SWS-COUNT
                               MOVE STU-ROLL TO SWS-ROLL(SWS-COUNT)
                               IF STU-STATUS = "A"
                                   OR STU-STATUS = SPACE
                                   MOVE "Y" TO SWS-ACTIVE(SWS-COUNT)
                               ELSE
                                   MOVE "N" TO SWS-ACTIVE(SWS-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "STUMAST.DAT has more rows "
                                   "than the swipe student table "
                                   "can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       IMPORT-ONE-SWIPE.
           MOVE SWIPE-RECORD TO PARSE-LINE-BUFFER.
           CALL "CSVPARSE" USING PARSE-LINE-BUFFER PARSE-FIELD-TABLE
               PARSE-FIELD-COUNT
           END-CALL.
           MOVE FUNCTION TRIM(PARSE-FIELD(1)) TO SWIPE-ROLL-TEXT.
           MOVE FUNCTION TRIM(PARSE-FIELD(2)) TO SWIPE-DATE-TEXT.
           MOVE FUNCTION TRIM(PARSE-FIELD(3)) TO SWIPE-TIME-TEXT.
           MOVE SPACES TO SWIPE-REJECT-REASON.

           IF SWIPES-READ = 1
               AND SWIPE-ROLL-TEXT(1:1) IS NOT NUMERIC
               ADD 1 TO SWIPE-HEADER-COUNT
           ELSE
               PERFORM EDIT-ONE-SWIPE
               IF SWIPE-REJECT-REASON NOT = SPACES
                   PERFORM WRITE-SWIPE-REJECT
               ELSE
                   PERFORM FIND-SWIPE-DATE
                   IF SWIPE-DATE-FOUND-SW = "N"
                       MOVE "TOO MANY DATES IN ONE FEED"
                           TO SWIPE-REJECT-REASON
                       PERFORM WRITE-SWIPE-REJECT
                   ELSE
                       COMPUTE SWM-IDX = SWD-FIRST(SWD-IDX)
                           + SWS-IDX - 1
                       IF SWM-PRESENT(SWM-IDX) = "Y"
                           ADD 1 TO SWIPES-COLLAPSED
                       ELSE
                           MOVE "Y" TO SWM-PRESENT(SWM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Roll first, then the date edits CAPTURE-ATTENDANCE applies:
      * a valid calendar date, a working day, inside an open term.
       EDIT-ONE-SWIPE.
           IF PARSE-FIELD-COUNT < 3
               MOVE "TOO FEW COLUMNS" TO SWIPE-REJECT-REASON
           ELSE
           IF SWIPE-ROLL-TEXT(1:8) IS NOT NUMERIC
               OR SWIPE-ROLL-TEXT(9:12) NOT = SPACES
               MOVE "ROLL NOT 8 DIGITS" TO SWIPE-REJECT-REASON
           ELSE
           IF SWIPE-DATE-TEXT(1:8) IS NOT NUMERIC
               OR SWIPE-DATE-TEXT(9:12) NOT = SPACES
               MOVE "DATE NOT YYYYMMDD" TO SWIPE-REJECT-REASON
           ELSE
           IF SWIPE-TIME-TEXT(1:4) IS NOT NUMERIC
               MOVE "TIME-IN NOT HHMM" TO SWIPE-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.

           IF SWIPE-REJECT-REASON = SPACES
               MOVE SWIPE-ROLL-TEXT(1:8) TO ROLL-INPUT
               MOVE "N" TO SWIPE-STUDENT-FOUND-SW
               PERFORM VARYING SWS-IDX FROM 1 BY 1
               UNTIL SWS-IDX > SWS-COUNT
                   OR SWIPE-STUDENT-FOUND-SW = "Y"
                   IF SWS-ROLL(SWS-IDX) = ROLL-INPUT
                       MOVE "Y" TO SWIPE-STUDENT-FOUND-SW
                   END-IF
               END-PERFORM
               IF SWIPE-STUDENT-FOUND-SW = "N"
                   MOVE "ROLL NOT ENROLLED" TO SWIPE-REJECT-REASON
               ELSE
                   SUBTRACT 1 FROM SWS-IDX
                   IF SWS-ACTIVE(SWS-IDX) NOT = "Y"
                       MOVE "STUDENT NOT ACTIVE"
                           TO SWIPE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF SWIPE-REJECT-REASON = SPACES
               MOVE SWIPE-DATE-TEXT(1:8) TO CAPTURE-DATE
               CALL "DATEEDIT" USING CAPTURE-DATE DATE-VALID-SW
                   DATE-REASON
               END-CALL
               IF DATE-VALID-SW NOT = "Y"
                   MOVE DATE-REASON TO SWIPE-REJECT-REASON
               ELSE
                   PERFORM JUDGE-BUSINESS-DAY
                   IF BUSINESS-DAY-SW = "N"
                       MOVE "NOT A WORKING DAY" TO SWIPE-REJECT-REASON
                   ELSE
                       PERFORM CHECK-OPEN-TERM
                       IF OPEN-TERM-SW = "N"
                           MOVE "NOT IN AN OPEN TERM"
                               TO SWIPE-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A date seen for the first time gets a fresh block of marks,
      * one per student, all absent and not yet kept.
       FIND-SWIPE-DATE.
           MOVE "N" TO SWIPE-DATE-FOUND-SW.
           PERFORM VARYING SWD-IDX FROM 1 BY 1
           UNTIL SWD-IDX > SWD-COUNT
               OR SWIPE-DATE-FOUND-SW = "Y"
               IF SWD-DATE(SWD-IDX) = CAPTURE-DATE
                   MOVE "Y" TO SWIPE-DATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF SWIPE-DATE-FOUND-SW = "Y"
               SUBTRACT 1 FROM SWD-IDX
           ELSE
               IF SWD-COUNT < 31
                   AND SWM-USED + SWS-COUNT <= 20000
                   ADD 1 TO SWD-COUNT
                   MOVE SWD-COUNT TO SWD-IDX
                   MOVE CAPTURE-DATE TO SWD-DATE(SWD-IDX)
                   COMPUTE SWD-FIRST(SWD-IDX) = SWM-USED + 1
                   PERFORM VARYING SWM-IDX FROM SWD-FIRST(SWD-IDX)
                   BY 1 UNTIL SWM-IDX > SWM-USED + SWS-COUNT
                       MOVE "N" TO SWM-PRESENT(SWM-IDX)
                       MOVE "N" TO SWM-KEPT(SWM-IDX)
                   END-PERFORM
                   ADD SWS-COUNT TO SWM-USED
                   MOVE "Y" TO SWIPE-DATE-FOUND-SW
               END-IF
           END-IF.

       WRITE-SWIPE-REJECT.
           ADD 1 TO SWIPES-REJECTED.
           MOVE SPACES TO SWIPE-REJECT-RECORD.
           STRING SWIPE-ROLL-TEXT(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SWIPE-DATE-TEXT(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SWIPE-TIME-TEXT(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SWIPE-REJECT-REASON DELIMITED BY SIZE
                  INTO SWIPE-REJECT-RECORD
           END-STRING.
           WRITE SWIPE-REJECT-RECORD.

       MARK-CAPTURED-ALREADY.
           MOVE "N" TO ATTEND-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL ATTEND-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO ATTEND-EOF-SW
                       NOT AT END
                           PERFORM KEEP-ONE-CAPTURED-MARK
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       KEEP-ONE-CAPTURED-MARK.
           MOVE "N" TO SWIPE-DATE-FOUND-SW.
           PERFORM VARYING SWD-IDX FROM 1 BY 1
           UNTIL SWD-IDX > SWD-COUNT
               OR SWIPE-DATE-FOUND-SW = "Y"
               IF SWD-DATE(SWD-IDX) = AT-DATE
                   MOVE "Y" TO SWIPE-DATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF SWIPE-DATE-FOUND-SW = "Y"
               SUBTRACT 1 FROM SWD-IDX
               MOVE "N" TO SWIPE-STUDENT-FOUND-SW
               PERFORM VARYING SWS-IDX FROM 1 BY 1
               UNTIL SWS-IDX > SWS-COUNT
                   OR SWIPE-STUDENT-FOUND-SW = "Y"
                   IF SWS-ROLL(SWS-IDX) = AT-ROLL
                       MOVE "Y" TO SWIPE-STUDENT-FOUND-SW
                   END-IF
               END-PERFORM
               IF SWIPE-STUDENT-FOUND-SW = "Y"
                   SUBTRACT 1 FROM SWS-IDX
                   COMPUTE SWM-IDX = SWD-FIRST(SWD-IDX)
                       + SWS-IDX - 1
                   MOVE "Y" TO SWM-KEPT(SWM-IDX)
               END-IF
           END-IF.

       WRITE-SWIPE-MARKS.
           OPEN EXTEND ATTEND-FILE.
           IF ATTEND-STATUS = "35"
               OPEN OUTPUT ATTEND-FILE
           END-IF.
           PERFORM VARYING SWD-IDX FROM 1 BY 1
           UNTIL SWD-IDX > SWD-COUNT
               PERFORM VARYING SWS-IDX FROM 1 BY 1
               UNTIL SWS-IDX > SWS-COUNT
                   COMPUTE SWM-IDX = SWD-FIRST(SWD-IDX)
                       + SWS-IDX - 1
                   IF SWS-ACTIVE(SWS-IDX) = "Y"
                       IF SWM-KEPT(SWM-IDX) = "Y"
                           ADD 1 TO MARKS-KEPT
                       ELSE
                           MOVE SWD-DATE(SWD-IDX) TO AT-DATE
                           MOVE SWS-ROLL(SWS-IDX) TO AT-ROLL
                           MOVE SWM-PRESENT(SWM-IDX) TO AT-PRESENT
                           WRITE ATTEND-RECORD
                           IF AT-PRESENT = "Y"
                               ADD 1 TO PRESENT-WRITTEN
                           ELSE
                               ADD 1 TO ABSENT-WRITTEN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ATTEND-FILE.

       MONTHLY-ABSENCE-REPORT.
           DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING.
           PERFORM GET-REPORT-MONTH.
           IF CARD-FAILED-SW = "N"
               PERFORM WRITE-ABSENCE-REPORT
           END-IF.

       WRITE-ABSENCE-REPORT.
           PERFORM TALLY-MONTH-ATTENDANCE.

           OPEN OUTPUT ABSENCE-REPORT-FILE.

       SHORTAGE-LIST.
           DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING.
           PERFORM GET-REPORT-MONTH.
           IF CARD-FAILED-SW = "N"
               PERFORM WRITE-SHORTAGE-LIST
           END-IF.

       WRITE-SHORTAGE-LIST.
           PERFORM TALLY-MONTH-ATTENDANCE.

           MOVE 0 TO SHORT-COUNT.
           DISPLAY "Students below the floor: " SHORT-COUNT.
           DISPLAY "List written to ATTSHORT.DAT".

       GET-REPORT-MONTH.
           IF UNATTENDED-SW = "Y"
               PERFORM NUMERIC-CARD-ANSWER
               MOVE CARD-NUMBER TO REPORT-MONTH
           ELSE
               ACCEPT REPORT-MONTH
           END-IF.

      * The last shortage list written becomes the proposed
      * debarments for the term; a student already in the register
      * for that term keeps the row (and decision) already there.
       PROPOSE-DEBARMENTS.
           DISPLAY "Term to debar for (e.g. 2025FA): "
               WITH NO ADVANCING.
           IF UNATTENDED-SW = "Y"
               PERFORM NEXT-CARD-ANSWER
               MOVE CARD-ANSWER TO DEBAR-TERM
           ELSE
               ACCEPT DEBAR-TERM
           END-IF.
           IF CARD-FAILED-SW = "N"
               PERFORM PROPOSE-TERM-DEBARMENTS
           END-IF.

       PROPOSE-TERM-DEBARMENTS.
           MOVE FUNCTION UPPER-CASE(DEBAR-TERM) TO DEBAR-TERM.
           PERFORM LOAD-DEBAR-TABLE.
           IF DEBAR-FULL-SW = "Y"
               DISPLAY "DEBAR.DAT is larger than the debarment "
                   "table - nothing proposed"
           ELSE
               MOVE 0 TO DEBAR-ADDED
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE "N" TO TABLE-EOF-SW
               OPEN INPUT SHORTAGE-FILE
               IF SHORTAGE-STATUS NOT = "00"
                   DISPLAY "Cannot open ATTSHORT.DAT - status "
                       SHORTAGE-STATUS
               ELSE
                   PERFORM UNTIL TABLE-EOF-SW = "Y"
                       READ SHORTAGE-FILE
                           AT END
                               MOVE "Y" TO TABLE-EOF-SW
                           NOT AT END
                               IF SHORTAGE-RECORD(1:8) IS NUMERIC
                                   PERFORM PROPOSE-ONE-DEBARMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SHORTAGE-FILE
                   IF DEBAR-ADDED > 0
                       PERFORM SAVE-DEBAR-TABLE
                   END-IF
               END-IF
               DISPLAY "Debarments proposed: " DEBAR-ADDED
           END-IF.

      * Shortage lines read "rollnumb DEPT d PRESENT PCT zz9.99".
       PROPOSE-ONE-DEBARMENT.
           MOVE SHORTAGE-RECORD(1:8) TO SHORT-ROLL.
           COMPUTE SHORT-PCT = FUNCTION NUMVAL(SHORTAGE-RECORD(29:6)).
           MOVE "N" TO DEBAR-FOUND-SW.
           PERFORM VARYING DEBAR-IDX FROM 1 BY 1
           UNTIL DEBAR-IDX > DEBAR-COUNT
               IF DBT-ROLL(DEBAR-IDX) = SHORT-ROLL
                   AND DBT-TERM(DEBAR-IDX) = DEBAR-TERM
                   MOVE "Y" TO DEBAR-FOUND-SW
               END-IF
           END-PERFORM.
           IF DEBAR-FOUND-SW = "N"
               IF DEBAR-COUNT < 500
                   ADD 1 TO DEBAR-COUNT
                   ADD 1 TO DEBAR-ADDED
                   MOVE SHORT-ROLL TO DBT-ROLL(DEBAR-COUNT)
                   MOVE DEBAR-TERM TO DBT-TERM(DEBAR-COUNT)
                   MOVE SHORT-PCT TO DBT-PCT(DEBAR-COUNT)
                   MOVE "PROPOSED" TO DBT-STATUS(DEBAR-COUNT)
                   MOVE TODAY-DATE TO DBT-DATE(DEBAR-COUNT)
                   MOVE AUDIT-OPERATOR TO DBT-BY(DEBAR-COUNT)
                   MOVE SPACES TO DBT-REASON(DEBAR-COUNT)
               ELSE
                   DISPLAY "Debarment table full - not proposed: "
                       SHORT-ROLL
               END-IF
           END-IF.

      * A supervisor works the open rows for a term: a proposed row
      * is confirmed or condoned, and a confirmed debarment can still
      * be condoned when medical evidence arrives late.
       REVIEW-DEBARMENTS.
           DISPLAY "Term to review (e.g. 2025FA): "
               WITH NO ADVANCING.
           ACCEPT DEBAR-TERM.
           MOVE FUNCTION UPPER-CASE(DEBAR-TERM) TO DEBAR-TERM.
           PERFORM LOAD-DEBAR-TABLE.
           MOVE 0 TO DEBAR-SHOWN.
           PERFORM VARYING DEBAR-IDX FROM 1 BY 1
           UNTIL DEBAR-IDX > DEBAR-COUNT
               IF DBT-TERM(DEBAR-IDX) = DEBAR-TERM
                   MOVE DBT-PCT(DEBAR-IDX) TO PCT-TEXT
                   DISPLAY DBT-ROLL(DEBAR-IDX) " "
                       DBT-STATUS(DEBAR-IDX) " PRESENT PCT "
                       PCT-TEXT " " DBT-REASON(DEBAR-IDX)
                   IF DBT-STATUS(DEBAR-IDX) = "PROPOSED"
                       OR DBT-STATUS(DEBAR-IDX) = "DEBARRED"
                       ADD 1 TO DEBAR-SHOWN
                   END-IF
               END-IF
           END-PERFORM.
           IF DEBAR-SHOWN = 0
               DISPLAY "No open debarments for term " DEBAR-TERM
           ELSE
               DISPLAY "Open debarments: " DEBAR-SHOWN
               DISPLAY "Decide them now? (Y/N): " WITH NO ADVANCING
               ACCEPT DECISION-KEY
               IF DECISION-KEY = "Y" OR DECISION-KEY = "y"
                   DISPLAY "Supervisor ID: " WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW = "Y"
                       PERFORM DECIDE-OPEN-DEBARMENTS
                   END-IF
               END-IF
           END-IF.

       DECIDE-OPEN-DEBARMENTS.
           IF DEBAR-FULL-SW = "Y"
               DISPLAY "DEBAR.DAT is larger than the debarment "
                   "table - decisions not taken"
           ELSE
               MOVE "N" TO DEBAR-CHANGED-SW
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               PERFORM VARYING DEBAR-IDX FROM 1 BY 1
               UNTIL DEBAR-IDX > DEBAR-COUNT
                   IF DBT-TERM(DEBAR-IDX) = DEBAR-TERM
                       AND (DBT-STATUS(DEBAR-IDX) = "PROPOSED"
                           OR DBT-STATUS(DEBAR-IDX) = "DEBARRED")
                       PERFORM DECIDE-ONE-DEBARMENT
                   END-IF
               END-PERFORM
               IF DEBAR-CHANGED-SW = "Y"
                   PERFORM SAVE-DEBAR-TABLE
               END-IF
           END-IF.

       DECIDE-ONE-DEBARMENT.
           MOVE DBT-PCT(DEBAR-IDX) TO PCT-TEXT.
           DISPLAY DBT-ROLL(DEBAR-IDX) " " DBT-STATUS(DEBAR-IDX)
               " PRESENT PCT " PCT-TEXT.
           IF DBT-STATUS(DEBAR-IDX) = "PROPOSED"
               DISPLAY "(D)ebar, (C)ondone, (S)kip: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "(C)ondone, (S)kip: " WITH NO ADVANCING
           END-IF.
           ACCEPT DECISION-KEY.
           MOVE FUNCTION UPPER-CASE(DECISION-KEY) TO DECISION-KEY.
           EVALUATE TRUE
               WHEN DECISION-KEY = "D"
                   AND DBT-STATUS(DEBAR-IDX) = "PROPOSED"
                   MOVE "DEBARRED" TO DBT-STATUS(DEBAR-IDX)
                   MOVE TODAY-DATE TO DBT-DATE(DEBAR-IDX)
                   MOVE SUPERVISOR-ID TO DBT-BY(DEBAR-IDX)
                   MOVE "Y" TO DEBAR-CHANGED-SW
                   MOVE "DEBARAPP" TO AUDIT-ACTION
                   PERFORM WRITE-DEBAR-AUDIT
                   DISPLAY "Debarment confirmed"
               WHEN DECISION-KEY = "C"
                   DISPLAY "Condonation reason: " WITH NO ADVANCING
                   ACCEPT DBT-REASON(DEBAR-IDX)
                   IF DBT-REASON(DEBAR-IDX) = SPACES
                       MOVE "MEDICAL" TO DBT-REASON(DEBAR-IDX)
                   END-IF
                   MOVE "CONDONED" TO DBT-STATUS(DEBAR-IDX)
                   MOVE TODAY-DATE TO DBT-DATE(DEBAR-IDX)
                   MOVE SUPERVISOR-ID TO DBT-BY(DEBAR-IDX)
                   MOVE "Y" TO DEBAR-CHANGED-SW
                   MOVE "DEBARCND" TO AUDIT-ACTION
                   PERFORM WRITE-DEBAR-AUDIT
                   DISPLAY "Shortage condoned"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-DEBAR-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  DBT-ROLL(DEBAR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DBT-TERM(DEBAR-IDX) DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-DEBAR-TABLE.
           MOVE 0 TO DEBAR-COUNT.
           MOVE "N" TO DEBAR-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEBAR-FILE.
           IF DEBAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEBAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DEBAR-COUNT < 500
                               ADD 1 TO DEBAR-COUNT
                               MOVE DEBAR-RECORD
                                   TO DEBAR-ENTRY(DEBAR-COUNT)
                           ELSE
                               DISPLAY "DEBAR.DAT has more rows "
                                   "than the debarment table can "
                                   "hold"
                               MOVE "Y" TO DEBAR-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBAR-FILE
           END-IF.

       SAVE-DEBAR-TABLE.
           OPEN OUTPUT DEBAR-FILE.
           PERFORM VARYING DEBAR-IDX FROM 1 BY 1
           UNTIL DEBAR-IDX > DEBAR-COUNT
               MOVE DEBAR-ENTRY(DEBAR-IDX) TO DEBAR-RECORD
               WRITE DEBAR-RECORD
           END-PERFORM.
           CLOSE DEBAR-FILE.

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
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

       TALLY-MONTH-ATTENDANCE.
           MOVE 0 TO STT-COUNT.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
               END-IF
           END-IF.

      * With no term calendar on file the edit stands down.
       CHECK-OPEN-TERM.
           MOVE "N" TO OPEN-TERM-SW.
           IF TERMCAL-ON-FILE-SW = "N"
               MOVE "Y" TO OPEN-TERM-SW
           ELSE
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF CAPTURE-DATE >= TRM-T-START(TERM-IDX)
                       AND CAPTURE-DATE <= TRM-T-END(TERM-IDX)
                       MOVE "Y" TO OPEN-TERM-SW
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-TERM-CALENDAR.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERMCAL-ON-FILE-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE "Y" TO TERMCAL-ON-FILE-SW
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TC-STATUS = "O"
                               IF TERM-COUNT < 50
                                   ADD 1 TO TERM-COUNT
                                   MOVE TC-TERM
                                       TO TRM-T-TERM(TERM-COUNT)
                                   MOVE TC-START
                                       TO TRM-T-START(TERM-COUNT)
                                   MOVE TC-END
                                       TO TRM-T-END(TERM-COUNT)
                               ELSE
                                   DISPLAY "TERMCAL.DAT has more "
                                       "open terms than the term "
                                       "table can hold"
                                   MOVE "Y" TO TABLE-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       JUDGE-BUSINESS-DAY.
           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE "N" TO HOLIDAY-FOUND-SW.
               COMPUTE SETTING-NUMERIC-VALUE =
                   FUNCTION NUMVAL(SET-VALUE)
           END-IF.

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
