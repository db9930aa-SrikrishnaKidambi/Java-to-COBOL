       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-KIOSK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT ATTEND-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT POINTS-FILE ASSIGN TO "GRDPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  GRADES-FILE.
       01 GRADES-RECORD.
           05 GRD-KEY.
               10 GRD-STUDENT-ID  PIC X(10).
               10 GRD-COURSE-TERM.
                   15 GRD-COURSE  PIC X(6).
                   15 GRD-TERM    PIC X(6).
               10 GRD-ATTEMPT     PIC 99.
           05 GRD-NAME        PIC X(25).
           05 GRD-SCORE       PIC 999.
           05 GRD-GRADE       PIC X.

       FD  ATTEND-FILE.
       01 ATTEND-RECORD.
           05 AT-DATE        PIC 9(8).
           05 AT-ROLL        PIC 9(8).
           05 AT-PRESENT     PIC X.

       FD  INVOICE-FILE.
       01 INVOICE-RECORD.
           05 IV-NUMBER      PIC 9(7).
           05 IV-ROLL        PIC 9(8).
           05 IV-DEPT        PIC 9.
           05 IV-DATE        PIC 9(8).
           05 IV-AMOUNT      PIC 9(7)V99.
           05 IV-PAID        PIC 9(7)V99.
           05 IV-STATUS      PIC X(8).
           05 IV-GROSS       PIC 9(7)V99.
           05 IV-CONCESSION  PIC 9(7)V99.
           05 IV-LINKED      PIC 9(7).
           05 IV-PERIOD      PIC 9(6).
           05 IV-CURRENCY    PIC X(3).
           05 IV-FX-RATE     PIC 9(5)V9(6).
           05 IV-FX-AMOUNT   PIC 9(9)V99.
           05 IV-FX-PAID     PIC 9(9)V99.
           05 IV-CHARGE      PIC X(6).

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  POINTS-FILE.
       01 POINTS-RECORD.
           05 GP-GRADE       PIC X.
           05 GP-POINTS      PIC 9V99.

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

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

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 ATTEND-STATUS      PIC X(2) VALUE "00".
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 POINTS-STATUS      PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 GRADES-EOF-SW      PIC X VALUE "N".

       01 KIOSK-CLOSED-SW    PIC X VALUE "N".
       01 SIGNED-IN-SW       PIC X VALUE "N".
       01 SESSION-END-SW     PIC X VALUE "N".
       01 TIMED-OUT-SW       PIC X VALUE "N".
       01 KIOSK-CHOICE       PIC X VALUE SPACE.
       01 ROLL-TEXT          PIC X(10) VALUE SPACES.
       01 CLOSE-OPERATOR     PIC X(10) VALUE SPACES.
       01 CLOSE-OK-SW        PIC X VALUE "N".
       01 BLANK-LINE-IDX     PIC 99 VALUE 0.

      * The signed-in student. Every inquiry reads only this roll.
       01 SESSION-ROLL       PIC 9(8) VALUE 0.
       01 SESSION-NAME       PIC X(25) VALUE SPACES.
       01 SESSION-STATUS     PIC X VALUE SPACE.
       01 SESSION-STATUS-DATE PIC 9(8) VALUE 0.
       01 SESSION-ENROLL-DATE PIC 9(8) VALUE 0.
       01 STATUS-LABEL       PIC X(11) VALUE SPACES.

       01 CHECK-FUNCTION     PIC X VALUE "V".
       01 CHECK-NUMBER       PIC X(19) VALUE SPACES.
       01 CHECK-DIGIT-OUT    PIC 9 VALUE 0.
       01 CHECK-VALID-SW     PIC X VALUE "N".

      * Seconds the menu prompt waits for an answer before the
      * session is ended unseen (SETTINGS.DAT key KIOSKIDLE).
       01 IDLE-LIMIT-SECS    PIC 9(4) VALUE 120.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

      * Attendance counts over the current term: the latest term on
      * TERMCAL.DAT to have started by the business date. With no
      * calendar on file every mark up to the business date counts.
       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 CURRENT-TERM       PIC X(6) VALUE SPACES.
       01 TERM-FROM          PIC 9(8) VALUE 0.
       01 TERM-TO            PIC 9(8) VALUE 0.

      * Term codes do not sort in calendar order (FA comes before SP
      * and SU), so the calendar's start dates are kept to tell
      * which of a student's terms is the latest.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
               10 TRM-T-START    PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERM-FULL-SW       PIC X VALUE "N".
       01 MARKS-RECORDED     PIC 9(5) VALUE 0.
       01 MARKS-PRESENT      PIC 9(5) VALUE 0.
       01 ATTEND-PCT         PIC 999V9 VALUE 0.
       01 ATTEND-PCT-TEXT    PIC ZZ9.9.
       01 MARKS-TEXT         PIC ZZZZ9.
       01 PRESENT-TEXT       PIC ZZZZ9.

       01 OPEN-INVOICES      PIC 999 VALUE 0.
       01 BALANCE-DUE        PIC S9(8)V99 VALUE 0.
       01 BALANCE-TEXT       PIC -(7)9.99.
       01 INVOICES-TEXT      PIC ZZ9.

       01 POINTS-TABLE.
           05 POINTS-ENTRY OCCURS 10 TIMES.
               10 PTS-T-GRADE  PIC X.
               10 PTS-T-POINTS PIC 9V99.
       01 POINTS-COUNT       PIC 99 VALUE 0.
       01 POINTS-IDX         PIC 99 VALUE 0.

      * GPA as on the transcript: credit-weighted from the course
      * master, a repeated course counted once under REPEATPOL.
       01 REPEAT-POLICY      PIC X(8) VALUE "LATEST".
       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 100 TIMES.
               10 CRS-T-CODE    PIC X(6).
               10 CRS-T-CREDITS PIC 9.
       01 COURSE-MASTER-COUNT PIC 999 VALUE 0.
       01 COURSE-IDX          PIC 999 VALUE 0.

       01 GRADE-TABLE.
           05 GRADE-ENTRY OCCURS 200 TIMES.
               10 GT-COURSE   PIC X(6).
               10 GT-SCORE    PIC 999.
               10 GT-GRADE    PIC X.
               10 GT-TERM     PIC X(6).
               10 GT-ATTEMPT  PIC 99.
               10 GT-COUNTED-SW PIC X.
               10 GT-CREDITS  PIC 9.
       01 GRADE-COUNT        PIC 999 VALUE 0.
       01 GRADE-IDX          PIC 999 VALUE 0.
       01 SCAN-IDX           PIC 999 VALUE 0.
       01 GRADE-ROLL-TEXT    PIC X(10).
       01 BEST-POINTS        PIC 9V99 VALUE 0.
       01 BEST-ATTEMPT       PIC 99 VALUE 0.
       01 BEST-ENTRY-IDX     PIC 999 VALUE 0.
       01 SCAN-POINTS        PIC 9V99 VALUE 0.
       01 GRADE-POINTS       PIC 9V99 VALUE 0.
       01 WORK-GRADE         PIC X.
       01 POINT-TOTAL        PIC 9(5)V99 VALUE 0.
       01 CREDIT-TOTAL       PIC 9(5) VALUE 0.
       01 GPA                PIC 9V99 VALUE 0.
       01 GPA-TEXT           PIC 9.99.
       01 CREDIT-TEXT        PIC ZZZZ9.
       01 SCORE-TEXT         PIC ZZ9.
       01 LATEST-TERM        PIC X(6) VALUE SPACES.
       01 LATEST-START       PIC 9(8) VALUE 0.
       01 GRADE-TERM-START   PIC 9(8) VALUE 0.

       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "STUKIOSK".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 AUDIT-TOPIC        PIC X(10) VALUE SPACES.

      * Front-counter self-service. A student signs in with the
      * eight-digit roll number, check digit included, and may look
      * only at their own lifecycle status, current-term attendance,
      * outstanding fee balance, latest grades and GPA. Nothing can
      * be changed and no other menu is reachable. The menu left
      * unanswered past KIOSKIDLE seconds ends the session, and the
      * screen is scrolled clear whenever a session ends. Sign-ins,
      * refusals, inquiries and sign-outs go to AUDITLOG.DAT under
      * operator KIOSK; only an active operator ID (0 at the roll
      * prompt) closes the kiosk.
       PROCEDURE DIVISION.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               DISPLAY "The student kiosk is interactive - "
                   "not run under the scheduler"
               GOBACK
           END-IF.

           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-POINTS-TABLE.
           PERFORM LOAD-COURSE-TABLE.
           PERFORM FIND-CURRENT-TERM.

           MOVE SPACES TO AUDIT-OPERATOR.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           MOVE "KIOSKON" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           PERFORM WRITE-KIOSK-AUDIT.

           MOVE "N" TO KIOSK-CLOSED-SW.
           PERFORM UNTIL KIOSK-CLOSED-SW = "Y"
               PERFORM KIOSK-SIGN-IN
           END-PERFORM.

           PERFORM CLEAR-KIOSK-SCREEN.
           DISPLAY "Student kiosk closed".
           GOBACK.

       KIOSK-SIGN-IN.
           DISPLAY " ".
           DISPLAY "STUDENT INQUIRY KIOSK".
           DISPLAY "Roll number with check digit: " WITH NO ADVANCING.
           MOVE SPACES TO ROLL-TEXT.
           ACCEPT ROLL-TEXT.

           EVALUATE TRUE
               WHEN ROLL-TEXT = SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(ROLL-TEXT) = "0"
                   PERFORM CLOSE-KIOSK-REQUEST
               WHEN OTHER
                   PERFORM VERIFY-STUDENT-ROLL
                   IF SIGNED-IN-SW = "Y"
                       PERFORM STUDENT-SESSION
                   END-IF
           END-EVALUATE.

      * The roll must be eight digits passing CHKDIGIT and be on the
      * student master. The refusal does not say which test failed.
       VERIFY-STUDENT-ROLL.
           MOVE "N" TO SIGNED-IN-SW.
           MOVE "N" TO CHECK-VALID-SW.
           MOVE FUNCTION TRIM(ROLL-TEXT) TO ROLL-TEXT.
           IF ROLL-TEXT(1:8) IS NUMERIC
               AND ROLL-TEXT(9:2) = SPACES
               MOVE SPACES TO CHECK-NUMBER
               MOVE ROLL-TEXT(1:8) TO CHECK-NUMBER(1:8)
               MOVE "V" TO CHECK-FUNCTION
               CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
                   CHECK-DIGIT-OUT CHECK-VALID-SW
               END-CALL
           END-IF.

           IF CHECK-VALID-SW = "Y"
               OPEN INPUT STUDENT-FILE
               IF STUDENT-STATUS = "00"
                   MOVE ROLL-TEXT(1:8) TO STU-ROLL
                   READ STUDENT-FILE KEY IS STU-ROLL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO SIGNED-IN-SW
                           MOVE STU-ROLL TO SESSION-ROLL
                           MOVE STU-NAME TO SESSION-NAME
                           MOVE STU-STATUS TO SESSION-STATUS
                           MOVE STU-STATUS-DATE
                               TO SESSION-STATUS-DATE
                           MOVE STU-ENROLL-DATE
                               TO SESSION-ENROLL-DATE
                   END-READ
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

           MOVE "KIOSK" TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  ROLL-TEXT DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           IF SIGNED-IN-SW = "Y"
               MOVE "KIOSKIN" TO AUDIT-ACTION
           ELSE
               MOVE "KIOSKBAD" TO AUDIT-ACTION
               DISPLAY "Roll number not recognised - please check "
                   "it and try again, or ask at the counter"
           END-IF.
           PERFORM WRITE-KIOSK-AUDIT.

       STUDENT-SESSION.
           DISPLAY " ".
           DISPLAY "Welcome, " FUNCTION TRIM(SESSION-NAME).
           MOVE "N" TO SESSION-END-SW.
           PERFORM UNTIL SESSION-END-SW = "Y"
               PERFORM SHOW-INQUIRY-MENU
           END-PERFORM.
           PERFORM CLEAR-KIOSK-SCREEN.
           IF TIMED-OUT-SW = "Y"
               DISPLAY "Session ended after inactivity"
           ELSE
               DISPLAY "Signed out - thank you"
           END-IF.
           MOVE 0 TO SESSION-ROLL.
           MOVE SPACES TO SESSION-NAME.

       SHOW-INQUIRY-MENU.
           DISPLAY " ".
           DISPLAY "1. My status".
           DISPLAY "2. My attendance this term".
           DISPLAY "3. My fee balance".
           DISPLAY "4. My latest grades and GPA".
           DISPLAY "9. Sign out".
           DISPLAY "Choice: " WITH NO ADVANCING.
           PERFORM ACCEPT-KIOSK-CHOICE.

           IF TIMED-OUT-SW = "Y"
               MOVE "Y" TO SESSION-END-SW
               MOVE "TIMEOUT" TO AUDIT-TOPIC
               MOVE "KIOSKOUT" TO AUDIT-ACTION
               PERFORM WRITE-SESSION-AUDIT
           ELSE
               EVALUATE KIOSK-CHOICE
                   WHEN "1"
                       PERFORM SHOW-STUDENT-STATUS
                   WHEN "2"
                       PERFORM SHOW-TERM-ATTENDANCE
                   WHEN "3"
                       PERFORM SHOW-FEE-BALANCE
                   WHEN "4"
                       PERFORM SHOW-GRADES-AND-GPA
                   WHEN "9"
                       MOVE "Y" TO SESSION-END-SW
                       MOVE "SIGNOUT" TO AUDIT-TOPIC
                       MOVE "KIOSKOUT" TO AUDIT-ACTION
                       PERFORM WRITE-SESSION-AUDIT
                   WHEN OTHER
                       DISPLAY "Please choose 1, 2, 3, 4 or 9"
               END-EVALUATE
           END-IF.

      * The menu prompt waits at most the idle limit; when it runs
      * out the session ends and the screen is cleared unanswered.
       ACCEPT-KIOSK-CHOICE.
           MOVE "N" TO TIMED-OUT-SW.
           MOVE SPACE TO KIOSK-CHOICE.
           ACCEPT KIOSK-CHOICE WITH TIME-OUT IDLE-LIMIT-SECS
               ON EXCEPTION
                   MOVE "Y" TO TIMED-OUT-SW
           END-ACCEPT.

      * Scrolls the last student's answers off the screen.
       CLEAR-KIOSK-SCREEN.
           PERFORM VARYING BLANK-LINE-IDX FROM 1 BY 1
           UNTIL BLANK-LINE-IDX > 30
               DISPLAY " "
           END-PERFORM.

       SHOW-STUDENT-STATUS.
           EVALUATE SESSION-STATUS
               WHEN "A"
               WHEN SPACE
                   MOVE "ACTIVE" TO STATUS-LABEL
               WHEN "W"
                   MOVE "WITHDRAWN" TO STATUS-LABEL
               WHEN "T"
                   MOVE "TRANSFERRED" TO STATUS-LABEL
               WHEN "G"
                   MOVE "GRADUATED" TO STATUS-LABEL
               WHEN "L"
                   MOVE "ON LEAVE" TO STATUS-LABEL
               WHEN OTHER
                   MOVE "INACTIVE" TO STATUS-LABEL
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "Roll " SESSION-ROLL "  "
               FUNCTION TRIM(SESSION-NAME).
           DISPLAY "Enrolled " SESSION-ENROLL-DATE.
           IF SESSION-STATUS-DATE > 0
               DISPLAY "Status " FUNCTION TRIM(STATUS-LABEL)
                   " since " SESSION-STATUS-DATE
           ELSE
               DISPLAY "Status " FUNCTION TRIM(STATUS-LABEL)
           END-IF.
           MOVE "STATUS" TO AUDIT-TOPIC.
           MOVE "KIOSKINQ" TO AUDIT-ACTION.
           PERFORM WRITE-SESSION-AUDIT.

       SHOW-TERM-ATTENDANCE.
           MOVE 0 TO MARKS-RECORDED.
           MOVE 0 TO MARKS-PRESENT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF AT-ROLL = SESSION-ROLL
                               AND AT-DATE >= TERM-FROM
                               AND AT-DATE <= TERM-TO
                               AND MARKS-RECORDED < 99999
                               ADD 1 TO MARKS-RECORDED
                               IF AT-PRESENT = "Y"
                                   ADD 1 TO MARKS-PRESENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

           DISPLAY " ".
           IF CURRENT-TERM = SPACES
               DISPLAY "Attendance - all dates to " BUSINESS-DATE
           ELSE
               DISPLAY "Attendance - term " CURRENT-TERM
                   " from " TERM-FROM " to " TERM-TO
           END-IF.
           IF MARKS-RECORDED = 0
               DISPLAY "No attendance has been recorded yet"
           ELSE
               COMPUTE ATTEND-PCT ROUNDED =
                   MARKS-PRESENT * 100 / MARKS-RECORDED
               MOVE ATTEND-PCT TO ATTEND-PCT-TEXT
               MOVE MARKS-RECORDED TO MARKS-TEXT
               MOVE MARKS-PRESENT TO PRESENT-TEXT
               DISPLAY "Present " FUNCTION TRIM(PRESENT-TEXT)
                   " of " FUNCTION TRIM(MARKS-TEXT)
                   " days recorded - "
                   FUNCTION TRIM(ATTEND-PCT-TEXT) " percent"
           END-IF.
           MOVE "ATTENDANCE" TO AUDIT-TOPIC.
           MOVE "KIOSKINQ" TO AUDIT-ACTION.
           PERFORM WRITE-SESSION-AUDIT.

      * Outstanding balance: what is still unpaid on open invoices.
       SHOW-FEE-BALANCE.
           MOVE 0 TO OPEN-INVOICES.
           MOVE 0 TO BALANCE-DUE.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF IV-ROLL = SESSION-ROLL
                               AND IV-STATUS = "OPEN"
                               AND OPEN-INVOICES < 999
                               ADD 1 TO OPEN-INVOICES
                               COMPUTE BALANCE-DUE = BALANCE-DUE
                                   + IV-AMOUNT - IV-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

           DISPLAY " ".
           IF OPEN-INVOICES = 0
               DISPLAY "No fees outstanding"
           ELSE
               MOVE BALANCE-DUE TO BALANCE-TEXT
               MOVE OPEN-INVOICES TO INVOICES-TEXT
               DISPLAY "Outstanding fee balance "
                   FUNCTION TRIM(BALANCE-TEXT)
                   " on " FUNCTION TRIM(INVOICES-TEXT)
                   " open invoice(s)"
               DISPLAY "Please pay at the fees counter"
           END-IF.
           MOVE "FEES" TO AUDIT-TOPIC.
           MOVE "KIOSKINQ" TO AUDIT-ACTION.
           PERFORM WRITE-SESSION-AUDIT.

      * Latest grades are those of the student's most recent term on
      * GRADES.DAT, by TERMCAL.DAT start date; the GPA is cumulative
      * over every term.
       SHOW-GRADES-AND-GPA.
           PERFORM LOAD-GRADE-TABLE.
           PERFORM MARK-COUNTED-ATTEMPTS.

           MOVE SPACES TO LATEST-TERM.
           MOVE 0 TO LATEST-START.
           MOVE 0 TO POINT-TOTAL.
           MOVE 0 TO CREDIT-TOTAL.
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
           UNTIL GRADE-IDX > GRADE-COUNT
               IF GT-TERM(GRADE-IDX) NOT = "UNKNWN"
                   PERFORM FIND-GRADE-TERM-START
                   IF GRADE-TERM-START > LATEST-START
                       OR (GRADE-TERM-START = LATEST-START
                           AND GT-TERM(GRADE-IDX) > LATEST-TERM)
                       MOVE GT-TERM(GRADE-IDX) TO LATEST-TERM
                       MOVE GRADE-TERM-START TO LATEST-START
                   END-IF
               END-IF
               IF GT-COUNTED-SW(GRADE-IDX) = "Y"
                   MOVE GT-GRADE(GRADE-IDX) TO WORK-GRADE
                   PERFORM LOOKUP-GRADE-POINTS
                   COMPUTE POINT-TOTAL = POINT-TOTAL
                       + GRADE-POINTS * GT-CREDITS(GRADE-IDX)
                   ADD GT-CREDITS(GRADE-IDX) TO CREDIT-TOTAL
               END-IF
           END-PERFORM.
           IF LATEST-TERM = SPACES AND GRADE-COUNT > 0
               MOVE "UNKNWN" TO LATEST-TERM
           END-IF.

           DISPLAY " ".
           IF GRADE-COUNT = 0
               DISPLAY "No grades have been recorded yet"
           ELSE
               DISPLAY "Latest grades - term " LATEST-TERM
               DISPLAY "COURSE  SCORE GRADE"
               PERFORM VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-COUNT
                   IF GT-TERM(GRADE-IDX) = LATEST-TERM
                       MOVE GT-SCORE(GRADE-IDX) TO SCORE-TEXT
                       DISPLAY GT-COURSE(GRADE-IDX) "    "
                           SCORE-TEXT "   " GT-GRADE(GRADE-IDX)
                   END-IF
               END-PERFORM
               IF CREDIT-TOTAL > 0
                   COMPUTE GPA ROUNDED = POINT-TOTAL / CREDIT-TOTAL
                   MOVE GPA TO GPA-TEXT
                   MOVE CREDIT-TOTAL TO CREDIT-TEXT
                   DISPLAY "Current GPA " GPA-TEXT " over "
                       FUNCTION TRIM(CREDIT-TEXT) " credit(s)"
               END-IF
           END-IF.
           MOVE "GRADES" TO AUDIT-TOPIC.
           MOVE "KIOSKINQ" TO AUDIT-ACTION.
           PERFORM WRITE-SESSION-AUDIT.

       LOAD-GRADE-TABLE.
           MOVE 0 TO GRADE-COUNT.
           MOVE "N" TO GRADES-EOF-SW.
           MOVE SESSION-ROLL TO GRADE-ROLL-TEXT.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               MOVE LOW-VALUES TO GRD-KEY
               MOVE GRADE-ROLL-TEXT(1:8) TO GRD-STUDENT-ID(1:8)
               START GRADES-FILE KEY >= GRD-KEY
                   INVALID KEY
                       MOVE "Y" TO GRADES-EOF-SW
               END-START
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           IF GRD-STUDENT-ID(1:8)
                               = GRADE-ROLL-TEXT(1:8)
                               PERFORM STORE-ONE-GRADE
                           ELSE
                               MOVE "Y" TO GRADES-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

       STORE-ONE-GRADE.
           IF GRADE-COUNT < 200
               ADD 1 TO GRADE-COUNT
               MOVE GRD-COURSE TO GT-COURSE(GRADE-COUNT)
               MOVE GRD-SCORE TO GT-SCORE(GRADE-COUNT)
               MOVE GRD-GRADE TO GT-GRADE(GRADE-COUNT)
               IF GRD-TERM = SPACES
                   MOVE "UNKNWN" TO GT-TERM(GRADE-COUNT)
               ELSE
                   MOVE GRD-TERM TO GT-TERM(GRADE-COUNT)
               END-IF
               IF GRD-ATTEMPT IS NUMERIC
                   MOVE GRD-ATTEMPT TO GT-ATTEMPT(GRADE-COUNT)
               ELSE
                   MOVE 1 TO GT-ATTEMPT(GRADE-COUNT)
               END-IF
               MOVE "Y" TO GT-COUNTED-SW(GRADE-COUNT)
               MOVE 1 TO GT-CREDITS(GRADE-COUNT)
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-MASTER-COUNT
                   IF CRS-T-CODE(COURSE-IDX) = GRD-COURSE
                       AND CRS-T-CREDITS(COURSE-IDX) > 0
                       MOVE CRS-T-CREDITS(COURSE-IDX)
                           TO GT-CREDITS(GRADE-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       MARK-COUNTED-ATTEMPTS.
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
           UNTIL GRADE-IDX > GRADE-COUNT
               PERFORM JUDGE-ONE-ATTEMPT
           END-PERFORM.

       JUDGE-ONE-ATTEMPT.
           MOVE 0 TO BEST-ENTRY-IDX.
           MOVE 0 TO BEST-POINTS.
           MOVE 0 TO BEST-ATTEMPT.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
           UNTIL SCAN-IDX > GRADE-COUNT
               IF GT-COURSE(SCAN-IDX) = GT-COURSE(GRADE-IDX)
                   MOVE GT-GRADE(SCAN-IDX) TO WORK-GRADE
                   PERFORM LOOKUP-GRADE-POINTS
                   MOVE GRADE-POINTS TO SCAN-POINTS
                   IF REPEAT-POLICY = "BEST"
                       IF BEST-ENTRY-IDX = 0
                           OR SCAN-POINTS > BEST-POINTS
                           OR (SCAN-POINTS = BEST-POINTS
                               AND GT-ATTEMPT(SCAN-IDX)
                                   > BEST-ATTEMPT)
                           MOVE SCAN-IDX TO BEST-ENTRY-IDX
                           MOVE SCAN-POINTS TO BEST-POINTS
                           MOVE GT-ATTEMPT(SCAN-IDX)
                               TO BEST-ATTEMPT
                       END-IF
                   ELSE
                       IF BEST-ENTRY-IDX = 0
                           OR GT-ATTEMPT(SCAN-IDX) > BEST-ATTEMPT
                           MOVE SCAN-IDX TO BEST-ENTRY-IDX
                           MOVE GT-ATTEMPT(SCAN-IDX)
                               TO BEST-ATTEMPT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF GRADE-IDX = BEST-ENTRY-IDX
               MOVE "Y" TO GT-COUNTED-SW(GRADE-IDX)
           ELSE
               MOVE "N" TO GT-COUNTED-SW(GRADE-IDX)
           END-IF.

       LOOKUP-GRADE-POINTS.
           MOVE 0 TO GRADE-POINTS.
           PERFORM VARYING POINTS-IDX FROM 1 BY 1
           UNTIL POINTS-IDX > POINTS-COUNT
               IF PTS-T-GRADE(POINTS-IDX) = WORK-GRADE
                   MOVE PTS-T-POINTS(POINTS-IDX) TO GRADE-POINTS
               END-IF
           END-PERFORM.

      * Closing the kiosk hands the terminal back, so it takes an
      * active operator ID; with an operator signed on at the
      * console it must be that operator.
       CLOSE-KIOSK-REQUEST.
           DISPLAY "Operator ID to close the kiosk: "
               WITH NO ADVANCING.
           MOVE SPACES TO CLOSE-OPERATOR.
           ACCEPT CLOSE-OPERATOR.
           MOVE FUNCTION UPPER-CASE(CLOSE-OPERATOR) TO CLOSE-OPERATOR.
           MOVE "N" TO CLOSE-OK-SW.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               AND CLOSE-OPERATOR NOT = SIGNED-ON-OPERATOR
               CONTINUE
           ELSE
               IF CLOSE-OPERATOR NOT = SPACES
                   PERFORM VALIDATE-CLOSE-OPERATOR
               END-IF
           END-IF.

           MOVE CLOSE-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-DETAIL.
           IF CLOSE-OK-SW = "Y"
               MOVE "Y" TO KIOSK-CLOSED-SW
               MOVE "KIOSKOFF" TO AUDIT-ACTION
           ELSE
               MOVE "KIOSKBAD" TO AUDIT-ACTION
               MOVE "CLOSE REFUSED" TO AUDIT-DETAIL
               PERFORM CLEAR-KIOSK-SCREEN
           END-IF.
           PERFORM WRITE-KIOSK-AUDIT.

       VALIDATE-CLOSE-OPERATOR.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF OPM-ID = CLOSE-OPERATOR
                               AND OPM-ACTIVE = "Y"
                               MOVE "Y" TO CLOSE-OK-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       WRITE-SESSION-AUDIT.
           MOVE "KIOSK" TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  SESSION-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-TOPIC DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-KIOSK-AUDIT.

      * A term missing from TERMCAL.DAT has no start date; it is
      * taken as older than every term on the calendar, and such
      * terms are ordered among themselves by their code.
       FIND-GRADE-TERM-START.
           MOVE 0 TO GRADE-TERM-START.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               IF TRM-T-TERM(TERM-IDX) = GT-TERM(GRADE-IDX)
                   MOVE TRM-T-START(TERM-IDX) TO GRADE-TERM-START
               END-IF
           END-PERFORM.

       WRITE-KIOSK-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

      * Same term rule as the merit award run's assessment term.
       FIND-CURRENT-TERM.
           MOVE SPACES TO CURRENT-TERM.
           MOVE 0 TO TERM-FROM.
           MOVE BUSINESS-DATE TO TERM-TO.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERM-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TERM-COUNT < 50
                               ADD 1 TO TERM-COUNT
                               MOVE TC-TERM TO TRM-T-TERM(TERM-COUNT)
                               MOVE TC-START
                                   TO TRM-T-START(TERM-COUNT)
                           ELSE
                               IF TERM-FULL-SW = "N"
                                   DISPLAY "TERMCAL.DAT has more rows "
                                       "than the term table can hold"
                                   MOVE "Y" TO TERM-FULL-SW
                               END-IF
                           END-IF
                           IF TC-START <= BUSINESS-DATE
                               AND TC-START >= TERM-FROM
                               MOVE TC-TERM TO CURRENT-TERM
                               MOVE TC-START TO TERM-FROM
                               MOVE TC-END TO TERM-TO
                               IF TERM-TO > BUSINESS-DATE
                                   MOVE BUSINESS-DATE TO TERM-TO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF CURRENT-TERM = SPACES
               MOVE 0 TO TERM-FROM
               MOVE BUSINESS-DATE TO TERM-TO
           END-IF.

       LOAD-COURSE-TABLE.
           MOVE 0 TO COURSE-MASTER-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ COURSE-MASTER-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF COURSE-MASTER-COUNT < 100
                               ADD 1 TO COURSE-MASTER-COUNT
                               MOVE CM-CODE
                                   TO CRS-T-CODE(
                                       COURSE-MASTER-COUNT)
                               MOVE CM-CREDITS
                                   TO CRS-T-CREDITS(
                                       COURSE-MASTER-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF.

       LOAD-POINTS-TABLE.
           MOVE 0 TO POINTS-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT POINTS-FILE.
           IF POINTS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ POINTS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF POINTS-COUNT < 10
                               ADD 1 TO POINTS-COUNT
                               MOVE GP-GRADE
                                   TO PTS-T-GRADE(POINTS-COUNT)
                               MOVE GP-POINTS
                                   TO PTS-T-POINTS(POINTS-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.

           IF POINTS-COUNT = 0
               MOVE 5 TO POINTS-COUNT
               MOVE "A" TO PTS-T-GRADE(1)
               MOVE 4.00 TO PTS-T-POINTS(1)
               MOVE "B" TO PTS-T-GRADE(2)
               MOVE 3.00 TO PTS-T-POINTS(2)
               MOVE "C" TO PTS-T-GRADE(3)
               MOVE 2.00 TO PTS-T-POINTS(3)
               MOVE "D" TO PTS-T-GRADE(4)
               MOVE 1.00 TO PTS-T-POINTS(4)
               MOVE "F" TO PTS-T-GRADE(5)
               MOVE 0.00 TO PTS-T-POINTS(5)
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
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           EVALUATE SET-KEY
                               WHEN "KIOSKIDLE"
                                   PERFORM PARSE-NUMERIC-SETTING
                                   IF SETTING-NUMERIC-SW = "Y"
                                       AND SETTING-NUMERIC-VALUE > 0
                                       MOVE SETTING-NUMERIC-VALUE
                                           TO IDLE-LIMIT-SECS
                                   END-IF
                               WHEN "REPEATPOL"
                                   IF SET-VALUE(1:4) = "BEST"
                                       MOVE "BEST" TO REPEAT-POLICY
                                   ELSE
                                       MOVE "LATEST" TO REPEAT-POLICY
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
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

           IF SETTING-VALUE-LEN > 0 AND SETTING-VALUE-LEN < 5
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
