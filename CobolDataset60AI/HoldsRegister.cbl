       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDS-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Student holds register, one row per hold placed. A hold is
      * active until HLD-RELEASED carries the release date; released
      * rows stay on file as the history.
       FD  HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ROLL       PIC 9(8).
               10 HLD-TYPE       PIC X(8).
               10 HLD-PLACED     PIC 9(8).
           05 HLD-OFFICE         PIC X(10).
           05 HLD-REASON         PIC X(30).
           05 HLD-PLACED-BY      PIC X(10).
           05 HLD-RELEASED       PIC 9(8).
           05 HLD-RELEASED-BY    PIC X(10).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  HOLD-REPORT-FILE.
       01 HOLD-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 HOLD-STATUS        PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 HOLD-REPORT-STATUS PIC X(2) VALUE "00".
       01 HOLD-EOF-SW        PIC X VALUE "N".
       01 HOLD-OPEN-SW       PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9 VALUE 0.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 OPERATOR-ID        PIC X(10) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 ROLL-INPUT         PIC 9(8) VALUE 0.
       01 TYPE-INPUT         PIC X(8) VALUE SPACES.
       01 OFFICE-INPUT       PIC X(10) VALUE SPACES.
       01 REASON-INPUT       PIC X(30) VALUE SPACES.
       01 ENTRY-VALID-SW     PIC X VALUE "N".
       01 STUDENT-NAME-FOUND PIC X(25) VALUE SPACES.

      * Hold types, and the offices that may place a hold.
       01 HOLD-TYPES.
           05 FILLER          PIC X(8) VALUE "LIBRARY".
           05 FILLER          PIC X(8) VALUE "HOSTEL".
           05 FILLER          PIC X(8) VALUE "CONDUCT".
           05 FILLER          PIC X(8) VALUE "FEES".
           05 FILLER          PIC X(8) VALUE "ACADEMIC".
           05 FILLER          PIC X(8) VALUE "DOCUMENT".
       01 HOLD-TYPE-LIST REDEFINES HOLD-TYPES.
           05 HOLD-TYPE-NAME OCCURS 6 TIMES PIC X(8).
       01 HOLD-OFFICES.
           05 FILLER          PIC X(10) VALUE "LIBRARY".
           05 FILLER          PIC X(10) VALUE "HOSTEL".
           05 FILLER          PIC X(10) VALUE "DISCIPLINE".
           05 FILLER          PIC X(10) VALUE "ACCOUNTS".
           05 FILLER          PIC X(10) VALUE "REGISTRAR".
       01 HOLD-OFFICE-LIST REDEFINES HOLD-OFFICES.
           05 HOLD-OFFICE-NAME OCCURS 5 TIMES PIC X(10).
       01 LIST-IDX           PIC 99 VALUE 0.

      * Holds on file for the roll being worked, in key order.
       01 ROLL-HOLD-TABLE.
           05 ROLL-HOLD-ENTRY OCCURS 50 TIMES.
               10 RH-TYPE        PIC X(8).
               10 RH-PLACED      PIC 9(8).
               10 RH-OFFICE      PIC X(10).
               10 RH-REASON      PIC X(30).
               10 RH-PLACED-BY   PIC X(10).
               10 RH-RELEASED    PIC 9(8).
               10 RH-RELEASED-BY PIC X(10).
       01 ROLL-HOLD-COUNT    PIC 99 VALUE 0.
       01 ROLL-HOLD-IDX      PIC 99 VALUE 0.
       01 ACTIVE-HOLD-COUNT  PIC 99 VALUE 0.
       01 DUPLICATE-SW       PIC X VALUE "N".
       01 RELEASE-CHOICE     PIC 99 VALUE 0.
       01 RELEASE-IDX        PIC 99 VALUE 0.
       01 ENTRY-NUMBER-TEXT  PIC Z9.
       01 HOLD-STATE-TEXT    PIC X(20) VALUE SPACES.

       01 REPORT-DATE        PIC 9(8) VALUE 0.
       01 REPORT-DATE-TEXT   PIC X(8) VALUE SPACES.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.
       01 REPORT-PASS        PIC 9 VALUE 0.
       01 PLACED-TODAY-COUNT PIC 9(5) VALUE 0.
       01 RELEASED-TODAY-COUNT PIC 9(5) VALUE 0.
       01 ACTIVE-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 SECTION-COUNT      PIC 9(5) VALUE 0.
       01 COUNT-TEXT         PIC Z(4)9.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "HOLDS".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "HOLDRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "HOLDS".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
           ELSE
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           PERFORM LOAD-BUSINESS-DATE.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-HOLDS-MENU
           END-PERFORM.
           GOBACK.

       SHOW-HOLDS-MENU.
           DISPLAY "Student Holds Register:".
           DISPLAY "1. Place a hold".
           DISPLAY "2. Release a hold".
           DISPLAY "3. List holds for a student".
           DISPLAY "4. Daily new and released holds report".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM PLACE-HOLD
               WHEN 2
                   PERFORM RELEASE-HOLD
               WHEN 3
                   PERFORM LIST-STUDENT-HOLDS
               WHEN 4
                   PERFORM DAILY-HOLDS-REPORT
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * An office holds at most one active hold of each type on a
      * student; the placing date completes the key, so the same
      * hold can be placed again after an earlier one is released.
       PLACE-HOLD.
           PERFORM ACCEPT-HOLD-ROLL.
           IF ENTRY-VALID-SW = "Y"
               PERFORM ACCEPT-HOLD-DETAILS
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM LOAD-ROLL-HOLDS
               MOVE "N" TO DUPLICATE-SW
               PERFORM VARYING ROLL-HOLD-IDX FROM 1 BY 1
               UNTIL ROLL-HOLD-IDX > ROLL-HOLD-COUNT
                   IF RH-TYPE(ROLL-HOLD-IDX) = TYPE-INPUT
                       AND RH-RELEASED(ROLL-HOLD-IDX) = 0
                       AND RH-OFFICE(ROLL-HOLD-IDX) = OFFICE-INPUT
                       MOVE "Y" TO DUPLICATE-SW
                   END-IF
                   IF RH-TYPE(ROLL-HOLD-IDX) = TYPE-INPUT
                       AND RH-PLACED(ROLL-HOLD-IDX) = BUSINESS-DATE
                       MOVE "Y" TO DUPLICATE-SW
                   END-IF
               END-PERFORM
               IF DUPLICATE-SW = "Y"
                   DISPLAY "A " TYPE-INPUT " hold is already on "
                       "file for roll " ROLL-INPUT " - not placed"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM OPEN-HOLD-FILE-I-O
               MOVE ROLL-INPUT TO HLD-ROLL
               MOVE TYPE-INPUT TO HLD-TYPE
               MOVE BUSINESS-DATE TO HLD-PLACED
               MOVE OFFICE-INPUT TO HLD-OFFICE
               MOVE REASON-INPUT TO HLD-REASON
               MOVE OPERATOR-ID TO HLD-PLACED-BY
               MOVE 0 TO HLD-RELEASED
               MOVE SPACES TO HLD-RELEASED-BY
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Hold not written - status "
                           HOLD-STATUS
                       MOVE "N" TO ENTRY-VALID-SW
               END-WRITE
               CLOSE HOLD-FILE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               MOVE "HOLDADD" TO AUDIT-ACTION
               PERFORM WRITE-HOLD-AUDIT
               DISPLAY "Hold placed: " ROLL-INPUT " " TYPE-INPUT
                   " by " OFFICE-INPUT
           END-IF.

      * The active holds on the roll are numbered; the operator picks
      * the one to release.
       RELEASE-HOLD.
           PERFORM ACCEPT-HOLD-ROLL.
           IF ENTRY-VALID-SW = "Y"
               PERFORM LOAD-ROLL-HOLDS
               PERFORM SHOW-ROLL-HOLDS
               IF ACTIVE-HOLD-COUNT = 0
                   DISPLAY "No active holds for roll " ROLL-INPUT
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Entry number to release (0 = none): "
                   WITH NO ADVANCING
               ACCEPT RELEASE-CHOICE
               MOVE RELEASE-CHOICE TO RELEASE-IDX
               EVALUATE TRUE
                   WHEN RELEASE-IDX = 0
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN RELEASE-IDX > ROLL-HOLD-COUNT
                       DISPLAY "No such entry"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN RH-RELEASED(RELEASE-IDX) NOT = 0
                       DISPLAY "Hold already released on "
                           RH-RELEASED(RELEASE-IDX)
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM OPEN-HOLD-FILE-I-O
               MOVE ROLL-INPUT TO HLD-ROLL
               MOVE RH-TYPE(RELEASE-IDX) TO HLD-TYPE
               MOVE RH-PLACED(RELEASE-IDX) TO HLD-PLACED
               READ HOLD-FILE KEY IS HLD-KEY
                   INVALID KEY
                       DISPLAY "Hold no longer on HOLDS.DAT"
                       MOVE "N" TO ENTRY-VALID-SW
               END-READ
               IF ENTRY-VALID-SW = "Y"
                   MOVE BUSINESS-DATE TO HLD-RELEASED
                   MOVE OPERATOR-ID TO HLD-RELEASED-BY
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Hold not released - status "
                               HOLD-STATUS
                           MOVE "N" TO ENTRY-VALID-SW
                   END-REWRITE
               END-IF
               CLOSE HOLD-FILE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               MOVE RH-TYPE(RELEASE-IDX) TO TYPE-INPUT
               MOVE RH-OFFICE(RELEASE-IDX) TO OFFICE-INPUT
               MOVE "HOLDREL" TO AUDIT-ACTION
               PERFORM WRITE-HOLD-AUDIT
               DISPLAY "Hold released: " ROLL-INPUT " " TYPE-INPUT
           END-IF.

       LIST-STUDENT-HOLDS.
           PERFORM ACCEPT-HOLD-ROLL.
           IF ENTRY-VALID-SW = "Y"
               PERFORM LOAD-ROLL-HOLDS
               IF ROLL-HOLD-COUNT = 0
                   DISPLAY "No holds on file for roll " ROLL-INPUT
               ELSE
                   PERFORM SHOW-ROLL-HOLDS
                   DISPLAY "Active holds: " ACTIVE-HOLD-COUNT
               END-IF
           END-IF.

       SHOW-ROLL-HOLDS.
           DISPLAY ROLL-INPUT " " STUDENT-NAME-FOUND.
           PERFORM VARYING ROLL-HOLD-IDX FROM 1 BY 1
           UNTIL ROLL-HOLD-IDX > ROLL-HOLD-COUNT
               MOVE ROLL-HOLD-IDX TO ENTRY-NUMBER-TEXT
               MOVE SPACES TO HOLD-STATE-TEXT
               IF RH-RELEASED(ROLL-HOLD-IDX) = 0
                   MOVE "ACTIVE" TO HOLD-STATE-TEXT
               ELSE
                   STRING "RELEASED " DELIMITED BY SIZE
                          RH-RELEASED(ROLL-HOLD-IDX) DELIMITED BY SIZE
                          INTO HOLD-STATE-TEXT
                   END-STRING
               END-IF
               DISPLAY ENTRY-NUMBER-TEXT ". "
                   RH-TYPE(ROLL-HOLD-IDX) " "
                   RH-OFFICE(ROLL-HOLD-IDX) " "
                   RH-PLACED(ROLL-HOLD-IDX) " "
                   RH-REASON(ROLL-HOLD-IDX) " "
                   HOLD-STATE-TEXT
           END-PERFORM.

      * Registrar's daily list: holds placed on the day, holds
      * released on the day, and the count still active.
       DAILY-HOLDS-REPORT.
           DISPLAY "Report date YYYYMMDD (blank = business date): "
               WITH NO ADVANCING.
           MOVE SPACES TO REPORT-DATE-TEXT.
           ACCEPT REPORT-DATE-TEXT.
           IF REPORT-DATE-TEXT = SPACES
               MOVE BUSINESS-DATE TO REPORT-DATE
               MOVE "Y" TO DATE-VALID-SW
           ELSE
               MOVE "N" TO DATE-VALID-SW
               IF REPORT-DATE-TEXT IS NUMERIC
                   MOVE REPORT-DATE-TEXT TO REPORT-DATE
                   CALL "DATEEDIT" USING REPORT-DATE DATE-VALID-SW
                       DATE-REASON
                   END-CALL
               END-IF
           END-IF.
           IF DATE-VALID-SW NOT = "Y"
               DISPLAY "Invalid report date: " REPORT-DATE-TEXT
           ELSE
               PERFORM WRITE-DAILY-HOLDS-REPORT
           END-IF.

       WRITE-DAILY-HOLDS-REPORT.
           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO PLACED-TODAY-COUNT.
           MOVE 0 TO RELEASED-TODAY-COUNT.
           MOVE 0 TO ACTIVE-TOTAL-COUNT.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           STRING "STUDENT HOLDS - NEW AND RELEASED ON "
                      DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  "   FOR THE REGISTRAR" DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HOLD-REPORT-LINE.
           PERFORM WRITE-HOLD-REPORT-LINE.

           PERFORM VARYING REPORT-PASS FROM 1 BY 1
           UNTIL REPORT-PASS > 2
               IF REPORT-PASS = 1
                   MOVE "HOLDS PLACED" TO HOLD-REPORT-RECORD
               ELSE
                   MOVE "HOLDS RELEASED" TO HOLD-REPORT-RECORD
               END-IF
               PERFORM WRITE-HOLD-REPORT-LINE
               MOVE "ROLL     NAME                      TYPE     "
                   TO HOLD-REPORT-RECORD
               MOVE "OFFICE     REASON" TO HOLD-REPORT-RECORD(46:17)
               PERFORM WRITE-HOLD-REPORT-LINE
               PERFORM REPORT-ONE-SECTION
               PERFORM WRITE-HOLD-REPORT-LINE
           END-PERFORM.

           MOVE PLACED-TODAY-COUNT TO COUNT-TEXT.
           STRING "HOLDS PLACED      " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HOLD-REPORT-LINE.
           MOVE RELEASED-TODAY-COUNT TO COUNT-TEXT.
           STRING "HOLDS RELEASED    " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HOLD-REPORT-LINE.
           MOVE ACTIVE-TOTAL-COUNT TO COUNT-TEXT.
           STRING "HOLDS NOW ACTIVE  " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HOLD-REPORT-LINE.

           CLOSE HOLD-REPORT-FILE.
           IF STUDENT-STATUS = "00"
               CLOSE STUDENT-FILE
           END-IF.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Placed: " PLACED-TODAY-COUNT
               "  released: " RELEASED-TODAY-COUNT
               "  active: " ACTIVE-TOTAL-COUNT.
           DISPLAY "Report written to HOLDRPT.DAT".

      * One pass of HOLDS.DAT per section; the active count is taken
      * on the first pass.
       REPORT-ONE-SECTION.
           MOVE 0 TO SECTION-COUNT.
           MOVE "N" TO HOLD-EOF-SW.
           MOVE "N" TO HOLD-OPEN-SW.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = "00"
               MOVE "Y" TO HOLD-OPEN-SW
           ELSE
               MOVE "Y" TO HOLD-EOF-SW
           END-IF.
           PERFORM UNTIL HOLD-EOF-SW = "Y"
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF-SW
                   NOT AT END
                       IF REPORT-PASS = 1
                           AND HLD-RELEASED = 0
                           ADD 1 TO ACTIVE-TOTAL-COUNT
                       END-IF
                       IF REPORT-PASS = 1
                           AND HLD-PLACED = REPORT-DATE
                           ADD 1 TO PLACED-TODAY-COUNT
                           PERFORM WRITE-HOLD-DETAIL
                       END-IF
                       IF REPORT-PASS = 2
                           AND HLD-RELEASED = REPORT-DATE
                           ADD 1 TO RELEASED-TODAY-COUNT
                           PERFORM WRITE-HOLD-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           IF HOLD-OPEN-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF SECTION-COUNT = 0
               MOVE "  NONE" TO HOLD-REPORT-RECORD
               PERFORM WRITE-HOLD-REPORT-LINE
           END-IF.

       WRITE-HOLD-DETAIL.
           ADD 1 TO SECTION-COUNT.
           MOVE SPACES TO STUDENT-NAME-FOUND.
           IF STUDENT-STATUS = "00"
               MOVE HLD-ROLL TO STU-ROLL
               READ STUDENT-FILE KEY IS STU-ROLL
                   INVALID KEY
                       MOVE "NOT ON STUDENT MASTER"
                           TO STUDENT-NAME-FOUND
                   NOT INVALID KEY
                       MOVE STU-NAME TO STUDENT-NAME-FOUND
               END-READ
           END-IF.
           STRING HLD-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STUDENT-NAME-FOUND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HLD-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HLD-OFFICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HLD-REASON DELIMITED BY SIZE
                  INTO HOLD-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HOLD-REPORT-LINE.

       WRITE-HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO HOLD-REPORT-RECORD.

       ACCEPT-HOLD-ROLL.
           MOVE "Y" TO ENTRY-VALID-SW.
           MOVE SPACES TO STUDENT-NAME-FOUND.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               MOVE ROLL-INPUT TO STU-ROLL
               READ STUDENT-FILE KEY IS STU-ROLL
                   INVALID KEY
                       DISPLAY "Roll not on STUMAST.DAT: " ROLL-INPUT
                       MOVE "N" TO ENTRY-VALID-SW
                   NOT INVALID KEY
                       MOVE STU-NAME TO STUDENT-NAME-FOUND
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

       ACCEPT-HOLD-DETAILS.
           DISPLAY "Hold type (LIBRARY, HOSTEL, CONDUCT, FEES, "
               "ACADEMIC, DOCUMENT): " WITH NO ADVANCING.
           ACCEPT TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(TYPE-INPUT) TO TYPE-INPUT.
           MOVE "N" TO ENTRY-VALID-SW.
           PERFORM VARYING LIST-IDX FROM 1 BY 1
           UNTIL LIST-IDX > 6
               IF HOLD-TYPE-NAME(LIST-IDX) = TYPE-INPUT
                   MOVE "Y" TO ENTRY-VALID-SW
               END-IF
           END-PERFORM.
           IF ENTRY-VALID-SW = "N"
               DISPLAY "Unknown hold type: " TYPE-INPUT
           ELSE
               DISPLAY "Placing office (LIBRARY, HOSTEL, DISCIPLINE, "
                   "ACCOUNTS, REGISTRAR): " WITH NO ADVANCING
               ACCEPT OFFICE-INPUT
               MOVE FUNCTION UPPER-CASE(OFFICE-INPUT) TO OFFICE-INPUT
               MOVE "N" TO ENTRY-VALID-SW
               PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > 5
                   IF HOLD-OFFICE-NAME(LIST-IDX) = OFFICE-INPUT
                       MOVE "Y" TO ENTRY-VALID-SW
                   END-IF
               END-PERFORM
               IF ENTRY-VALID-SW = "N"
                   DISPLAY "Unknown office: " OFFICE-INPUT
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Reason: " WITH NO ADVANCING
               MOVE SPACES TO REASON-INPUT
               ACCEPT REASON-INPUT
               IF REASON-INPUT = SPACES
                   DISPLAY "A reason is required"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.

       LOAD-ROLL-HOLDS.
           MOVE 0 TO ROLL-HOLD-COUNT.
           MOVE 0 TO ACTIVE-HOLD-COUNT.
           MOVE "N" TO HOLD-EOF-SW.
           MOVE "N" TO HOLD-OPEN-SW.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = "00"
               MOVE "Y" TO HOLD-EOF-SW
           ELSE
               MOVE "Y" TO HOLD-OPEN-SW
               MOVE ROLL-INPUT TO HLD-ROLL
               MOVE LOW-VALUES TO HLD-TYPE
               MOVE 0 TO HLD-PLACED
               START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL HOLD-EOF-SW = "Y"
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF-SW
                   NOT AT END
                       IF HLD-ROLL NOT = ROLL-INPUT
                           MOVE "Y" TO HOLD-EOF-SW
                       ELSE
                           PERFORM ADD-ROLL-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           IF HOLD-OPEN-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.

       ADD-ROLL-HOLD.
           IF ROLL-HOLD-COUNT < 50
               ADD 1 TO ROLL-HOLD-COUNT
               MOVE HLD-TYPE TO RH-TYPE(ROLL-HOLD-COUNT)
               MOVE HLD-PLACED TO RH-PLACED(ROLL-HOLD-COUNT)
               MOVE HLD-OFFICE TO RH-OFFICE(ROLL-HOLD-COUNT)
               MOVE HLD-REASON TO RH-REASON(ROLL-HOLD-COUNT)
               MOVE HLD-PLACED-BY TO RH-PLACED-BY(ROLL-HOLD-COUNT)
               MOVE HLD-RELEASED TO RH-RELEASED(ROLL-HOLD-COUNT)
               MOVE HLD-RELEASED-BY
                   TO RH-RELEASED-BY(ROLL-HOLD-COUNT)
               IF HLD-RELEASED = 0
                   ADD 1 TO ACTIVE-HOLD-COUNT
               END-IF
           ELSE
               DISPLAY "Roll has more holds than the table can hold"
               MOVE "Y" TO HOLD-EOF-SW
           END-IF.

       OPEN-HOLD-FILE-I-O.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

       WRITE-HOLD-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  ROLL-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TYPE-INPUT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  OFFICE-INPUT DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

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
