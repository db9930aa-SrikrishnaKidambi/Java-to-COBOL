       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSTEL-ALLOCATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "HOSTROOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STATUS.

           SELECT BAND-FILE ASSIGN TO "HOSTBAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-STATUS.

           SELECT ALLOT-FILE ASSIGN TO "HOSTALOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-ROLL
               FILE STATUS IS ALLOT-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO "HOSTAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT VACANCY-REPORT-FILE ASSIGN TO "HOSTVAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VACANCY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Hostel rooms. HR-GENDER is M or F for the whole room and
      * HR-BAND names the fee band on HOSTBAND.DAT. A room taken out
      * of use is kept with HR-ACTIVE N.
       FD  ROOM-FILE.
       01 ROOM-RECORD.
           05 HR-BLOCK       PIC X(4).
           05 HR-ROOM        PIC X(4).
           05 HR-CAPACITY    PIC 99.
           05 HR-GENDER      PIC X.
           05 HR-BAND        PIC X.
           05 HR-ACTIVE      PIC X.

      * Hostel fee per term for each band of room.
       FD  BAND-FILE.
       01 BAND-RECORD.
           05 HB-BAND        PIC X.
           05 HB-FEE         PIC 9(7)V99.
           05 HB-DESC        PIC X(20).

      * One allotment per student. HA-VACATED is zero while the
      * student is in residence. HA-BILLED-TERM is the last term the
      * hostel fee was invoiced for. A student allotted again after
      * leaving takes over the same row.
       FD  ALLOT-FILE.
       01 ALLOT-RECORD.
           05 HA-ROLL          PIC 9(8).
           05 HA-BLOCK         PIC X(4).
           05 HA-ROOM          PIC X(4).
           05 HA-GENDER        PIC X.
           05 HA-ALLOTTED      PIC 9(8).
           05 HA-VACATED       PIC 9(8).
           05 HA-VACATE-REASON PIC X(10).
           05 HA-BILLED-TERM   PIC X(6).
           05 HA-OPERATOR      PIC X(10).

      * Hostel applications. HP-STATUS is W while waiting, A once a
      * room is allotted and C when cancelled. HP-BLOCK is the block
      * the student asked for; blank means any block.
       FD  APPLICATION-FILE.
       01 APPLICATION-RECORD.
           05 HP-ROLL        PIC 9(8).
           05 HP-GENDER      PIC X.
           05 HP-BLOCK       PIC X(4).
           05 HP-APPLIED     PIC 9(8).
           05 HP-STATUS      PIC X.

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

      * Same layout as FEE-BILLING. Hostel fees are raised here with
      * IV-CHARGE HOSTEL and added to the end of the file.
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

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  VACANCY-REPORT-FILE.
       01 VACANCY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 ROOM-STATUS           PIC X(2) VALUE "00".
       01 BAND-STATUS           PIC X(2) VALUE "00".
       01 ALLOT-STATUS          PIC X(2) VALUE "00".
       01 APPLICATION-STATUS    PIC X(2) VALUE "00".
       01 STUDENT-STATUS        PIC X(2) VALUE "00".
       01 INVOICE-STATUS        PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS  PIC X(2) VALUE "00".
       01 BUSDATE-STATUS        PIC X(2) VALUE "00".
       01 VACANCY-REPORT-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW          PIC X VALUE "N".
       01 ROOM-FULL-SW          PIC X VALUE "N".
       01 APPLICATION-FULL-SW   PIC X VALUE "N".
       01 ALLOT-FULL-SW         PIC X VALUE "N".
       01 HOSTEL-TABLES-OK-SW   PIC X VALUE "Y".
       01 DONE-SW               PIC X VALUE "N".
       01 USER-CHOICE           PIC 9 VALUE 0.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 OPERATOR-ID        PIC X(10) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 200 TIMES.
               10 RM-T-BLOCK     PIC X(4).
               10 RM-T-ROOM      PIC X(4).
               10 RM-T-CAPACITY  PIC 99.
               10 RM-T-GENDER    PIC X.
               10 RM-T-BAND      PIC X.
               10 RM-T-ACTIVE    PIC X.
               10 RM-T-OCCUPIED  PIC 99.
       01 ROOM-COUNT         PIC 999 VALUE 0.
       01 ROOM-IDX           PIC 999 VALUE 0.
       01 ROOM-SHIFT-IDX     PIC 999 VALUE 0.
       01 ROOM-FOUND-IDX     PIC 999 VALUE 0.

       01 BAND-TABLE.
           05 BAND-ENTRY OCCURS 20 TIMES.
               10 BND-T-BAND     PIC X.
               10 BND-T-FEE      PIC 9(7)V99.
               10 BND-T-DESC     PIC X(20).
       01 BAND-COUNT         PIC 99 VALUE 0.
       01 BAND-IDX           PIC 99 VALUE 0.
       01 BAND-FOUND-IDX     PIC 99 VALUE 0.

       01 ALLOT-TABLE.
           05 ALLOT-ENTRY OCCURS 500 TIMES.
               10 AL-T-ROLL         PIC 9(8).
               10 AL-T-BLOCK        PIC X(4).
               10 AL-T-ROOM         PIC X(4).
               10 AL-T-GENDER       PIC X.
               10 AL-T-ALLOTTED     PIC 9(8).
               10 AL-T-VACATED      PIC 9(8).
               10 AL-T-REASON       PIC X(10).
               10 AL-T-BILLED-TERM  PIC X(6).
               10 AL-T-OPERATOR     PIC X(10).
               10 AL-T-CHANGED-SW   PIC X.
       01 ALLOT-COUNT        PIC 999 VALUE 0.
       01 ALLOT-IDX          PIC 999 VALUE 0.
       01 ALLOT-FOUND-IDX    PIC 999 VALUE 0.

       01 APPLICATION-TABLE.
           05 APPLICATION-ENTRY OCCURS 500 TIMES.
               10 AP-T-ROLL      PIC 9(8).
               10 AP-T-GENDER    PIC X.
               10 AP-T-BLOCK     PIC X(4).
               10 AP-T-APPLIED   PIC 9(8).
               10 AP-T-STATUS    PIC X.
               10 AP-T-YEAR      PIC 9.
               10 AP-T-TRIED-SW  PIC X.
       01 APPLICATION-COUNT  PIC 999 VALUE 0.
       01 APPLICATION-IDX    PIC 999 VALUE 0.
       01 APPLICATION-FOUND-IDX PIC 999 VALUE 0.
       01 BEST-IDX           PIC 999 VALUE 0.
       01 APPLICATIONS-CHANGED-SW PIC X VALUE "N".

       01 ENTRY-VALID-SW     PIC X VALUE "N".
       01 ROLL-INPUT         PIC 9(8) VALUE 0.
       01 BLOCK-INPUT        PIC X(4) VALUE SPACES.
       01 ROOM-INPUT         PIC X(4) VALUE SPACES.
       01 CAPACITY-INPUT     PIC 99 VALUE 0.
       01 GENDER-INPUT       PIC X VALUE SPACES.
       01 BAND-INPUT         PIC X VALUE SPACES.
       01 ACTIVE-INPUT       PIC X VALUE SPACES.
       01 ACTION-INPUT       PIC X VALUE SPACES.
       01 STUDENT-NAME-FOUND PIC X(25) VALUE SPACES.
       01 STUDENT-YEAR-FOUND PIC 9 VALUE 0.
       01 STUDENT-DEPT-FOUND PIC 9 VALUE 0.
       01 STUDENT-ACTIVE-SW  PIC X VALUE "N".
       01 STUDENT-OPEN-SW    PIC X VALUE "N".
       01 VACATE-REASON      PIC X(10) VALUE SPACES.
       01 RANKED-AHEAD-COUNT PIC 999 VALUE 0.
       01 TARGET-BLOCK       PIC X(4) VALUE SPACES.

       01 AUTO-VACATED-COUNT PIC 9(5) VALUE 0.
       01 AUTO-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 ALLOTTED-COUNT     PIC 9(5) VALUE 0.
       01 UNPLACED-COUNT     PIC 9(5) VALUE 0.

       01 CURRENT-TERM       PIC X(6) VALUE SPACES.
       01 NEXT-INVOICE-NO    PIC 9(7) VALUE 0.
       01 INVOICES-RAISED    PIC 9(5) VALUE 0.
       01 NO-BAND-COUNT      PIC 9(5) VALUE 0.
       01 HOSTEL-FEE-TOTAL   PIC 9(9)V99 VALUE 0.
       01 HOME-CURRENCY      PIC X(3) VALUE "INR".
       01 AMOUNT-TEXT        PIC Z(8)9.99.

      * General ledger accounts for hostel fees.
       01 GL-RECEIVABLE-ACCOUNT   PIC 9(4) VALUE 1200.
       01 GL-HOSTEL-INCOME-ACCOUNT PIC 9(4) VALUE 4400.
       COPY "GLPOST.CPY".

       01 BLOCK-CAPACITY     PIC 9(5) VALUE 0.
       01 BLOCK-OCCUPIED     PIC 9(5) VALUE 0.
       01 TOTAL-CAPACITY     PIC 9(5) VALUE 0.
       01 TOTAL-OCCUPIED     PIC 9(5) VALUE 0.
       01 ROOM-VACANT        PIC 9(5) VALUE 0.
       01 WAITING-MALE       PIC 9(5) VALUE 0.
       01 WAITING-FEMALE     PIC 9(5) VALUE 0.
       01 REPORT-BLOCK       PIC X(4) VALUE SPACES.
       01 COUNT-TEXT         PIC Z(4)9.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "HOSTEL".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "HOSTVAC.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "HOSTEL".
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
               PERFORM SHOW-HOSTEL-MENU
           END-PERFORM.
           GOBACK.

      * Residents who have left according to the student master are
      * moved out before anything that counts beds or bills them.
       SHOW-HOSTEL-MENU.
           DISPLAY "Hostel Room Allocation:".
           DISPLAY "1. Add or change a room".
           DISPLAY "2. Apply for a hostel room".
           DISPLAY "3. Allotment run by priority".
           DISPLAY "4. Allot or vacate a room".
           DISPLAY "5. Vacancy report".
           DISPLAY "6. Hostel fee invoice run".
           DISPLAY "7. Vacate students who have left".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-ROOM
               WHEN 2
                   PERFORM APPLY-FOR-ROOM
               WHEN 3
                   PERFORM VACATE-INACTIVE-STUDENTS
                   PERFORM ALLOTMENT-RUN
               WHEN 4
                   PERFORM VACATE-INACTIVE-STUDENTS
                   PERFORM ALLOT-OR-VACATE
               WHEN 5
                   PERFORM VACATE-INACTIVE-STUDENTS
                   PERFORM VACANCY-REPORT
               WHEN 6
                   PERFORM VACATE-INACTIVE-STUDENTS
                   PERFORM HOSTEL-INVOICE-RUN
               WHEN 7
                   PERFORM VACATE-INACTIVE-STUDENTS
                   IF AUTO-VACATED-COUNT = 0
                       AND AUTO-CANCELLED-COUNT = 0
                       DISPLAY "No residents or applicants have left"
                   END-IF
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

      * A room's capacity cannot be cut below the students living in
      * it, and its gender cannot change while it is occupied.
       MAINTAIN-ROOM.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-BAND-TABLE.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM COUNT-ROOM-OCCUPANCY.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM MAINTAIN-ROOM-ENTRY
           END-IF.

       MAINTAIN-ROOM-ENTRY.
           MOVE "Y" TO ENTRY-VALID-SW.
           DISPLAY "Block: " WITH NO ADVANCING.
           MOVE SPACES TO BLOCK-INPUT.
           ACCEPT BLOCK-INPUT.
           MOVE FUNCTION UPPER-CASE(BLOCK-INPUT) TO BLOCK-INPUT.
           DISPLAY "Room: " WITH NO ADVANCING.
           MOVE SPACES TO ROOM-INPUT.
           ACCEPT ROOM-INPUT.
           MOVE FUNCTION UPPER-CASE(ROOM-INPUT) TO ROOM-INPUT.
           IF BLOCK-INPUT = SPACES OR ROOM-INPUT = SPACES
               DISPLAY "Block and room are required"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-ROOM
               IF ROOM-FOUND-IDX = 0 AND ROOM-COUNT >= 200
                   DISPLAY "Room table is full - room not added"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Capacity (beds): " WITH NO ADVANCING
               ACCEPT CAPACITY-INPUT
               DISPLAY "Gender (M/F): " WITH NO ADVANCING
               MOVE SPACES TO GENDER-INPUT
               ACCEPT GENDER-INPUT
               MOVE FUNCTION UPPER-CASE(GENDER-INPUT) TO GENDER-INPUT
               DISPLAY "Fee band: " WITH NO ADVANCING
               MOVE SPACES TO BAND-INPUT
               ACCEPT BAND-INPUT
               MOVE FUNCTION UPPER-CASE(BAND-INPUT) TO BAND-INPUT
               DISPLAY "In use (Y/N): " WITH NO ADVANCING
               MOVE SPACES TO ACTIVE-INPUT
               ACCEPT ACTIVE-INPUT
               MOVE FUNCTION UPPER-CASE(ACTIVE-INPUT) TO ACTIVE-INPUT
               PERFORM VALIDATE-ROOM-ENTRY
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               IF ROOM-FOUND-IDX = 0
                   PERFORM INSERT-ROOM-ENTRY
                   MOVE "ROOMADD" TO AUDIT-ACTION
               ELSE
                   MOVE "ROOMCHG" TO AUDIT-ACTION
               END-IF
               MOVE BLOCK-INPUT TO RM-T-BLOCK(ROOM-FOUND-IDX)
               MOVE ROOM-INPUT TO RM-T-ROOM(ROOM-FOUND-IDX)
               MOVE CAPACITY-INPUT TO RM-T-CAPACITY(ROOM-FOUND-IDX)
               MOVE GENDER-INPUT TO RM-T-GENDER(ROOM-FOUND-IDX)
               MOVE BAND-INPUT TO RM-T-BAND(ROOM-FOUND-IDX)
               MOVE ACTIVE-INPUT TO RM-T-ACTIVE(ROOM-FOUND-IDX)
               PERFORM SAVE-ROOM-TABLE
               MOVE SPACES TO AUDIT-DETAIL
               STRING BLOCK-INPUT DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ROOM-INPUT DELIMITED BY SIZE
                      " CAP=" DELIMITED BY SIZE
                      CAPACITY-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GENDER-INPUT DELIMITED BY SIZE
                      " BAND=" DELIMITED BY SIZE
                      BAND-INPUT DELIMITED BY SIZE
                      " USE=" DELIMITED BY SIZE
                      ACTIVE-INPUT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-HOSTEL-AUDIT
               DISPLAY "Room saved: " BLOCK-INPUT " " ROOM-INPUT
           END-IF.

       VALIDATE-ROOM-ENTRY.
           IF CAPACITY-INPUT = 0
               DISPLAY "Capacity must be at least one bed"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF GENDER-INPUT NOT = "M" AND GENDER-INPUT NOT = "F"
               DISPLAY "Gender must be M or F"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ACTIVE-INPUT NOT = "Y" AND ACTIVE-INPUT NOT = "N"
               DISPLAY "In use must be Y or N"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           PERFORM FIND-BAND.
           IF BAND-FOUND-IDX = 0
               DISPLAY "Fee band not on HOSTBAND.DAT: " BAND-INPUT
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y" AND ROOM-FOUND-IDX > 0
               IF CAPACITY-INPUT < RM-T-OCCUPIED(ROOM-FOUND-IDX)
                   DISPLAY "Room has " RM-T-OCCUPIED(ROOM-FOUND-IDX)
                       " residents - capacity cannot be lower"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
               IF RM-T-OCCUPIED(ROOM-FOUND-IDX) > 0
                   AND GENDER-INPUT NOT = RM-T-GENDER(ROOM-FOUND-IDX)
                   DISPLAY "Room is occupied - gender cannot change"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.

      * Rooms are kept in block and room order so the vacancy report
      * can total each block as it goes.
       INSERT-ROOM-ENTRY.
           MOVE ROOM-COUNT TO ROOM-FOUND-IDX.
           ADD 1 TO ROOM-FOUND-IDX.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX > ROOM-COUNT
               IF ROOM-FOUND-IDX > ROOM-COUNT
                   IF RM-T-BLOCK(ROOM-IDX) > BLOCK-INPUT
                       OR (RM-T-BLOCK(ROOM-IDX) = BLOCK-INPUT
                           AND RM-T-ROOM(ROOM-IDX) > ROOM-INPUT)
                       MOVE ROOM-IDX TO ROOM-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING ROOM-SHIFT-IDX FROM ROOM-COUNT BY -1
           UNTIL ROOM-SHIFT-IDX < ROOM-FOUND-IDX
               MOVE ROOM-ENTRY(ROOM-SHIFT-IDX)
                   TO ROOM-ENTRY(ROOM-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO ROOM-COUNT.
           MOVE 0 TO RM-T-OCCUPIED(ROOM-FOUND-IDX).

      * The student must be on the master, active, not living in the
      * hostel and not already waiting. The student master carries no
      * gender, so it is taken on the application.
       APPLY-FOR-ROOM.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM LOAD-APPLICATION-TABLE.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM RECORD-ROOM-APPLICATION
           END-IF.

       RECORD-ROOM-APPLICATION.
           PERFORM ACCEPT-HOSTEL-ROLL.
           IF ENTRY-VALID-SW = "Y"
               AND STUDENT-ACTIVE-SW = "N"
               DISPLAY "Student is not active - application refused"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-RESIDENT
               IF ALLOT-FOUND-IDX > 0
                   DISPLAY "Student already has room "
                       AL-T-BLOCK(ALLOT-FOUND-IDX) " "
                       AL-T-ROOM(ALLOT-FOUND-IDX)
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-WAITING-APPLICATION
               IF APPLICATION-FOUND-IDX > 0
                   DISPLAY "Student is already on the waiting list"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               AND APPLICATION-COUNT >= 500
               DISPLAY "Application table is full - not recorded"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Gender (M/F): " WITH NO ADVANCING
               MOVE SPACES TO GENDER-INPUT
               ACCEPT GENDER-INPUT
               MOVE FUNCTION UPPER-CASE(GENDER-INPUT) TO GENDER-INPUT
               IF GENDER-INPUT NOT = "M" AND GENDER-INPUT NOT = "F"
                   DISPLAY "Gender must be M or F"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Preferred block (blank = any): "
                   WITH NO ADVANCING
               MOVE SPACES TO BLOCK-INPUT
               ACCEPT BLOCK-INPUT
               MOVE FUNCTION UPPER-CASE(BLOCK-INPUT) TO BLOCK-INPUT
               ADD 1 TO APPLICATION-COUNT
               MOVE ROLL-INPUT TO AP-T-ROLL(APPLICATION-COUNT)
               MOVE GENDER-INPUT TO AP-T-GENDER(APPLICATION-COUNT)
               MOVE BLOCK-INPUT TO AP-T-BLOCK(APPLICATION-COUNT)
               MOVE BUSINESS-DATE TO AP-T-APPLIED(APPLICATION-COUNT)
               MOVE "W" TO AP-T-STATUS(APPLICATION-COUNT)
               PERFORM SAVE-APPLICATION-TABLE
               MOVE "HSTAPPL" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "ROLL=" DELIMITED BY SIZE
                      ROLL-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GENDER-INPUT DELIMITED BY SIZE
                      " BLOCK=" DELIMITED BY SIZE
                      BLOCK-INPUT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-HOSTEL-AUDIT
               DISPLAY "Application recorded for " STUDENT-NAME-FOUND
           END-IF.

      * Waiting applicants are placed in priority order: first years
      * first, then by year of study, then by date of application and
      * roll number. Each is offered a bed in the block asked for and
      * otherwise any block with a bed free for that gender.
       ALLOTMENT-RUN.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM LOAD-APPLICATION-TABLE.
           PERFORM COUNT-ROOM-OCCUPANCY.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM LOAD-APPLICANT-YEARS
               PERFORM RUN-ALLOTMENT-PASS
           END-IF.

       RUN-ALLOTMENT-PASS.
           MOVE 0 TO ALLOTTED-COUNT.
           MOVE 0 TO UNPLACED-COUNT.
           PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
           UNTIL APPLICATION-IDX > APPLICATION-COUNT
               MOVE "N" TO AP-T-TRIED-SW(APPLICATION-IDX)
           END-PERFORM.
           PERFORM PICK-NEXT-APPLICANT.
           PERFORM UNTIL BEST-IDX = 0
               MOVE "Y" TO AP-T-TRIED-SW(BEST-IDX)
               MOVE AP-T-GENDER(BEST-IDX) TO GENDER-INPUT
               MOVE AP-T-BLOCK(BEST-IDX) TO TARGET-BLOCK
               PERFORM FIND-FREE-BED
               IF ROOM-FOUND-IDX = 0
                   AND TARGET-BLOCK NOT = SPACES
                   MOVE SPACES TO TARGET-BLOCK
                   PERFORM FIND-FREE-BED
               END-IF
               IF ROOM-FOUND-IDX = 0
                   ADD 1 TO UNPLACED-COUNT
               ELSE
                   MOVE BEST-IDX TO APPLICATION-FOUND-IDX
                   PERFORM ALLOT-BED
               END-IF
               PERFORM PICK-NEXT-APPLICANT
           END-PERFORM.
           IF ALLOTTED-COUNT > 0
               PERFORM SAVE-CHANGED-ALLOTMENTS
               PERFORM SAVE-APPLICATION-TABLE
           END-IF.
           MOVE "HSTRUN" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ALLOTTED=" DELIMITED BY SIZE
                  ALLOTTED-COUNT DELIMITED BY SIZE
                  " WAITING=" DELIMITED BY SIZE
                  UNPLACED-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-HOSTEL-AUDIT.
           DISPLAY "Rooms allotted: " ALLOTTED-COUNT
               "  still waiting: " UNPLACED-COUNT.

      * The waiting applicant not yet tried in this run who ranks
      * highest; BEST-IDX is zero when none is left.
       PICK-NEXT-APPLICANT.
           MOVE 0 TO BEST-IDX.
           PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
           UNTIL APPLICATION-IDX > APPLICATION-COUNT
               IF AP-T-STATUS(APPLICATION-IDX) = "W"
                   AND AP-T-TRIED-SW(APPLICATION-IDX) = "N"
                   IF BEST-IDX = 0
                       MOVE APPLICATION-IDX TO BEST-IDX
                   ELSE
                       PERFORM COMPARE-APPLICANT-RANK
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-APPLICANT-RANK.
           EVALUATE TRUE
               WHEN AP-T-YEAR(APPLICATION-IDX) < AP-T-YEAR(BEST-IDX)
                   MOVE APPLICATION-IDX TO BEST-IDX
               WHEN AP-T-YEAR(APPLICATION-IDX) > AP-T-YEAR(BEST-IDX)
                   CONTINUE
               WHEN AP-T-APPLIED(APPLICATION-IDX)
                       < AP-T-APPLIED(BEST-IDX)
                   MOVE APPLICATION-IDX TO BEST-IDX
               WHEN AP-T-APPLIED(APPLICATION-IDX)
                       > AP-T-APPLIED(BEST-IDX)
                   CONTINUE
               WHEN AP-T-ROLL(APPLICATION-IDX) < AP-T-ROLL(BEST-IDX)
                   MOVE APPLICATION-IDX TO BEST-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * First room in use, of the applicant's gender and in the
      * target block (any block when blank), with a bed free.
       FIND-FREE-BED.
           MOVE 0 TO ROOM-FOUND-IDX.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX > ROOM-COUNT OR ROOM-FOUND-IDX > 0
               IF RM-T-ACTIVE(ROOM-IDX) = "Y"
                   AND RM-T-GENDER(ROOM-IDX) = GENDER-INPUT
                   AND RM-T-OCCUPIED(ROOM-IDX) < RM-T-CAPACITY(ROOM-IDX)
                   AND (TARGET-BLOCK = SPACES
                        OR RM-T-BLOCK(ROOM-IDX) = TARGET-BLOCK)
                   MOVE ROOM-IDX TO ROOM-FOUND-IDX
               END-IF
           END-PERFORM.

      * Puts the applicant at APPLICATION-FOUND-IDX into the room at
      * ROOM-FOUND-IDX, reusing the student's old allotment row if
      * there is one.
       ALLOT-BED.
           MOVE AP-T-ROLL(APPLICATION-FOUND-IDX) TO ROLL-INPUT.
           MOVE 0 TO ALLOT-FOUND-IDX.
           PERFORM VARYING ALLOT-IDX FROM 1 BY 1
           UNTIL ALLOT-IDX > ALLOT-COUNT
               IF AL-T-ROLL(ALLOT-IDX) = ROLL-INPUT
                   MOVE ALLOT-IDX TO ALLOT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF ALLOT-FOUND-IDX = 0
               IF ALLOT-COUNT < 500
                   ADD 1 TO ALLOT-COUNT
                   MOVE ALLOT-COUNT TO ALLOT-FOUND-IDX
                   MOVE ROLL-INPUT TO AL-T-ROLL(ALLOT-FOUND-IDX)
                   MOVE SPACES TO AL-T-BILLED-TERM(ALLOT-FOUND-IDX)
               ELSE
                   DISPLAY "Allotment table is full - roll "
                       ROLL-INPUT " not allotted"
               END-IF
           END-IF.
           IF ALLOT-FOUND-IDX > 0
               MOVE RM-T-BLOCK(ROOM-FOUND-IDX)
                   TO AL-T-BLOCK(ALLOT-FOUND-IDX)
               MOVE RM-T-ROOM(ROOM-FOUND-IDX)
                   TO AL-T-ROOM(ALLOT-FOUND-IDX)
               MOVE AP-T-GENDER(APPLICATION-FOUND-IDX)
                   TO AL-T-GENDER(ALLOT-FOUND-IDX)
               MOVE BUSINESS-DATE TO AL-T-ALLOTTED(ALLOT-FOUND-IDX)
               MOVE 0 TO AL-T-VACATED(ALLOT-FOUND-IDX)
               MOVE SPACES TO AL-T-REASON(ALLOT-FOUND-IDX)
               MOVE OPERATOR-ID TO AL-T-OPERATOR(ALLOT-FOUND-IDX)
               MOVE "Y" TO AL-T-CHANGED-SW(ALLOT-FOUND-IDX)
               MOVE "A" TO AP-T-STATUS(APPLICATION-FOUND-IDX)
               ADD 1 TO RM-T-OCCUPIED(ROOM-FOUND-IDX)
               ADD 1 TO ALLOTTED-COUNT
               DISPLAY "Allotted " ROLL-INPUT " to "
                   RM-T-BLOCK(ROOM-FOUND-IDX) " "
                   RM-T-ROOM(ROOM-FOUND-IDX)
           END-IF.

      * The warden's screen. A room can only be given to a waiting
      * applicant, and only when no applicant of the same gender
      * ranks ahead of them on the waiting list.
       ALLOT-OR-VACATE.
           DISPLAY "A = allot a room, V = vacate a room: "
               WITH NO ADVANCING.
           MOVE SPACES TO ACTION-INPUT.
           ACCEPT ACTION-INPUT.
           MOVE FUNCTION UPPER-CASE(ACTION-INPUT) TO ACTION-INPUT.
           EVALUATE ACTION-INPUT
               WHEN "A"
                   PERFORM ALLOT-ONE-ROOM
               WHEN "V"
                   PERFORM VACATE-ONE-ROOM
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

       ALLOT-ONE-ROOM.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM LOAD-APPLICATION-TABLE.
           PERFORM COUNT-ROOM-OCCUPANCY.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM LOAD-APPLICANT-YEARS
               PERFORM ALLOT-CHOSEN-ROOM
           END-IF.

       ALLOT-CHOSEN-ROOM.
           PERFORM ACCEPT-HOSTEL-ROLL.
           IF ENTRY-VALID-SW = "Y"
               PERFORM FIND-WAITING-APPLICATION
               IF APPLICATION-FOUND-IDX = 0
                   DISPLAY "No waiting application for " ROLL-INPUT
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               MOVE 0 TO RANKED-AHEAD-COUNT
               MOVE APPLICATION-FOUND-IDX TO BEST-IDX
               PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
               UNTIL APPLICATION-IDX > APPLICATION-COUNT
                   IF AP-T-STATUS(APPLICATION-IDX) = "W"
                       AND AP-T-GENDER(APPLICATION-IDX)
                           = AP-T-GENDER(APPLICATION-FOUND-IDX)
                       AND APPLICATION-IDX NOT = APPLICATION-FOUND-IDX
                       PERFORM COMPARE-APPLICANT-RANK
                       IF BEST-IDX = APPLICATION-IDX
                           ADD 1 TO RANKED-AHEAD-COUNT
                           MOVE APPLICATION-FOUND-IDX TO BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF RANKED-AHEAD-COUNT > 0
                   DISPLAY RANKED-AHEAD-COUNT " applicants rank ahead "
                       "of this student - use the allotment run"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               DISPLAY "Block: " WITH NO ADVANCING
               MOVE SPACES TO BLOCK-INPUT
               ACCEPT BLOCK-INPUT
               MOVE FUNCTION UPPER-CASE(BLOCK-INPUT) TO BLOCK-INPUT
               DISPLAY "Room: " WITH NO ADVANCING
               MOVE SPACES TO ROOM-INPUT
               ACCEPT ROOM-INPUT
               MOVE FUNCTION UPPER-CASE(ROOM-INPUT) TO ROOM-INPUT
               PERFORM FIND-ROOM
               EVALUATE TRUE
                   WHEN ROOM-FOUND-IDX = 0
                       DISPLAY "Room not on HOSTROOM.DAT"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN RM-T-ACTIVE(ROOM-FOUND-IDX) NOT = "Y"
                       DISPLAY "Room is not in use"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN RM-T-GENDER(ROOM-FOUND-IDX)
                           NOT = AP-T-GENDER(APPLICATION-FOUND-IDX)
                       DISPLAY "Room is for gender "
                           RM-T-GENDER(ROOM-FOUND-IDX)
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN RM-T-OCCUPIED(ROOM-FOUND-IDX)
                           >= RM-T-CAPACITY(ROOM-FOUND-IDX)
                       DISPLAY "Room is full"
                       MOVE "N" TO ENTRY-VALID-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF ENTRY-VALID-SW = "Y"
               MOVE 0 TO ALLOTTED-COUNT
               PERFORM ALLOT-BED
               IF ALLOTTED-COUNT > 0
                   PERFORM SAVE-CHANGED-ALLOTMENTS
                   PERFORM SAVE-APPLICATION-TABLE
                   MOVE "HSTALLOT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "ROLL=" DELIMITED BY SIZE
                          ROLL-INPUT DELIMITED BY SIZE
                          " ROOM=" DELIMITED BY SIZE
                          BLOCK-INPUT DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          ROOM-INPUT DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-HOSTEL-AUDIT
               END-IF
           END-IF.

       VACATE-ONE-ROOM.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM VACATE-CHOSEN-ROOM
           END-IF.

       VACATE-CHOSEN-ROOM.
           DISPLAY "Roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.
           PERFORM FIND-RESIDENT.
           IF ALLOT-FOUND-IDX = 0
               DISPLAY "Roll " ROLL-INPUT " is not in residence"
           ELSE
               MOVE "REQUEST" TO VACATE-REASON
               PERFORM VACATE-RESIDENT
               PERFORM SAVE-CHANGED-ALLOTMENTS
               DISPLAY "Vacated " AL-T-BLOCK(ALLOT-FOUND-IDX) " "
                   AL-T-ROOM(ALLOT-FOUND-IDX)
           END-IF.

       VACATE-RESIDENT.
           MOVE BUSINESS-DATE TO AL-T-VACATED(ALLOT-FOUND-IDX).
           MOVE VACATE-REASON TO AL-T-REASON(ALLOT-FOUND-IDX).
           MOVE OPERATOR-ID TO AL-T-OPERATOR(ALLOT-FOUND-IDX).
           MOVE "Y" TO AL-T-CHANGED-SW(ALLOT-FOUND-IDX).
           MOVE "HSTVAC" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  AL-T-ROLL(ALLOT-FOUND-IDX) DELIMITED BY SIZE
                  " ROOM=" DELIMITED BY SIZE
                  AL-T-BLOCK(ALLOT-FOUND-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AL-T-ROOM(ALLOT-FOUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VACATE-REASON DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-HOSTEL-AUDIT.

      * A resident whose student-master status is no longer active
      * (withdrawn, graduated and so on), or who has gone from the
      * master, is moved out as of the business date, and any
      * waiting application of such a student is cancelled.
       VACATE-INACTIVE-STUDENTS.
           MOVE 0 TO AUTO-VACATED-COUNT.
           MOVE 0 TO AUTO-CANCELLED-COUNT.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM LOAD-APPLICATION-TABLE.
           MOVE "N" TO APPLICATIONS-CHANGED-SW.
           MOVE "N" TO STUDENT-OPEN-SW.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               OPEN INPUT STUDENT-FILE
               IF STUDENT-STATUS = "00"
                   MOVE "Y" TO STUDENT-OPEN-SW
               ELSE
                   DISPLAY "Cannot open STUMAST.DAT - status "
                       STUDENT-STATUS
               END-IF
           END-IF.
           IF STUDENT-OPEN-SW = "Y"
               PERFORM VARYING ALLOT-IDX FROM 1 BY 1
               UNTIL ALLOT-IDX > ALLOT-COUNT
                   IF AL-T-VACATED(ALLOT-IDX) = 0
                       MOVE AL-T-ROLL(ALLOT-IDX) TO STU-ROLL
                       PERFORM CHECK-STUDENT-LEFT
                       IF VACATE-REASON NOT = SPACES
                           MOVE ALLOT-IDX TO ALLOT-FOUND-IDX
                           PERFORM VACATE-RESIDENT
                           ADD 1 TO AUTO-VACATED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
               UNTIL APPLICATION-IDX > APPLICATION-COUNT
                   IF AP-T-STATUS(APPLICATION-IDX) = "W"
                       MOVE AP-T-ROLL(APPLICATION-IDX) TO STU-ROLL
                       PERFORM CHECK-STUDENT-LEFT
                       IF VACATE-REASON NOT = SPACES
                           MOVE "C" TO AP-T-STATUS(APPLICATION-IDX)
                           MOVE "Y" TO APPLICATIONS-CHANGED-SW
                           ADD 1 TO AUTO-CANCELLED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF AUTO-VACATED-COUNT > 0
               PERFORM SAVE-CHANGED-ALLOTMENTS
           END-IF.
           IF APPLICATIONS-CHANGED-SW = "Y"
               PERFORM SAVE-APPLICATION-TABLE
           END-IF.
           IF AUTO-VACATED-COUNT > 0 OR AUTO-CANCELLED-COUNT > 0
               DISPLAY "Students who have left - residents vacated: "
                   AUTO-VACATED-COUNT "  applications cancelled: "
                   AUTO-CANCELLED-COUNT
           END-IF.

      * Sets VACATE-REASON for the student in STU-ROLL, or leaves it
      * blank while the student is active.
       CHECK-STUDENT-LEFT.
           MOVE SPACES TO VACATE-REASON.
           READ STUDENT-FILE KEY IS STU-ROLL
               INVALID KEY
                   MOVE "NO MASTER" TO VACATE-REASON
               NOT INVALID KEY
                   IF STU-STATUS NOT = "A" AND STU-STATUS NOT = SPACE
                       STRING "STATUS " DELIMITED BY SIZE
                              STU-STATUS DELIMITED BY SIZE
                              INTO VACATE-REASON
                       END-STRING
                   END-IF
           END-READ.

      * Beds, residents and free beds room by room with block and
      * hostel totals, and the waiting list by gender.
       VACANCY-REPORT.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM LOAD-APPLICATION-TABLE.
           PERFORM COUNT-ROOM-OCCUPANCY.
           OPEN OUTPUT VACANCY-REPORT-FILE.
           MOVE 0 TO LINES-WRITTEN.
           MOVE 0 TO TOTAL-CAPACITY.
           MOVE 0 TO TOTAL-OCCUPIED.
           MOVE SPACES TO VACANCY-REPORT-RECORD.
           STRING "HOSTEL VACANCY REPORT AS AT " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO VACANCY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-VACANCY-LINE.
           PERFORM WRITE-VACANCY-LINE.
           MOVE "BLOCK ROOM  GENDER BAND   BEDS  RESIDENTS  VACANT"
               TO VACANCY-REPORT-RECORD.
           PERFORM WRITE-VACANCY-LINE.
           MOVE SPACES TO REPORT-BLOCK.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX > ROOM-COUNT
               IF RM-T-BLOCK(ROOM-IDX) NOT = REPORT-BLOCK
                   IF REPORT-BLOCK NOT = SPACES
                       PERFORM WRITE-BLOCK-TOTAL
                   END-IF
                   MOVE RM-T-BLOCK(ROOM-IDX) TO REPORT-BLOCK
                   MOVE 0 TO BLOCK-CAPACITY
                   MOVE 0 TO BLOCK-OCCUPIED
               END-IF
               PERFORM WRITE-ROOM-DETAIL
           END-PERFORM.
           IF REPORT-BLOCK NOT = SPACES
               PERFORM WRITE-BLOCK-TOTAL
           END-IF.
           MOVE "ALL BLOCKS" TO VACANCY-REPORT-RECORD.
           MOVE TOTAL-CAPACITY TO BLOCK-CAPACITY.
           MOVE TOTAL-OCCUPIED TO BLOCK-OCCUPIED.
           PERFORM WRITE-TOTAL-FIGURES.
           PERFORM WRITE-VACANCY-LINE.

           MOVE 0 TO WAITING-MALE.
           MOVE 0 TO WAITING-FEMALE.
           PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
           UNTIL APPLICATION-IDX > APPLICATION-COUNT
               IF AP-T-STATUS(APPLICATION-IDX) = "W"
                   IF AP-T-GENDER(APPLICATION-IDX) = "M"
                       ADD 1 TO WAITING-MALE
                   ELSE
                       ADD 1 TO WAITING-FEMALE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WAITING-MALE TO COUNT-TEXT.
           STRING "WAITING LIST  MALE   " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO VACANCY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-VACANCY-LINE.
           MOVE WAITING-FEMALE TO COUNT-TEXT.
           STRING "WAITING LIST  FEMALE " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO VACANCY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-VACANCY-LINE.
           CLOSE VACANCY-REPORT-FILE.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           COMPUTE ROOM-VACANT = TOTAL-CAPACITY - TOTAL-OCCUPIED.
           DISPLAY "Beds: " TOTAL-CAPACITY "  residents: "
               TOTAL-OCCUPIED "  vacant: " ROOM-VACANT.
           DISPLAY "Report written to HOSTVAC.DAT".

      * Rooms out of use are listed but their beds are not counted.
       WRITE-ROOM-DETAIL.
           MOVE RM-T-BLOCK(ROOM-IDX) TO VACANCY-REPORT-RECORD(1:4).
           MOVE RM-T-ROOM(ROOM-IDX) TO VACANCY-REPORT-RECORD(7:4).
           MOVE RM-T-GENDER(ROOM-IDX) TO VACANCY-REPORT-RECORD(15:1).
           MOVE RM-T-BAND(ROOM-IDX) TO VACANCY-REPORT-RECORD(21:1).
           MOVE RM-T-CAPACITY(ROOM-IDX) TO COUNT-TEXT.
           MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(25:5).
           MOVE RM-T-OCCUPIED(ROOM-IDX) TO COUNT-TEXT.
           MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(36:5).
           IF RM-T-ACTIVE(ROOM-IDX) = "Y"
               COMPUTE ROOM-VACANT =
                   RM-T-CAPACITY(ROOM-IDX) - RM-T-OCCUPIED(ROOM-IDX)
               MOVE ROOM-VACANT TO COUNT-TEXT
               MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(45:5)
               ADD RM-T-CAPACITY(ROOM-IDX) TO BLOCK-CAPACITY
               ADD RM-T-CAPACITY(ROOM-IDX) TO TOTAL-CAPACITY
           ELSE
               MOVE "NOT IN USE" TO VACANCY-REPORT-RECORD(52:10)
           END-IF.
           ADD RM-T-OCCUPIED(ROOM-IDX) TO BLOCK-OCCUPIED.
           ADD RM-T-OCCUPIED(ROOM-IDX) TO TOTAL-OCCUPIED.
           PERFORM WRITE-VACANCY-LINE.

       WRITE-BLOCK-TOTAL.
           STRING "BLOCK " DELIMITED BY SIZE
                  REPORT-BLOCK DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO VACANCY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-TOTAL-FIGURES.
           PERFORM WRITE-VACANCY-LINE.

       WRITE-TOTAL-FIGURES.
           MOVE BLOCK-CAPACITY TO COUNT-TEXT.
           MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(25:5).
           MOVE BLOCK-OCCUPIED TO COUNT-TEXT.
           MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(36:5).
           IF BLOCK-CAPACITY > BLOCK-OCCUPIED
               COMPUTE ROOM-VACANT = BLOCK-CAPACITY - BLOCK-OCCUPIED
           ELSE
               MOVE 0 TO ROOM-VACANT
           END-IF.
           MOVE ROOM-VACANT TO COUNT-TEXT.
           MOVE COUNT-TEXT TO VACANCY-REPORT-RECORD(45:5).
           PERFORM WRITE-VACANCY-LINE.

       WRITE-VACANCY-LINE.
           WRITE VACANCY-REPORT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO VACANCY-REPORT-RECORD.

      * Each student in residence is billed the band fee of their
      * room once for the term the business date falls in, on a
      * hostel invoice added to FEEINV.DAT. A student allotted part
      * way through a term is billed on the next run.
       HOSTEL-INVOICE-RUN.
           PERFORM FIND-CURRENT-TERM.
           IF CURRENT-TERM = SPACES
               DISPLAY "No term on TERMCAL.DAT covers "
                   BUSINESS-DATE " - no hostel invoices raised"
           ELSE
               PERFORM RAISE-HOSTEL-INVOICES
           END-IF.

       RAISE-HOSTEL-INVOICES.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-BAND-TABLE.
           PERFORM LOAD-ALLOT-TABLE.
           PERFORM CHECK-HOSTEL-TABLES.
           IF HOSTEL-TABLES-OK-SW = "Y"
               PERFORM BILL-HOSTEL-RESIDENTS
           END-IF.

       BILL-HOSTEL-RESIDENTS.
           PERFORM FIND-LAST-INVOICE-NUMBER.
           MOVE 0 TO INVOICES-RAISED.
           MOVE 0 TO NO-BAND-COUNT.
           MOVE 0 TO HOSTEL-FEE-TOTAL.
           MOVE "N" TO STUDENT-OPEN-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               MOVE "Y" TO STUDENT-OPEN-SW
           END-IF.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           PERFORM VARYING ALLOT-IDX FROM 1 BY 1
           UNTIL ALLOT-IDX > ALLOT-COUNT
               IF AL-T-VACATED(ALLOT-IDX) = 0
                   AND AL-T-BILLED-TERM(ALLOT-IDX) NOT = CURRENT-TERM
                   PERFORM RAISE-ONE-HOSTEL-INVOICE
               END-IF
           END-PERFORM.
           CLOSE INVOICE-FILE.
           IF STUDENT-OPEN-SW = "Y"
               CLOSE STUDENT-FILE
           END-IF.
           IF INVOICES-RAISED > 0
               PERFORM SAVE-CHANGED-ALLOTMENTS
               PERFORM POST-HOSTEL-RUN-TO-GL
           END-IF.
           MOVE "HSTBILL" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM=" DELIMITED BY SIZE
                  CURRENT-TERM DELIMITED BY SIZE
                  " INVOICES=" DELIMITED BY SIZE
                  INVOICES-RAISED DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-HOSTEL-AUDIT.
           MOVE HOSTEL-FEE-TOTAL TO AMOUNT-TEXT.
           DISPLAY "Hostel invoices raised for " CURRENT-TERM ": "
               INVOICES-RAISED "  total " AMOUNT-TEXT.
           IF NO-BAND-COUNT > 0
               DISPLAY "Residents not billed - room or band missing: "
                   NO-BAND-COUNT
           END-IF.

       RAISE-ONE-HOSTEL-INVOICE.
           MOVE AL-T-BLOCK(ALLOT-IDX) TO BLOCK-INPUT.
           MOVE AL-T-ROOM(ALLOT-IDX) TO ROOM-INPUT.
           PERFORM FIND-ROOM.
           MOVE 0 TO BAND-FOUND-IDX.
           IF ROOM-FOUND-IDX > 0
               MOVE RM-T-BAND(ROOM-FOUND-IDX) TO BAND-INPUT
               PERFORM FIND-BAND
           END-IF.
           IF BAND-FOUND-IDX = 0
               ADD 1 TO NO-BAND-COUNT
           ELSE
               MOVE 0 TO STUDENT-DEPT-FOUND
               IF STUDENT-OPEN-SW = "Y"
                   MOVE AL-T-ROLL(ALLOT-IDX) TO STU-ROLL
                   READ STUDENT-FILE KEY IS STU-ROLL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-DEPT TO STUDENT-DEPT-FOUND
                   END-READ
               END-IF
               ADD 1 TO NEXT-INVOICE-NO
               MOVE NEXT-INVOICE-NO TO IV-NUMBER
               MOVE AL-T-ROLL(ALLOT-IDX) TO IV-ROLL
               MOVE STUDENT-DEPT-FOUND TO IV-DEPT
               MOVE BUSINESS-DATE TO IV-DATE
               MOVE BND-T-FEE(BAND-FOUND-IDX) TO IV-AMOUNT
               MOVE 0 TO IV-PAID
               IF IV-AMOUNT = 0
                   MOVE "PAID" TO IV-STATUS
               ELSE
                   MOVE "OPEN" TO IV-STATUS
               END-IF
               MOVE BND-T-FEE(BAND-FOUND-IDX) TO IV-GROSS
               MOVE 0 TO IV-CONCESSION
               MOVE 0 TO IV-LINKED
               MOVE 0 TO IV-PERIOD
               MOVE HOME-CURRENCY TO IV-CURRENCY
               MOVE 0 TO IV-FX-RATE
               MOVE 0 TO IV-FX-AMOUNT
               MOVE 0 TO IV-FX-PAID
               MOVE "HOSTEL" TO IV-CHARGE
               WRITE INVOICE-RECORD
               MOVE CURRENT-TERM TO AL-T-BILLED-TERM(ALLOT-IDX)
               MOVE "Y" TO AL-T-CHANGED-SW(ALLOT-IDX)
               ADD IV-AMOUNT TO HOSTEL-FEE-TOTAL
               ADD 1 TO INVOICES-RAISED
           END-IF.

      * One journal per run: the receivable against hostel income.
       POST-HOSTEL-RUN-TO-GL.
           INITIALIZE GL-POSTING.
           MOVE BUSINESS-DATE TO GLP-DATE.
           MOVE "HOSTEL" TO GLP-SOURCE.
           STRING "HST" DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           MOVE "HOSTEL FEE INVOICE RUN" TO GLP-DESC.
           IF HOSTEL-FEE-TOTAL > 0
               MOVE 2 TO GLP-LINE-COUNT
               MOVE GL-RECEIVABLE-ACCOUNT TO GLP-ACCOUNT(1)
               MOVE SPACES TO GLP-CURRENCY(1)
               MOVE "D" TO GLP-SIDE(1)
               MOVE HOSTEL-FEE-TOTAL TO GLP-AMOUNT(1)
               MOVE GL-HOSTEL-INCOME-ACCOUNT TO GLP-ACCOUNT(2)
               MOVE SPACES TO GLP-CURRENCY(2)
               MOVE "C" TO GLP-SIDE(2)
               MOVE HOSTEL-FEE-TOTAL TO GLP-AMOUNT(2)
               CALL "GLPOST" USING GL-POSTING
               END-CALL
               IF GLP-RESULT = "POSTED"
                   DISPLAY "General ledger journal " GLP-JOURNAL
                       " posted"
               END-IF
           END-IF.

      * The term whose dates take in the business date.
       FIND-CURRENT-TERM.
           MOVE SPACES TO CURRENT-TERM.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TC-START <= BUSINESS-DATE
                               AND TC-END >= BUSINESS-DATE
                               MOVE TC-TERM TO CURRENT-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       FIND-LAST-INVOICE-NUMBER.
           MOVE 0 TO NEXT-INVOICE-NO.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF IV-NUMBER > NEXT-INVOICE-NO
                               MOVE IV-NUMBER TO NEXT-INVOICE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

      * Reads the roll and checks it against the student master.
       ACCEPT-HOSTEL-ROLL.
           MOVE "Y" TO ENTRY-VALID-SW.
           MOVE "N" TO STUDENT-ACTIVE-SW.
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
                       IF STU-STATUS = "A" OR STU-STATUS = SPACE
                           MOVE "Y" TO STUDENT-ACTIVE-SW
                       END-IF
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

      * Year of study for each waiting applicant; one not found on
      * the master goes to the back of the list.
       LOAD-APPLICANT-YEARS.
           MOVE "N" TO STUDENT-OPEN-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               MOVE "Y" TO STUDENT-OPEN-SW
           END-IF.
           PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
           UNTIL APPLICATION-IDX > APPLICATION-COUNT
               MOVE 9 TO AP-T-YEAR(APPLICATION-IDX)
               IF STUDENT-OPEN-SW = "Y"
                   AND AP-T-STATUS(APPLICATION-IDX) = "W"
                   MOVE AP-T-ROLL(APPLICATION-IDX) TO STU-ROLL
                   READ STUDENT-FILE KEY IS STU-ROLL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-YEAR TO AP-T-YEAR(APPLICATION-IDX)
                   END-READ
               END-IF
           END-PERFORM.
           IF STUDENT-OPEN-SW = "Y"
               CLOSE STUDENT-FILE
           END-IF.

       FIND-ROOM.
           MOVE 0 TO ROOM-FOUND-IDX.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX > ROOM-COUNT
               IF RM-T-BLOCK(ROOM-IDX) = BLOCK-INPUT
                   AND RM-T-ROOM(ROOM-IDX) = ROOM-INPUT
                   MOVE ROOM-IDX TO ROOM-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-BAND.
           MOVE 0 TO BAND-FOUND-IDX.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
           UNTIL BAND-IDX > BAND-COUNT
               IF BND-T-BAND(BAND-IDX) = BAND-INPUT
                   MOVE BAND-IDX TO BAND-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-RESIDENT.
           MOVE 0 TO ALLOT-FOUND-IDX.
           PERFORM VARYING ALLOT-IDX FROM 1 BY 1
           UNTIL ALLOT-IDX > ALLOT-COUNT
               IF AL-T-ROLL(ALLOT-IDX) = ROLL-INPUT
                   AND AL-T-VACATED(ALLOT-IDX) = 0
                   MOVE ALLOT-IDX TO ALLOT-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-WAITING-APPLICATION.
           MOVE 0 TO APPLICATION-FOUND-IDX.
           PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
           UNTIL APPLICATION-IDX > APPLICATION-COUNT
               IF AP-T-ROLL(APPLICATION-IDX) = ROLL-INPUT
                   AND AP-T-STATUS(APPLICATION-IDX) = "W"
                   MOVE APPLICATION-IDX TO APPLICATION-FOUND-IDX
               END-IF
           END-PERFORM.

       COUNT-ROOM-OCCUPANCY.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX > ROOM-COUNT
               MOVE 0 TO RM-T-OCCUPIED(ROOM-IDX)
           END-PERFORM.
           PERFORM VARYING ALLOT-IDX FROM 1 BY 1
           UNTIL ALLOT-IDX > ALLOT-COUNT
               IF AL-T-VACATED(ALLOT-IDX) = 0
                   MOVE AL-T-BLOCK(ALLOT-IDX) TO BLOCK-INPUT
                   MOVE AL-T-ROOM(ALLOT-IDX) TO ROOM-INPUT
                   PERFORM FIND-ROOM
                   IF ROOM-FOUND-IDX > 0
                       ADD 1 TO RM-T-OCCUPIED(ROOM-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ROOM-TABLE.
           MOVE 0 TO ROOM-COUNT.
           MOVE "N" TO ROOM-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ROOM-FILE.
           IF ROOM-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ROOM-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF ROOM-COUNT < 200
                               ADD 1 TO ROOM-COUNT
                               MOVE HR-BLOCK TO RM-T-BLOCK(ROOM-COUNT)
                               MOVE HR-ROOM TO RM-T-ROOM(ROOM-COUNT)
                               MOVE HR-CAPACITY
                                   TO RM-T-CAPACITY(ROOM-COUNT)
                               MOVE HR-GENDER TO RM-T-GENDER(ROOM-COUNT)
                               MOVE HR-BAND TO RM-T-BAND(ROOM-COUNT)
                               MOVE HR-ACTIVE TO RM-T-ACTIVE(ROOM-COUNT)
                               MOVE 0 TO RM-T-OCCUPIED(ROOM-COUNT)
                           ELSE
                               DISPLAY "HOSTROOM.DAT has more rooms "
                                   "than the table can hold"
                               MOVE "Y" TO ROOM-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF.

       SAVE-ROOM-TABLE.
           IF ROOM-FULL-SW = "Y"
               DISPLAY "HOSTROOM.DAT has more rooms than the table "
                   "can hold - changes not saved"
           ELSE
               OPEN OUTPUT ROOM-FILE
               PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
                   MOVE RM-T-BLOCK(ROOM-IDX) TO HR-BLOCK
                   MOVE RM-T-ROOM(ROOM-IDX) TO HR-ROOM
                   MOVE RM-T-CAPACITY(ROOM-IDX) TO HR-CAPACITY
                   MOVE RM-T-GENDER(ROOM-IDX) TO HR-GENDER
                   MOVE RM-T-BAND(ROOM-IDX) TO HR-BAND
                   MOVE RM-T-ACTIVE(ROOM-IDX) TO HR-ACTIVE
                   WRITE ROOM-RECORD
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF.

       LOAD-BAND-TABLE.
           MOVE 0 TO BAND-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT BAND-FILE.
           IF BAND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ BAND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF BAND-COUNT < 20
                               ADD 1 TO BAND-COUNT
                               MOVE HB-BAND TO BND-T-BAND(BAND-COUNT)
                               MOVE HB-FEE TO BND-T-FEE(BAND-COUNT)
                               MOVE HB-DESC TO BND-T-DESC(BAND-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
           END-IF.

       LOAD-ALLOT-TABLE.
           MOVE 0 TO ALLOT-COUNT.
           MOVE "N" TO ALLOT-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ALLOT-FILE.
           IF ALLOT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ALLOT-FILE NEXT
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF ALLOT-COUNT < 500
                               ADD 1 TO ALLOT-COUNT
                               MOVE HA-ROLL TO AL-T-ROLL(ALLOT-COUNT)
                               MOVE HA-BLOCK TO AL-T-BLOCK(ALLOT-COUNT)
                               MOVE HA-ROOM TO AL-T-ROOM(ALLOT-COUNT)
                               MOVE HA-GENDER
                                   TO AL-T-GENDER(ALLOT-COUNT)
                               MOVE HA-ALLOTTED
                                   TO AL-T-ALLOTTED(ALLOT-COUNT)
                               MOVE HA-VACATED
                                   TO AL-T-VACATED(ALLOT-COUNT)
                               MOVE HA-VACATE-REASON
                                   TO AL-T-REASON(ALLOT-COUNT)
                               MOVE HA-BILLED-TERM
                                   TO AL-T-BILLED-TERM(ALLOT-COUNT)
                               MOVE HA-OPERATOR
                                   TO AL-T-OPERATOR(ALLOT-COUNT)
                               MOVE "N" TO AL-T-CHANGED-SW(ALLOT-COUNT)
                           ELSE
                               DISPLAY "HOSTALOT.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO ALLOT-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOT-FILE
           END-IF.

      * Only the allotments changed since the table was loaded are
      * written back, each under its roll number.
       SAVE-CHANGED-ALLOTMENTS.
           OPEN I-O ALLOT-FILE.
           IF ALLOT-STATUS = "35"
               OPEN OUTPUT ALLOT-FILE
               CLOSE ALLOT-FILE
               OPEN I-O ALLOT-FILE
           END-IF.
           PERFORM VARYING ALLOT-IDX FROM 1 BY 1
           UNTIL ALLOT-IDX > ALLOT-COUNT
               IF AL-T-CHANGED-SW(ALLOT-IDX) = "Y"
                   PERFORM STORE-ALLOTMENT
                   MOVE "N" TO AL-T-CHANGED-SW(ALLOT-IDX)
               END-IF
           END-PERFORM.
           CLOSE ALLOT-FILE.

       STORE-ALLOTMENT.
           MOVE AL-T-ROLL(ALLOT-IDX) TO HA-ROLL.
           MOVE "Y" TO ENTRY-VALID-SW.
           READ ALLOT-FILE KEY IS HA-ROLL
               INVALID KEY
                   MOVE "N" TO ENTRY-VALID-SW
           END-READ.
           MOVE AL-T-ROLL(ALLOT-IDX) TO HA-ROLL.
           MOVE AL-T-BLOCK(ALLOT-IDX) TO HA-BLOCK.
           MOVE AL-T-ROOM(ALLOT-IDX) TO HA-ROOM.
           MOVE AL-T-GENDER(ALLOT-IDX) TO HA-GENDER.
           MOVE AL-T-ALLOTTED(ALLOT-IDX) TO HA-ALLOTTED.
           MOVE AL-T-VACATED(ALLOT-IDX) TO HA-VACATED.
           MOVE AL-T-REASON(ALLOT-IDX) TO HA-VACATE-REASON.
           MOVE AL-T-BILLED-TERM(ALLOT-IDX) TO HA-BILLED-TERM.
           MOVE AL-T-OPERATOR(ALLOT-IDX) TO HA-OPERATOR.
           IF ENTRY-VALID-SW = "Y"
               REWRITE ALLOT-RECORD
                   INVALID KEY
                       DISPLAY "Allotment not saved for "
                           HA-ROLL " - status " ALLOT-STATUS
               END-REWRITE
           ELSE
               WRITE ALLOT-RECORD
                   INVALID KEY
                       DISPLAY "Allotment not saved for "
                           HA-ROLL " - status " ALLOT-STATUS
               END-WRITE
           END-IF.

       LOAD-APPLICATION-TABLE.
           MOVE 0 TO APPLICATION-COUNT.
           MOVE "N" TO APPLICATION-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT APPLICATION-FILE.
           IF APPLICATION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ APPLICATION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF APPLICATION-COUNT < 500
                               ADD 1 TO APPLICATION-COUNT
                               MOVE HP-ROLL
                                   TO AP-T-ROLL(APPLICATION-COUNT)
                               MOVE HP-GENDER
                                   TO AP-T-GENDER(APPLICATION-COUNT)
                               MOVE HP-BLOCK
                                   TO AP-T-BLOCK(APPLICATION-COUNT)
                               MOVE HP-APPLIED
                                   TO AP-T-APPLIED(APPLICATION-COUNT)
                               MOVE HP-STATUS
                                   TO AP-T-STATUS(APPLICATION-COUNT)
                               MOVE 9 TO AP-T-YEAR(APPLICATION-COUNT)
                           ELSE
                               DISPLAY "HOSTAPPL.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO APPLICATION-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           END-IF.

       SAVE-APPLICATION-TABLE.
           IF APPLICATION-FULL-SW = "Y"
               DISPLAY "HOSTAPPL.DAT has more rows than the table "
                   "can hold - changes not saved"
           ELSE
               OPEN OUTPUT APPLICATION-FILE
               PERFORM VARYING APPLICATION-IDX FROM 1 BY 1
               UNTIL APPLICATION-IDX > APPLICATION-COUNT
                   MOVE AP-T-ROLL(APPLICATION-IDX) TO HP-ROLL
                   MOVE AP-T-GENDER(APPLICATION-IDX) TO HP-GENDER
                   MOVE AP-T-BLOCK(APPLICATION-IDX) TO HP-BLOCK
                   MOVE AP-T-APPLIED(APPLICATION-IDX) TO HP-APPLIED
                   MOVE AP-T-STATUS(APPLICATION-IDX) TO HP-STATUS
                   WRITE APPLICATION-RECORD
               END-PERFORM
               CLOSE APPLICATION-FILE
           END-IF.

      * A room, application or allotment file larger than its table
      * would be rewritten short or its beds miscounted, so nothing
      * that changes hostel files runs until the tables are enlarged.
       CHECK-HOSTEL-TABLES.
           MOVE "Y" TO HOSTEL-TABLES-OK-SW.
           IF ROOM-FULL-SW = "Y" OR APPLICATION-FULL-SW = "Y"
               OR ALLOT-FULL-SW = "Y"
               MOVE "N" TO HOSTEL-TABLES-OK-SW
               DISPLAY "Hostel files have outgrown their tables - "
                   "no rooms, applications or allotments changed"
           END-IF.

       WRITE-HOSTEL-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
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
