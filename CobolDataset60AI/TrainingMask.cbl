       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-MASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT TRAIN-STUDENT-FILE ASSIGN TO TRAIN-STUDENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-ROLL
               ALTERNATE RECORD KEY IS TST-NAME WITH DUPLICATES
               FILE STATUS IS TRAIN-STUDENT-STATUS.

           SELECT TRAIN-GRADES-FILE ASSIGN TO TRAIN-GRADES-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGR-KEY
               ALTERNATE RECORD KEY IS TGR-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS TRAIN-GRADES-STATUS.

           SELECT TRAIN-INVOICE-FILE ASSIGN TO TRAIN-INVOICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIN-INVOICE-STATUS.

           SELECT REFERENCE-FILE ASSIGN TO REFERENCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCE-STATUS.

           SELECT TRAIN-REFERENCE-FILE ASSIGN TO TRAIN-REFERENCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIN-REFERENCE-STATUS.

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

       FD  TRAIN-STUDENT-FILE.
       01 TRAIN-STUDENT-RECORD.
           05 TST-ROLL         PIC 9(8).
           05 TST-NAME         PIC X(25).
           05 FILLER           PIC X(19).

       FD  TRAIN-GRADES-FILE.
       01 TRAIN-GRADES-RECORD.
           05 TGR-KEY.
               10 FILLER          PIC X(10).
               10 TGR-COURSE-TERM PIC X(12).
               10 FILLER          PIC 99.
           05 FILLER          PIC X(29).

       FD  TRAIN-INVOICE-FILE.
       01 TRAIN-INVOICE-RECORD PIC X(123).

       FD  REFERENCE-FILE.
       01 REFERENCE-RECORD    PIC X(200).

       FD  TRAIN-REFERENCE-FILE.
       01 TRAIN-REFERENCE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 INVOICE-STATUS     PIC X(2) VALUE "00".
       01 TRAIN-STUDENT-STATUS PIC X(2) VALUE "00".
       01 TRAIN-GRADES-STATUS PIC X(2) VALUE "00".
       01 TRAIN-INVOICE-STATUS PIC X(2) VALUE "00".
       01 REFERENCE-STATUS   PIC X(2) VALUE "00".
       01 TRAIN-REFERENCE-STATUS PIC X(2) VALUE "00".
       01 SCAN-EOF-SW        PIC X VALUE "N".
       01 REFUSED-SW         PIC X VALUE "N".
       01 CONFIRM-KEY        PIC X.

       01 TRAIN-PREFIX       PIC X(20) VALUE SPACES.
       01 TRAIN-STUDENT-NAME PIC X(40) VALUE SPACES.
       01 TRAIN-GRADES-NAME  PIC X(40) VALUE SPACES.
       01 TRAIN-INVOICE-NAME PIC X(40) VALUE SPACES.
       01 REFERENCE-NAME     PIC X(40) VALUE SPACES.
       01 TRAIN-REFERENCE-NAME PIC X(40) VALUE SPACES.
       01 CHECK-NAME         PIC X(40) VALUE SPACES.

      * The masked set is written under a prefix such as TRAIN/; none
      * of the names it builds may land on a production file.
       01 PRODUCTION-NAMES.
           05 FILLER PIC X(12) VALUE "STUMAST.DAT".
           05 FILLER PIC X(12) VALUE "GRADES.DAT".
           05 FILLER PIC X(12) VALUE "FEEINV.DAT".
           05 FILLER PIC X(12) VALUE "COURSMST.DAT".
           05 FILLER PIC X(12) VALUE "DEPTTAB.DAT".
           05 FILLER PIC X(12) VALUE "YEARTAB.DAT".
       01 PRODUCTION-NAME-LIST REDEFINES PRODUCTION-NAMES.
           05 PRODUCTION-NAME OCCURS 6 TIMES PIC X(12).
       01 NAME-IDX           PIC 9 VALUE 0.

      * Reference tables carry no personal data and are copied as
      * they stand so the masked set still checks clean.
       01 REFERENCE-FIRST    PIC 9 VALUE 4.
       01 REFERENCE-LAST     PIC 9 VALUE 6.

       01 SCALE-INPUT        PIC X(3) VALUE SPACES.
       01 SCALE-PERCENT      PIC 999 VALUE 0.
       01 SHIFT-INPUT        PIC X(4) VALUE SPACES.
       01 SHIFT-DAYS         PIC 9(4) VALUE 0.

      * Name parts for the masked students; a student's position in
      * the roll map picks one given name and one surname, so the
      * same student carries the same name in every file.
       01 GIVEN-NAMES.
           05 FILLER PIC X(10) VALUE "ALEX".
           05 FILLER PIC X(10) VALUE "BRIDGET".
           05 FILLER PIC X(10) VALUE "CARLOS".
           05 FILLER PIC X(10) VALUE "DEVI".
           05 FILLER PIC X(10) VALUE "EMIL".
           05 FILLER PIC X(10) VALUE "FARAH".
           05 FILLER PIC X(10) VALUE "GORDON".
           05 FILLER PIC X(10) VALUE "HANNA".
           05 FILLER PIC X(10) VALUE "IVAN".
           05 FILLER PIC X(10) VALUE "JUNE".
           05 FILLER PIC X(10) VALUE "KOFI".
           05 FILLER PIC X(10) VALUE "LENA".
           05 FILLER PIC X(10) VALUE "MARTIN".
           05 FILLER PIC X(10) VALUE "NORA".
           05 FILLER PIC X(10) VALUE "OSCAR".
           05 FILLER PIC X(10) VALUE "PRIYA".
           05 FILLER PIC X(10) VALUE "RAFAEL".
           05 FILLER PIC X(10) VALUE "SONIA".
           05 FILLER PIC X(10) VALUE "TOMAS".
           05 FILLER PIC X(10) VALUE "VERA".
       01 GIVEN-NAME-LIST REDEFINES GIVEN-NAMES.
           05 GIVEN-NAME OCCURS 20 TIMES PIC X(10).
       01 SURNAMES.
           05 FILLER PIC X(12) VALUE "ABBOTT".
           05 FILLER PIC X(12) VALUE "BRENNAN".
           05 FILLER PIC X(12) VALUE "CHOWDHURY".
           05 FILLER PIC X(12) VALUE "DALTON".
           05 FILLER PIC X(12) VALUE "EKWUEME".
           05 FILLER PIC X(12) VALUE "FISCHER".
           05 FILLER PIC X(12) VALUE "GALLAGHER".
           05 FILLER PIC X(12) VALUE "HOLLOWAY".
           05 FILLER PIC X(12) VALUE "IBARRA".
           05 FILLER PIC X(12) VALUE "JANSEN".
           05 FILLER PIC X(12) VALUE "KOWALSKI".
           05 FILLER PIC X(12) VALUE "LINDQVIST".
           05 FILLER PIC X(12) VALUE "MORROW".
           05 FILLER PIC X(12) VALUE "NAKAMURA".
           05 FILLER PIC X(12) VALUE "OKAFOR".
           05 FILLER PIC X(12) VALUE "PETROV".
           05 FILLER PIC X(12) VALUE "QUINLAN".
           05 FILLER PIC X(12) VALUE "RASMUSSEN".
           05 FILLER PIC X(12) VALUE "SANTOS".
           05 FILLER PIC X(12) VALUE "THORNE".
       01 SURNAME-LIST REDEFINES SURNAMES.
           05 SURNAME OCCURS 20 TIMES PIC X(12).
       01 FIRST-NAME         PIC X(20).
       01 LAST-NAME          PIC X(20).
       01 FULL-NAME          PIC X(50).
       01 GIVEN-IDX          PIC 99 VALUE 0.
       01 SURNAME-IDX        PIC 99 VALUE 0.
       01 NAME-QUOTIENT      PIC 9(5) VALUE 0.
       01 NAME-REMAINDER     PIC 99 VALUE 0.

      * Old roll to training roll. Training rolls are issued from
      * 9000001 upward in the order the rolls are first met, each
      * with its CHKDIGIT check digit, so the student master keeps
      * its key order and orphans elsewhere stay orphans.
       01 ROLL-MAP-TABLE.
           05 ROLL-MAP-ENTRY OCCURS 2000 TIMES.
               10 RM-OLD-ROLL   PIC 9(8).
               10 RM-NEW-ROLL   PIC 9(8).
               10 RM-NAME       PIC X(25).
       01 ROLL-MAP-COUNT     PIC 9(4) VALUE 0.
       01 ROLL-MAP-IDX       PIC 9(4) VALUE 0.
       01 FOUND-MAP-IDX      PIC 9(4) VALUE 0.
       01 ROLL-MAP-FULL-SW   PIC X VALUE "N".
       01 LOOKUP-ROLL        PIC 9(8) VALUE 0.
       01 ROLL-BODY          PIC 9(7) VALUE 0.
       01 CHECK-FUNCTION     PIC X VALUE "C".
       01 CHECK-NUMBER       PIC X(19) VALUE SPACES.
       01 CHECK-DIGIT-OUT    PIC 9 VALUE 0.
       01 CHECK-VALID-SW     PIC X VALUE "N".

       01 WORK-DATE          PIC 9(8) VALUE 0.
       01 WORK-PERIOD        PIC 9(6) VALUE 0.
       01 DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WAS-SETTLED-SW     PIC X VALUE "N".
       01 WAS-NET-SW         PIC X VALUE "N".

       01 STUDENTS-MASKED    PIC 9(7) VALUE 0.
       01 GRADES-MASKED      PIC 9(7) VALUE 0.
       01 INVOICES-MASKED    PIC 9(7) VALUE 0.
       01 REFERENCE-COPIED   PIC 9(7) VALUE 0.
       01 ROWS-DROPPED       PIC 9(7) VALUE 0.
       01 COUNT-TEXT         PIC ZZZZZZ9.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "TRAINMASK".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Builds a masked copy of the student master, grades and fee
      * invoices for operator training: names replaced, rolls
      * re-keyed, amounts scaled and dates shifted, with every
      * cross-file roll reference carried through the same map.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.

           DISPLAY "Training set prefix (e.g. TRAIN/): "
               WITH NO ADVANCING.
           ACCEPT TRAIN-PREFIX.
           PERFORM BUILD-TRAINING-NAMES.
           IF REFUSED-SW = "Y"
               GOBACK
           END-IF.

           DISPLAY "Amount scale percent (1-200, blank for 80): "
               WITH NO ADVANCING.
           ACCEPT SCALE-INPUT.
           DISPLAY "Days to shift dates back (blank for 365): "
               WITH NO ADVANCING.
           ACCEPT SHIFT-INPUT.
           PERFORM EDIT-MASK-FACTORS.
           IF REFUSED-SW = "Y"
               GOBACK
           END-IF.

           DISPLAY "Write masked set to "
               FUNCTION TRIM(TRAIN-PREFIX) " - scale "
               SCALE-PERCENT "% shift " SHIFT-DAYS " days".
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-KEY.
           IF CONFIRM-KEY NOT = "Y" AND CONFIRM-KEY NOT = "y"
               DISPLAY "Masking abandoned - nothing written"
               GOBACK
           END-IF.

           MOVE 0 TO ROLL-MAP-COUNT.
           PERFORM MASK-STUDENT-MASTER.
           IF REFUSED-SW = "Y"
               GOBACK
           END-IF.
           PERFORM MASK-GRADES-FILE.
           PERFORM MASK-INVOICE-FILE.
           PERFORM VARYING NAME-IDX FROM REFERENCE-FIRST BY 1
           UNTIL NAME-IDX > REFERENCE-LAST
               PERFORM COPY-REFERENCE-FILE
           END-PERFORM.

           MOVE "TRAINSET" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TO=" DELIMITED BY SIZE
                  TRAIN-PREFIX DELIMITED BY SPACE
                  " STU=" DELIMITED BY SIZE
                  STUDENTS-MASKED DELIMITED BY SIZE
                  " SCALE=" DELIMITED BY SIZE
                  SCALE-PERCENT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           MOVE STUDENTS-MASKED TO COUNT-TEXT.
           DISPLAY "Students masked:      " COUNT-TEXT.
           MOVE GRADES-MASKED TO COUNT-TEXT.
           DISPLAY "Grade rows masked:    " COUNT-TEXT.
           MOVE INVOICES-MASKED TO COUNT-TEXT.
           DISPLAY "Invoices masked:      " COUNT-TEXT.
           MOVE REFERENCE-COPIED TO COUNT-TEXT.
           DISPLAY "Reference rows copied:" COUNT-TEXT.
           IF ROWS-DROPPED > 0
               MOVE ROWS-DROPPED TO COUNT-TEXT
               DISPLAY "Rows not masked:      " COUNT-TEXT
                   " - see messages above"
           END-IF.
           GOBACK.

      * A blank prefix, or one that only names the current
      * directory, would put the copy on top of the live files.
       BUILD-TRAINING-NAMES.
           MOVE "N" TO REFUSED-SW.
           IF TRAIN-PREFIX = SPACES
               OR TRAIN-PREFIX = "."
               OR TRAIN-PREFIX = "./"
               MOVE "Y" TO REFUSED-SW
           END-IF.
           MOVE 1 TO NAME-IDX.
           PERFORM BUILD-ONE-TRAINING-NAME.
           MOVE CHECK-NAME TO TRAIN-STUDENT-NAME.
           MOVE 2 TO NAME-IDX.
           PERFORM BUILD-ONE-TRAINING-NAME.
           MOVE CHECK-NAME TO TRAIN-GRADES-NAME.
           MOVE 3 TO NAME-IDX.
           PERFORM BUILD-ONE-TRAINING-NAME.
           MOVE CHECK-NAME TO TRAIN-INVOICE-NAME.
           IF REFUSED-SW = "Y"
               DISPLAY "Refused - the training set may not be "
                   "written over the production files"
           END-IF.

       BUILD-ONE-TRAINING-NAME.
           MOVE SPACES TO CHECK-NAME.
           STRING TRAIN-PREFIX DELIMITED BY SPACE
                  PRODUCTION-NAME(NAME-IDX) DELIMITED BY SPACE
                  INTO CHECK-NAME
           END-STRING.
           IF CHECK-NAME = PRODUCTION-NAME(NAME-IDX)
               MOVE "Y" TO REFUSED-SW
           END-IF.

       EDIT-MASK-FACTORS.
           IF SCALE-INPUT = SPACES
               MOVE 80 TO SCALE-PERCENT
           ELSE
               IF FUNCTION TRIM(SCALE-INPUT) IS NUMERIC
                   COMPUTE SCALE-PERCENT =
                       FUNCTION NUMVAL(SCALE-INPUT)
               ELSE
                   MOVE 0 TO SCALE-PERCENT
               END-IF
           END-IF.
           IF SCALE-PERCENT < 1 OR SCALE-PERCENT > 200
               DISPLAY "Scale must be 1 to 200 percent"
               MOVE "Y" TO REFUSED-SW
           END-IF.
           IF SHIFT-INPUT = SPACES
               MOVE 365 TO SHIFT-DAYS
           ELSE
               IF FUNCTION TRIM(SHIFT-INPUT) IS NUMERIC
                   COMPUTE SHIFT-DAYS = FUNCTION NUMVAL(SHIFT-INPUT)
               ELSE
                   MOVE 0 TO SHIFT-DAYS
               END-IF
           END-IF.
           IF SHIFT-DAYS < 1
               DISPLAY "Shift must be at least one day"
               MOVE "Y" TO REFUSED-SW
           END-IF.

      * The student master goes first so live students take the
      * lowest training rolls in their original key order.
       MASK-STUDENT-MASTER.
           MOVE 0 TO STUDENTS-MASKED.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "Y" TO REFUSED-SW
           ELSE
               OPEN OUTPUT TRAIN-STUDENT-FILE
               IF TRAIN-STUDENT-STATUS NOT = "00"
                   DISPLAY "Cannot create "
                       FUNCTION TRIM(TRAIN-STUDENT-NAME)
                       " - status " TRAIN-STUDENT-STATUS
                   MOVE "Y" TO REFUSED-SW
                   MOVE "Y" TO SCAN-EOF-SW
               END-IF
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM MASK-ONE-STUDENT
                   END-READ
               END-PERFORM
               IF TRAIN-STUDENT-STATUS = "00"
                   OR TRAIN-STUDENT-STATUS = "22"
                   CLOSE TRAIN-STUDENT-FILE
               END-IF
               CLOSE STUDENT-FILE
           END-IF.

       MASK-ONE-STUDENT.
           MOVE STU-ROLL TO LOOKUP-ROLL.
           PERFORM MAP-ROLL.
           IF FOUND-MAP-IDX = 0
               ADD 1 TO ROWS-DROPPED
           ELSE
               MOVE RM-NEW-ROLL(FOUND-MAP-IDX) TO STU-ROLL
               MOVE RM-NAME(FOUND-MAP-IDX) TO STU-NAME
               MOVE STU-ENROLL-DATE TO WORK-DATE
               PERFORM SHIFT-WORK-DATE
               MOVE WORK-DATE TO STU-ENROLL-DATE
               MOVE STU-STATUS-DATE TO WORK-DATE
               PERFORM SHIFT-WORK-DATE
               MOVE WORK-DATE TO STU-STATUS-DATE
               MOVE STUDENT-RECORD TO TRAIN-STUDENT-RECORD
               WRITE TRAIN-STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO ROWS-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO STUDENTS-MASKED
               END-WRITE
           END-IF.

      * Grade rows of students no longer on the master (alumni and
      * any orphans) are re-keyed too, so the copy mirrors the live
      * relationships exactly, good or bad.
       MASK-GRADES-FILE.
           MOVE 0 TO GRADES-MASKED.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN OUTPUT TRAIN-GRADES-FILE.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               DISPLAY "No GRADES.DAT to mask - status "
                   GRADES-STATUS
           ELSE
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ GRADES-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM MASK-ONE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.
           CLOSE TRAIN-GRADES-FILE.

       MASK-ONE-GRADE.
           IF GRD-STUDENT-ID(1:8) IS NUMERIC
               MOVE GRD-STUDENT-ID(1:8) TO LOOKUP-ROLL
               PERFORM MAP-ROLL
           ELSE
               MOVE 0 TO FOUND-MAP-IDX
           END-IF.
           IF FOUND-MAP-IDX = 0
               DISPLAY "Grade row not masked: " GRD-KEY
               ADD 1 TO ROWS-DROPPED
           ELSE
               MOVE SPACES TO GRD-STUDENT-ID
               MOVE RM-NEW-ROLL(FOUND-MAP-IDX)
                   TO GRD-STUDENT-ID(1:8)
               MOVE RM-NAME(FOUND-MAP-IDX) TO GRD-NAME
               MOVE GRADES-RECORD TO TRAIN-GRADES-RECORD
               WRITE TRAIN-GRADES-RECORD
                   INVALID KEY
                       ADD 1 TO ROWS-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO GRADES-MASKED
               END-WRITE
           END-IF.

       MASK-INVOICE-FILE.
           MOVE 0 TO INVOICES-MASKED.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN OUTPUT TRAIN-INVOICE-FILE.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               DISPLAY "No FEEINV.DAT to mask - status "
                   INVOICE-STATUS
           ELSE
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           PERFORM MASK-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE TRAIN-INVOICE-FILE.

      * Every amount is scaled by the same factor. An invoice that
      * was net of its concession, or settled in full, is rebuilt
      * from the scaled figures so rounding cannot reopen it.
       MASK-ONE-INVOICE.
           MOVE IV-ROLL TO LOOKUP-ROLL.
           PERFORM MAP-ROLL.
           IF FOUND-MAP-IDX = 0
               DISPLAY "Invoice not masked: " IV-NUMBER
               ADD 1 TO ROWS-DROPPED
           ELSE
               MOVE RM-NEW-ROLL(FOUND-MAP-IDX) TO IV-ROLL
               MOVE "N" TO WAS-NET-SW
               IF IV-GROSS > 0
                   AND IV-AMOUNT = IV-GROSS - IV-CONCESSION
                   MOVE "Y" TO WAS-NET-SW
               END-IF
               MOVE "N" TO WAS-SETTLED-SW
               IF IV-PAID = IV-AMOUNT
                   MOVE "Y" TO WAS-SETTLED-SW
               END-IF
               COMPUTE IV-GROSS ROUNDED =
                   IV-GROSS * SCALE-PERCENT / 100
               COMPUTE IV-CONCESSION ROUNDED =
                   IV-CONCESSION * SCALE-PERCENT / 100
               IF WAS-NET-SW = "Y"
                   COMPUTE IV-AMOUNT = IV-GROSS - IV-CONCESSION
               ELSE
                   COMPUTE IV-AMOUNT ROUNDED =
                       IV-AMOUNT * SCALE-PERCENT / 100
               END-IF
               IF WAS-SETTLED-SW = "Y"
                   MOVE IV-AMOUNT TO IV-PAID
               ELSE
                   COMPUTE IV-PAID ROUNDED =
                       IV-PAID * SCALE-PERCENT / 100
               END-IF
               COMPUTE IV-FX-AMOUNT ROUNDED =
                   IV-FX-AMOUNT * SCALE-PERCENT / 100
               COMPUTE IV-FX-PAID ROUNDED =
                   IV-FX-PAID * SCALE-PERCENT / 100
               MOVE IV-DATE TO WORK-DATE
               PERFORM SHIFT-WORK-DATE
               MOVE WORK-DATE TO IV-DATE
               IF IV-PERIOD > 0
                   MOVE IV-PERIOD TO WORK-PERIOD
                   COMPUTE WORK-DATE = WORK-PERIOD * 100 + 1
                   PERFORM SHIFT-WORK-DATE
                   MOVE WORK-DATE(1:6) TO IV-PERIOD
               END-IF
               MOVE INVOICE-RECORD TO TRAIN-INVOICE-RECORD
               WRITE TRAIN-INVOICE-RECORD
               ADD 1 TO INVOICES-MASKED
           END-IF.

       COPY-REFERENCE-FILE.
           MOVE PRODUCTION-NAME(NAME-IDX) TO REFERENCE-NAME.
           PERFORM BUILD-ONE-TRAINING-NAME.
           MOVE CHECK-NAME TO TRAIN-REFERENCE-NAME.
           MOVE "N" TO SCAN-EOF-SW.
           OPEN INPUT REFERENCE-FILE.
           IF REFERENCE-STATUS = "00"
               OPEN OUTPUT TRAIN-REFERENCE-FILE
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ REFERENCE-FILE
                       AT END
                           MOVE "Y" TO SCAN-EOF-SW
                       NOT AT END
                           MOVE REFERENCE-RECORD
                               TO TRAIN-REFERENCE-RECORD
                           WRITE TRAIN-REFERENCE-RECORD
                           ADD 1 TO REFERENCE-COPIED
                   END-READ
               END-PERFORM
               CLOSE TRAIN-REFERENCE-FILE
               CLOSE REFERENCE-FILE
           END-IF.

      * Returns the map entry for LOOKUP-ROLL in FOUND-MAP-IDX,
      * issuing the next training roll when the roll is new; zero
      * means the map is full.
       MAP-ROLL.
           MOVE 0 TO FOUND-MAP-IDX.
           PERFORM VARYING ROLL-MAP-IDX FROM 1 BY 1
           UNTIL ROLL-MAP-IDX > ROLL-MAP-COUNT
               OR FOUND-MAP-IDX > 0
               IF RM-OLD-ROLL(ROLL-MAP-IDX) = LOOKUP-ROLL
                   MOVE ROLL-MAP-IDX TO FOUND-MAP-IDX
               END-IF
           END-PERFORM.
           IF FOUND-MAP-IDX = 0
               IF ROLL-MAP-COUNT < 2000
                   ADD 1 TO ROLL-MAP-COUNT
                   MOVE ROLL-MAP-COUNT TO FOUND-MAP-IDX
                   PERFORM ISSUE-TRAINING-ROLL
               ELSE
                   IF ROLL-MAP-FULL-SW = "N"
                       DISPLAY "Roll map full at 2000 students"
                       MOVE "Y" TO ROLL-MAP-FULL-SW
                   END-IF
               END-IF
           END-IF.

       ISSUE-TRAINING-ROLL.
           MOVE LOOKUP-ROLL TO RM-OLD-ROLL(FOUND-MAP-IDX).
           COMPUTE ROLL-BODY = 9000000 + FOUND-MAP-IDX.
           MOVE SPACES TO CHECK-NUMBER.
           MOVE ROLL-BODY TO CHECK-NUMBER(1:7).
           MOVE "C" TO CHECK-FUNCTION.
           CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
               CHECK-DIGIT-OUT CHECK-VALID-SW
           END-CALL.
           COMPUTE RM-NEW-ROLL(FOUND-MAP-IDX) =
               ROLL-BODY * 10 + CHECK-DIGIT-OUT.

           COMPUTE NAME-QUOTIENT = FOUND-MAP-IDX - 1.
           DIVIDE NAME-QUOTIENT BY 20 GIVING NAME-QUOTIENT
               REMAINDER NAME-REMAINDER.
           COMPUTE GIVEN-IDX = NAME-REMAINDER + 1.
           DIVIDE NAME-QUOTIENT BY 20 GIVING NAME-QUOTIENT
               REMAINDER NAME-REMAINDER.
           COMPUTE SURNAME-IDX = NAME-REMAINDER + 1.
           MOVE GIVEN-NAME(GIVEN-IDX) TO FIRST-NAME.
           MOVE SURNAME(SURNAME-IDX) TO LAST-NAME.
           PERFORM BUILD-FULL-NAME.
           MOVE FULL-NAME TO RM-NAME(FOUND-MAP-IDX).

      * Same joining rule as STRING-JOINER: given name, one space,
      * surname.
       BUILD-FULL-NAME.
           MOVE SPACES TO FULL-NAME.
           STRING FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LAST-NAME DELIMITED BY SPACE
                  INTO FULL-NAME
           END-STRING.

      * Zero and malformed dates are left as they are.
       SHIFT-WORK-DATE.
           IF WORK-DATE > 16010101
               AND FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE) - SHIFT-DAYS
               COMPUTE WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
           END-IF.
