       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-ROLL
               ALTERNATE RECORD KEY IS AL-NAME WITH DUPLICATES
               FILE STATUS IS ALUMNI-STATUS.

           SELECT GRADES-ARCHIVE-FILE ASSIGN TO "GRDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADES-ARCHIVE-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT VERIFY-LOG-FILE ASSIGN TO "TRVERIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

      * Students moved off the master by the alumni archive run,
      * and their grade rows in the GRADES.DAT layout, kept so a
      * transcript can still be reprinted.
       FD  ALUMNI-FILE.
       01 ALUMNI-RECORD.
           05 AL-ROLL          PIC 9(8).
           05 AL-NAME          PIC X(25).
           05 AL-DEPT          PIC 9.
           05 AL-YEAR          PIC 9.
           05 AL-ENROLL-DATE   PIC 9(8).
           05 AL-STATUS        PIC X.
           05 AL-STATUS-DATE   PIC 9(8).
           05 AL-ARCHIVED      PIC 9(8).
           05 AL-ARCHIVED-BY   PIC X(10).

       FD  GRADES-ARCHIVE-FILE.
       01 GRADES-ARCHIVE-RECORD PIC X(53).

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
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

      * One row per transcript issued, keyed by its verification
      * code, so an enquiry can be answered without a reprint.
       FD  VERIFY-LOG-FILE.
       01 VERIFY-LOG-RECORD.
           05 VL-CODE        PIC 9(17).
           05 VL-ROLL        PIC 9(8).
           05 VL-NAME        PIC X(25).
           05 VL-DATE        PIC 9(8).
           05 VL-GPA         PIC 9V99.
           05 VL-CREDITS     PIC 9(5).
           05 VL-OPERATOR    PIC X(10).

       WORKING-STORAGE SECTION.
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 TRANSCRIPT-STATUS  PIC X(2) VALUE "00".
       01 GRADES-EOF-SW      PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 ALUMNI-STATUS      PIC X(2) VALUE "00".
       01 GRADES-ARCHIVE-STATUS PIC X(2) VALUE "00".
       01 ARCHIVED-SW        PIC X VALUE "N".
       01 FOUND-ARCHIVED     PIC 9(8) VALUE 0.
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 ROLL-INPUT         PIC 9(8).
       01 HOLD-SW             PIC X VALUE "N".
       01 HOLD-BALANCE        PIC S9(8)V99 VALUE 0.
       01 HOLD-BALANCE-TEXT   PIC -(7)9.99.
       01 HOLD-ACTIVE-COUNT   PIC 99 VALUE 0.
       01 HOLD-FIRST-TYPE     PIC X(8) VALUE SPACES.
       01 HOLD-FIRST-OFFICE   PIC X(10) VALUE SPACES.
       01 HOLD-OTHERS         PIC 99 VALUE 0.
       01 HOLD-LINE-POINTER   PIC 999 VALUE 1.
       01 GRADE-COUNT        PIC 999 VALUE 0.
       01 GRADE-IDX          PIC 999 VALUE 0.

       01 TERM-GPA           PIC 9V99 VALUE 0.
       01 TREND-POINTER      PIC 999 VALUE 1.

      * The verification code is the roll, the issue date and a
      * CHKDIGIT check digit over both, printed as
      * RRRRRRRR-YYYYMMDD-C.
       01 VERIFY-LOG-STATUS  PIC X(2) VALUE "00".
       01 ISSUE-DATE         PIC 9(8) VALUE 0.
       01 VERIFY-BODY.
           05 VB-ROLL        PIC 9(8).
           05 VB-DATE        PIC 9(8).
       01 VERIFY-CODE        PIC 9(17) VALUE 0.
       01 CHECK-FUNCTION     PIC X VALUE "C".
       01 CHECK-NUMBER       PIC X(19).
       01 CHECK-DIGIT-OUT    PIC 9 VALUE 0.
       01 CHECK-VALID-SW     PIC X VALUE "N".
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-POINTS-TABLE.
           PERFORM WRITE-RANK-LINE.
           PERFORM WRITE-HOLD-LINE.
           PERFORM WRITE-GPA-TREND.
           PERFORM WRITE-VERIFICATION-LINE.
           CLOSE TRANSCRIPT-FILE.

           DISPLAY "Transcript written to TRANSCRP.DAT".

       FIND-STUDENT.
           MOVE "N" TO STUDENT-FOUND-SW.
           MOVE "N" TO ARCHIVED-SW.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF STUDENT-FOUND-SW = "N"
               PERFORM FIND-ALUMNUS
           END-IF.

      * A student no longer on the master may have been moved to the
      * alumni archive; the transcript is then printed from there.
       FIND-ALUMNUS.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS = "00"
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ ALUMNI-FILE
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           IF AL-ROLL = ROLL-INPUT
                               MOVE "Y" TO STUDENT-FOUND-SW
                               MOVE "Y" TO ARCHIVED-SW
                               MOVE AL-NAME TO FOUND-NAME
                               MOVE AL-DEPT TO FOUND-DEPT
                               MOVE AL-YEAR TO FOUND-YEAR
                               MOVE AL-ENROLL-DATE
                                   TO FOUND-ENROLL-DATE
                               MOVE AL-STATUS TO FOUND-STATUS
                               MOVE AL-STATUS-DATE
                                   TO FOUND-STATUS-DATE
                               MOVE AL-ARCHIVED TO FOUND-ARCHIVED
                               MOVE "Y" TO STUDENT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.

       WRITE-TRANSCRIPT-HEADING.
           PERFORM LOOKUP-DEPT-NAME.
               END-STRING
               PERFORM WRITE-AND-SHOW
           END-IF.
           IF ARCHIVED-SW = "Y"
               MOVE SPACES TO TRANSCRIPT-RECORD
               STRING "REPRINTED FROM THE ALUMNI ARCHIVE - ARCHIVED "
                          DELIMITED BY SIZE
                      FOUND-ARCHIVED DELIMITED BY SIZE
                      INTO TRANSCRIPT-RECORD
               END-STRING
               PERFORM WRITE-AND-SHOW
           END-IF.

       LOAD-GRADE-TABLE.
           MOVE 0 TO GRADE-COUNT.
           MOVE 0 TO POINT-TOTAL.
           MOVE "N" TO GRADES-EOF-SW.
           MOVE ROLL-INPUT TO GRADE-ROLL-TEXT.
           IF ARCHIVED-SW = "Y"
               PERFORM LOAD-ARCHIVED-GRADES
           ELSE
               PERFORM LOAD-CURRENT-GRADES
           END-IF.

       LOAD-CURRENT-GRADES.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               DISPLAY "Cannot open GRADES.DAT - status "
                   GRADES-STATUS
           ELSE
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

      * Archived grade rows keep the GRADES.DAT layout.
       LOAD-ARCHIVED-GRADES.
           OPEN INPUT GRADES-ARCHIVE-FILE.
           IF GRADES-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Cannot open GRDARCH.DAT - status "
                   GRADES-ARCHIVE-STATUS
           ELSE
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           MOVE GRADES-ARCHIVE-RECORD TO GRADES-RECORD
                           IF GRD-STUDENT-ID(1:8)
                               = GRADE-ROLL-TEXT(1:8)
                               PERFORM STORE-ONE-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADES-ARCHIVE-FILE
           END-IF.

       STORE-ONE-GRADE.
           IF GRADE-COUNT >= 200
               DISPLAY "More graded courses than the table can hold"

      * A student carrying open fee invoices gets a hold line so
      * the registrar withholds the transcript until the balance
      * clears; every active hold on the holds register adds to it.
       WRITE-HOLD-LINE.
           MOVE "N" TO HOLD-SW.
           MOVE 0 TO HOLD-BALANCE.
               PERFORM WRITE-AND-SHOW
           END-IF.

      * Holds placed by other offices on the holds register annotate
      * the transcript the same way.
           CALL "HOLDCHK" USING ROLL-INPUT HOLD-ACTIVE-COUNT
               HOLD-FIRST-TYPE HOLD-FIRST-OFFICE
           END-CALL.
           IF HOLD-ACTIVE-COUNT > 0
               MOVE SPACES TO TRANSCRIPT-RECORD
               MOVE 1 TO HOLD-LINE-POINTER
               STRING "HOLD - " DELIMITED BY SIZE
                      HOLD-FIRST-TYPE DELIMITED BY SPACE
                      " PLACED BY " DELIMITED BY SIZE
                      HOLD-FIRST-OFFICE DELIMITED BY SPACE
                      INTO TRANSCRIPT-RECORD
                      WITH POINTER HOLD-LINE-POINTER
               END-STRING
               IF HOLD-ACTIVE-COUNT > 1
                   COMPUTE HOLD-OTHERS = HOLD-ACTIVE-COUNT - 1
                   STRING " AND " DELIMITED BY SIZE
                          HOLD-OTHERS DELIMITED BY SIZE
                          " MORE - SEE HOLDS REGISTER"
                              DELIMITED BY SIZE
                          INTO TRANSCRIPT-RECORD
                          WITH POINTER HOLD-LINE-POINTER
                   END-STRING
               END-IF
               PERFORM WRITE-AND-SHOW
           END-IF.

       WRITE-GPA-TREND.
           IF TERM-COUNT = 0
               CONTINUE
               END-STRING
           END-IF.

       WRITE-VERIFICATION-LINE.
           ACCEPT ISSUE-DATE FROM DATE YYYYMMDD.
           MOVE ROLL-INPUT TO VB-ROLL.
           MOVE ISSUE-DATE TO VB-DATE.
           MOVE SPACES TO CHECK-NUMBER.
           MOVE VERIFY-BODY TO CHECK-NUMBER(1:16).
           MOVE "C" TO CHECK-FUNCTION.
           CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
               CHECK-DIGIT-OUT CHECK-VALID-SW
           END-CALL.
           IF CHECK-VALID-SW NOT = "Y"
               DISPLAY "Verification code not issued - check digit "
                   "failed"
           ELSE
               COMPUTE VERIFY-CODE = VB-ROLL * 1000000000
                   + VB-DATE * 10 + CHECK-DIGIT-OUT
               MOVE SPACES TO TRANSCRIPT-RECORD
               STRING "VERIFICATION CODE: " DELIMITED BY SIZE
                      VB-ROLL DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      VB-DATE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      CHECK-DIGIT-OUT DELIMITED BY SIZE
                      INTO TRANSCRIPT-RECORD
               END-STRING
               PERFORM WRITE-AND-SHOW
               PERFORM LOG-VERIFICATION-CODE
           END-IF.

       LOG-VERIFICATION-CODE.
           OPEN EXTEND VERIFY-LOG-FILE.
           IF VERIFY-LOG-STATUS = "35"
               OPEN OUTPUT VERIFY-LOG-FILE
           END-IF.
           IF VERIFY-LOG-STATUS NOT = "00"
               DISPLAY "Cannot open TRVERIFY.DAT - status "
                   VERIFY-LOG-STATUS
           ELSE
               MOVE VERIFY-CODE TO VL-CODE
               MOVE ROLL-INPUT TO VL-ROLL
               MOVE FOUND-NAME TO VL-NAME
               MOVE ISSUE-DATE TO VL-DATE
               IF COURSE-COUNT = 0 OR CREDIT-TOTAL = 0
                   MOVE 0 TO VL-GPA
               ELSE
                   MOVE GPA TO VL-GPA
               END-IF
               MOVE CREDIT-TOTAL TO VL-CREDITS
               MOVE SPACES TO VL-OPERATOR
               IF SIGNED-ON-OPERATOR NOT = SPACES
                   AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
                   MOVE SIGNED-ON-OPERATOR TO VL-OPERATOR
               END-IF
               WRITE VERIFY-LOG-RECORD
               CLOSE VERIFY-LOG-FILE
           END-IF.

       WRITE-GPA-LINE.
           IF COURSE-COUNT = 0 OR CREDIT-TOTAL = 0
               MOVE "NO GRADED COURSES ON FILE"
