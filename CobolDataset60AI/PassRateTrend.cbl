       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-PASS-TREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT COURSE-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PASSTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

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

       FD  COURSE-FILE.
       01 COURSE-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  REPORT-FILE.
       01 REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 COURSE-STATUS      PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 REPORT-STATUS      PIC X(2) VALUE "00".
       01 GRADES-EOF-SW      PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".

      * Swing in pass rate, in percentage points, between a course's
      * consecutive terms that earns a flag (SETTINGS.DAT key
      * PASSSHIFT).
       01 SHIFT-LIMIT        PIC 999 VALUE 10.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 200 TIMES.
               10 CRS-T-CODE     PIC X(6).
               10 CRS-T-TITLE    PIC X(20).
       01 COURSE-COUNT       PIC 999 VALUE 0.
       01 COURSE-IDX         PIC 999 VALUE 0.
       01 COURSE-TITLE-FOUND PIC X(20) VALUE SPACES.

      * Term codes do not sort in calendar order (FA comes before SP
      * and SU), so terms are put in order by their TERMCAL.DAT start.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM     PIC X(6).
               10 TRM-T-START    PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.

      * One cell per course and term. Only first attempts are
      * counted so repeats do not lift a later term's results, and
      * debarred rows (grade X) are kept out of the rate and average.
       01 TREND-TABLE.
           05 TREND-ENTRY OCCURS 500 TIMES.
               10 TR-COURSE      PIC X(6).
               10 TR-START       PIC 9(8).
               10 TR-TERM        PIC X(6).
               10 TR-GRADED      PIC 9(4).
               10 TR-PASS        PIC 9(4).
               10 TR-TOTAL       PIC 9(7).
               10 TR-COUNT-A     PIC 9(4).
               10 TR-COUNT-B     PIC 9(4).
               10 TR-COUNT-C     PIC 9(4).
               10 TR-COUNT-D     PIC 9(4).
               10 TR-COUNT-F     PIC 9(4).
               10 TR-DEBARRED    PIC 9(4).
       01 TREND-COUNT        PIC 999 VALUE 0.
       01 TREND-IDX          PIC 999 VALUE 0.
       01 FOUND-TREND-IDX    PIC 999 VALUE 0.
       01 TREND-SWAP-IDX     PIC 999 VALUE 0.
       01 TREND-SWAP         PIC X(59).
       01 TREND-SWAPPED-SW   PIC X VALUE "N".
       01 TREND-FULL-SW      PIC X VALUE "N".

       01 GRADES-READ        PIC 9(5) VALUE 0.
       01 REPEATS-SKIPPED    PIC 9(5) VALUE 0.
       01 FLAGGED-COUNT      PIC 9(5) VALUE 0.

       01 CURRENT-COURSE     PIC X(6) VALUE SPACES.
       01 PRIOR-RATE-SW      PIC X VALUE "N".
       01 PRIOR-RATE         PIC 999V99 VALUE 0.
       01 PRIOR-TERM         PIC X(6) VALUE SPACES.
       01 CELL-AVERAGE       PIC 999V99.
       01 CELL-RATE          PIC 999V99.
       01 RATE-SHIFT         PIC S999V99.
       01 AVERAGE-TEXT       PIC ZZ9.99.
       01 RATE-TEXT          PIC ZZ9.99.
       01 SHIFT-TEXT         PIC +ZZ9.99.
       01 LIMIT-TEXT         PIC ZZ9.
       01 COUNT-TEXT         PIC ZZZ9.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "PASSTRND.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "PASSTREND".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-TERM-STARTS.
           PERFORM TALLY-GRADES.
           IF TREND-COUNT = 0
               DISPLAY "No first-attempt grades on GRADES.DAT"
           ELSE
               PERFORM SORT-TREND-TABLE
               PERFORM WRITE-TREND-REPORT
           END-IF.
           GOBACK.

       TALLY-GRADES.
           MOVE "N" TO GRADES-EOF-SW.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               DISPLAY "Cannot open GRADES.DAT - status "
                   GRADES-STATUS
           ELSE
               MOVE LOW-VALUES TO GRD-COURSE-TERM
               START GRADES-FILE KEY >= GRD-COURSE-TERM
                   INVALID KEY
                       MOVE "Y" TO GRADES-EOF-SW
               END-START
               PERFORM UNTIL GRADES-EOF-SW = "Y"
                   READ GRADES-FILE NEXT
                       AT END
                           MOVE "Y" TO GRADES-EOF-SW
                       NOT AT END
                           ADD 1 TO GRADES-READ
                           PERFORM TALLY-ONE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

      * Rows posted before attempts were numbered carry no attempt
      * and are taken as first attempts.
       TALLY-ONE-GRADE.
           IF GRD-ATTEMPT IS NUMERIC AND GRD-ATTEMPT > 1
               ADD 1 TO REPEATS-SKIPPED
           ELSE
               PERFORM FIND-TREND-CELL
               IF FOUND-TREND-IDX > 0
                   PERFORM ADD-GRADE-TO-CELL
               END-IF
           END-IF.

       FIND-TREND-CELL.
           MOVE 0 TO FOUND-TREND-IDX.
           PERFORM VARYING TREND-IDX FROM 1 BY 1
           UNTIL TREND-IDX > TREND-COUNT
               IF TR-COURSE(TREND-IDX) = GRD-COURSE
                   AND TR-TERM(TREND-IDX) = GRD-TERM
                   MOVE TREND-IDX TO FOUND-TREND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-TREND-IDX = 0
               IF TREND-COUNT < 500
                   ADD 1 TO TREND-COUNT
                   MOVE TREND-COUNT TO FOUND-TREND-IDX
                   MOVE GRD-COURSE TO TR-COURSE(TREND-COUNT)
                   MOVE GRD-TERM TO TR-TERM(TREND-COUNT)
                   PERFORM FIND-TERM-START
                   MOVE 0 TO TR-GRADED(TREND-COUNT)
                   MOVE 0 TO TR-PASS(TREND-COUNT)
                   MOVE 0 TO TR-TOTAL(TREND-COUNT)
                   MOVE 0 TO TR-COUNT-A(TREND-COUNT)
                   MOVE 0 TO TR-COUNT-B(TREND-COUNT)
                   MOVE 0 TO TR-COUNT-C(TREND-COUNT)
                   MOVE 0 TO TR-COUNT-D(TREND-COUNT)
                   MOVE 0 TO TR-COUNT-F(TREND-COUNT)
                   MOVE 0 TO TR-DEBARRED(TREND-COUNT)
               ELSE
                   IF TREND-FULL-SW = "N"
                       DISPLAY "GRADES.DAT has more course terms "
                           "than the trend table can hold"
                       MOVE "Y" TO TREND-FULL-SW
                   END-IF
               END-IF
           END-IF.

       ADD-GRADE-TO-CELL.
           IF GRD-GRADE = "X"
               ADD 1 TO TR-DEBARRED(FOUND-TREND-IDX)
           ELSE
               EVALUATE GRD-GRADE
                   WHEN "A"
                       ADD 1 TO TR-COUNT-A(FOUND-TREND-IDX)
                   WHEN "B"
                       ADD 1 TO TR-COUNT-B(FOUND-TREND-IDX)
                   WHEN "C"
                       ADD 1 TO TR-COUNT-C(FOUND-TREND-IDX)
                   WHEN "D"
                       ADD 1 TO TR-COUNT-D(FOUND-TREND-IDX)
                   WHEN OTHER
                       ADD 1 TO TR-COUNT-F(FOUND-TREND-IDX)
               END-EVALUATE
               ADD 1 TO TR-GRADED(FOUND-TREND-IDX)
               IF GRD-GRADE NOT = "F"
                   ADD 1 TO TR-PASS(FOUND-TREND-IDX)
               END-IF
               ADD GRD-SCORE TO TR-TOTAL(FOUND-TREND-IDX)
           END-IF.

      * A term missing from TERMCAL.DAT has no start date; it is
      * taken as older than every term on the calendar, and such
      * terms are ordered among themselves by their code.
       FIND-TERM-START.
           MOVE 0 TO TR-START(TREND-COUNT).
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               IF TRM-T-TERM(TERM-IDX) = GRD-TERM
                   MOVE TRM-T-START(TERM-IDX) TO TR-START(TREND-COUNT)
               END-IF
           END-PERFORM.

      * Course, then term start date, then term code, so that each
      * term's shift is measured against the term before it.
       SORT-TREND-TABLE.
           MOVE "Y" TO TREND-SWAPPED-SW.
           PERFORM UNTIL TREND-SWAPPED-SW = "N"
               MOVE "N" TO TREND-SWAPPED-SW
               PERFORM VARYING TREND-IDX FROM 1 BY 1
               UNTIL TREND-IDX >= TREND-COUNT
                   COMPUTE TREND-SWAP-IDX = TREND-IDX + 1
                   IF TREND-ENTRY(TREND-IDX)(1:20)
                       > TREND-ENTRY(TREND-SWAP-IDX)(1:20)
                       MOVE TREND-ENTRY(TREND-IDX) TO TREND-SWAP
                       MOVE TREND-ENTRY(TREND-SWAP-IDX)
                           TO TREND-ENTRY(TREND-IDX)
                       MOVE TREND-SWAP TO TREND-ENTRY(TREND-SWAP-IDX)
                       MOVE "Y" TO TREND-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open PASSTRND.DAT - status "
                   REPORT-STATUS
           ELSE
               MOVE 0 TO REGISTRY-RECORDS
               MOVE SHIFT-LIMIT TO LIMIT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "COURSE PASS-RATE TREND BY TERM (FIRST ATTEMPTS"
                          DELIMITED BY SIZE
                      " ONLY) - FLAG AT " DELIMITED BY SIZE
                      LIMIT-TEXT DELIMITED BY SIZE
                      " POINTS" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO CURRENT-COURSE
               PERFORM VARYING TREND-IDX FROM 1 BY 1
               UNTIL TREND-IDX > TREND-COUNT
                   IF TR-COURSE(TREND-IDX) NOT = CURRENT-COURSE
                       PERFORM START-COURSE-GROUP
                   END-IF
                   PERFORM WRITE-ONE-TERM
               END-PERFORM

               MOVE FLAGGED-COUNT TO COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "TERMS FLAGGED FOR PASS-RATE SHIFT: "
                          DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE

               MOVE REPEATS-SKIPPED TO COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "REPEAT ATTEMPTS EXCLUDED: " DELIMITED BY SIZE
                      COUNT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE

               CLOSE REPORT-FILE
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Grades read: " GRADES-READ
                   "  flagged terms: " FLAGGED-COUNT
               DISPLAY "Report written to PASSTRND.DAT"
           END-IF.

       START-COURSE-GROUP.
           MOVE TR-COURSE(TREND-IDX) TO CURRENT-COURSE.
           MOVE "N" TO PRIOR-RATE-SW.
           MOVE SPACES TO PRIOR-TERM.
           MOVE "TITLE NOT ON COURSMST" TO COURSE-TITLE-FOUND.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
           UNTIL COURSE-IDX > COURSE-COUNT
               IF CRS-T-CODE(COURSE-IDX) = CURRENT-COURSE
                   MOVE CRS-T-TITLE(COURSE-IDX) TO COURSE-TITLE-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING "COURSE " DELIMITED BY SIZE
                  CURRENT-COURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COURSE-TITLE-FOUND DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-TERM.
           IF TR-GRADED(TREND-IDX) > 0
               COMPUTE CELL-AVERAGE ROUNDED =
                   TR-TOTAL(TREND-IDX) / TR-GRADED(TREND-IDX)
               COMPUTE CELL-RATE ROUNDED =
                   TR-PASS(TREND-IDX) * 100 / TR-GRADED(TREND-IDX)
           ELSE
               MOVE 0 TO CELL-AVERAGE
               MOVE 0 TO CELL-RATE
           END-IF.

           MOVE TR-GRADED(TREND-IDX) TO COUNT-TEXT.
           MOVE CELL-AVERAGE TO AVERAGE-TEXT.
           MOVE CELL-RATE TO RATE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TERM " DELIMITED BY SIZE
                  TR-TERM(TREND-IDX) DELIMITED BY SIZE
                  "  GRADED " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "  PASS RATE PCT " DELIMITED BY SIZE
                  RATE-TEXT DELIMITED BY SIZE
                  "  AVERAGE " DELIMITED BY SIZE
                  AVERAGE-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "    A=" DELIMITED BY SIZE
                  TR-COUNT-A(TREND-IDX) DELIMITED BY SIZE
                  " B=" DELIMITED BY SIZE
                  TR-COUNT-B(TREND-IDX) DELIMITED BY SIZE
                  " C=" DELIMITED BY SIZE
                  TR-COUNT-C(TREND-IDX) DELIMITED BY SIZE
                  " D=" DELIMITED BY SIZE
                  TR-COUNT-D(TREND-IDX) DELIMITED BY SIZE
                  " F=" DELIMITED BY SIZE
                  TR-COUNT-F(TREND-IDX) DELIMITED BY SIZE
                  "  DEBARRED=" DELIMITED BY SIZE
                  TR-DEBARRED(TREND-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      * A term with nothing graded has no rate to compare and does
      * not become the prior term for the next one.
           IF TR-GRADED(TREND-IDX) > 0
               IF PRIOR-RATE-SW = "Y"
                   COMPUTE RATE-SHIFT = CELL-RATE - PRIOR-RATE
                   IF RATE-SHIFT > SHIFT-LIMIT
                       OR RATE-SHIFT < 0 - SHIFT-LIMIT
                       PERFORM WRITE-SHIFT-FLAG
                   END-IF
               END-IF
               MOVE "Y" TO PRIOR-RATE-SW
               MOVE CELL-RATE TO PRIOR-RATE
               MOVE TR-TERM(TREND-IDX) TO PRIOR-TERM
           END-IF.

       WRITE-SHIFT-FLAG.
           ADD 1 TO FLAGGED-COUNT.
           MOVE RATE-SHIFT TO SHIFT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    *** PASS RATE SHIFT " DELIMITED BY SIZE
                  SHIFT-TEXT DELIMITED BY SIZE
                  " POINTS FROM " DELIMITED BY SIZE
                  PRIOR-TERM DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

       LOAD-COURSE-TABLE.
           MOVE 0 TO COURSE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ COURSE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF COURSE-COUNT < 200
                               ADD 1 TO COURSE-COUNT
                               MOVE CM-CODE TO CRS-T-CODE(COURSE-COUNT)
                               MOVE CM-TITLE
                                   TO CRS-T-TITLE(COURSE-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the course table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF.

       LOAD-TERM-STARTS.
           MOVE 0 TO TERM-COUNT.
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
                               DISPLAY "TERMCAL.DAT has more rows "
                                   "than the term table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
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
                           IF SET-KEY = "PASSSHIFT"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   AND SETTING-NUMERIC-VALUE <= 100
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO SHIFT-LIMIT
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
