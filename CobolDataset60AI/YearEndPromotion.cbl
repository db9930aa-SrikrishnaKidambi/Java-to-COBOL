       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-PROMOTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT YEAR-TABLE-FILE ASSIGN TO "YEARTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-TABLE-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO "DEPTCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-STATUS.

           SELECT CLEARED-FILE ASSIGN TO "GRADCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARED-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-STATUS.

           SELECT LISTING-FILE ASSIGN TO "PROMLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.

           SELECT COUNT-REPORT-FILE ASSIGN TO "PROMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-REPORT-STATUS.

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

       FD  YEAR-TABLE-FILE.
       01 YEAR-TABLE-RECORD.
           05 YT-NUM         PIC 9.
           05 YT-LABEL        PIC X(15).
           05 YT-ACTIVE      PIC X.

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  CAPACITY-FILE.
       01 CAPACITY-RECORD.
           05 DC-DEPT        PIC 9.
           05 DC-YEAR        PIC 9.
           05 DC-CAPACITY    PIC 9(4).

       FD  CLEARED-FILE.
       01 CLEARED-RECORD   PIC X(80).

       FD  STANDING-FILE.
       01 STANDING-RECORD.
           05 SD-ROLL      PIC 9(8).
           05 SD-STANDING  PIC X(8).
           05 SD-GPA       PIC 9V99.
           05 SD-TERM      PIC X(6).

       FD  LISTING-FILE.
       01 LISTING-RECORD   PIC X(80).

       FD  COUNT-REPORT-FILE.
       01 COUNT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 YEAR-TABLE-STATUS  PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 CAPACITY-STATUS    PIC X(2) VALUE "00".
       01 CLEARED-STATUS     PIC X(2) VALUE "00".
       01 STANDING-STATUS    PIC X(2) VALUE "00".
       01 LISTING-STATUS     PIC X(2) VALUE "00".
       01 COUNT-REPORT-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".

      * T lists what the run would do and changes nothing; U makes
      * the changes. Both write the same listing and count report,
      * so the trial can be checked before the update is taken.
       01 RUN-MODE           PIC X VALUE "T".
       01 CONFIRM-KEY        PIC X VALUE "N".
       01 TODAY-DATE         PIC 9(8) VALUE 0.

       01 YEAR-LABELS.
           05 YEAR-ENTRY OCCURS 20 TIMES.
               10 YEAR-ENTRY-NUM   PIC 9.
               10 YEAR-ENTRY-LABEL PIC X(15).
       01 YEAR-COUNT         PIC 99 VALUE 0.
       01 FINAL-YEAR         PIC 9 VALUE 0.
       01 NEXT-YEAR          PIC 9 VALUE 0.

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.

       01 CLEARED-TABLE.
           05 CLEARED-ENTRY OCCURS 500 TIMES.
               10 CLR-T-ROLL  PIC 9(8).
       01 CLEARED-COUNT      PIC 999 VALUE 0.
       01 CLEARED-IDX        PIC 999 VALUE 0.
       01 CLEARED-SW         PIC X VALUE "N".

      * The latest STANDING.DAT row per student decides; a later
      * term's row replaces an earlier one.
       01 STANDING-TABLE.
           05 STANDING-ENTRY OCCURS 500 TIMES.
               10 STD-T-ROLL     PIC 9(8).
               10 STD-T-STANDING PIC X(8).
       01 STANDING-COUNT     PIC 999 VALUE 0.
       01 STANDING-IDX       PIC 999 VALUE 0.
       01 STANDING-SCAN      PIC 999 VALUE 0.
       01 STANDING-FOUND     PIC X(8) VALUE SPACES.

       01 COUNT-CELLS.
           05 COUNT-DEPT-ROW OCCURS 9 TIMES.
               10 COUNT-YEAR-COL OCCURS 9 TIMES.
                   15 CNT-BEFORE    PIC 9(4) VALUE 0.
                   15 CNT-AFTER     PIC 9(4) VALUE 0.
                   15 CNT-CAPACITY  PIC 9(4) VALUE 0.
       01 REPORT-DEPT        PIC 99 VALUE 0.
       01 REPORT-YEAR        PIC 99 VALUE 0.
       01 BEFORE-TEXT        PIC ZZZ9.
       01 AFTER-TEXT         PIC ZZZ9.
       01 CAPACITY-TEXT      PIC ZZZ9.
       01 OVER-CAPACITY-COUNT PIC 999 VALUE 0.

       01 STUDENT-ACTION     PIC X(8) VALUE SPACES.
       01 ACTION-REASON      PIC X(20) VALUE SPACES.
       01 OLD-YEAR           PIC 9 VALUE 0.
       01 NEW-YEAR           PIC 9 VALUE 0.
       01 PROMOTED-COUNT     PIC 9(5) VALUE 0.
       01 GRADUATED-COUNT    PIC 9(5) VALUE 0.
       01 HELD-COUNT         PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT      PIC 9(5) VALUE 0.
       01 REWRITE-FAILED-COUNT PIC 9(5) VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "PROMRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "PROMOTION".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "PROMOTION".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "Promotion run - (T)rial listing or (U)pdate: "
               WITH NO ADVANCING.
           ACCEPT RUN-MODE.
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
           IF RUN-MODE NOT = "U"
               MOVE "T" TO RUN-MODE
           ELSE
               DISPLAY "This updates STUMAST.DAT. Has the trial "
                   "listing been checked? (Y/N): " WITH NO ADVANCING
               ACCEPT CONFIRM-KEY
               IF CONFIRM-KEY NOT = "Y" AND CONFIRM-KEY NOT = "y"
                   DISPLAY "Update not taken - running as a trial"
                   MOVE "T" TO RUN-MODE
               END-IF
           END-IF.

           PERFORM LOAD-YEAR-LABELS.
           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-CAPACITY-CELLS.
           PERFORM LOAD-CLEARED-TABLE.
           PERFORM LOAD-STANDING-TABLE.

           IF YEAR-COUNT = 0
               DISPLAY "No active years on YEARTAB.DAT - "
                   "nothing to promote into"
           ELSE
               PERFORM PROMOTE-ALL-STUDENTS
               PERFORM WRITE-COUNT-REPORT
           END-IF.
           GOBACK.

       PROMOTE-ALL-STUDENTS.
           IF RUN-MODE = "U"
               OPEN I-O STUDENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
           END-IF.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
           ELSE
               OPEN OUTPUT LISTING-FILE
               MOVE SPACES TO LISTING-RECORD
               IF RUN-MODE = "U"
                   STRING "YEAR-END PROMOTION - UPDATE RUN "
                              DELIMITED BY SIZE
                          TODAY-DATE DELIMITED BY SIZE
                          INTO LISTING-RECORD
                   END-STRING
               ELSE
                   STRING "YEAR-END PROMOTION - TRIAL LISTING "
                              DELIMITED BY SIZE
                          TODAY-DATE DELIMITED BY SIZE
                          " - NOTHING CHANGED" DELIMITED BY SIZE
                          INTO LISTING-RECORD
                   END-STRING
               END-IF
               WRITE LISTING-RECORD
               MOVE "N" TO STUDENT-EOF-SW
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           PERFORM PROMOTE-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE LISTING-FILE
               DISPLAY "Promoted: " PROMOTED-COUNT
                   "  graduated: " GRADUATED-COUNT
                   "  held back: " HELD-COUNT
               IF REWRITE-FAILED-COUNT > 0
                   DISPLAY "Rewrites failed: " REWRITE-FAILED-COUNT
               END-IF
               IF RUN-MODE = "T"
                   DISPLAY "Trial listing written to PROMLIST.DAT - "
                       "STUMAST.DAT not changed"
               ELSE
                   DISPLAY "Update listing written to PROMLIST.DAT"
               END-IF
           END-IF.

      * Only active students move. A final-year student graduates
      * when cleared on GRADCLR.DAT and otherwise repeats the year;
      * anyone else moves to the next active year unless the latest
      * standing is probation or worse.
       PROMOTE-ONE-STUDENT.
           IF STU-STATUS NOT = "A" AND STU-STATUS NOT = SPACE
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE STU-YEAR TO OLD-YEAR
               MOVE STU-YEAR TO NEW-YEAR
               MOVE SPACES TO ACTION-REASON
               IF STU-DEPT > 0 AND STU-YEAR > 0
                   ADD 1 TO CNT-BEFORE(STU-DEPT, STU-YEAR)
               END-IF
               PERFORM FIND-CLEARED-ROLL
               PERFORM FIND-LATEST-STANDING
               PERFORM FIND-NEXT-YEAR
               EVALUATE TRUE
                   WHEN STU-YEAR = FINAL-YEAR AND CLEARED-SW = "Y"
                       MOVE "GRADUATE" TO STUDENT-ACTION
                       MOVE "CLEARED" TO ACTION-REASON
                   WHEN STU-YEAR = FINAL-YEAR
                       MOVE "HOLDBACK" TO STUDENT-ACTION
                       MOVE "FINAL YR NOT CLEARED" TO ACTION-REASON
                   WHEN STANDING-FOUND = "PROBATN"
                       OR STANDING-FOUND = "DISMWARN"
                       MOVE "HOLDBACK" TO STUDENT-ACTION
                       MOVE STANDING-FOUND TO ACTION-REASON
                   WHEN NEXT-YEAR = 0
                       MOVE "HOLDBACK" TO STUDENT-ACTION
                       MOVE "NO NEXT YEAR" TO ACTION-REASON
                   WHEN OTHER
                       MOVE "PROMOTE" TO STUDENT-ACTION
                       MOVE NEXT-YEAR TO NEW-YEAR
               END-EVALUATE
               IF RUN-MODE = "U"
                   PERFORM APPLY-STUDENT-ACTION
               END-IF
               PERFORM TALLY-STUDENT-ACTION
               PERFORM WRITE-LISTING-LINE
           END-IF.

       APPLY-STUDENT-ACTION.
           IF STUDENT-ACTION = "GRADUATE"
               MOVE "G" TO STU-STATUS
               MOVE TODAY-DATE TO STU-STATUS-DATE
           END-IF.
           IF STUDENT-ACTION = "PROMOTE"
               MOVE NEW-YEAR TO STU-YEAR
           END-IF.
           IF STUDENT-ACTION = "HOLDBACK"
               PERFORM WRITE-PROMOTION-AUDIT
           ELSE
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO REWRITE-FAILED-COUNT
                       MOVE "REWRITE " TO STUDENT-ACTION
                       MOVE "FAILED" TO ACTION-REASON
                       MOVE OLD-YEAR TO NEW-YEAR
                   NOT INVALID KEY
                       PERFORM WRITE-PROMOTION-AUDIT
               END-REWRITE
           END-IF.

       WRITE-PROMOTION-AUDIT.
           MOVE STUDENT-ACTION TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  STU-ROLL DELIMITED BY SIZE
                  " YR " DELIMITED BY SIZE
                  OLD-YEAR DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  NEW-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACTION-REASON DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       TALLY-STUDENT-ACTION.
           EVALUATE STUDENT-ACTION
               WHEN "GRADUATE"
                   ADD 1 TO GRADUATED-COUNT
               WHEN "PROMOTE"
                   ADD 1 TO PROMOTED-COUNT
               WHEN OTHER
                   ADD 1 TO HELD-COUNT
           END-EVALUATE.
           IF STUDENT-ACTION NOT = "GRADUATE"
               AND STU-DEPT > 0 AND NEW-YEAR > 0
               ADD 1 TO CNT-AFTER(STU-DEPT, NEW-YEAR)
           END-IF.

       WRITE-LISTING-LINE.
           MOVE SPACES TO LISTING-RECORD.
           STRING STU-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STU-NAME DELIMITED BY SIZE
                  " DEPT " DELIMITED BY SIZE
                  STU-DEPT DELIMITED BY SIZE
                  " YR " DELIMITED BY SIZE
                  OLD-YEAR DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  NEW-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STUDENT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACTION-REASON DELIMITED BY SIZE
                  INTO LISTING-RECORD
           END-STRING.
           WRITE LISTING-RECORD.

       FIND-CLEARED-ROLL.
           MOVE "N" TO CLEARED-SW.
           PERFORM VARYING CLEARED-IDX FROM 1 BY 1
           UNTIL CLEARED-IDX > CLEARED-COUNT OR CLEARED-SW = "Y"
               IF CLR-T-ROLL(CLEARED-IDX) = STU-ROLL
                   MOVE "Y" TO CLEARED-SW
               END-IF
           END-PERFORM.

       FIND-LATEST-STANDING.
           MOVE SPACES TO STANDING-FOUND.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
           UNTIL STANDING-IDX > STANDING-COUNT
               IF STD-T-ROLL(STANDING-IDX) = STU-ROLL
                   MOVE STD-T-STANDING(STANDING-IDX)
                       TO STANDING-FOUND
               END-IF
           END-PERFORM.

      * The next year is the lowest active YEARTAB.DAT year above
      * the student's current one.
       FIND-NEXT-YEAR.
           MOVE 0 TO NEXT-YEAR.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > YEAR-COUNT
               IF YEAR-ENTRY-NUM(TABLE-IDX) > STU-YEAR
                   IF NEXT-YEAR = 0
                       OR YEAR-ENTRY-NUM(TABLE-IDX) < NEXT-YEAR
                       MOVE YEAR-ENTRY-NUM(TABLE-IDX) TO NEXT-YEAR
                   END-IF
               END-IF
           END-PERFORM.

      * Before and after counts of active students per department
      * and year, set against the DEPTCAP.DAT intake capacity.
       WRITE-COUNT-REPORT.
           OPEN OUTPUT COUNT-REPORT-FILE.
           IF COUNT-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open PROMRPT.DAT - status "
                   COUNT-REPORT-STATUS
           ELSE
               MOVE SPACES TO COUNT-REPORT-RECORD
               IF RUN-MODE = "U"
                   MOVE "PROMOTION COUNTS - UPDATE RUN"
                       TO COUNT-REPORT-RECORD
               ELSE
                   MOVE "PROMOTION COUNTS - TRIAL (PROJECTED AFTER)"
                       TO COUNT-REPORT-RECORD
               END-IF
               WRITE COUNT-REPORT-RECORD
               MOVE "DEPARTMENT YR BEFORE  AFTER CAPACITY"
                   TO COUNT-REPORT-RECORD
               WRITE COUNT-REPORT-RECORD
               MOVE 2 TO REGISTRY-RECORDS
               MOVE 0 TO OVER-CAPACITY-COUNT
               PERFORM VARYING REPORT-DEPT FROM 1 BY 1
               UNTIL REPORT-DEPT > 9
                   PERFORM VARYING REPORT-YEAR FROM 1 BY 1
                   UNTIL REPORT-YEAR > 9
                       IF CNT-BEFORE(REPORT-DEPT, REPORT-YEAR) > 0
                           OR CNT-AFTER(REPORT-DEPT, REPORT-YEAR) > 0
                           PERFORM WRITE-ONE-COUNT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO COUNT-REPORT-RECORD
               STRING "PROMOTED " DELIMITED BY SIZE
                      PROMOTED-COUNT DELIMITED BY SIZE
                      " GRADUATED " DELIMITED BY SIZE
                      GRADUATED-COUNT DELIMITED BY SIZE
                      " HELD BACK " DELIMITED BY SIZE
                      HELD-COUNT DELIMITED BY SIZE
                      " OVER CAPACITY CELLS " DELIMITED BY SIZE
                      OVER-CAPACITY-COUNT DELIMITED BY SIZE
                      INTO COUNT-REPORT-RECORD
               END-STRING
               WRITE COUNT-REPORT-RECORD
               ADD 1 TO REGISTRY-RECORDS
               CLOSE COUNT-REPORT-FILE
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               DISPLAY "Count report written to PROMRPT.DAT"
           END-IF.

       WRITE-ONE-COUNT-LINE.
           PERFORM LOOKUP-DEPT-NAME.
           MOVE CNT-BEFORE(REPORT-DEPT, REPORT-YEAR) TO BEFORE-TEXT.
           MOVE CNT-AFTER(REPORT-DEPT, REPORT-YEAR) TO AFTER-TEXT.
           MOVE CNT-CAPACITY(REPORT-DEPT, REPORT-YEAR)
               TO CAPACITY-TEXT.
           MOVE SPACES TO COUNT-REPORT-RECORD.
           STRING DEPT-NAME-FOUND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-YEAR(2:1) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  BEFORE-TEXT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  AFTER-TEXT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  CAPACITY-TEXT DELIMITED BY SIZE
                  INTO COUNT-REPORT-RECORD
           END-STRING.
           IF CNT-CAPACITY(REPORT-DEPT, REPORT-YEAR) > 0
               AND CNT-AFTER(REPORT-DEPT, REPORT-YEAR)
                   > CNT-CAPACITY(REPORT-DEPT, REPORT-YEAR)
               ADD 1 TO OVER-CAPACITY-COUNT
               MOVE "OVER CAPACITY" TO COUNT-REPORT-RECORD(42:13)
           END-IF.
           WRITE COUNT-REPORT-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = REPORT-DEPT
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.
           IF DEPT-NAME-FOUND = SPACES
               MOVE "DEPT?" TO DEPT-NAME-FOUND
           END-IF.

      * The final year is the highest active year on YEARTAB.DAT.
       LOAD-YEAR-LABELS.
           MOVE 0 TO YEAR-COUNT.
           MOVE 0 TO FINAL-YEAR.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT YEAR-TABLE-FILE.
           IF YEAR-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ YEAR-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF YT-ACTIVE = "N"
                             CONTINUE
                           ELSE
                           IF YEAR-COUNT < 20
                             ADD 1 TO YEAR-COUNT
                             MOVE YT-NUM TO YEAR-ENTRY-NUM(YEAR-COUNT)
                             MOVE YT-LABEL
                                 TO YEAR-ENTRY-LABEL(YEAR-COUNT)
                             IF YT-NUM > FINAL-YEAR
                                 MOVE YT-NUM TO FINAL-YEAR
                             END-IF
                           ELSE
                             DISPLAY "YEARTAB.DAT has more rows than "
                                 "the year table can hold"
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-TABLE-FILE
           END-IF.

       LOAD-DEPT-NAMES.
           MOVE 0 TO DEPT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DEPT-COUNT < 20
                             ADD 1 TO DEPT-COUNT
                             MOVE DT-CODE TO DEPT-ENTRY-CODE(DEPT-COUNT)
                             MOVE DT-NAME TO DEPT-ENTRY-NAME(DEPT-COUNT)
                           ELSE
                             DISPLAY "DEPTTAB.DAT has more rows than "
                                 "the department table can hold"
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

       LOAD-CAPACITY-CELLS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CAPACITY-FILE.
           IF CAPACITY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CAPACITY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DC-DEPT > 0 AND DC-YEAR > 0
                               AND DC-CAPACITY IS NUMERIC
                               MOVE DC-CAPACITY
                                   TO CNT-CAPACITY(DC-DEPT, DC-YEAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF.

      * GRADCLR.DAT is the graduation audit's cleared list: a title
      * line, then one line per student starting with the roll.
       LOAD-CLEARED-TABLE.
           MOVE 0 TO CLEARED-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CLEARED-FILE.
           IF CLEARED-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CLEARED-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CLEARED-RECORD(1:8) IS NUMERIC
                               IF CLEARED-COUNT < 500
                                   ADD 1 TO CLEARED-COUNT
                                   MOVE CLEARED-RECORD(1:8)
                                     TO CLR-T-ROLL(CLEARED-COUNT)
                               ELSE
                                   DISPLAY "GRADCLR.DAT has more "
                                       "rows than the cleared "
                                       "table can hold"
                                   MOVE "Y" TO TABLE-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARED-FILE
           ELSE
               DISPLAY "No GRADCLR.DAT - no final-year student will "
                   "graduate"
           END-IF.

       LOAD-STANDING-TABLE.
           MOVE 0 TO STANDING-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT STANDING-FILE.
           IF STANDING-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ STANDING-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           PERFORM NOTE-ONE-STANDING
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

       NOTE-ONE-STANDING.
           MOVE 0 TO STANDING-IDX.
           PERFORM VARYING STANDING-SCAN FROM 1 BY 1
           UNTIL STANDING-SCAN > STANDING-COUNT
               IF STD-T-ROLL(STANDING-SCAN) = SD-ROLL
                   MOVE STANDING-SCAN TO STANDING-IDX
               END-IF
           END-PERFORM.
           IF STANDING-IDX = 0
               IF STANDING-COUNT < 500
                   ADD 1 TO STANDING-COUNT
                   MOVE STANDING-COUNT TO STANDING-IDX
                   MOVE SD-ROLL TO STD-T-ROLL(STANDING-IDX)
               ELSE
                   DISPLAY "STANDING.DAT has more students than "
                       "the standing table can hold"
                   MOVE "Y" TO TABLE-EOF-SW
               END-IF
           END-IF.
           IF STANDING-IDX > 0
               MOVE SD-STANDING TO STD-T-STANDING(STANDING-IDX)
           END-IF.
