       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLLMENT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT YEAR-TABLE-FILE ASSIGN TO "YEARTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-TABLE-STATUS.

           SELECT RANKS-FILE ASSIGN TO "GPARANKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKS-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT RETURN-FILE ASSIGN TO "ENROLRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.

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

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE        PIC 9.
           05 DT-NAME        PIC X(10).
           05 DT-ACTIVE      PIC X.

       FD  YEAR-TABLE-FILE.
       01 YEAR-TABLE-RECORD.
           05 YT-NUM         PIC 9.
           05 YT-LABEL        PIC X(15).
           05 YT-ACTIVE      PIC X.

       FD  RANKS-FILE.
       01 RANKS-RECORD.
           05 RK-ROLL      PIC 9(8).
           05 RK-DEPT      PIC 9.
           05 RK-YEAR      PIC 9.
           05 RK-GPA       PIC 9V99.
           05 RK-RANK      PIC 9(4).
           05 RK-COHORT    PIC 9(4).
           05 RK-TOP-PCT   PIC 999.

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       FD  RETURN-FILE.
       01 RETURN-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 YEAR-TABLE-STATUS  PIC X(2) VALUE "00".
       01 RANKS-STATUS       PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 RETURN-STATUS      PIC X(2) VALUE "00".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".

      * The census date is keyed directly or taken from a term's
      * census date on TERMCAL.DAT.
       01 CENSUS-INPUT       PIC X(8) VALUE SPACES.
       01 CENSUS-DATE        PIC 9(8) VALUE 0.
       01 CENSUS-TERM        PIC X(6) VALUE SPACES.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.
       01 TODAY-DATE         PIC 9(8) VALUE 0.

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.

       01 YEAR-LABELS.
           05 YEAR-ENTRY OCCURS 20 TIMES.
               10 YEAR-ENTRY-NUM   PIC 9.
               10 YEAR-ENTRY-LABEL PIC X(15).
       01 YEAR-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.

       01 GPA-TABLE.
           05 GPA-ENTRY OCCURS 500 TIMES.
               10 GPA-T-ROLL     PIC 9(8).
               10 GPA-T-GPA      PIC 9V99.
       01 GPA-COUNT          PIC 999 VALUE 0.
       01 GPA-IDX            PIC 999 VALUE 0.
       01 GPA-FOUND-SW       PIC X VALUE "N".

       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.
       01 YEAR-LABEL-FOUND   PIC X(15) VALUE SPACES.
       01 CENSUS-STATUS-LABEL PIC X(11) VALUE SPACES.
       01 GPA-TEXT           PIC 9.99.
       01 INCLUDE-SW         PIC X VALUE "N".

      * Quoted CSV fields: each text value is wrapped in quotes with
      * any embedded quote doubled, and trailing spaces dropped.
       01 RETURN-POINTER     PIC 999 VALUE 1.
       01 QUOTE-SOURCE       PIC X(30) VALUE SPACES.
       01 QUOTE-LEN          PIC 99 VALUE 0.
       01 QUOTE-IDX          PIC 99 VALUE 0.
       01 QUOTE-MARK         PIC X VALUE '"'.

       01 ROWS-WRITTEN       PIC 9(7) VALUE 0.
       01 ROLL-HASH          PIC 9(13) VALUE 0.
       01 STUDENTS-READ      PIC 9(7) VALUE 0.
       01 EXCLUDED-COUNT     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ENROLRETURN".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "ENROLRET.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ENROLRETURN".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM ACCEPT-CENSUS-DATE.
           IF DATE-VALID-SW NOT = "Y"
               GOBACK
           END-IF.

           PERFORM LOAD-REFERENCE-TABLES.
           PERFORM LOAD-GPA-TABLE.

           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               GOBACK
           END-IF.

           OPEN OUTPUT RETURN-FILE.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM UNTIL STUDENT-EOF-SW = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO STUDENT-EOF-SW
                   NOT AT END
                       ADD 1 TO STUDENTS-READ
                       PERFORM RETURN-ONE-STUDENT
               END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE STUDENT-FILE.
           CLOSE RETURN-FILE.

           COMPUTE REGISTRY-RECORDS = ROWS-WRITTEN + 2.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE "EXPORT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "CENSUS=" DELIMITED BY SIZE
                  CENSUS-DATE DELIMITED BY SIZE
                  " ROWS=" DELIMITED BY SIZE
                  ROWS-WRITTEN DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Students read: " STUDENTS-READ
               "  returned: " ROWS-WRITTEN
               "  not enrolled at census: " EXCLUDED-COUNT.
           DISPLAY "Enrollment return written to ENROLRET.DAT".
           GOBACK.

       ACCEPT-CENSUS-DATE.
           MOVE "N" TO DATE-VALID-SW.
           DISPLAY "Census date (YYYYMMDD) or term code: "
               WITH NO ADVANCING.
           MOVE SPACES TO CENSUS-INPUT.
           ACCEPT CENSUS-INPUT.
           IF CENSUS-INPUT IS NUMERIC
               MOVE CENSUS-INPUT TO CENSUS-DATE
           ELSE
               MOVE CENSUS-INPUT TO CENSUS-TERM
               PERFORM FIND-TERM-CENSUS
           END-IF.
           IF CENSUS-DATE = 0
               DISPLAY "No census date for " CENSUS-INPUT
                   " - return not written"
           ELSE
               CALL "DATEEDIT" USING CENSUS-DATE DATE-VALID-SW
                   DATE-REASON
               END-CALL
               IF DATE-VALID-SW NOT = "Y"
                   DISPLAY "Invalid census date - " DATE-REASON
               END-IF
           END-IF.

       FIND-TERM-CENSUS.
           MOVE 0 TO CENSUS-DATE.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TC-TERM = CENSUS-TERM
                               MOVE TC-CENSUS TO CENSUS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

      * Enrolled at census means on the books by the census date
      * and not withdrawn, transferred or graduated before it. A
      * student who left on or after the census date still counts,
      * and is returned as active - the status held at census.
       RETURN-ONE-STUDENT.
           MOVE "Y" TO INCLUDE-SW.
           MOVE "ACTIVE" TO CENSUS-STATUS-LABEL.
           IF STU-ENROLL-DATE > CENSUS-DATE
               MOVE "N" TO INCLUDE-SW
           END-IF.
           EVALUATE STU-STATUS
               WHEN "W"
               WHEN "T"
               WHEN "G"
                   IF STU-STATUS-DATE < CENSUS-DATE
                       MOVE "N" TO INCLUDE-SW
                   END-IF
               WHEN "L"
                   IF STU-STATUS-DATE <= CENSUS-DATE
                       MOVE "ON LEAVE" TO CENSUS-STATUS-LABEL
                   END-IF
           END-EVALUATE.

           IF INCLUDE-SW = "N"
               ADD 1 TO EXCLUDED-COUNT
           ELSE
               PERFORM WRITE-DETAIL-RECORD
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO RETURN-RECORD.
           MOVE 1 TO RETURN-POINTER.
           MOVE "H" TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           MOVE "ENROLLMENT RETURN" TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           STRING CENSUS-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO RETURN-RECORD
                  WITH POINTER RETURN-POINTER
           END-STRING.
           WRITE RETURN-RECORD.

       WRITE-DETAIL-RECORD.
           PERFORM LOOKUP-DEPT-NAME.
           PERFORM LOOKUP-YEAR-LABEL.
           PERFORM LOOKUP-STUDENT-GPA.

           MOVE SPACES TO RETURN-RECORD.
           MOVE 1 TO RETURN-POINTER.
           MOVE "D" TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           STRING STU-ROLL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO RETURN-RECORD
                  WITH POINTER RETURN-POINTER
           END-STRING.
           MOVE STU-NAME TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           MOVE DEPT-NAME-FOUND TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           MOVE YEAR-LABEL-FOUND TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           STRING STU-ENROLL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO RETURN-RECORD
                  WITH POINTER RETURN-POINTER
           END-STRING.
           MOVE CENSUS-STATUS-LABEL TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
      * No GPA yet (first term, nothing graded) leaves the column
      * empty rather than reporting a zero.
           IF GPA-FOUND-SW = "Y"
               STRING GPA-TEXT DELIMITED BY SIZE
                      INTO RETURN-RECORD
                      WITH POINTER RETURN-POINTER
               END-STRING
           END-IF.
           WRITE RETURN-RECORD.
           ADD 1 TO ROWS-WRITTEN.
           ADD STU-ROLL TO ROLL-HASH.

      * The trailer carries the row count and the sum of the roll
      * numbers so the regulator can prove the file arrived whole.
       WRITE-TRAILER-RECORD.
           MOVE SPACES TO RETURN-RECORD.
           MOVE 1 TO RETURN-POINTER.
           MOVE "T" TO QUOTE-SOURCE.
           PERFORM APPEND-QUOTED-FIELD.
           PERFORM APPEND-COMMA.
           STRING ROWS-WRITTEN DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ROLL-HASH DELIMITED BY SIZE
                  INTO RETURN-RECORD
                  WITH POINTER RETURN-POINTER
           END-STRING.
           WRITE RETURN-RECORD.

       APPEND-QUOTED-FIELD.
           MOVE 0 TO QUOTE-LEN.
           PERFORM VARYING QUOTE-IDX FROM 1 BY 1
           UNTIL QUOTE-IDX > LENGTH OF QUOTE-SOURCE
               IF QUOTE-SOURCE(QUOTE-IDX:1) NOT = SPACE
                   MOVE QUOTE-IDX TO QUOTE-LEN
               END-IF
           END-PERFORM.
           MOVE QUOTE-MARK TO RETURN-RECORD(RETURN-POINTER:1).
           ADD 1 TO RETURN-POINTER.
           PERFORM VARYING QUOTE-IDX FROM 1 BY 1
           UNTIL QUOTE-IDX > QUOTE-LEN
               IF QUOTE-SOURCE(QUOTE-IDX:1) = QUOTE-MARK
                   MOVE QUOTE-MARK TO RETURN-RECORD(RETURN-POINTER:1)
                   ADD 1 TO RETURN-POINTER
               END-IF
               MOVE QUOTE-SOURCE(QUOTE-IDX:1)
                   TO RETURN-RECORD(RETURN-POINTER:1)
               ADD 1 TO RETURN-POINTER
           END-PERFORM.
           MOVE QUOTE-MARK TO RETURN-RECORD(RETURN-POINTER:1).
           ADD 1 TO RETURN-POINTER.
           MOVE SPACES TO QUOTE-SOURCE.

       APPEND-COMMA.
           MOVE "," TO RETURN-RECORD(RETURN-POINTER:1).
           ADD 1 TO RETURN-POINTER.

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = STU-DEPT
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.
           IF DEPT-NAME-FOUND = SPACES
               MOVE "DEPT?" TO DEPT-NAME-FOUND
           END-IF.

       LOOKUP-YEAR-LABEL.
           MOVE SPACES TO YEAR-LABEL-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > YEAR-COUNT
               IF YEAR-ENTRY-NUM(TABLE-IDX) = STU-YEAR
                   MOVE YEAR-ENTRY-LABEL(TABLE-IDX)
                       TO YEAR-LABEL-FOUND
               END-IF
           END-PERFORM.
           IF YEAR-LABEL-FOUND = SPACES
               MOVE "YEAR?" TO YEAR-LABEL-FOUND
           END-IF.

       LOOKUP-STUDENT-GPA.
           MOVE "N" TO GPA-FOUND-SW.
           PERFORM VARYING GPA-IDX FROM 1 BY 1
           UNTIL GPA-IDX > GPA-COUNT
               IF GPA-T-ROLL(GPA-IDX) = STU-ROLL
                   MOVE "Y" TO GPA-FOUND-SW
                   MOVE GPA-T-GPA(GPA-IDX) TO GPA-TEXT
               END-IF
           END-PERFORM.

       LOAD-GPA-TABLE.
           MOVE 0 TO GPA-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT RANKS-FILE.
           IF RANKS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ RANKS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF GPA-COUNT < 500
                               ADD 1 TO GPA-COUNT
                               MOVE RK-ROLL TO GPA-T-ROLL(GPA-COUNT)
                               MOVE RK-GPA TO GPA-T-GPA(GPA-COUNT)
                           ELSE
                               DISPLAY "GPARANKS.DAT has more rows "
                                   "than the GPA table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANKS-FILE
           END-IF.

      * Every department and year is loaded, active or not: a
      * student may still sit in a department since retired.
       LOAD-REFERENCE-TABLES.
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
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

           MOVE 0 TO YEAR-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT YEAR-TABLE-FILE.
           IF YEAR-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ YEAR-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF YEAR-COUNT < 20
                               ADD 1 TO YEAR-COUNT
                               MOVE YT-NUM TO YEAR-ENTRY-NUM(YEAR-COUNT)
                               MOVE YT-LABEL
                                   TO YEAR-ENTRY-LABEL(YEAR-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-TABLE-FILE
           END-IF.
