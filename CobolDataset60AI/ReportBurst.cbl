       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LIST-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LOG-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT REPORT-IN-FILE ASSIGN TO REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IN-STATUS.

           SELECT PIECE-FILE ASSIGN TO PIECE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIECE-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Who receives what: a report, a department code (0 for the
      * whole report) and the recipient.
       FD  DIST-LIST-FILE.
       01 DIST-LIST-RECORD.
           05 DSL-REPORT       PIC X(12).
           05 DSL-DEPT         PIC 9.
           05 DSL-RECIPIENT    PIC X(30).

      * One row per recipient per piece on every run.
       FD  DIST-LOG-FILE.
       01 DIST-LOG-RECORD.
           05 DLG-DATE         PIC 9(8).
           05 DLG-TIME         PIC 9(6).
           05 DLG-REPORT       PIC X(12).
           05 DLG-DEPT         PIC 9.
           05 DLG-RECIPIENT    PIC X(30).
           05 DLG-PIECE        PIC X(25).
           05 DLG-STATUS       PIC X(8).
           05 DLG-OPERATOR     PIC X(10).

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE       PIC 9.
           05 DT-NAME       PIC X(10).
           05 DT-ACTIVE     PIC X.

       FD  COURSE-MASTER-FILE.
       01 COURSE-MASTER-RECORD.
           05 CM-CODE      PIC X(6).
           05 CM-TITLE     PIC X(20).
           05 CM-DEPT      PIC 9.
           05 CM-CREDITS   PIC 9.
           05 CM-ACTIVE    PIC X.

       FD  REPORT-IN-FILE.
       01 REPORT-IN-RECORD  PIC X(100).

       FD  PIECE-FILE.
       01 PIECE-RECORD      PIC X(100).

       FD  REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RPC-REPORT      PIC X(12).
           05 RPC-PROGRAM     PIC X(12).
           05 RPC-DATE        PIC 9(8).
           05 RPC-SEQUENCE    PIC 99.
           05 RPC-RECORDS     PIC 9(7).
           05 RPC-OPERATOR    PIC X(10).
           05 RPC-STORED-NAME PIC X(25).

       WORKING-STORAGE SECTION.
       01 DIST-LIST-STATUS    PIC X(2) VALUE "00".
       01 DIST-LOG-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS   PIC X(2) VALUE "00".
       01 COURSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 REPORT-IN-STATUS    PIC X(2) VALUE "00".
       01 PIECE-STATUS        PIC X(2) VALUE "00".
       01 REPORT-CATALOG-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW        PIC X VALUE "N".
       01 REPORT-EOF-SW       PIC X VALUE "N".
       01 CATALOG-EOF-SW      PIC X VALUE "N".
       01 REPORT-FOUND-SW     PIC X VALUE "N".
       01 LINES-FULL-SW       PIC X VALUE "N".
       01 SECTION-SEEN-SW     PIC X VALUE "N".
       01 INSTRUCTORS-SW      PIC X VALUE "N".

       01 REPORT-IN-NAME      PIC X(12) VALUE SPACES.
       01 LOADED-REPORT-NAME  PIC X(12) VALUE SPACES.
       01 REPORT-BASE         PIC X(12) VALUE SPACES.
       01 PIECE-NAME          PIC X(12) VALUE SPACES.
       01 PIECE-STORED-NAME   PIC X(25) VALUE SPACES.
       01 PIECE-RESULT        PIC X(8) VALUE SPACES.
       01 PIECE-DEPT          PIC 9 VALUE 0.
       01 PIECE-DEPT-NAME     PIC X(10) VALUE SPACES.
       01 PIECE-DATA-LINES    PIC 9(4) VALUE 0.
       01 PIECE-LINES         PIC 9(7) VALUE 0.
       01 TODAY-DATE          PIC 9(8) VALUE 0.
       01 TIME-OF-DAY-NOW     PIC 9(8) VALUE 0.

       01 DIST-TABLE.
           05 DIST-ENTRY OCCURS 100 TIMES.
               10 DIST-T-REPORT    PIC X(12).
               10 DIST-T-DEPT      PIC 9.
               10 DIST-T-RECIPIENT PIC X(30).
               10 DIST-T-DONE      PIC X.
       01 DIST-COUNT          PIC 999 VALUE 0.
       01 DIST-IDX            PIC 999 VALUE 0.
       01 RECIPIENT-IDX       PIC 999 VALUE 0.

       01 DEPT-NAME-TABLE.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT          PIC 99 VALUE 0.
       01 DEPT-IDX            PIC 99 VALUE 0.
       01 BREAK-DEPT          PIC 9 VALUE 0.
       01 CURRENT-DEPT        PIC 99 VALUE 0.

       01 COURSE-DEPT-TABLE.
           05 COURSE-ENTRY OCCURS 200 TIMES.
               10 COURSE-T-CODE   PIC X(6).
               10 COURSE-T-DEPT   PIC 9.
       01 COURSE-COUNT        PIC 999 VALUE 0.
       01 COURSE-IDX          PIC 999 VALUE 0.

      * The report being burst, one entry per line. LIN-DEPT is the
      * department section the line belongs to: 0 for the title and
      * headings ahead of the first department, 99 for totals and
      * notes after the department sections.
       01 LINE-TABLE.
           05 LINE-ENTRY OCCURS 1000 TIMES.
               10 LIN-TEXT        PIC X(100).
               10 LIN-DEPT        PIC 99.
       01 LINE-COUNT          PIC 9(4) VALUE 0.
       01 LINE-IDX            PIC 9(4) VALUE 0.

       01 PIECES-WRITTEN      PIC 999 VALUE 0.
       01 COPIES-SENT         PIC 999 VALUE 0.
       01 COPIES-NOT-SENT     PIC 999 VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE SPACES.
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "RPTBURST".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "RPTBURST".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "BURST".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Splits each report named in DISTLIST.DAT at its department
      * breaks into one file per report and department (for example
      * DEPTRPT1.DAT), each behind a cover page naming its
      * recipients, registers every piece in RPTCAT.DAT and logs
      * who was sent which piece in DISTLOG.DAT. Department 0 on the
      * list sends the whole report. Needs no input, so it can run
      * unattended under JOB-SCHEDULER after the reports are built.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-COURSE-DEPTS.
           PERFORM LOAD-DIST-TABLE.
           IF DIST-COUNT = 0
               DISPLAY "No recipients on file in DISTLIST.DAT"
               GOBACK
           END-IF.

           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-LOG-STATUS = "35"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF DIST-LOG-STATUS NOT = "00"
               DISPLAY "Cannot open DISTLOG.DAT - status "
                   DIST-LOG-STATUS
               GOBACK
           END-IF.

           PERFORM VARYING DIST-IDX FROM 1 BY 1
           UNTIL DIST-IDX > DIST-COUNT
               IF DIST-T-DONE(DIST-IDX) = "N"
                   PERFORM BURST-ONE-PIECE
               END-IF
           END-PERFORM.
           CLOSE DIST-LOG-FILE.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "PIECES=" DELIMITED BY SIZE
                  PIECES-WRITTEN DELIMITED BY SIZE
                  " SENT=" DELIMITED BY SIZE
                  COPIES-SENT DELIMITED BY SIZE
                  " NOT SENT=" DELIMITED BY SIZE
                  COPIES-NOT-SENT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Pieces written: " PIECES-WRITTEN
               "  copies sent: " COPIES-SENT
               "  not sent: " COPIES-NOT-SENT.
           DISPLAY "Distribution logged to DISTLOG.DAT".
           GOBACK.

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
                                 "the table can hold"
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

      * CLASSRPT.DAT has no department breaks of its own; the
      * course master says which departments its courses belong to.
       LOAD-COURSE-DEPTS.
           MOVE 0 TO COURSE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ COURSE-MASTER-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF COURSE-COUNT < 200
                               ADD 1 TO COURSE-COUNT
                               MOVE CM-CODE
                                   TO COURSE-T-CODE(COURSE-COUNT)
                               MOVE CM-DEPT
                                   TO COURSE-T-DEPT(COURSE-COUNT)
                           ELSE
                               DISPLAY "COURSMST.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF.

       LOAD-DIST-TABLE.
           MOVE 0 TO DIST-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DIST-LIST-FILE.
           IF DIST-LIST-STATUS NOT = "00"
               DISPLAY "Cannot open DISTLIST.DAT - status "
                   DIST-LIST-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DIST-LIST-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DSL-REPORT NOT = SPACES
                               PERFORM ADD-DIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-LIST-FILE
           END-IF.

       ADD-DIST-ENTRY.
           IF DIST-COUNT < 100
               ADD 1 TO DIST-COUNT
               MOVE FUNCTION UPPER-CASE(DSL-REPORT)
                   TO DIST-T-REPORT(DIST-COUNT)
               IF DSL-DEPT IS NUMERIC
                   MOVE DSL-DEPT TO DIST-T-DEPT(DIST-COUNT)
               ELSE
                   MOVE 0 TO DIST-T-DEPT(DIST-COUNT)
               END-IF
               MOVE DSL-RECIPIENT TO DIST-T-RECIPIENT(DIST-COUNT)
               MOVE "N" TO DIST-T-DONE(DIST-COUNT)
           ELSE
               DISPLAY "DISTLIST.DAT has more rows than the table "
                   "can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

      * Builds the piece for the report and department on this list
      * row once, then logs it against every recipient of the same
      * report and department further down the list.
       BURST-ONE-PIECE.
           MOVE DIST-T-REPORT(DIST-IDX) TO REPORT-IN-NAME.
           MOVE DIST-T-DEPT(DIST-IDX) TO PIECE-DEPT.
           IF REPORT-IN-NAME NOT = LOADED-REPORT-NAME
               PERFORM LOAD-REPORT-LINES
           END-IF.
           PERFORM SET-PIECE-NAME.
           MOVE PIECE-NAME TO PIECE-STORED-NAME.

           IF REPORT-FOUND-SW = "N"
               MOVE "NO FILE" TO PIECE-RESULT
           ELSE
               PERFORM COUNT-PIECE-DATA
               IF PIECE-DATA-LINES = 0
                   MOVE "NO DATA" TO PIECE-RESULT
               ELSE
                   PERFORM WRITE-PIECE
               END-IF
           END-IF.

           PERFORM VARYING RECIPIENT-IDX FROM DIST-IDX BY 1
           UNTIL RECIPIENT-IDX > DIST-COUNT
               IF DIST-T-REPORT(RECIPIENT-IDX) = REPORT-IN-NAME
                   AND DIST-T-DEPT(RECIPIENT-IDX) = PIECE-DEPT
                   PERFORM LOG-ONE-RECIPIENT
                   MOVE "Y" TO DIST-T-DONE(RECIPIENT-IDX)
               END-IF
           END-PERFORM.

      * Piece name: the first seven characters of the report name
      * and the department digit, so DEPTRPT.DAT department 1 is
      * DEPTRPT1.DAT and the whole report is DEPTRPT0.DAT.
       SET-PIECE-NAME.
           MOVE SPACES TO REPORT-BASE.
           UNSTRING REPORT-IN-NAME DELIMITED BY "."
               INTO REPORT-BASE
           END-UNSTRING.
           MOVE SPACES TO PIECE-NAME.
           STRING REPORT-BASE(1:7) DELIMITED BY SPACE
                  PIECE-DEPT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO PIECE-NAME
           END-STRING.

           IF PIECE-DEPT = 0
               MOVE SPACES TO PIECE-DEPT-NAME
           ELSE
               MOVE "DEPT?" TO PIECE-DEPT-NAME
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
                   IF DEPT-ENTRY-CODE(DEPT-IDX) = PIECE-DEPT
                       MOVE DEPT-ENTRY-NAME(DEPT-IDX)
                           TO PIECE-DEPT-NAME
                   END-IF
               END-PERFORM
           END-IF.

      * Reads the whole report and marks each line with the
      * department section it falls in. A department starts at a
      * line beginning "DEPT d " or with a department name from
      * DEPTTAB.DAT; indented and blank lines carry on the section
      * above them, and any other line after the first department
      * is a closing total or note.
       LOAD-REPORT-LINES.
           MOVE REPORT-IN-NAME TO LOADED-REPORT-NAME.
           MOVE 0 TO LINE-COUNT.
           MOVE 0 TO CURRENT-DEPT.
           MOVE "N" TO SECTION-SEEN-SW.
           MOVE "N" TO LINES-FULL-SW.
           MOVE "N" TO REPORT-EOF-SW.
           MOVE "N" TO REPORT-FOUND-SW.
           OPEN INPUT REPORT-IN-FILE.
           IF REPORT-IN-STATUS NOT = "00"
               DISPLAY "Cannot open " REPORT-IN-NAME " - status "
                   REPORT-IN-STATUS
           ELSE
               MOVE "Y" TO REPORT-FOUND-SW
               PERFORM UNTIL REPORT-EOF-SW = "Y"
                   READ REPORT-IN-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-SW
                       NOT AT END
                           PERFORM ADD-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE REPORT-IN-FILE
           END-IF.

       ADD-REPORT-LINE.
           IF LINE-COUNT < 1000
               ADD 1 TO LINE-COUNT
               MOVE REPORT-IN-RECORD TO LIN-TEXT(LINE-COUNT)
               IF REPORT-IN-RECORD(1:1) NOT = SPACE
                   PERFORM FIND-BREAK-DEPT
                   IF BREAK-DEPT > 0
                       MOVE BREAK-DEPT TO CURRENT-DEPT
                       MOVE "Y" TO SECTION-SEEN-SW
                   ELSE
                       IF SECTION-SEEN-SW = "Y"
                           MOVE 99 TO CURRENT-DEPT
                       END-IF
                   END-IF
               END-IF
               MOVE CURRENT-DEPT TO LIN-DEPT(LINE-COUNT)
           ELSE
               IF LINES-FULL-SW = "N"
                   DISPLAY REPORT-IN-NAME " has more lines than the "
                       "table can hold"
                   MOVE "Y" TO LINES-FULL-SW
               END-IF
           END-IF.

       FIND-BREAK-DEPT.
           MOVE 0 TO BREAK-DEPT.
           IF REPORT-IN-RECORD(1:5) = "DEPT "
               AND REPORT-IN-RECORD(6:1) IS NUMERIC
               AND REPORT-IN-RECORD(7:1) = SPACE
               MOVE REPORT-IN-RECORD(6:1) TO BREAK-DEPT
           ELSE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
                   IF DEPT-ENTRY-NAME(DEPT-IDX) NOT = SPACES
                       AND REPORT-IN-RECORD(1:10)
                           = DEPT-ENTRY-NAME(DEPT-IDX)
                       MOVE DEPT-ENTRY-CODE(DEPT-IDX) TO BREAK-DEPT
                   END-IF
               END-PERFORM
           END-IF.

      * The whole report always has something to send. A department
      * piece needs at least one line of its own; for CLASSRPT.DAT
      * that is a course under INSTRUCTORS belonging to the
      * department, and the piece is then the full class report.
       COUNT-PIECE-DATA.
           MOVE 0 TO PIECE-DATA-LINES.
           IF PIECE-DEPT = 0
               MOVE LINE-COUNT TO PIECE-DATA-LINES
           ELSE
               IF REPORT-BASE = "CLASSRPT"
                   PERFORM COUNT-CLASS-COURSES
               ELSE
                   PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
                       IF LIN-DEPT(LINE-IDX) = PIECE-DEPT
                           ADD 1 TO PIECE-DATA-LINES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       COUNT-CLASS-COURSES.
           MOVE "N" TO INSTRUCTORS-SW.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
           UNTIL LINE-IDX > LINE-COUNT
               IF LIN-TEXT(LINE-IDX)(1:1) NOT = SPACE
                   IF LIN-TEXT(LINE-IDX) = "INSTRUCTORS"
                       MOVE "Y" TO INSTRUCTORS-SW
                   ELSE
                       MOVE "N" TO INSTRUCTORS-SW
                   END-IF
               ELSE
                   IF INSTRUCTORS-SW = "Y"
                       AND LIN-TEXT(LINE-IDX)(3:6) NOT = SPACES
                       PERFORM VARYING COURSE-IDX FROM 1 BY 1
                       UNTIL COURSE-IDX > COURSE-COUNT
                           IF COURSE-T-CODE(COURSE-IDX)
                                   = LIN-TEXT(LINE-IDX)(3:6)
                               AND COURSE-T-DEPT(COURSE-IDX)
                                   = PIECE-DEPT
                               ADD 1 TO PIECE-DATA-LINES
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PIECE.
           OPEN OUTPUT PIECE-FILE.
           IF PIECE-STATUS NOT = "00"
               DISPLAY "Cannot open " PIECE-NAME " - status "
                   PIECE-STATUS
               MOVE "NOT SENT" TO PIECE-RESULT
           ELSE
               MOVE 0 TO PIECE-LINES
               PERFORM WRITE-COVER-PAGE
               PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
                   IF PIECE-DEPT = 0
                       OR REPORT-BASE = "CLASSRPT"
                       OR LIN-DEPT(LINE-IDX) = 0
                       OR LIN-DEPT(LINE-IDX) = PIECE-DEPT
                       MOVE LIN-TEXT(LINE-IDX) TO PIECE-RECORD
                       WRITE PIECE-RECORD
                       ADD 1 TO PIECE-LINES
                   END-IF
               END-PERFORM
               CLOSE PIECE-FILE
               ADD 1 TO PIECES-WRITTEN
               MOVE "SENT" TO PIECE-RESULT

               MOVE PIECE-NAME TO REGISTRY-REPORT-NAME
               MOVE PIECE-LINES TO REGISTRY-RECORDS
               CALL "RPTREG" USING REGISTRY-REPORT-NAME
                   REGISTRY-PROGRAM REGISTRY-RECORDS
               END-CALL
               PERFORM FIND-STORED-NAME
           END-IF.

      * Same banner as the print spool, naming the department and
      * every recipient of this piece.
       WRITE-COVER-PAGE.
           MOVE ALL "*" TO PIECE-RECORD.
           WRITE PIECE-RECORD.
           MOVE "*  DISTRIBUTION COPY" TO PIECE-RECORD.
           WRITE PIECE-RECORD.
           MOVE SPACES TO PIECE-RECORD.
           STRING "*  REPORT:     " DELIMITED BY SIZE
                  REPORT-IN-NAME DELIMITED BY SIZE
                  INTO PIECE-RECORD
           END-STRING.
           WRITE PIECE-RECORD.
           MOVE SPACES TO PIECE-RECORD.
           IF PIECE-DEPT = 0
               MOVE "*  DEPARTMENT: ALL DEPARTMENTS" TO PIECE-RECORD
           ELSE
               STRING "*  DEPARTMENT: " DELIMITED BY SIZE
                      PIECE-DEPT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PIECE-DEPT-NAME DELIMITED BY SIZE
                      INTO PIECE-RECORD
               END-STRING
           END-IF.
           WRITE PIECE-RECORD.
           MOVE SPACES TO PIECE-RECORD.
           STRING "*  DATE:       " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO PIECE-RECORD
           END-STRING.
           WRITE PIECE-RECORD.
           PERFORM VARYING RECIPIENT-IDX FROM DIST-IDX BY 1
           UNTIL RECIPIENT-IDX > DIST-COUNT
               IF DIST-T-REPORT(RECIPIENT-IDX) = REPORT-IN-NAME
                   AND DIST-T-DEPT(RECIPIENT-IDX) = PIECE-DEPT
                   MOVE SPACES TO PIECE-RECORD
                   STRING "*  FOR:        " DELIMITED BY SIZE
                          DIST-T-RECIPIENT(RECIPIENT-IDX)
                              DELIMITED BY SIZE
                          INTO PIECE-RECORD
                   END-STRING
                   WRITE PIECE-RECORD
                   ADD 1 TO PIECE-LINES
               END-IF
           END-PERFORM.
           MOVE ALL "*" TO PIECE-RECORD.
           WRITE PIECE-RECORD.
           ADD 6 TO PIECE-LINES.

      * The registry has just copied the piece to a dated name; the
      * log records that copy, since the live piece file is
      * overwritten by the next run.
       FIND-STORED-NAME.
           MOVE "N" TO CATALOG-EOF-SW.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-STATUS = "00"
               PERFORM UNTIL CATALOG-EOF-SW = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO CATALOG-EOF-SW
                       NOT AT END
                           IF RPC-REPORT = PIECE-NAME
                               AND RPC-PROGRAM = REGISTRY-PROGRAM
                               AND RPC-STORED-NAME NOT = SPACES
                               MOVE RPC-STORED-NAME
                                   TO PIECE-STORED-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF.

       LOG-ONE-RECIPIENT.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TODAY-DATE TO DLG-DATE.
           MOVE TIME-OF-DAY-NOW(1:6) TO DLG-TIME.
           MOVE REPORT-IN-NAME TO DLG-REPORT.
           MOVE PIECE-DEPT TO DLG-DEPT.
           MOVE DIST-T-RECIPIENT(RECIPIENT-IDX) TO DLG-RECIPIENT.
           MOVE PIECE-RESULT TO DLG-STATUS.
           IF PIECE-RESULT = "SENT"
               MOVE PIECE-STORED-NAME TO DLG-PIECE
               ADD 1 TO COPIES-SENT
           ELSE
               MOVE SPACES TO DLG-PIECE
               ADD 1 TO COPIES-NOT-SENT
           END-IF.
           MOVE AUDIT-OPERATOR TO DLG-OPERATOR.
           WRITE DIST-LOG-RECORD.
           DISPLAY REPORT-IN-NAME " " PIECE-DEPT " "
               DIST-T-RECIPIENT(RECIPIENT-IDX) " " PIECE-RESULT.
