       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD-BROWSER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "BRWLAYT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-STATUS.

           SELECT BROWSE-FILE ASSIGN TO BROWSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROWSE-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS BROWSE-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS BROWSE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "FILECAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-NAME
               FILE STATUS IS BROWSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD.
           05 BRL-FILE         PIC X(12).
           05 BRL-NAME         PIC X(20).
           05 BRL-START        PIC 9(4).
           05 BRL-LENGTH       PIC 9(3).
           05 BRL-TYPE         PIC X.
           05 BRL-SCALE        PIC 9.

       FD  BROWSE-FILE.
       01 BROWSE-RECORD      PIC X(200).

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

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-NAME         PIC X(20).
           05 CAT-CREATED-DATE PIC 9(8).
           05 CAT-STATUS-TEXT  PIC X(10).

       WORKING-STORAGE SECTION.
       01 LAYOUT-STATUS      PIC X(2) VALUE "00".
       01 BROWSE-STATUS      PIC X(2) VALUE "00".
       01 LAYOUT-EOF-SW      PIC X VALUE "N".
       01 LAYOUT-FULL-SW     PIC X VALUE "N".
       01 BROWSE-OPEN-SW     PIC X VALUE "N".
       01 BROWSE-EOF-SW      PIC X VALUE "N".
       01 BROWSE-DONE-SW     PIC X VALUE "N".
       01 PROGRAM-DONE-SW    PIC X VALUE "N".
       01 MATCH-SW           PIC X VALUE "N".

      * S = student master, G = grades, C = file catalog (all keyed
      * files, read in key order); L = any line-sequential file.
       01 BROWSE-KIND        PIC X VALUE "L".
       01 BROWSE-NAME        PIC X(12) VALUE SPACES.
       01 BROWSE-AREA        PIC X(200) VALUE SPACES.

       01 LAYOUT-COUNT       PIC 99 VALUE 0.
       01 LAYOUT-IDX         PIC 99 VALUE 0.
       01 LAYOUT-TABLE.
           05 BLT-ENTRY OCCURS 40 TIMES.
               10 BLT-NAME        PIC X(20).
               10 BLT-START       PIC 9(4).
               10 BLT-LENGTH      PIC 9(3).
               10 BLT-TYPE        PIC X.
               10 BLT-SCALE       PIC 9.

       01 CURRENT-RECNO      PIC 9(7) VALUE 0.
       01 TARGET-RECNO       PIC 9(7) VALUE 0.
       01 SAVED-RECNO        PIC 9(7) VALUE 0.
       01 RECNO-INPUT        PIC 9(7) VALUE 0.
       01 BROWSE-COMMAND     PIC X VALUE SPACE.

       01 FIELD-START        PIC 9(4) VALUE 0.
       01 FIELD-LENGTH       PIC 9(3) VALUE 0.
       01 FIELD-END          PIC 9(4) VALUE 0.
       01 WHOLE-LENGTH       PIC 9(3) VALUE 0.
       01 FRACTION-START     PIC 9(4) VALUE 0.
       01 FIELD-DISPLAY      PIC X(60) VALUE SPACES.
       01 RAW-START          PIC 9(3) VALUE 0.

       01 SEARCH-FIELD       PIC X(20) VALUE SPACES.
       01 SEARCH-VALUE       PIC X(40) VALUE SPACES.
       01 SEARCH-LENGTH      PIC 99 VALUE 0.
       01 SEARCH-FIELD-IDX   PIC 99 VALUE 0.
       01 COMPARE-LENGTH     PIC 9(3) VALUE 0.
       01 MATCH-COUNT        PIC 9(3) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "RECBROWSE".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "BROWSE".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Shows any data file one record per screen, labelled from the
      * field layout held for it in BRWLAYT.DAT (file, field name,
      * start, length, type X/9/D and implied decimals). A file with
      * no layout is shown as raw text. Files are only ever opened
      * for input; each file browsed is logged through AUDITWTR.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           ELSE
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT AUDIT-OPERATOR
           END-IF.

           MOVE "N" TO PROGRAM-DONE-SW.
           PERFORM UNTIL PROGRAM-DONE-SW = "Y"
               DISPLAY " "
               DISPLAY "Data file to browse (blank to exit): "
                   WITH NO ADVANCING
               MOVE SPACES TO BROWSE-NAME
               ACCEPT BROWSE-NAME
               IF BROWSE-NAME = SPACES
                   MOVE "Y" TO PROGRAM-DONE-SW
               ELSE
                   MOVE FUNCTION UPPER-CASE(BROWSE-NAME)
                       TO BROWSE-NAME
                   PERFORM BROWSE-ONE-FILE
               END-IF
           END-PERFORM.
           GOBACK.

       BROWSE-ONE-FILE.
           EVALUATE BROWSE-NAME
               WHEN "STUMAST.DAT"
                   MOVE "S" TO BROWSE-KIND
               WHEN "GRADES.DAT"
                   MOVE "G" TO BROWSE-KIND
               WHEN "FILECAT.DAT"
                   MOVE "C" TO BROWSE-KIND
               WHEN OTHER
                   MOVE "L" TO BROWSE-KIND
           END-EVALUATE.

           PERFORM LOAD-FILE-LAYOUT.
           PERFORM OPEN-BROWSE-FILE.
           IF BROWSE-OPEN-SW NOT = "Y"
               DISPLAY "Cannot open " FUNCTION TRIM(BROWSE-NAME)
                   " - status " BROWSE-STATUS
           ELSE
               IF LAYOUT-COUNT = 0
                   DISPLAY "No layout for " FUNCTION TRIM(BROWSE-NAME)
                       " in BRWLAYT.DAT - showing raw records"
               END-IF
               MOVE SPACES TO AUDIT-DETAIL
               STRING "FILE=" DELIMITED BY SIZE
                      BROWSE-NAME DELIMITED BY SPACE
                      " FIELDS=" DELIMITED BY SIZE
                      LAYOUT-COUNT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL

               MOVE 0 TO CURRENT-RECNO
               PERFORM READ-BROWSE-RECORD
               IF CURRENT-RECNO = 0
                   DISPLAY FUNCTION TRIM(BROWSE-NAME) " is empty"
               ELSE
                   MOVE "N" TO BROWSE-DONE-SW
                   PERFORM UNTIL BROWSE-DONE-SW = "Y"
                       PERFORM SHOW-CURRENT-RECORD
                       PERFORM ACCEPT-BROWSE-COMMAND
                   END-PERFORM
               END-IF
               PERFORM CLOSE-BROWSE-FILE
           END-IF.

      * Layout rows for other files are skipped; a layout with more
      * fields than the table holds is shown only as far as it fits.
       LOAD-FILE-LAYOUT.
           MOVE 0 TO LAYOUT-COUNT.
           MOVE "N" TO LAYOUT-FULL-SW.
           MOVE "N" TO LAYOUT-EOF-SW.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-STATUS = "00"
               PERFORM UNTIL LAYOUT-EOF-SW = "Y"
                   READ LAYOUT-FILE
                       AT END
                           MOVE "Y" TO LAYOUT-EOF-SW
                       NOT AT END
                           IF BRL-FILE = BROWSE-NAME
                               AND BRL-START IS NUMERIC
                               AND BRL-LENGTH IS NUMERIC
                               AND BRL-START > 0
                               AND BRL-LENGTH > 0
                               PERFORM ADD-LAYOUT-FIELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.
           IF LAYOUT-FULL-SW = "Y"
               DISPLAY "Layout for " FUNCTION TRIM(BROWSE-NAME)
                   " has more than 40 fields - first 40 shown"
           END-IF.

       ADD-LAYOUT-FIELD.
           IF LAYOUT-COUNT >= 40
               MOVE "Y" TO LAYOUT-FULL-SW
           ELSE
               ADD 1 TO LAYOUT-COUNT
               MOVE BRL-NAME TO BLT-NAME(LAYOUT-COUNT)
               MOVE BRL-START TO BLT-START(LAYOUT-COUNT)
               MOVE BRL-LENGTH TO BLT-LENGTH(LAYOUT-COUNT)
               MOVE BRL-TYPE TO BLT-TYPE(LAYOUT-COUNT)
               IF BRL-SCALE IS NUMERIC
                   MOVE BRL-SCALE TO BLT-SCALE(LAYOUT-COUNT)
               ELSE
                   MOVE 0 TO BLT-SCALE(LAYOUT-COUNT)
               END-IF
           END-IF.

       OPEN-BROWSE-FILE.
           MOVE "N" TO BROWSE-OPEN-SW.
           MOVE "N" TO BROWSE-EOF-SW.
           EVALUATE BROWSE-KIND
               WHEN "S"
                   OPEN INPUT STUDENT-FILE
               WHEN "G"
                   OPEN INPUT GRADES-FILE
               WHEN "C"
                   OPEN INPUT CATALOG-FILE
               WHEN OTHER
                   OPEN INPUT BROWSE-FILE
           END-EVALUATE.
           IF BROWSE-STATUS = "00"
               MOVE "Y" TO BROWSE-OPEN-SW
           END-IF.

       CLOSE-BROWSE-FILE.
           IF BROWSE-OPEN-SW = "Y"
               EVALUATE BROWSE-KIND
                   WHEN "S"
                       CLOSE STUDENT-FILE
                   WHEN "G"
                       CLOSE GRADES-FILE
                   WHEN "C"
                       CLOSE CATALOG-FILE
                   WHEN OTHER
                       CLOSE BROWSE-FILE
               END-EVALUATE
               MOVE "N" TO BROWSE-OPEN-SW
           END-IF.

      * BROWSE-AREA is only replaced when a record is read, so at
      * end of file it still holds the last record shown.
       READ-BROWSE-RECORD.
           EVALUATE BROWSE-KIND
               WHEN "S"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO BROWSE-EOF-SW
                       NOT AT END
                           MOVE SPACES TO BROWSE-AREA
                           MOVE STUDENT-RECORD TO BROWSE-AREA
                           ADD 1 TO CURRENT-RECNO
                   END-READ
               WHEN "G"
                   READ GRADES-FILE
                       AT END
                           MOVE "Y" TO BROWSE-EOF-SW
                       NOT AT END
                           MOVE SPACES TO BROWSE-AREA
                           MOVE GRADES-RECORD TO BROWSE-AREA
                           ADD 1 TO CURRENT-RECNO
                   END-READ
               WHEN "C"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO BROWSE-EOF-SW
                       NOT AT END
                           MOVE SPACES TO BROWSE-AREA
                           MOVE CATALOG-RECORD TO BROWSE-AREA
                           ADD 1 TO CURRENT-RECNO
                   END-READ
               WHEN OTHER
                   READ BROWSE-FILE
                       AT END
                           MOVE "Y" TO BROWSE-EOF-SW
                       NOT AT END
                           MOVE BROWSE-RECORD TO BROWSE-AREA
                           ADD 1 TO CURRENT-RECNO
                   END-READ
           END-EVALUATE.

      * Going back is done by reopening the file and reading forward
      * to TARGET-RECNO; if the file is shorter the last record is
      * left current.
       POSITION-TO-TARGET.
           PERFORM CLOSE-BROWSE-FILE.
           PERFORM OPEN-BROWSE-FILE.
           MOVE 0 TO CURRENT-RECNO.
           IF BROWSE-OPEN-SW = "Y"
               PERFORM UNTIL CURRENT-RECNO >= TARGET-RECNO
                   OR BROWSE-EOF-SW = "Y"
                   PERFORM READ-BROWSE-RECORD
               END-PERFORM
           ELSE
               DISPLAY "Cannot reopen " FUNCTION TRIM(BROWSE-NAME)
                   " - status " BROWSE-STATUS
               MOVE "Y" TO BROWSE-DONE-SW
           END-IF.

       SHOW-CURRENT-RECORD.
           DISPLAY " ".
           DISPLAY "---- " FUNCTION TRIM(BROWSE-NAME)
               "  record " CURRENT-RECNO " ----".
           IF LAYOUT-COUNT = 0
               PERFORM VARYING RAW-START FROM 1 BY 50
                   UNTIL RAW-START > 200
                   IF BROWSE-AREA(RAW-START:50) NOT = SPACES
                       DISPLAY "  " RAW-START ": "
                           BROWSE-AREA(RAW-START:50)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING LAYOUT-IDX FROM 1 BY 1
                   UNTIL LAYOUT-IDX > LAYOUT-COUNT
                   PERFORM FORMAT-FIELD-VALUE
                   DISPLAY "  " BLT-NAME(LAYOUT-IDX) ": "
                       FIELD-DISPLAY
               END-PERFORM
           END-IF.

      * Type D shows yyyymmdd as yyyy-mm-dd; type 9 with a scale
      * shows the implied decimal point. Anything that does not fit
      * its type is shown as it stands.
       FORMAT-FIELD-VALUE.
           MOVE SPACES TO FIELD-DISPLAY.
           MOVE BLT-START(LAYOUT-IDX) TO FIELD-START.
           MOVE BLT-LENGTH(LAYOUT-IDX) TO FIELD-LENGTH.
           COMPUTE FIELD-END = FIELD-START + FIELD-LENGTH - 1.
           IF FIELD-END > 200
               MOVE "** OUTSIDE RECORD **" TO FIELD-DISPLAY
           ELSE
               EVALUATE TRUE
                   WHEN BLT-TYPE(LAYOUT-IDX) = "D"
                       AND FIELD-LENGTH = 8
                       AND BROWSE-AREA(FIELD-START:8) IS NUMERIC
                       STRING BROWSE-AREA(FIELD-START:4)
                                  DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              BROWSE-AREA(FIELD-START + 4:2)
                                  DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              BROWSE-AREA(FIELD-START + 6:2)
                                  DELIMITED BY SIZE
                              INTO FIELD-DISPLAY
                       END-STRING
                   WHEN BLT-TYPE(LAYOUT-IDX) = "9"
                       AND BLT-SCALE(LAYOUT-IDX) > 0
                       AND BLT-SCALE(LAYOUT-IDX) < FIELD-LENGTH
                       AND BROWSE-AREA(FIELD-START:FIELD-LENGTH)
                           IS NUMERIC
                       COMPUTE WHOLE-LENGTH =
                           FIELD-LENGTH - BLT-SCALE(LAYOUT-IDX)
                       COMPUTE FRACTION-START =
                           FIELD-START + WHOLE-LENGTH
                       STRING BROWSE-AREA(FIELD-START:WHOLE-LENGTH)
                                  DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                              BROWSE-AREA(FRACTION-START:
                                  BLT-SCALE(LAYOUT-IDX))
                                  DELIMITED BY SIZE
                              INTO FIELD-DISPLAY
                       END-STRING
                   WHEN OTHER
                       MOVE BROWSE-AREA(FIELD-START:FIELD-LENGTH)
                           TO FIELD-DISPLAY
               END-EVALUATE
           END-IF.

       ACCEPT-BROWSE-COMMAND.
           DISPLAY "N)ext P)rev F)irst G)o to S)earch Q)uit file: "
               WITH NO ADVANCING.
           MOVE SPACE TO BROWSE-COMMAND.
           ACCEPT BROWSE-COMMAND.
           MOVE FUNCTION UPPER-CASE(BROWSE-COMMAND) TO BROWSE-COMMAND.
           EVALUATE BROWSE-COMMAND
               WHEN "N"
               WHEN SPACE
                   PERFORM BROWSE-NEXT
               WHEN "P"
                   IF CURRENT-RECNO <= 1
                       DISPLAY "Already at the first record"
                   ELSE
                       COMPUTE TARGET-RECNO = CURRENT-RECNO - 1
                       PERFORM POSITION-TO-TARGET
                   END-IF
               WHEN "F"
                   MOVE 1 TO TARGET-RECNO
                   PERFORM POSITION-TO-TARGET
               WHEN "G"
                   DISPLAY "Record number: " WITH NO ADVANCING
                   MOVE 0 TO RECNO-INPUT
                   ACCEPT RECNO-INPUT
                   IF RECNO-INPUT = 0
                       DISPLAY "Record numbers start at 1"
                   ELSE
                       MOVE RECNO-INPUT TO TARGET-RECNO
                       PERFORM POSITION-TO-TARGET
                       IF CURRENT-RECNO < TARGET-RECNO
                           DISPLAY "File has only " CURRENT-RECNO
                               " records - showing the last"
                       END-IF
                   END-IF
               WHEN "S"
                   PERFORM SEARCH-RECORDS
               WHEN "Q"
                   MOVE "Y" TO BROWSE-DONE-SW
               WHEN OTHER
                   DISPLAY "Unknown command"
           END-EVALUATE.

       BROWSE-NEXT.
           IF BROWSE-EOF-SW = "Y"
               DISPLAY "Already at the last record"
           ELSE
               MOVE CURRENT-RECNO TO SAVED-RECNO
               PERFORM READ-BROWSE-RECORD
               IF CURRENT-RECNO = SAVED-RECNO
                   DISPLAY "Already at the last record"
               END-IF
           END-IF.

      * Searches forward from the record after the current one. With
      * a layout the value must equal the named field (trailing
      * spaces ignored); without one it may appear anywhere in the
      * record. When nothing matches the current record is kept.
       SEARCH-RECORDS.
           MOVE 0 TO SEARCH-FIELD-IDX.
           IF LAYOUT-COUNT > 0
               DISPLAY "Field name: " WITH NO ADVANCING
               MOVE SPACES TO SEARCH-FIELD
               ACCEPT SEARCH-FIELD
               MOVE FUNCTION UPPER-CASE(SEARCH-FIELD) TO SEARCH-FIELD
               PERFORM VARYING LAYOUT-IDX FROM 1 BY 1
                   UNTIL LAYOUT-IDX > LAYOUT-COUNT
                   OR SEARCH-FIELD-IDX > 0
                   IF BLT-NAME(LAYOUT-IDX) = SEARCH-FIELD
                       MOVE LAYOUT-IDX TO SEARCH-FIELD-IDX
                   END-IF
               END-PERFORM
               IF SEARCH-FIELD-IDX = 0
                   DISPLAY "No field " FUNCTION TRIM(SEARCH-FIELD)
                       " in the layout"
               END-IF
           END-IF.

           IF LAYOUT-COUNT = 0 OR SEARCH-FIELD-IDX > 0
               DISPLAY "Value to find: " WITH NO ADVANCING
               MOVE SPACES TO SEARCH-VALUE
               ACCEPT SEARCH-VALUE
               MOVE 40 TO SEARCH-LENGTH
               PERFORM UNTIL SEARCH-LENGTH = 0
                   OR SEARCH-VALUE(SEARCH-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM SEARCH-LENGTH
               END-PERFORM
               IF SEARCH-LENGTH = 0
                   DISPLAY "No value given"
               ELSE
                   IF BROWSE-EOF-SW = "Y"
                       DISPLAY "No later records to search"
                   ELSE
                       PERFORM SEARCH-FORWARD
                   END-IF
               END-IF
           END-IF.

       SEARCH-FORWARD.
           MOVE CURRENT-RECNO TO SAVED-RECNO.
           MOVE "N" TO MATCH-SW.
           PERFORM UNTIL MATCH-SW = "Y" OR BROWSE-EOF-SW = "Y"
               PERFORM READ-BROWSE-RECORD
               IF BROWSE-EOF-SW NOT = "Y"
                   PERFORM TEST-RECORD-MATCH
               END-IF
           END-PERFORM.
           IF MATCH-SW NOT = "Y"
               DISPLAY "Not found after record " SAVED-RECNO
               MOVE SAVED-RECNO TO TARGET-RECNO
               PERFORM POSITION-TO-TARGET
           END-IF.

       TEST-RECORD-MATCH.
           IF SEARCH-FIELD-IDX = 0
               MOVE 0 TO MATCH-COUNT
               INSPECT BROWSE-AREA TALLYING MATCH-COUNT
                   FOR ALL SEARCH-VALUE(1:SEARCH-LENGTH)
               IF MATCH-COUNT > 0
                   MOVE "Y" TO MATCH-SW
               END-IF
           ELSE
               MOVE BLT-START(SEARCH-FIELD-IDX) TO FIELD-START
               MOVE BLT-LENGTH(SEARCH-FIELD-IDX) TO COMPARE-LENGTH
               IF COMPARE-LENGTH > 40
                   MOVE 40 TO COMPARE-LENGTH
               END-IF
               IF FIELD-START + COMPARE-LENGTH - 1 <= 200
                   AND SEARCH-LENGTH <= BLT-LENGTH(SEARCH-FIELD-IDX)
                   AND BROWSE-AREA(FIELD-START:COMPARE-LENGTH)
                       = SEARCH-VALUE(1:COMPARE-LENGTH)
                   MOVE "Y" TO MATCH-SW
               END-IF
           END-IF.
