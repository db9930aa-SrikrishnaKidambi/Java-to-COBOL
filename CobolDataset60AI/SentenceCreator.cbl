               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-ERR-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-ROLL
               FILE STATUS IS CONTACT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       FD  MERGE-ERR-FILE.
       01 MERGE-ERR-RECORD   PIC X(80).

       FD  CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CT-ROLL          PIC 9(8).
           05 CT-ADDRESS-1     PIC X(30).
           05 CT-ADDRESS-2     PIC X(30).
           05 CT-CITY          PIC X(20).
           05 CT-POSTCODE      PIC X(10).
           05 CT-PHONE         PIC X(15).
           05 CT-EMAIL         PIC X(40).
           05 CT-GUARDIAN      PIC X(25).
           05 CT-GUARD-RELATION PIC X(10).
           05 CT-GUARD-PHONE   PIC X(15).
           05 CT-UPDATED       PIC 9(8).

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       WORKING-STORAGE SECTION.
       01 RUN-MODE       PIC X VALUE "I".
       01 COLOR1         PIC X(20).
       01 TEMPLATE-EOF-SW    PIC X VALUE "N".
       01 MERGE-EOF-SW       PIC X VALUE "N".

      * A template is every consecutive SENTTMPL.DAT row under one
      * name. A single plain row merges to one line as it always
      * has. A template of several rows, or with any row starting
      * with a directive, is a letter:
      *     .MARKERS n           the template takes n values
      *     .HEAD text           heading line, then a blank line
      *     .DATE [%n]           date line (value n or today)
      *     .PARA [IF %n op v]   new paragraph; with IF, it prints
      *                          only when value n op v holds, op
      *                          one of = <> > < >= <=
      *     .LINE [text]         line printed as keyed (no wrap)
      * Other rows are paragraph text, joined and wrapped to the
      * letter width.
       01 TEMPLATE-LIBRARY.
           05 TPL-ENTRY OCCURS 50 TIMES.
               10 TPL-T-NAME    PIC X(10).
               10 TPL-T-TEXT    PIC X(100).
               10 TPL-T-MARKERS PIC 9.
               10 TPL-T-FIRST   PIC 999.
               10 TPL-T-ROWS    PIC 999.
               10 TPL-T-LETTER-SW PIC X.
       01 TEMPLATE-COUNT     PIC 99 VALUE 0.
       01 TEMPLATE-ROW-TABLE.
           05 TRW-TEXT OCCURS 400 TIMES PIC X(100).
       01 TEMPLATE-ROW-COUNT PIC 999 VALUE 0.
       01 TEMPLATE-ROW-IDX   PIC 999 VALUE 0.
       01 TEMPLATE-LAST-ROW  PIC 999 VALUE 0.
       01 TEMPLATE-SKIP-SW   PIC X VALUE "N".

      * Marker check made as the library loads: a value the
      * template declares but never uses, or a marker it uses
      * beyond what it declares, is reported.
       01 MARKER-USE-TABLE.
           05 MARKER-USED    PIC X OCCURS 9 TIMES.
       01 DECLARED-MARKERS   PIC 9 VALUE 0.
       01 DECLARED-SW        PIC X VALUE "N".
       01 MARKER-PROBLEMS    PIC 999 VALUE 0.
       01 CHECK-TEXT         PIC X(100) VALUE SPACES.
       01 CHECK-IDX          PIC 999 VALUE 0.
       01 CHECK-CHAR         PIC X VALUE SPACE.

       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

      * Letters go to SENTOUT.DAT ready for PRINT-SPOOL: each letter
      * page starts with a <PAGE> line and holds no more lines than
      * a spool page (SETTINGS.DAT key PAGELEN, less the spool page
      * heading).
       01 PAGE-BREAK-LINE    PIC X(6) VALUE "<PAGE>".
       01 PAGE-LENGTH        PIC 99 VALUE 56.
       01 LETTER-PAGE-LINES  PIC 99 VALUE 55.
       01 LETTER-WIDTH       PIC 99 VALUE 70.
       01 LETTER-MODE-SW     PIC X VALUE "N".
       01 LETTER-PAGE        PIC 99 VALUE 0.
       01 LETTER-PAGE-TEXT   PIC Z9.
       01 LETTER-LINES       PIC 99 VALUE 0.
       01 LETTER-OUT-LINE    PIC X(200) VALUE SPACES.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.

       01 PARA-BUFFER        PIC X(1000) VALUE SPACES.
       01 PARA-POINTER       PIC 9(4) VALUE 1.
       01 PARA-LEN           PIC 9(4) VALUE 0.
       01 PARA-OPEN-SW       PIC X VALUE "N".
       01 PARA-INCLUDE-SW    PIC X VALUE "Y".
       01 WRAP-START         PIC 9(4) VALUE 0.
       01 WRAP-BREAK         PIC 9(4) VALUE 0.
       01 WRAP-LEN           PIC 9(4) VALUE 0.
       01 FILLED-LEN         PIC 999 VALUE 0.

       01 COND-WORD          PIC X(4) VALUE SPACES.
       01 COND-MARKER        PIC X(2) VALUE SPACES.
       01 COND-OP            PIC X(2) VALUE SPACES.
       01 COND-VALUE         PIC X(20) VALUE SPACES.
       01 COND-LEFT          PIC X(20) VALUE SPACES.
       01 COND-LEFT-NUMBER   PIC S9(9)V99 VALUE 0.
       01 COND-RIGHT-NUMBER  PIC S9(9)V99 VALUE 0.
       01 COND-NUMERIC-SW    PIC X VALUE "N".
       01 COND-VALID-SW      PIC X VALUE "N".
       01 NUMBER-CHECK-TEXT  PIC X(20) VALUE SPACES.
       01 NUMBER-CHECK-SW    PIC X VALUE "N".
       01 NUMBER-POINT-COUNT PIC 99 VALUE 0.

       01 LETTER-DATE        PIC 9(8) VALUE 0.
       01 LETTER-DATE-PARTS REDEFINES LETTER-DATE.
           05 LETTER-YEAR    PIC 9(4).
           05 LETTER-MONTH   PIC 99.
           05 LETTER-DAY     PIC 99.
       01 LETTER-DAY-TEXT    PIC Z9.
       01 MONTH-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "January".
           05 FILLER PIC X(9) VALUE "February".
           05 FILLER PIC X(9) VALUE "March".
           05 FILLER PIC X(9) VALUE "April".
           05 FILLER PIC X(9) VALUE "May".
           05 FILLER PIC X(9) VALUE "June".
           05 FILLER PIC X(9) VALUE "July".
           05 FILLER PIC X(9) VALUE "August".
           05 FILLER PIC X(9) VALUE "September".
           05 FILLER PIC X(9) VALUE "October".
           05 FILLER PIC X(9) VALUE "November".
           05 FILLER PIC X(9) VALUE "December".
       01 MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
           05 MONTH-NAME     PIC X(9) OCCURS 12 TIMES.
       01 TEMPLATE-IDX2      PIC 99 VALUE 0.
       01 TEMPLATE-FOUND-SW  PIC X VALUE "N".
       01 TEMPLATE-USE-IDX   PIC 99 VALUE 0.
       01 MERGE-ERR-COUNT    PIC 9(7) VALUE 0.
       01 LINE-NUMBER-TEXT   PIC ZZZZZZ9.

      * A merge row whose template field reads NAME/ROLL is a letter
      * to a student: the postal address from STUCONT.DAT heads the
      * letter. NAME/ROLL/G addresses the same letter to the
      * student's guardian. Rows without a roll merge as plain text.
       01 CONTACT-STATUS     PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 CONTACT-OPEN-SW    PIC X VALUE "N".
       01 STUDENT-OPEN-SW    PIC X VALUE "N".
       01 MERGE-TEMPLATE-NAME PIC X(10) VALUE SPACES.
       01 MERGE-ROLL-TEXT    PIC X(8) VALUE SPACES.
       01 MERGE-ROLL REDEFINES MERGE-ROLL-TEXT PIC 9(8).
       01 MERGE-ADDRESS-TO   PIC X VALUE SPACE.
       01 GUARDIAN-FOUND-SW  PIC X VALUE "N".
       01 ADDRESS-FOUND-SW   PIC X VALUE "N".
       01 ADDRESSEE-NAME     PIC X(25) VALUE SPACES.
       01 ADDRESSED-COUNT    PIC 9(7) VALUE 0.
       01 UNADDRESSED-COUNT  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE "M" TO RUN-MODE
           ELSE
               DISPLAY "Mode - (I)nteractive or (M)ail merge: "
                   WITH NO ADVANCING
               ACCEPT RUN-MODE
           END-IF.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-TEMPLATE-LIBRARY.

           IF RUN-MODE = "M" OR RUN-MODE = "m"
               DISPLAY SENTENCE1
           END-IF.

      * A merge that cannot run at all ends with return code 8, so
      * the caller knows no letters were produced.
       MAIL-MERGE-RUN.
           IF TEMPLATE-COUNT = 0
               DISPLAY "No templates in SENTTMPL.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO MERGE-EOF-SW
               OPEN INPUT MERGE-DATA-FILE
               IF MERGE-DATA-STATUS NOT = "00"
                   DISPLAY "Cannot open SENTDATA.DAT - status "
                       MERGE-DATA-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT MERGE-OUT-FILE
                   OPEN OUTPUT MERGE-ERR-FILE
                   PERFORM OPEN-ADDRESS-FILES
                   PERFORM UNTIL MERGE-EOF-SW = "Y"
                       READ MERGE-DATA-FILE
                           AT END
                   CLOSE MERGE-DATA-FILE
                   CLOSE MERGE-OUT-FILE
                   CLOSE MERGE-ERR-FILE
                   PERFORM CLOSE-ADDRESS-FILES
                   DISPLAY "Letters written to SENTOUT.DAT: "
                       LETTERS-WRITTEN
                   DISPLAY "Records in error: " MERGE-ERR-COUNT
                   IF ADDRESSED-COUNT > 0 OR UNADDRESSED-COUNT > 0
                       DISPLAY "Letters addressed: " ADDRESSED-COUNT
                           "  without an address: "
                           UNADDRESSED-COUNT
                   END-IF
               END-IF
           END-IF.

               PARSE-FIELD-COUNT
           END-CALL.

           MOVE SPACES TO MERGE-TEMPLATE-NAME.
           MOVE SPACES TO MERGE-ROLL-TEXT.
           MOVE SPACE TO MERGE-ADDRESS-TO.
           UNSTRING PARSE-FIELD(1) DELIMITED BY "/"
               INTO MERGE-TEMPLATE-NAME MERGE-ROLL-TEXT
                   MERGE-ADDRESS-TO
           END-UNSTRING.

           MOVE "N" TO TEMPLATE-FOUND-SW.
           PERFORM VARYING TEMPLATE-IDX2 FROM 1 BY 1
           UNTIL TEMPLATE-IDX2 > TEMPLATE-COUNT
               IF TPL-T-NAME(TEMPLATE-IDX2) = MERGE-TEMPLATE-NAME
                   MOVE "Y" TO TEMPLATE-FOUND-SW
                   MOVE TEMPLATE-IDX2 TO TEMPLATE-USE-IDX
               END-IF
                       MOVE PARSE-FIELD(FILL-IDX + 1)
                           TO FILL-VALUE-ENTRY(FILL-IDX)
                   END-PERFORM
                   IF TPL-T-LETTER-SW(TEMPLATE-USE-IDX) = "Y"
                       PERFORM WRITE-LETTER
                   ELSE
                       MOVE TPL-T-TEXT(TEMPLATE-USE-IDX)
                           TO TEMPLATE-TEXT
                       PERFORM FILL-TEMPLATE
                       IF MERGE-ROLL-TEXT NOT = SPACES
                           PERFORM WRITE-ADDRESS-BLOCK
                       END-IF
                       MOVE SENTENCE1 TO MERGE-OUT-RECORD
                       WRITE MERGE-OUT-RECORD
                       IF MERGE-ROLL-TEXT NOT = SPACES
                           MOVE SPACES TO MERGE-OUT-RECORD
                           WRITE MERGE-OUT-RECORD
                       END-IF
                   END-IF
                   ADD 1 TO LETTERS-WRITTEN
               END-IF
           END-IF.

      * The addressee line is the name on the student master, or
      * for a guardian letter the guardian on STUCONT.DAT; the
      * letter still goes out when no postal address is on file, and
      * the gap is listed on SENTERR.DAT for the office to chase.
       WRITE-ADDRESS-BLOCK.
           MOVE "N" TO ADDRESS-FOUND-SW.
           MOVE "N" TO GUARDIAN-FOUND-SW.
           MOVE SPACES TO ADDRESSEE-NAME.
           IF MERGE-ROLL-TEXT IS NUMERIC
               IF STUDENT-OPEN-SW = "Y"
                   MOVE MERGE-ROLL TO STU-ROLL
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-NAME TO ADDRESSEE-NAME
                   END-READ
               END-IF
               IF CONTACT-OPEN-SW = "Y"
                   MOVE MERGE-ROLL TO CT-ROLL
                   READ CONTACT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CT-ADDRESS-1 NOT = SPACES
                               AND CT-POSTCODE NOT = SPACES
                               MOVE "Y" TO ADDRESS-FOUND-SW
                           END-IF
                           IF MERGE-ADDRESS-TO = "G"
                               AND CT-GUARDIAN NOT = SPACES
                               MOVE CT-GUARDIAN TO ADDRESSEE-NAME
                               MOVE "Y" TO GUARDIAN-FOUND-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF MERGE-ADDRESS-TO = "G"
               AND GUARDIAN-FOUND-SW = "N"
               MOVE "THE PARENT OR GUARDIAN" TO ADDRESSEE-NAME
           END-IF.

           IF ADDRESS-FOUND-SW = "N"
               ADD 1 TO UNADDRESSED-COUNT
               PERFORM WRITE-MERGE-ERROR-ADDRESS
           ELSE
               ADD 1 TO ADDRESSED-COUNT
               MOVE ADDRESSEE-NAME TO LETTER-OUT-LINE
               PERFORM PUT-LETTER-LINE
               MOVE CT-ADDRESS-1 TO LETTER-OUT-LINE
               PERFORM PUT-LETTER-LINE
               IF CT-ADDRESS-2 NOT = SPACES
                   MOVE CT-ADDRESS-2 TO LETTER-OUT-LINE
                   PERFORM PUT-LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-OUT-LINE
               STRING CT-CITY DELIMITED BY "  "
                      "  " DELIMITED BY SIZE
                      CT-POSTCODE DELIMITED BY SIZE
                      INTO LETTER-OUT-LINE
               END-STRING
               PERFORM PUT-LETTER-LINE
               MOVE SPACES TO LETTER-OUT-LINE
               PERFORM PUT-LETTER-LINE
           END-IF.

      * One letter from a multi-row template: address block, then
      * the template rows in order, paragraphs wrapped to the letter
      * width and pages broken for PRINT-SPOOL.
       WRITE-LETTER.
           MOVE "Y" TO LETTER-MODE-SW.
           MOVE 1 TO LETTER-PAGE.
           MOVE 0 TO LETTER-LINES.
           MOVE SPACES TO MERGE-OUT-RECORD.
           MOVE PAGE-BREAK-LINE TO MERGE-OUT-RECORD.
           WRITE MERGE-OUT-RECORD.
           IF MERGE-ROLL-TEXT NOT = SPACES
               PERFORM WRITE-ADDRESS-BLOCK
           END-IF.

           MOVE SPACES TO PARA-BUFFER.
           MOVE 1 TO PARA-POINTER.
           MOVE "N" TO PARA-OPEN-SW.
           MOVE "Y" TO PARA-INCLUDE-SW.
           COMPUTE TEMPLATE-LAST-ROW = TPL-T-FIRST(TEMPLATE-USE-IDX)
               + TPL-T-ROWS(TEMPLATE-USE-IDX) - 1.
           PERFORM VARYING TEMPLATE-ROW-IDX
               FROM TPL-T-FIRST(TEMPLATE-USE-IDX) BY 1
           UNTIL TEMPLATE-ROW-IDX > TEMPLATE-LAST-ROW
               PERFORM LETTER-ONE-ROW
           END-PERFORM.
           PERFORM FLUSH-PARAGRAPH.
           MOVE "N" TO LETTER-MODE-SW.

       LETTER-ONE-ROW.
           MOVE TRW-TEXT(TEMPLATE-ROW-IDX) TO CHECK-TEXT.
           EVALUATE TRUE
               WHEN CHECK-TEXT(1:8) = ".MARKERS"
                   CONTINUE
               WHEN CHECK-TEXT(1:5) = ".HEAD"
                   PERFORM FLUSH-PARAGRAPH
                   MOVE CHECK-TEXT(7:94) TO TEMPLATE-TEXT
                   PERFORM FILL-TEMPLATE
                   MOVE SENTENCE1 TO LETTER-OUT-LINE
                   PERFORM PUT-LETTER-LINE
                   MOVE SPACES TO LETTER-OUT-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN CHECK-TEXT(1:5) = ".DATE"
                   PERFORM FLUSH-PARAGRAPH
                   PERFORM PUT-DATE-LINE
                   MOVE SPACES TO LETTER-OUT-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN CHECK-TEXT(1:5) = ".LINE"
                   PERFORM FLUSH-PARAGRAPH
                   MOVE CHECK-TEXT(7:94) TO TEMPLATE-TEXT
                   PERFORM FILL-TEMPLATE
                   MOVE SENTENCE1 TO LETTER-OUT-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN CHECK-TEXT(1:5) = ".PARA"
                   PERFORM FLUSH-PARAGRAPH
                   MOVE "Y" TO PARA-OPEN-SW
                   PERFORM TEST-PARA-CONDITION
               WHEN OTHER
                   IF PARA-OPEN-SW = "N"
                       MOVE "Y" TO PARA-OPEN-SW
                       MOVE "Y" TO PARA-INCLUDE-SW
                   END-IF
                   IF PARA-INCLUDE-SW = "Y"
                       PERFORM ADD-PARAGRAPH-TEXT
                   END-IF
           END-EVALUATE.

       ADD-PARAGRAPH-TEXT.
           MOVE CHECK-TEXT TO TEMPLATE-TEXT.
           PERFORM FILL-TEMPLATE.
           PERFORM VARYING FILLED-LEN FROM OUT-LEN BY -1
           UNTIL FILLED-LEN < 1
               OR SENTENCE1(FILLED-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF FILLED-LEN > 0
               IF PARA-POINTER > 1
                   STRING " " DELIMITED BY SIZE
                          INTO PARA-BUFFER
                          WITH POINTER PARA-POINTER
                   END-STRING
               END-IF
               STRING SENTENCE1(1:FILLED-LEN) DELIMITED BY SIZE
                      INTO PARA-BUFFER
                      WITH POINTER PARA-POINTER
               END-STRING
           END-IF.

      * Writes the paragraph gathered so far, if it is to print,
      * broken at spaces into lines of the letter width.
       FLUSH-PARAGRAPH.
           IF PARA-OPEN-SW = "Y" AND PARA-INCLUDE-SW = "Y"
               AND PARA-POINTER > 1
               COMPUTE PARA-LEN = PARA-POINTER - 1
               MOVE 1 TO WRAP-START
               PERFORM UNTIL WRAP-START > PARA-LEN
                   PERFORM WRAP-ONE-LINE
               END-PERFORM
               MOVE SPACES TO LETTER-OUT-LINE
               PERFORM PUT-LETTER-LINE
           END-IF.
           MOVE SPACES TO PARA-BUFFER.
           MOVE 1 TO PARA-POINTER.
           MOVE "N" TO PARA-OPEN-SW.
           MOVE "Y" TO PARA-INCLUDE-SW.

       WRAP-ONE-LINE.
           PERFORM UNTIL WRAP-START > PARA-LEN
               OR PARA-BUFFER(WRAP-START:1) NOT = SPACE
               ADD 1 TO WRAP-START
           END-PERFORM.
           IF WRAP-START <= PARA-LEN
               IF PARA-LEN - WRAP-START + 1 <= LETTER-WIDTH
                   COMPUTE WRAP-LEN = PARA-LEN - WRAP-START + 1
               ELSE
                   MOVE 0 TO WRAP-LEN
                   COMPUTE WRAP-BREAK = WRAP-START + LETTER-WIDTH
                   PERFORM VARYING WRAP-BREAK
                       FROM WRAP-BREAK BY -1
                   UNTIL WRAP-BREAK <= WRAP-START OR WRAP-LEN > 0
                       IF PARA-BUFFER(WRAP-BREAK:1) = SPACE
                           COMPUTE WRAP-LEN = WRAP-BREAK - WRAP-START
                       END-IF
                   END-PERFORM
                   IF WRAP-LEN = 0
                       MOVE LETTER-WIDTH TO WRAP-LEN
                   END-IF
               END-IF
               MOVE SPACES TO LETTER-OUT-LINE
               MOVE PARA-BUFFER(WRAP-START:WRAP-LEN)
                   TO LETTER-OUT-LINE
               PERFORM PUT-LETTER-LINE
               ADD WRAP-LEN TO WRAP-START
           END-IF.

      * .PARA IF %n op value: numbers compare as numbers, anything
      * else as text. A condition that cannot be read was reported
      * at load and leaves the paragraph in.
       TEST-PARA-CONDITION.
           MOVE "Y" TO PARA-INCLUDE-SW.
           MOVE CHECK-TEXT TO TEMPLATE-TEXT.
           MOVE TEMPLATE-TEXT(7:94) TO CHECK-TEXT.
           IF CHECK-TEXT NOT = SPACES
               PERFORM PARSE-CONDITION
               IF COND-VALID-SW = "Y"
                   MOVE COND-MARKER(2:1) TO MARKER-DIGIT
                   MOVE FUNCTION TRIM(FILL-VALUE-ENTRY(MARKER-DIGIT))
                       TO COND-LEFT
                   PERFORM COMPARE-CONDITION
               END-IF
           END-IF.

       PARSE-CONDITION.
           MOVE SPACES TO COND-WORD COND-MARKER COND-OP COND-VALUE.
           UNSTRING CHECK-TEXT DELIMITED BY ALL SPACE
               INTO COND-WORD COND-MARKER COND-OP COND-VALUE
           END-UNSTRING.
           MOVE "N" TO COND-VALID-SW.
           IF COND-WORD = "IF"
               AND COND-MARKER(1:1) = "%"
               AND COND-MARKER(2:1) >= "1" AND COND-MARKER(2:1) <= "9"
               AND (COND-OP = "=" OR COND-OP = "<>" OR COND-OP = ">"
                   OR COND-OP = "<" OR COND-OP = ">="
                   OR COND-OP = "<=")
               MOVE "Y" TO COND-VALID-SW
           END-IF.

       COMPARE-CONDITION.
           MOVE COND-LEFT TO NUMBER-CHECK-TEXT.
           PERFORM CHECK-NUMBER-TEXT.
           MOVE NUMBER-CHECK-SW TO COND-NUMERIC-SW.
           MOVE COND-VALUE TO NUMBER-CHECK-TEXT.
           PERFORM CHECK-NUMBER-TEXT.
           IF NUMBER-CHECK-SW = "N"
               MOVE "N" TO COND-NUMERIC-SW
           END-IF.

           MOVE "N" TO PARA-INCLUDE-SW.
           IF COND-NUMERIC-SW = "Y"
               COMPUTE COND-LEFT-NUMBER = FUNCTION NUMVAL(COND-LEFT)
               COMPUTE COND-RIGHT-NUMBER =
                   FUNCTION NUMVAL(COND-VALUE)
               EVALUATE COND-OP
                   WHEN "="
                       IF COND-LEFT-NUMBER = COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<>"
                       IF COND-LEFT-NUMBER NOT = COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN ">"
                       IF COND-LEFT-NUMBER > COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<"
                       IF COND-LEFT-NUMBER < COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN ">="
                       IF COND-LEFT-NUMBER >= COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<="
                       IF COND-LEFT-NUMBER <= COND-RIGHT-NUMBER
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE COND-OP
                   WHEN "="
                       IF COND-LEFT = COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<>"
                       IF COND-LEFT NOT = COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN ">"
                       IF COND-LEFT > COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<"
                       IF COND-LEFT < COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN ">="
                       IF COND-LEFT >= COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
                   WHEN "<="
                       IF COND-LEFT <= COND-VALUE
                           MOVE "Y" TO PARA-INCLUDE-SW
                       END-IF
               END-EVALUATE
           END-IF.

      * Digits with at most one point and an optional leading minus.
       CHECK-NUMBER-TEXT.
           MOVE "Y" TO NUMBER-CHECK-SW.
           MOVE 0 TO NUMBER-POINT-COUNT.
           IF NUMBER-CHECK-TEXT = SPACES
               MOVE "N" TO NUMBER-CHECK-SW
           END-IF.
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
           UNTIL CHECK-IDX > LENGTH OF NUMBER-CHECK-TEXT
               MOVE NUMBER-CHECK-TEXT(CHECK-IDX:1) TO CHECK-CHAR
               EVALUATE TRUE
                   WHEN CHECK-CHAR >= "0" AND CHECK-CHAR <= "9"
                       CONTINUE
                   WHEN CHECK-CHAR = SPACE
                       CONTINUE
                   WHEN CHECK-CHAR = "."
                       ADD 1 TO NUMBER-POINT-COUNT
                   WHEN CHECK-CHAR = "-" AND CHECK-IDX = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO NUMBER-CHECK-SW
               END-EVALUATE
           END-PERFORM.
           IF NUMBER-POINT-COUNT > 1
               MOVE "N" TO NUMBER-CHECK-SW
           END-IF.

      * .DATE %n prints value n when it is a YYYYMMDD date, else
      * today, as "15 October 2026".
       PUT-DATE-LINE.
           MOVE TODAY-DATE TO LETTER-DATE.
           IF CHECK-TEXT(7:1) = "%"
               AND CHECK-TEXT(8:1) >= "1" AND CHECK-TEXT(8:1) <= "9"
               MOVE CHECK-TEXT(8:1) TO MARKER-DIGIT
               IF FILL-VALUE-ENTRY(MARKER-DIGIT)(1:8) IS NUMERIC
                   AND FILL-VALUE-ENTRY(MARKER-DIGIT)(9:12) = SPACES
                   MOVE FILL-VALUE-ENTRY(MARKER-DIGIT)(1:8)
                       TO LETTER-DATE
               END-IF
           END-IF.
           IF LETTER-MONTH < 1 OR LETTER-MONTH > 12
               MOVE TODAY-DATE TO LETTER-DATE
           END-IF.
           MOVE LETTER-DAY TO LETTER-DAY-TEXT.
           MOVE SPACES TO LETTER-OUT-LINE.
           STRING FUNCTION TRIM(LETTER-DAY-TEXT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTH-NAME(LETTER-MONTH))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LETTER-YEAR DELIMITED BY SIZE
                  INTO LETTER-OUT-LINE
           END-STRING.
           PERFORM PUT-LETTER-LINE.

      * Every letter line goes through here so a page never holds
      * more than a spool page; outside a letter it is a plain write.
       PUT-LETTER-LINE.
           IF LETTER-MODE-SW = "Y"
               IF LETTER-LINES >= LETTER-PAGE-LINES
                   PERFORM START-LETTER-PAGE
               END-IF
               ADD 1 TO LETTER-LINES
           END-IF.
           MOVE LETTER-OUT-LINE TO MERGE-OUT-RECORD.
           WRITE MERGE-OUT-RECORD.
           MOVE SPACES TO LETTER-OUT-LINE.

       START-LETTER-PAGE.
           ADD 1 TO LETTER-PAGE.
           MOVE LETTER-PAGE TO LETTER-PAGE-TEXT.
           MOVE SPACES TO MERGE-OUT-RECORD.
           MOVE PAGE-BREAK-LINE TO MERGE-OUT-RECORD.
           WRITE MERGE-OUT-RECORD.
           MOVE SPACES TO MERGE-OUT-RECORD.
           IF ADDRESSEE-NAME = SPACES
               STRING "Page " DELIMITED BY SIZE
                      FUNCTION TRIM(LETTER-PAGE-TEXT) DELIMITED BY SIZE
                      INTO MERGE-OUT-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ADDRESSEE-NAME) DELIMITED BY SIZE
                      "  - page " DELIMITED BY SIZE
                      FUNCTION TRIM(LETTER-PAGE-TEXT) DELIMITED BY SIZE
                      INTO MERGE-OUT-RECORD
               END-STRING
           END-IF.
           WRITE MERGE-OUT-RECORD.
           MOVE SPACES TO MERGE-OUT-RECORD.
           WRITE MERGE-OUT-RECORD.
           MOVE 2 TO LETTER-LINES.

       WRITE-MERGE-ERROR-ADDRESS.
           MOVE MERGE-LINE-NUMBER TO LINE-NUMBER-TEXT.
           MOVE SPACES TO MERGE-ERR-RECORD.
           STRING "LINE " DELIMITED BY SIZE
                  LINE-NUMBER-TEXT DELIMITED BY SIZE
                  " NO POSTAL ADDRESS FOR ROLL " DELIMITED BY SIZE
                  MERGE-ROLL-TEXT DELIMITED BY SIZE
                  " - LETTER NOT ADDRESSED" DELIMITED BY SIZE
                  INTO MERGE-ERR-RECORD
           END-STRING.
           WRITE MERGE-ERR-RECORD.

      * Either file missing only means letters go out unaddressed.
       OPEN-ADDRESS-FILES.
           MOVE "N" TO CONTACT-OPEN-SW.
           MOVE "N" TO STUDENT-OPEN-SW.
           MOVE 0 TO ADDRESSED-COUNT.
           MOVE 0 TO UNADDRESSED-COUNT.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-STATUS = "00"
               MOVE "Y" TO CONTACT-OPEN-SW
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               MOVE "Y" TO STUDENT-OPEN-SW
           END-IF.

       CLOSE-ADDRESS-FILES.
           IF CONTACT-OPEN-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.
           IF STUDENT-OPEN-SW = "Y"
               CLOSE STUDENT-FILE
           END-IF.

       WRITE-MERGE-ERROR-TEMPLATE.
           MOVE MERGE-LINE-NUMBER TO LINE-NUMBER-TEXT.
           MOVE SPACES TO MERGE-ERR-RECORD.

       LOAD-TEMPLATE-LIBRARY.
           MOVE 0 TO TEMPLATE-COUNT.
           MOVE 0 TO TEMPLATE-ROW-COUNT.
           MOVE 0 TO MARKER-PROBLEMS.
           MOVE "N" TO TEMPLATE-SKIP-SW.
           MOVE "N" TO TEMPLATE-EOF-SW.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-STATUS NOT = "00"
                       AT END
                           MOVE "Y" TO TEMPLATE-EOF-SW
                       NOT AT END
                           PERFORM ADD-TEMPLATE-ROW
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               PERFORM VARYING TEMPLATE-IDX2 FROM 1 BY 1
               UNTIL TEMPLATE-IDX2 > TEMPLATE-COUNT
                   PERFORM CHECK-TEMPLATE-MARKERS
               END-PERFORM
               IF MARKER-PROBLEMS > 0
                   DISPLAY "Template library: " MARKER-PROBLEMS
                       " marker problem(s) reported above"
               END-IF
           END-IF.

      * A row under the same name as the row before continues that
      * template; a name seen earlier in the file is a second
      * definition and is ignored.
       ADD-TEMPLATE-ROW.
           IF TEMPLATE-COUNT > 0
               AND TPL-NAME = TPL-T-NAME(TEMPLATE-COUNT)
               IF TEMPLATE-SKIP-SW = "N"
                   IF TEMPLATE-ROW-COUNT < 400
                       ADD 1 TO TEMPLATE-ROW-COUNT
                       MOVE TPL-TEXT TO TRW-TEXT(TEMPLATE-ROW-COUNT)
                       ADD 1 TO TPL-T-ROWS(TEMPLATE-COUNT)
                   ELSE
                       DISPLAY "SENTTMPL.DAT has more rows "
                           "than the library can hold"
                       MOVE "Y" TO TEMPLATE-EOF-SW
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO TEMPLATE-SKIP-SW
               MOVE "N" TO TEMPLATE-FOUND-SW
               PERFORM VARYING TEMPLATE-IDX2 FROM 1 BY 1
               UNTIL TEMPLATE-IDX2 > TEMPLATE-COUNT
                   IF TPL-T-NAME(TEMPLATE-IDX2) = TPL-NAME
                       MOVE "Y" TO TEMPLATE-FOUND-SW
                   END-IF
               END-PERFORM
               IF TEMPLATE-FOUND-SW = "Y"
                   DISPLAY "Template " FUNCTION TRIM(TPL-NAME)
                       " defined twice - later rows ignored"
                   ADD 1 TO MARKER-PROBLEMS
                   MOVE "Y" TO TEMPLATE-SKIP-SW
               ELSE
                   IF TEMPLATE-COUNT < 50 AND TEMPLATE-ROW-COUNT < 400
                       ADD 1 TO TEMPLATE-COUNT
                       ADD 1 TO TEMPLATE-ROW-COUNT
                       MOVE TPL-NAME TO TPL-T-NAME(TEMPLATE-COUNT)
                       MOVE TPL-TEXT TO TPL-T-TEXT(TEMPLATE-COUNT)
                       MOVE TPL-TEXT TO TRW-TEXT(TEMPLATE-ROW-COUNT)
                       MOVE TEMPLATE-ROW-COUNT
                           TO TPL-T-FIRST(TEMPLATE-COUNT)
                       MOVE 1 TO TPL-T-ROWS(TEMPLATE-COUNT)
                       MOVE 0 TO TPL-T-MARKERS(TEMPLATE-COUNT)
                       MOVE "N" TO TPL-T-LETTER-SW(TEMPLATE-COUNT)
                   ELSE
                       DISPLAY "SENTTMPL.DAT has more rows "
                           "than the library can hold"
                       MOVE "Y" TO TEMPLATE-EOF-SW
                   END-IF
               END-IF
           END-IF.

      * Sets the number of values the template needs (.MARKERS, or
      * else the highest marker used) and whether it is a letter,
      * and reports unused and undefined markers, unknown directives
      * and unreadable conditions.
       CHECK-TEMPLATE-MARKERS.
           MOVE ALL "N" TO MARKER-USE-TABLE.
           MOVE 0 TO HIGH-MARKER.
           MOVE 0 TO DECLARED-MARKERS.
           MOVE "N" TO DECLARED-SW.
           IF TPL-T-ROWS(TEMPLATE-IDX2) > 1
               MOVE "Y" TO TPL-T-LETTER-SW(TEMPLATE-IDX2)
           END-IF.
           COMPUTE TEMPLATE-LAST-ROW = TPL-T-FIRST(TEMPLATE-IDX2)
               + TPL-T-ROWS(TEMPLATE-IDX2) - 1.
           PERFORM VARYING TEMPLATE-ROW-IDX
               FROM TPL-T-FIRST(TEMPLATE-IDX2) BY 1
           UNTIL TEMPLATE-ROW-IDX > TEMPLATE-LAST-ROW
               MOVE TRW-TEXT(TEMPLATE-ROW-IDX) TO CHECK-TEXT
               IF CHECK-TEXT(1:1) = "."
                   MOVE "Y" TO TPL-T-LETTER-SW(TEMPLATE-IDX2)
                   PERFORM CHECK-DIRECTIVE
               END-IF
               PERFORM SCAN-ROW-MARKERS
           END-PERFORM.

           IF DECLARED-SW = "N"
               MOVE HIGH-MARKER TO DECLARED-MARKERS
           END-IF.
           PERFORM VARYING MARKER-DIGIT FROM 1 BY 1
           UNTIL MARKER-DIGIT > 9
               IF MARKER-USED(MARKER-DIGIT) = "Y"
                   AND MARKER-DIGIT > DECLARED-MARKERS
                   DISPLAY "Template "
                       FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                       ": marker %" MARKER-DIGIT
                       " is used but not defined"
                   ADD 1 TO MARKER-PROBLEMS
               END-IF
               IF MARKER-USED(MARKER-DIGIT) = "N"
                   AND MARKER-DIGIT <= DECLARED-MARKERS
                   DISPLAY "Template "
                       FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                       ": marker %" MARKER-DIGIT " is never used"
                   ADD 1 TO MARKER-PROBLEMS
               END-IF
               IF MARKER-DIGIT = 9
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE DECLARED-MARKERS TO TPL-T-MARKERS(TEMPLATE-IDX2).

       CHECK-DIRECTIVE.
           EVALUATE TRUE
               WHEN CHECK-TEXT(1:9) = ".MARKERS "
                   IF CHECK-TEXT(10:1) IS NUMERIC
                       AND CHECK-TEXT(11:90) = SPACES
                       MOVE CHECK-TEXT(10:1) TO DECLARED-MARKERS
                       MOVE "Y" TO DECLARED-SW
                   ELSE
                       DISPLAY "Template "
                           FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                           ": .MARKERS needs one digit"
                       ADD 1 TO MARKER-PROBLEMS
                   END-IF
                   MOVE SPACES TO CHECK-TEXT
               WHEN CHECK-TEXT(1:6) = ".HEAD "
                   CONTINUE
               WHEN CHECK-TEXT(1:6) = ".DATE "
                   CONTINUE
               WHEN CHECK-TEXT(1:6) = ".LINE "
                   CONTINUE
               WHEN CHECK-TEXT(1:6) = ".PARA "
                   IF CHECK-TEXT(7:94) NOT = SPACES
                       MOVE CHECK-TEXT TO TEMPLATE-TEXT
                       MOVE TEMPLATE-TEXT(7:94) TO CHECK-TEXT
                       PERFORM PARSE-CONDITION
                       MOVE TEMPLATE-TEXT TO CHECK-TEXT
                       IF COND-VALID-SW = "N"
                           DISPLAY "Template "
                             FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                             ": cannot read condition "
                             FUNCTION TRIM(CHECK-TEXT)
                           ADD 1 TO MARKER-PROBLEMS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Template "
                       FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                       ": unknown directive " FUNCTION TRIM(CHECK-TEXT)
                   ADD 1 TO MARKER-PROBLEMS
           END-EVALUATE.

      * %1-%9 mark a value; % followed by a letter or 0 looks like a
      * marker that no value can fill.
       SCAN-ROW-MARKERS.
           PERFORM VARYING CHECK-IDX FROM 1 BY 1
           UNTIL CHECK-IDX >= LENGTH OF CHECK-TEXT
               IF CHECK-TEXT(CHECK-IDX:1) = "%"
                   MOVE CHECK-TEXT(CHECK-IDX + 1:1) TO CHECK-CHAR
                   EVALUATE TRUE
                       WHEN CHECK-CHAR >= "1" AND CHECK-CHAR <= "9"
                           MOVE CHECK-CHAR TO MARKER-DIGIT
                           MOVE "Y" TO MARKER-USED(MARKER-DIGIT)
                           IF MARKER-DIGIT > HIGH-MARKER
                               MOVE MARKER-DIGIT TO HIGH-MARKER
                           END-IF
                       WHEN CHECK-CHAR = "0"
                           OR (CHECK-CHAR >= "A" AND CHECK-CHAR <= "Z")
                           OR (CHECK-CHAR >= "a" AND CHECK-CHAR <= "z")
                           DISPLAY "Template "
                               FUNCTION TRIM(TPL-T-NAME(TEMPLATE-IDX2))
                               ": marker %" CHECK-CHAR
                               " is not defined"
                           ADD 1 TO MARKER-PROBLEMS
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FILL-TEMPLATE.
           MOVE SPACES TO SENTENCE1.
                   MOVE FILL-VALUE(FILL-IDX:1) TO SENTENCE1(OUT-LEN:1)
               END-IF
           END-PERFORM.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "PAGELEN"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 4
                                   AND SETTING-NUMERIC-VALUE < 100
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO PAGE-LENGTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.
           COMPUTE LETTER-PAGE-LINES = PAGE-LENGTH - 1.

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
