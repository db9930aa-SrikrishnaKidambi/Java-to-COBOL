       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKSHEET-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01 SPOOL-RECORD     PIC X(100).

       FD  QUEUE-FILE.
       01 QUEUE-RECORD.
           05 SPQ-NAME      PIC X(12).
           05 SPQ-SPOOL     PIC X(16).
           05 SPQ-DATE      PIC 9(8).
           05 SPQ-OPERATOR  PIC X(10).
           05 SPQ-STATUS    PIC X(8).

       WORKING-STORAGE SECTION.
       01 SPOOL-STATUS       PIC X(2) VALUE "00".
       01 QUEUE-STATUS       PIC X(2) VALUE "00".
       01 QUEUE-EOF-SW       PIC X VALUE "N".

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 OPERATOR-ID        PIC X(10) VALUE SPACES.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.

      * The drill topics, each with the range offered when the
      * operator takes the default and the widest range its answer
      * fields can hold: factor for a multiplication, n for a
      * factorial, the value to factor into primes, and the two
      * operands of a GCD/LCM question.
       01 TOPIC-DEFAULTS.
           05 FILLER PIC X(14) VALUE "MULTIPLICATION".
           05 FILLER PIC 9(5) VALUE 2.
           05 FILLER PIC 9(5) VALUE 12.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 99.
           05 FILLER PIC X(14) VALUE "FACTORIAL".
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC 9(5) VALUE 19.
           05 FILLER PIC X(14) VALUE "PRIME FACTORS".
           05 FILLER PIC 9(5) VALUE 2.
           05 FILLER PIC 9(5) VALUE 999.
           05 FILLER PIC 9(5) VALUE 2.
           05 FILLER PIC 9(5) VALUE 99999.
           05 FILLER PIC X(14) VALUE "GCD AND LCM".
           05 FILLER PIC 9(5) VALUE 2.
           05 FILLER PIC 9(5) VALUE 100.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 9999.
       01 TOPIC-DEFAULT-TABLE REDEFINES TOPIC-DEFAULTS.
           05 TOPIC-ENTRY OCCURS 4 TIMES.
               10 TOPIC-NAME      PIC X(14).
               10 TOPIC-DFT-LOW   PIC 9(5).
               10 TOPIC-DFT-HIGH  PIC 9(5).
               10 TOPIC-MIN       PIC 9(5).
               10 TOPIC-MAX       PIC 9(5).

       01 TOPIC-CHOICE-TABLE.
           05 TOPIC-CHOICE OCCURS 4 TIMES.
               10 TOPIC-USE-SW    PIC X.
               10 TOPIC-LOW       PIC 9(5).
               10 TOPIC-HIGH      PIC 9(5).
       01 TOPIC-IDX          PIC 9 VALUE 0.
       01 CHOSEN-TABLE.
           05 CHOSEN-TOPIC OCCURS 4 TIMES PIC 9.
       01 CHOSEN-COUNT       PIC 9 VALUE 0.
       01 TOPIC-ANSWER       PIC X VALUE SPACE.
       01 RANGE-LOW-INPUT    PIC 9(5) VALUE 0.
       01 RANGE-HIGH-INPUT   PIC 9(5) VALUE 0.

      * Every question and its answer are drawn before either sheet
      * is written, so the two always agree.
       01 QUESTION-TABLE.
           05 QUESTION-ENTRY OCCURS 99 TIMES.
               10 QST-T-TEXT     PIC X(60).
               10 QST-T-ANSWER   PIC X(60).
       01 QUESTION-COUNT     PIC 99 VALUE 0.
       01 QUESTION-IDX       PIC 99 VALUE 0.
       01 QUESTION-NO-TEXT   PIC Z9.
       01 QUESTIONS-PER-PAGE PIC 99 VALUE 15.
       01 ON-PAGE-COUNT      PIC 99 VALUE 0.

      * Same seed, topics and ranges give the same sheet; the seed is
      * printed on both sheets so a lost sheet can be drawn again.
       01 RAND-VALUE         USAGE FLOAT-LONG.
       01 SEED               USAGE BINARY-LONG VALUE 0.
       01 SEED-INPUT         PIC 9(9) VALUE 0.
       01 SEED-TEXT          PIC Z(8)9.

       01 DRAW-LOW           PIC 9(5) VALUE 0.
       01 DRAW-HIGH          PIC 9(5) VALUE 0.
       01 DRAW-SPAN          PIC 9(6) VALUE 0.
       01 DRAW-OFFSET        PIC 9(6) VALUE 0.
       01 DRAW-RESULT        PIC 9(5) VALUE 0.
       01 DRAW-TOPIC         PIC 9 VALUE 0.
       01 OPERAND-A          PIC 9(5) VALUE 0.
       01 OPERAND-B          PIC 9(5) VALUE 0.
       01 OPERAND-A-TEXT     PIC Z(4)9.
       01 OPERAND-B-TEXT     PIC Z(4)9.

       01 PRODUCT-VALUE      PIC 9(5) VALUE 0.
       01 I                  PIC 99 VALUE 0.
       01 FACT               PIC 9(18) VALUE 1.
       01 GCD-WORK-A         PIC 9(5) VALUE 0.
       01 GCD-WORK-B         PIC 9(5) VALUE 0.
       01 GCD-REM            PIC 9(5) VALUE 0.
       01 GCD-VALUE          PIC 9(5) VALUE 0.
       01 LCM-VALUE          PIC 9(9) VALUE 0.
       01 WORK-VALUE         PIC 9(9) VALUE 0.
       01 TRIAL-DIVISOR      PIC 9(5) VALUE 0.
       01 REM                PIC 9(9) VALUE 0.
       01 FIRST-FACTOR-SW    PIC X VALUE "Y".
       01 FACTOR-TEXT        PIC Z(8)9.
       01 ANSWER-TEXT        PIC Z(17)9.
       01 GCD-TEXT           PIC Z(4)9.
       01 LCM-TEXT           PIC Z(8)9.
       01 TEXT-POINTER       PIC 999 VALUE 1.

      * Sheet heading drawn from the block-letter font used for
      * pattern banners, letters side by side across the page.
       COPY "BLKFONT.CPY".
       01 BANNER-TEXT        PIC X(10) VALUE SPACES.
       01 BANNER-IDX         PIC 99 VALUE 0.
       01 BANNER-CHAR        PIC X.
       01 GLYPH-INDEX        PIC 99 VALUE 0.
       01 GLYPH-ROW          PIC 9 VALUE 0.
       01 GLYPH-COL          PIC 9 VALUE 0.
       01 GLYPH-OFFSET       PIC 999 VALUE 0.
       01 LINE-BUILD         PIC X(80) VALUE SPACES.
       01 LINE-POINTER       PIC 999 VALUE 1.

      * Spool data sets and queue entries in the layout PRINT-SPOOL
      * reads, held until an operator releases them to the printer.
       01 SHEET-KIND         PIC X VALUE "Q".
       01 SPOOL-NAME         PIC X(16) VALUE SPACES.
       01 SPOOL-PREFIX       PIC X(2) VALUE SPACES.
       01 SPOOL-REPORT-NAME  PIC X(12) VALUE SPACES.
       01 QUESTION-SPOOL     PIC X(16) VALUE SPACES.
       01 ANSWER-SPOOL       PIC X(16) VALUE SPACES.
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       01 SPOOL-STEM         PIC X(8) VALUE SPACES.
       01 SPOOL-SEQUENCE     PIC 9(4) VALUE 0.
       01 PAGE-COUNT         PIC 999 VALUE 0.
       01 PAGE-COUNT-TEXT    PIC ZZ9.
       01 QUESTION-COUNT-TEXT PIC Z9.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "WORKSHEET".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "WORKSHT".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Practice worksheets for the tutoring cell. The operator picks
      * the topics, a range for each and how many questions to ask;
      * questions are drawn at random from the chosen topics using
      * the multiplication, factorial, prime factor and GCD/LCM
      * working of the arithmetic programs. A numbered question sheet
      * and a separate answer key are spooled for release through
      * PRINT-SPOOL, each page headed by a block-letter banner and
      * carrying the seed that reproduces the sheet.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
           ELSE
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.

           PERFORM COUNT-QUEUE-ENTRIES.
           IF QUEUE-COUNT >= 49
               DISPLAY "Spool queue is full - release some entries"
               GOBACK
           END-IF.

           PERFORM CHOOSE-TOPICS.
           IF CHOSEN-COUNT = 0
               DISPLAY "No topics chosen - no worksheet produced"
               GOBACK
           END-IF.

           DISPLAY "Number of questions (1-99, 0 = 20): "
               WITH NO ADVANCING.
           ACCEPT QUESTION-COUNT.
           IF QUESTION-COUNT = 0
               MOVE 20 TO QUESTION-COUNT
           END-IF.

           DISPLAY "Seed (same seed reproduces the sheet, "
               "0 = new): " WITH NO ADVANCING.
           ACCEPT SEED-INPUT.
           IF SEED-INPUT = 0
               MOVE TIME-OF-DAY-NOW TO SEED-INPUT
               IF SEED-INPUT = 0
                   MOVE 1 TO SEED-INPUT
               END-IF
           END-IF.
           MOVE SEED-INPUT TO SEED.
           MOVE SEED-INPUT TO SEED-TEXT.
           CALL "CBL_RAND" USING SEED RETURNING RAND-VALUE.

           PERFORM VARYING QUESTION-IDX FROM 1 BY 1
           UNTIL QUESTION-IDX > QUESTION-COUNT
               PERFORM DRAW-ONE-QUESTION
           END-PERFORM.

           MOVE "Q" TO SHEET-KIND.
           PERFORM WRITE-SHEET.
           MOVE SPOOL-NAME TO QUESTION-SPOOL.
           MOVE "A" TO SHEET-KIND.
           PERFORM WRITE-SHEET.
           MOVE SPOOL-NAME TO ANSWER-SPOOL.

           DISPLAY "Worksheet seed " FUNCTION TRIM(SEED-TEXT)
               " - questions " QUESTION-COUNT.
           DISPLAY "Queued " FUNCTION TRIM(QUESTION-SPOOL)
               " and " FUNCTION TRIM(ANSWER-SPOOL)
               " - release through the print spool".

           MOVE QUESTION-COUNT TO QUESTION-COUNT-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "SEED " DELIMITED BY SIZE
                  FUNCTION TRIM(SEED-TEXT) DELIMITED BY SIZE
                  " Q=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUESTION-COUNT-TEXT)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUESTION-SPOOL DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           GOBACK.

      * Each topic is offered in turn. A range of 0 to 0 takes the
      * default; a range outside what the topic can answer, or upside
      * down, leaves the topic off the sheet.
       CHOOSE-TOPICS.
           MOVE 0 TO CHOSEN-COUNT.
           PERFORM VARYING TOPIC-IDX FROM 1 BY 1 UNTIL TOPIC-IDX > 4
               MOVE "N" TO TOPIC-USE-SW(TOPIC-IDX)
               MOVE 0 TO TOPIC-LOW(TOPIC-IDX)
               MOVE 0 TO TOPIC-HIGH(TOPIC-IDX)
               DISPLAY "Include " FUNCTION TRIM(TOPIC-NAME(TOPIC-IDX))
                   " (Y/N): " WITH NO ADVANCING
               ACCEPT TOPIC-ANSWER
               MOVE FUNCTION UPPER-CASE(TOPIC-ANSWER) TO TOPIC-ANSWER
               IF TOPIC-ANSWER = "Y"
                   PERFORM CHOOSE-TOPIC-RANGE
               END-IF
           END-PERFORM.

       CHOOSE-TOPIC-RANGE.
           DISPLAY "  Range from " TOPIC-MIN(TOPIC-IDX)
               " to " TOPIC-MAX(TOPIC-IDX) " - low (0 = "
               TOPIC-DFT-LOW(TOPIC-IDX) "): " WITH NO ADVANCING.
           ACCEPT RANGE-LOW-INPUT.
           DISPLAY "  High (0 = " TOPIC-DFT-HIGH(TOPIC-IDX) "): "
               WITH NO ADVANCING.
           ACCEPT RANGE-HIGH-INPUT.
           IF RANGE-LOW-INPUT = 0 AND RANGE-HIGH-INPUT = 0
               MOVE TOPIC-DFT-LOW(TOPIC-IDX) TO RANGE-LOW-INPUT
               MOVE TOPIC-DFT-HIGH(TOPIC-IDX) TO RANGE-HIGH-INPUT
           END-IF.
           IF RANGE-LOW-INPUT < TOPIC-MIN(TOPIC-IDX)
               OR RANGE-HIGH-INPUT > TOPIC-MAX(TOPIC-IDX)
               OR RANGE-LOW-INPUT > RANGE-HIGH-INPUT
               DISPLAY "  Range not usable - "
                   FUNCTION TRIM(TOPIC-NAME(TOPIC-IDX)) " left out"
           ELSE
               MOVE "Y" TO TOPIC-USE-SW(TOPIC-IDX)
               MOVE RANGE-LOW-INPUT TO TOPIC-LOW(TOPIC-IDX)
               MOVE RANGE-HIGH-INPUT TO TOPIC-HIGH(TOPIC-IDX)
               ADD 1 TO CHOSEN-COUNT
               MOVE TOPIC-IDX TO CHOSEN-TOPIC(CHOSEN-COUNT)
           END-IF.

      * The topic is drawn first, then the operands inside that
      * topic's range, so every chosen topic is equally likely.
       DRAW-ONE-QUESTION.
           MOVE 1 TO DRAW-LOW.
           MOVE CHOSEN-COUNT TO DRAW-HIGH.
           PERFORM DRAW-IN-RANGE.
           MOVE CHOSEN-TOPIC(DRAW-RESULT) TO DRAW-TOPIC.
           MOVE TOPIC-LOW(DRAW-TOPIC) TO DRAW-LOW.
           MOVE TOPIC-HIGH(DRAW-TOPIC) TO DRAW-HIGH.
           PERFORM DRAW-IN-RANGE.
           MOVE DRAW-RESULT TO OPERAND-A.
           PERFORM DRAW-IN-RANGE.
           MOVE DRAW-RESULT TO OPERAND-B.
           MOVE OPERAND-A TO OPERAND-A-TEXT.
           MOVE OPERAND-B TO OPERAND-B-TEXT.
           MOVE SPACES TO QST-T-TEXT(QUESTION-IDX).
           MOVE SPACES TO QST-T-ANSWER(QUESTION-IDX).

           EVALUATE DRAW-TOPIC
               WHEN 1
                   PERFORM MAKE-MULTIPLICATION-QUESTION
               WHEN 2
                   PERFORM MAKE-FACTORIAL-QUESTION
               WHEN 3
                   PERFORM MAKE-PRIME-FACTOR-QUESTION
               WHEN 4
                   PERFORM MAKE-GCD-LCM-QUESTION
           END-EVALUATE.

      * RAND-VALUE runs from 0 up to 1; the offset is kept inside the
      * span should the draw ever come back as exactly 1.
       DRAW-IN-RANGE.
           CALL "CBL_RAND" USING SEED RETURNING RAND-VALUE.
           COMPUTE DRAW-SPAN = DRAW-HIGH - DRAW-LOW + 1.
           COMPUTE DRAW-OFFSET = RAND-VALUE * DRAW-SPAN.
           IF DRAW-OFFSET >= DRAW-SPAN
               COMPUTE DRAW-OFFSET = DRAW-SPAN - 1
           END-IF.
           COMPUTE DRAW-RESULT = DRAW-LOW + DRAW-OFFSET.

       MAKE-MULTIPLICATION-QUESTION.
           COMPUTE PRODUCT-VALUE = OPERAND-A * OPERAND-B.
           STRING FUNCTION TRIM(OPERAND-A-TEXT) DELIMITED BY SIZE
                  " X " DELIMITED BY SIZE
                  FUNCTION TRIM(OPERAND-B-TEXT) DELIMITED BY SIZE
                  " = ____________" DELIMITED BY SIZE
                  INTO QST-T-TEXT(QUESTION-IDX)
           END-STRING.
           MOVE PRODUCT-VALUE TO ANSWER-TEXT.
           MOVE FUNCTION TRIM(ANSWER-TEXT)
               TO QST-T-ANSWER(QUESTION-IDX).

       MAKE-FACTORIAL-QUESTION.
           MOVE 1 TO FACT.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > OPERAND-A
               COMPUTE FACT = FACT * I
           END-PERFORM.
           STRING FUNCTION TRIM(OPERAND-A-TEXT) DELIMITED BY SIZE
                  "! = ____________" DELIMITED BY SIZE
                  INTO QST-T-TEXT(QUESTION-IDX)
           END-STRING.
           MOVE FACT TO ANSWER-TEXT.
           MOVE FUNCTION TRIM(ANSWER-TEXT)
               TO QST-T-ANSWER(QUESTION-IDX).

      * Trial division by 2, 3, 4 ... until the divisor passes the
      * square root of what is left; composite divisors never divide
      * by then, so only primes are written. A value with no factor
      * below its root is itself prime.
       MAKE-PRIME-FACTOR-QUESTION.
           STRING "WRITE " DELIMITED BY SIZE
                  FUNCTION TRIM(OPERAND-A-TEXT) DELIMITED BY SIZE
                  " AS A PRODUCT OF PRIMES: ____________"
                      DELIMITED BY SIZE
                  INTO QST-T-TEXT(QUESTION-IDX)
           END-STRING.
           MOVE OPERAND-A TO WORK-VALUE.
           MOVE 2 TO TRIAL-DIVISOR.
           MOVE "Y" TO FIRST-FACTOR-SW.
           MOVE 1 TO TEXT-POINTER.
           PERFORM UNTIL TRIAL-DIVISOR * TRIAL-DIVISOR > WORK-VALUE
               COMPUTE REM = FUNCTION MOD(WORK-VALUE, TRIAL-DIVISOR)
               IF REM = 0
                   MOVE TRIAL-DIVISOR TO FACTOR-TEXT
                   PERFORM APPEND-ONE-FACTOR
                   COMPUTE WORK-VALUE = WORK-VALUE / TRIAL-DIVISOR
               ELSE
                   ADD 1 TO TRIAL-DIVISOR
               END-IF
           END-PERFORM.
           IF FIRST-FACTOR-SW = "Y"
               STRING FUNCTION TRIM(OPERAND-A-TEXT) DELIMITED BY SIZE
                      " IS PRIME" DELIMITED BY SIZE
                      INTO QST-T-ANSWER(QUESTION-IDX)
               END-STRING
           ELSE
               MOVE WORK-VALUE TO FACTOR-TEXT
               PERFORM APPEND-ONE-FACTOR
           END-IF.

       APPEND-ONE-FACTOR.
           IF FIRST-FACTOR-SW = "Y"
               MOVE "N" TO FIRST-FACTOR-SW
               STRING FUNCTION TRIM(FACTOR-TEXT) DELIMITED BY SIZE
                   INTO QST-T-ANSWER(QUESTION-IDX)
                   WITH POINTER TEXT-POINTER
               END-STRING
           ELSE
               STRING " X " DELIMITED BY SIZE
                   FUNCTION TRIM(FACTOR-TEXT) DELIMITED BY SIZE
                   INTO QST-T-ANSWER(QUESTION-IDX)
                   WITH POINTER TEXT-POINTER
               END-STRING
           END-IF.

       MAKE-GCD-LCM-QUESTION.
           MOVE OPERAND-A TO GCD-WORK-A.
           MOVE OPERAND-B TO GCD-WORK-B.
           PERFORM UNTIL GCD-WORK-B = 0
               COMPUTE GCD-REM =
                   FUNCTION MOD(GCD-WORK-A, GCD-WORK-B)
               MOVE GCD-WORK-B TO GCD-WORK-A
               MOVE GCD-REM TO GCD-WORK-B
           END-PERFORM.
           MOVE GCD-WORK-A TO GCD-VALUE.
           COMPUTE LCM-VALUE =
               OPERAND-A * OPERAND-B / GCD-VALUE.
           STRING "GCD AND LCM OF " DELIMITED BY SIZE
                  FUNCTION TRIM(OPERAND-A-TEXT) DELIMITED BY SIZE
                  " AND " DELIMITED BY SIZE
                  FUNCTION TRIM(OPERAND-B-TEXT) DELIMITED BY SIZE
                  ": GCD ______  LCM ________" DELIMITED BY SIZE
                  INTO QST-T-TEXT(QUESTION-IDX)
           END-STRING.
           MOVE GCD-VALUE TO GCD-TEXT.
           MOVE LCM-VALUE TO LCM-TEXT.
           STRING "GCD " DELIMITED BY SIZE
                  FUNCTION TRIM(GCD-TEXT) DELIMITED BY SIZE
                  "  LCM " DELIMITED BY SIZE
                  FUNCTION TRIM(LCM-TEXT) DELIMITED BY SIZE
                  INTO QST-T-ANSWER(QUESTION-IDX)
           END-STRING.

      * The question sheet leaves a blank line under each question
      * for working; the answer key keeps the same spacing so each
      * page of the key matches the page of questions it answers.
       WRITE-SHEET.
           IF SHEET-KIND = "Q"
               MOVE "WORKSHEET" TO BANNER-TEXT
               MOVE "WQ" TO SPOOL-PREFIX
               MOVE "WORKSHEET" TO SPOOL-REPORT-NAME
           ELSE
               MOVE "ANSWER KEY" TO BANNER-TEXT
               MOVE "WA" TO SPOOL-PREFIX
               MOVE "ANSWER KEY" TO SPOOL-REPORT-NAME
           END-IF.
           PERFORM OPEN-SPOOL-FILE.
           MOVE 0 TO PAGE-COUNT.
           MOVE QUESTIONS-PER-PAGE TO ON-PAGE-COUNT.
           PERFORM VARYING QUESTION-IDX FROM 1 BY 1
           UNTIL QUESTION-IDX > QUESTION-COUNT
               IF ON-PAGE-COUNT >= QUESTIONS-PER-PAGE
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE QUESTION-IDX TO QUESTION-NO-TEXT
               MOVE SPACES TO SPOOL-RECORD
               IF SHEET-KIND = "Q"
                   STRING "  " DELIMITED BY SIZE
                          QUESTION-NO-TEXT DELIMITED BY SIZE
                          ".  " DELIMITED BY SIZE
                          QST-T-TEXT(QUESTION-IDX) DELIMITED BY SIZE
                          INTO SPOOL-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          QUESTION-NO-TEXT DELIMITED BY SIZE
                          ".  " DELIMITED BY SIZE
                          QST-T-ANSWER(QUESTION-IDX) DELIMITED BY SIZE
                          INTO SPOOL-RECORD
                   END-STRING
               END-IF
               WRITE SPOOL-RECORD
               PERFORM WRITE-BLANK-LINE
               ADD 1 TO ON-PAGE-COUNT
           END-PERFORM.
           PERFORM CLOSE-SPOOL-FILE.

      * The sheet is spooled ready to print, and PRINT-SPOOL releases
      * it to the printer line for line, so column 1 carries carriage
      * control: "1" ejects to a new page, space single-spaces. Every
      * page repeats the seed and the topic ranges so any one page
      * identifies its sheet.
       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE 0 TO ON-PAGE-COUNT.
           MOVE SPACES TO SPOOL-RECORD.
           MOVE "1" TO SPOOL-RECORD(1:1).
           WRITE SPOOL-RECORD.
           PERFORM WRITE-BANNER-HEADING.
           PERFORM WRITE-BLANK-LINE.

           MOVE PAGE-COUNT TO PAGE-COUNT-TEXT.
           MOVE QUESTION-COUNT TO QUESTION-COUNT-TEXT.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "  PRACTICE " DELIMITED BY SIZE
                  SPOOL-REPORT-NAME DELIMITED BY SIZE
                  "  DATE " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "  SEED " DELIMITED BY SIZE
                  FUNCTION TRIM(SEED-TEXT) DELIMITED BY SIZE
                  "  QUESTIONS " DELIMITED BY SIZE
                  FUNCTION TRIM(QUESTION-COUNT-TEXT)
                      DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  FUNCTION TRIM(PAGE-COUNT-TEXT) DELIMITED BY SIZE
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           PERFORM VARYING TOPIC-IDX FROM 1 BY 1 UNTIL TOPIC-IDX > 4
               IF TOPIC-USE-SW(TOPIC-IDX) = "Y"
                   MOVE TOPIC-LOW(TOPIC-IDX) TO OPERAND-A-TEXT
                   MOVE TOPIC-HIGH(TOPIC-IDX) TO OPERAND-B-TEXT
                   MOVE SPACES TO SPOOL-RECORD
                   STRING "  TOPIC " DELIMITED BY SIZE
                          TOPIC-NAME(TOPIC-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(OPERAND-A-TEXT)
                              DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          FUNCTION TRIM(OPERAND-B-TEXT)
                              DELIMITED BY SIZE
                          INTO SPOOL-RECORD
                   END-STRING
                   WRITE SPOOL-RECORD
               END-IF
           END-PERFORM.
           PERFORM WRITE-BLANK-LINE.
           IF SHEET-KIND = "Q" AND PAGE-COUNT = 1
               MOVE "  NAME ______________________________  DATE ______"
                   TO SPOOL-RECORD
               WRITE SPOOL-RECORD
               PERFORM WRITE-BLANK-LINE
           END-IF.

       WRITE-BANNER-HEADING.
           PERFORM VARYING GLYPH-ROW FROM 1 BY 1
           UNTIL GLYPH-ROW > 5
               MOVE SPACES TO LINE-BUILD
               MOVE 1 TO LINE-POINTER
               PERFORM VARYING BANNER-IDX FROM 1 BY 1
               UNTIL BANNER-IDX > LENGTH OF BANNER-TEXT
                   MOVE BANNER-TEXT(BANNER-IDX:1) TO BANNER-CHAR
                   IF BANNER-CHAR >= "A" AND BANNER-CHAR <= "Z"
                       COMPUTE GLYPH-INDEX =
                           FUNCTION ORD(BANNER-CHAR)
                           - FUNCTION ORD("A") + 1
                       PERFORM APPEND-GLYPH-ROW
                   ELSE
                       STRING "   " DELIMITED BY SIZE
                              INTO LINE-BUILD
                              WITH POINTER LINE-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
               MOVE SPACES TO SPOOL-RECORD
               MOVE LINE-BUILD TO SPOOL-RECORD(3:80)
               WRITE SPOOL-RECORD
           END-PERFORM.

       APPEND-GLYPH-ROW.
           PERFORM VARYING GLYPH-COL FROM 1 BY 1
           UNTIL GLYPH-COL > 5
               COMPUTE GLYPH-OFFSET =
                   (GLYPH-ROW - 1) * 5 + GLYPH-COL
               IF FONT-GLYPH(GLYPH-INDEX)(GLYPH-OFFSET:1) = "X"
                   STRING "*" DELIMITED BY SIZE
                          INTO LINE-BUILD
                          WITH POINTER LINE-POINTER
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                          INTO LINE-BUILD
                          WITH POINTER LINE-POINTER
                   END-STRING
               END-IF
           END-PERFORM.
           STRING " " DELIMITED BY SIZE
                  INTO LINE-BUILD
                  WITH POINTER LINE-POINTER
           END-STRING.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.

      * The spool data sets are named for the run date and a sequence
      * one past the highest of that kind and date on SPOOLQ.DAT, so
      * a held sheet is never overwritten by the next one.
       OPEN-SPOOL-FILE.
           MOVE SPACES TO SPOOL-STEM.
           STRING SPOOL-PREFIX DELIMITED BY SIZE
                  TODAY-DATE(3:6) DELIMITED BY SIZE
                  INTO SPOOL-STEM
           END-STRING.
           PERFORM FIND-SPOOL-SEQUENCE.
           MOVE SPACES TO SPOOL-NAME.
           STRING SPOOL-STEM DELIMITED BY SIZE
                  SPOOL-SEQUENCE DELIMITED BY SIZE
                  ".SPL" DELIMITED BY SIZE
                  INTO SPOOL-NAME
           END-STRING.
           OPEN OUTPUT SPOOL-FILE.

       FIND-SPOOL-SEQUENCE.
           MOVE 0 TO SPOOL-SEQUENCE.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-EOF-SW = "Y"
                   READ QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF-SW
                       NOT AT END
                           IF SPQ-SPOOL(1:8) = SPOOL-STEM
                               AND SPQ-SPOOL(9:4) IS NUMERIC
                               AND SPQ-SPOOL(9:4) > SPOOL-SEQUENCE
                               MOVE SPQ-SPOOL(9:4) TO SPOOL-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           ADD 1 TO SPOOL-SEQUENCE.

       CLOSE-SPOOL-FILE.
           CLOSE SPOOL-FILE.
           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE SPOOL-REPORT-NAME TO SPQ-NAME.
           MOVE SPOOL-NAME TO SPQ-SPOOL.
           MOVE TODAY-DATE TO SPQ-DATE.
           MOVE OPERATOR-ID TO SPQ-OPERATOR.
           MOVE "HELD" TO SPQ-STATUS.
           WRITE QUEUE-RECORD.
           CLOSE QUEUE-FILE.

       COUNT-QUEUE-ENTRIES.
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-EOF-SW = "Y"
                   READ QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF-SW
                       NOT AT END
                           ADD 1 TO QUEUE-COUNT
                           IF QUEUE-COUNT >= 50
                               MOVE "Y" TO QUEUE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
