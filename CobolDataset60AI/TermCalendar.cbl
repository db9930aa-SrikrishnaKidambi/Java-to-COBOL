       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Academic term calendar. A term is OPEN (O) while it takes
      * attendance; grades post to it only once the exam window has
      * started. Closing a term (C) keeps the row for history.
       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

       WORKING-STORAGE SECTION.
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM       PIC X(6).
               10 TRM-T-START      PIC 9(8).
               10 TRM-T-END        PIC 9(8).
               10 TRM-T-CENSUS     PIC 9(8).
               10 TRM-T-EXAM-START PIC 9(8).
               10 TRM-T-EXAM-END   PIC 9(8).
               10 TRM-T-STATUS     PIC X.
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 FOUND-IDX          PIC 99 VALUE 0.
       01 TERM-FULL-SW       PIC X VALUE "N".

       01 TERM-INPUT         PIC X(6) VALUE SPACES.
       01 START-INPUT        PIC 9(8) VALUE 0.
       01 END-INPUT          PIC 9(8) VALUE 0.
       01 CENSUS-INPUT       PIC 9(8) VALUE 0.
       01 EXAM-START-INPUT   PIC 9(8) VALUE 0.
       01 EXAM-END-INPUT     PIC 9(8) VALUE 0.
       01 CHECK-DATE         PIC 9(8) VALUE 0.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.
       01 DATES-VALID-SW     PIC X VALUE "N".
       01 STATUS-INPUT       PIC X.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "TERMCAL".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-TERM-TABLE.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-TERM-MENU
           END-PERFORM.
           GOBACK.

       SHOW-TERM-MENU.
           DISPLAY "Academic Term Calendar:".
           DISPLAY "1. Add term".
           DISPLAY "2. Change term dates".
           DISPLAY "3. Open or close term".
           DISPLAY "4. List terms".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM ADD-TERM
               WHEN 2
                   PERFORM CHANGE-TERM
               WHEN 3
                   PERFORM SET-TERM-STATUS
               WHEN 4
                   PERFORM LIST-TERMS
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

       ADD-TERM.
           PERFORM ACCEPT-TERM-CODE.
           PERFORM FIND-TERM.
           IF FOUND-IDX > 0
               DISPLAY "Term already on TERMCAL.DAT: " TERM-INPUT
           ELSE
               IF TERM-COUNT >= 50 OR TERM-FULL-SW = "Y"
                   DISPLAY "Term calendar table is full"
               ELSE
                   PERFORM ACCEPT-TERM-DATES
                   IF DATES-VALID-SW = "Y"
                       ADD 1 TO TERM-COUNT
                       MOVE TERM-COUNT TO FOUND-IDX
                       MOVE TERM-INPUT TO TRM-T-TERM(FOUND-IDX)
                       MOVE "O" TO TRM-T-STATUS(FOUND-IDX)
                       PERFORM STORE-TERM-DATES
                       PERFORM SAVE-TERM-TABLE
                       MOVE "TERMADD" TO AUDIT-ACTION
                       PERFORM WRITE-TERM-AUDIT
                       DISPLAY "Term added"
                   END-IF
               END-IF
           END-IF.

       CHANGE-TERM.
           PERFORM ACCEPT-TERM-CODE.
           PERFORM FIND-TERM.
           IF FOUND-IDX = 0
               DISPLAY "Term not on TERMCAL.DAT: " TERM-INPUT
           ELSE
               IF TERM-FULL-SW = "Y"
                   DISPLAY "TERMCAL.DAT is larger than the term "
                       "table - not changed"
               ELSE
                   PERFORM SHOW-ONE-TERM
                   PERFORM ACCEPT-TERM-DATES
                   IF DATES-VALID-SW = "Y"
                       PERFORM STORE-TERM-DATES
                       PERFORM SAVE-TERM-TABLE
                       MOVE "TERMCHG" TO AUDIT-ACTION
                       PERFORM WRITE-TERM-AUDIT
                       DISPLAY "Term changed"
                   END-IF
               END-IF
           END-IF.

       SET-TERM-STATUS.
           PERFORM ACCEPT-TERM-CODE.
           PERFORM FIND-TERM.
           IF FOUND-IDX = 0
               DISPLAY "Term not on TERMCAL.DAT: " TERM-INPUT
           ELSE
               IF TERM-FULL-SW = "Y"
                   DISPLAY "TERMCAL.DAT is larger than the term "
                       "table - not changed"
               ELSE
                   DISPLAY "(O)pen or (C)lose: " WITH NO ADVANCING
                   ACCEPT STATUS-INPUT
                   MOVE FUNCTION UPPER-CASE(STATUS-INPUT)
                       TO STATUS-INPUT
                   IF STATUS-INPUT = "O" OR STATUS-INPUT = "C"
                       MOVE STATUS-INPUT TO TRM-T-STATUS(FOUND-IDX)
                       PERFORM SAVE-TERM-TABLE
                       IF STATUS-INPUT = "O"
                           MOVE "TERMOPEN" TO AUDIT-ACTION
                       ELSE
                           MOVE "TERMCLOS" TO AUDIT-ACTION
                       END-IF
                       PERFORM WRITE-TERM-AUDIT
                       DISPLAY "Term status set to " STATUS-INPUT
                   ELSE
                       DISPLAY "Status must be O or C - not changed"
                   END-IF
               END-IF
           END-IF.

       LIST-TERMS.
           IF TERM-COUNT = 0
               DISPLAY "No terms on TERMCAL.DAT"
           ELSE
               DISPLAY "TERM   STATUS START    END      CENSUS   "
                   "EXAM FROM TO"
               PERFORM VARYING FOUND-IDX FROM 1 BY 1
               UNTIL FOUND-IDX > TERM-COUNT
                   PERFORM SHOW-ONE-TERM
               END-PERFORM
           END-IF.

       SHOW-ONE-TERM.
           DISPLAY TRM-T-TERM(FOUND-IDX) " "
               TRM-T-STATUS(FOUND-IDX) "      "
               TRM-T-START(FOUND-IDX) " "
               TRM-T-END(FOUND-IDX) " "
               TRM-T-CENSUS(FOUND-IDX) " "
               TRM-T-EXAM-START(FOUND-IDX) " "
               TRM-T-EXAM-END(FOUND-IDX).

       ACCEPT-TERM-CODE.
           DISPLAY "Term code (e.g. 2025FA): " WITH NO ADVANCING.
           ACCEPT TERM-INPUT.
           MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT.

      * Every date must be a real calendar date; the census date
      * falls inside the term, and the exam window opens no earlier
      * than the term start and closes no earlier than it opens.
       ACCEPT-TERM-DATES.
           MOVE "Y" TO DATES-VALID-SW.
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT START-INPUT.
           MOVE START-INPUT TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT END-INPUT.
           MOVE END-INPUT TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           DISPLAY "Census date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CENSUS-INPUT.
           MOVE CENSUS-INPUT TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           DISPLAY "Exam window start (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT EXAM-START-INPUT.
           MOVE EXAM-START-INPUT TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           DISPLAY "Exam window end (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT EXAM-END-INPUT.
           MOVE EXAM-END-INPUT TO CHECK-DATE.
           PERFORM CHECK-ONE-DATE.

           IF DATES-VALID-SW = "Y"
               IF END-INPUT < START-INPUT
                   MOVE "N" TO DATES-VALID-SW
                   DISPLAY "End date is before the start date"
               END-IF
               IF CENSUS-INPUT < START-INPUT
                   OR CENSUS-INPUT > END-INPUT
                   MOVE "N" TO DATES-VALID-SW
                   DISPLAY "Census date is outside the term"
               END-IF
               IF EXAM-START-INPUT < START-INPUT
                   MOVE "N" TO DATES-VALID-SW
                   DISPLAY "Exam window opens before the term"
               END-IF
               IF EXAM-END-INPUT < EXAM-START-INPUT
                   MOVE "N" TO DATES-VALID-SW
                   DISPLAY "Exam window ends before it opens"
               END-IF
           END-IF.
           IF DATES-VALID-SW NOT = "Y"
               DISPLAY "Term not saved"
           END-IF.

       CHECK-ONE-DATE.
           CALL "DATEEDIT" USING CHECK-DATE DATE-VALID-SW
               DATE-REASON
           END-CALL.
           IF DATE-VALID-SW NOT = "Y"
               MOVE "N" TO DATES-VALID-SW
               DISPLAY "Invalid date " CHECK-DATE " - " DATE-REASON
           END-IF.

       STORE-TERM-DATES.
           MOVE START-INPUT TO TRM-T-START(FOUND-IDX).
           MOVE END-INPUT TO TRM-T-END(FOUND-IDX).
           MOVE CENSUS-INPUT TO TRM-T-CENSUS(FOUND-IDX).
           MOVE EXAM-START-INPUT TO TRM-T-EXAM-START(FOUND-IDX).
           MOVE EXAM-END-INPUT TO TRM-T-EXAM-END(FOUND-IDX).

       FIND-TERM.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               IF TRM-T-TERM(TERM-IDX) = TERM-INPUT
                   MOVE TERM-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       WRITE-TERM-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM=" DELIMITED BY SIZE
                  TRM-T-TERM(FOUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRM-T-START(FOUND-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TRM-T-END(FOUND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRM-T-STATUS(FOUND-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-TERM-TABLE.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERM-FULL-SW.
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
                               MOVE TERM-CALENDAR-RECORD
                                   TO TERM-ENTRY(TERM-COUNT)
                           ELSE
                               DISPLAY "TERMCAL.DAT has more rows "
                                   "than the term table can hold"
                               MOVE "Y" TO TERM-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       SAVE-TERM-TABLE.
           OPEN OUTPUT TERM-CALENDAR-FILE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
           UNTIL TERM-IDX > TERM-COUNT
               MOVE TERM-ENTRY(TERM-IDX) TO TERM-CALENDAR-RECORD
               WRITE TERM-CALENDAR-RECORD
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
