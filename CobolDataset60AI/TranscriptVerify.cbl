       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-LOG-FILE ASSIGN TO "TRVERIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 VERIFY-LOG-STATUS  PIC X(2) VALUE "00".
       01 VERIFY-LOG-EOF-SW  PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".

      * The code may be keyed with or without the dashes printed on
      * the transcript; only its digits are kept.
       01 CODE-INPUT         PIC X(25) VALUE SPACES.
       01 CODE-DIGITS        PIC X(17) VALUE SPACES.
       01 CODE-NUMBER REDEFINES CODE-DIGITS PIC 9(17).
       01 DIGIT-COUNT        PIC 99 VALUE 0.
       01 INPUT-IDX          PIC 99 VALUE 0.
       01 CODE-FORM-SW       PIC X VALUE "Y".

       01 CHECK-FUNCTION     PIC X VALUE "V".
       01 CHECK-NUMBER       PIC X(19).
       01 CHECK-DIGIT-OUT    PIC 9 VALUE 0.
       01 CHECK-VALID-SW     PIC X VALUE "N".

       01 ISSUE-FOUND-SW     PIC X VALUE "N".
       01 ISSUE-COUNT        PIC 999 VALUE 0.
       01 FOUND-ROLL         PIC 9(8) VALUE 0.
       01 FOUND-NAME         PIC X(25) VALUE SPACES.
       01 FOUND-DATE         PIC 9(8) VALUE 0.
       01 FOUND-GPA          PIC 9V99 VALUE 0.
       01 FOUND-CREDITS      PIC 9(5) VALUE 0.
       01 FOUND-OPERATOR     PIC X(10) VALUE SPACES.
       01 GPA-TEXT           PIC 9.99.
       01 CREDITS-TEXT       PIC ZZZZ9.
       01 ISSUE-COUNT-TEXT   PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM UNTIL DONE-SW = "Y"
               DISPLAY "Verification code (blank to exit): "
                   WITH NO ADVANCING
               MOVE SPACES TO CODE-INPUT
               ACCEPT CODE-INPUT
               IF CODE-INPUT = SPACES
                   MOVE "Y" TO DONE-SW
               ELSE
                   PERFORM VERIFY-ONE-CODE
               END-IF
           END-PERFORM.
           GOBACK.

       VERIFY-ONE-CODE.
           PERFORM EXTRACT-CODE-DIGITS.
           IF CODE-FORM-SW = "N"
               DISPLAY "NOT VALID - a code is 17 digits, "
                   "RRRRRRRR-YYYYMMDD-C"
           ELSE
               MOVE SPACES TO CHECK-NUMBER
               MOVE CODE-DIGITS TO CHECK-NUMBER(1:17)
               MOVE "V" TO CHECK-FUNCTION
               CALL "CHKDIGIT" USING CHECK-FUNCTION CHECK-NUMBER
                   CHECK-DIGIT-OUT CHECK-VALID-SW
               END-CALL
               IF CHECK-VALID-SW NOT = "Y"
                   DISPLAY "NOT VALID - check digit does not match; "
                       "the code is mistyped or altered"
               ELSE
                   PERFORM FIND-ISSUED-CODE
                   PERFORM SHOW-VERIFY-RESULT
               END-IF
           END-IF.

       EXTRACT-CODE-DIGITS.
           MOVE SPACES TO CODE-DIGITS.
           MOVE 0 TO DIGIT-COUNT.
           MOVE "Y" TO CODE-FORM-SW.
           PERFORM VARYING INPUT-IDX FROM 1 BY 1
           UNTIL INPUT-IDX > LENGTH OF CODE-INPUT
               IF CODE-INPUT(INPUT-IDX:1) >= "0"
                   AND CODE-INPUT(INPUT-IDX:1) <= "9"
                   IF DIGIT-COUNT < 17
                       ADD 1 TO DIGIT-COUNT
                       MOVE CODE-INPUT(INPUT-IDX:1)
                           TO CODE-DIGITS(DIGIT-COUNT:1)
                   ELSE
                       MOVE "N" TO CODE-FORM-SW
                   END-IF
               ELSE
                   IF CODE-INPUT(INPUT-IDX:1) NOT = "-"
                       AND CODE-INPUT(INPUT-IDX:1) NOT = SPACE
                       MOVE "N" TO CODE-FORM-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF DIGIT-COUNT NOT = 17
               MOVE "N" TO CODE-FORM-SW
           END-IF.

      * A transcript reprinted the same day carries the same code;
      * the latest issue is the one reported.
       FIND-ISSUED-CODE.
           MOVE "N" TO ISSUE-FOUND-SW.
           MOVE 0 TO ISSUE-COUNT.
           MOVE "N" TO VERIFY-LOG-EOF-SW.
           OPEN INPUT VERIFY-LOG-FILE.
           IF VERIFY-LOG-STATUS = "00"
               PERFORM UNTIL VERIFY-LOG-EOF-SW = "Y"
                   READ VERIFY-LOG-FILE
                       AT END
                           MOVE "Y" TO VERIFY-LOG-EOF-SW
                       NOT AT END
                           IF VL-CODE = CODE-NUMBER
                               MOVE "Y" TO ISSUE-FOUND-SW
                               ADD 1 TO ISSUE-COUNT
                               MOVE VL-ROLL TO FOUND-ROLL
                               MOVE VL-NAME TO FOUND-NAME
                               MOVE VL-DATE TO FOUND-DATE
                               MOVE VL-GPA TO FOUND-GPA
                               MOVE VL-CREDITS TO FOUND-CREDITS
                               MOVE VL-OPERATOR TO FOUND-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIFY-LOG-FILE
           END-IF.

       SHOW-VERIFY-RESULT.
           IF ISSUE-FOUND-SW = "N"
               DISPLAY "NOT VALID - no transcript was issued with "
                   "this code"
           ELSE
               MOVE FOUND-GPA TO GPA-TEXT
               MOVE FOUND-CREDITS TO CREDITS-TEXT
               MOVE ISSUE-COUNT TO ISSUE-COUNT-TEXT
               DISPLAY "VALID - transcript issued to " FOUND-NAME
               DISPLAY "  ROLL:    " FOUND-ROLL
               DISPLAY "  ISSUED:  " FOUND-DATE
                   "  BY " FOUND-OPERATOR
               DISPLAY "  GPA:     " GPA-TEXT
                   "  CREDITS: " CREDITS-TEXT
               IF ISSUE-COUNT > 1
                   DISPLAY "  COPIES ISSUED THAT DAY: "
                       ISSUE-COUNT-TEXT
               END-IF
           END-IF.
