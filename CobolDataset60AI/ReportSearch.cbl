       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SEARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORD-INDEX-FILE ASSIGN TO "RPTWORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORD-INDEX-STATUS.

           SELECT STORED-REPORT-FILE ASSIGN TO STORED-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORED-REPORT-STATUS.

           SELECT SPOOL-FILE ASSIGN TO SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-INDEX-FILE.
       01 WORD-INDEX-RECORD.
           05 RWX-WORD         PIC X(20).
           05 RWX-DATE         PIC 9(8).
           05 RWX-REPORT       PIC X(12).
           05 RWX-STORED-NAME  PIC X(25).
           05 RWX-LINE         PIC 9(5).

       FD  STORED-REPORT-FILE.
       01 STORED-REPORT-RECORD PIC X(120).

       FD  SPOOL-FILE.
       01 SPOOL-RECORD     PIC X(100).

       FD  QUEUE-FILE.
       01 QUEUE-RECORD.
           05 SPQ-NAME      PIC X(12).
           05 SPQ-SPOOL     PIC X(16).
           05 SPQ-DATE      PIC 9(8).
           05 SPQ-OPERATOR  PIC X(10).
           05 SPQ-STATUS    PIC X(8).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WORD-INDEX-STATUS  PIC X(2) VALUE "00".
       01 STORED-REPORT-STATUS PIC X(2) VALUE "00".
       01 SPOOL-STATUS       PIC X(2) VALUE "00".
       01 QUEUE-STATUS       PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 INDEX-EOF-SW       PIC X VALUE "N".
       01 REPORT-EOF-SW      PIC X VALUE "N".
       01 QUEUE-EOF-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 PICK-DONE-SW       PIC X VALUE "N".
       01 HITS-FULL-SW       PIC X VALUE "N".
       01 HIT-LINE-SW        PIC X VALUE "N".

       01 STORED-REPORT-NAME PIC X(25) VALUE SPACES.
       01 SPOOL-NAME         PIC X(16) VALUE SPACES.
       01 SPOOL-BASE         PIC X(12) VALUE SPACES.
       01 STORED-SUFFIX      PIC X(12) VALUE SPACES.
       01 SEARCH-INPUT       PIC X(60) VALUE SPACES.
       01 FROM-DATE          PIC 9(8) VALUE 0.
       01 TO-DATE            PIC 9(8) VALUE 0.
       01 PICK-IDX           PIC 999 VALUE 0.
       01 PICK-ACTION        PIC X VALUE SPACE.
       01 LINE-NUMBER        PIC 9(5) VALUE 0.
       01 LINE-NUMBER-TEXT   PIC ZZZZ9.
       01 MARK-TEXT          PIC X VALUE SPACE.

       01 KEYWORD-TABLE.
           05 KEYWORD-ENTRY OCCURS 5 TIMES PIC X(20).
       01 KEYWORD-COUNT      PIC 9 VALUE 0.
       01 KEYWORD-IDX        PIC 9 VALUE 0.
       01 KEYWORD-FOUND      PIC 9 VALUE 0.

      * Reports holding at least one keyword in the date range, with
      * a Y against each keyword found in it; only reports holding
      * every keyword are listed.
       01 REPORT-HIT-TABLE.
           05 RHT-ENTRY OCCURS 200 TIMES.
               10 RHT-STORED-NAME PIC X(25).
               10 RHT-REPORT      PIC X(12).
               10 RHT-DATE        PIC 9(8).
               10 RHT-FOUND       PIC X OCCURS 5 TIMES.
               10 RHT-LISTED      PIC 999.
       01 REPORT-HIT-COUNT   PIC 999 VALUE 0.
       01 REPORT-HIT-IDX     PIC 999 VALUE 0.
       01 REPORTS-LISTED     PIC 999 VALUE 0.
       01 RECORD-SCAN-IDX    PIC 999 VALUE 0.

       01 LINE-HIT-TABLE.
           05 LHT-ENTRY OCCURS 500 TIMES.
               10 LHT-REPORT-IDX  PIC 999.
               10 LHT-LINE        PIC 9(5).
       01 LINE-HIT-COUNT     PIC 999 VALUE 0.
       01 LINE-HIT-IDX       PIC 999 VALUE 0.
       01 LINE-HIT-SW        PIC X VALUE "N".
       01 LINES-LISTED       PIC 9(4) VALUE 0.

      * Spooling a hit formats the stored copy the way PRINT-SPOOL
      * formats a live report, and queues it HELD for release there.
       01 PAGE-LENGTH        PIC 99 VALUE 56.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.
       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 PAGE-NUMBER        PIC 9(4) VALUE 0.
       01 PAGE-NUMBER-TEXT   PIC ZZZ9.
       01 LINES-ON-PAGE      PIC 99 VALUE 0.
       01 COLUMN-HEADING     PIC X(100) VALUE SPACES.
       01 HEADING-SEEN-SW    PIC X VALUE "N".
       01 BODY-LINE-COUNT    PIC 9(7) VALUE 0.

       01 QUEUE-TABLE.
           05 QUE-ENTRY OCCURS 50 TIMES.
               10 QUE-T-NAME     PIC X(12).
               10 QUE-T-SPOOL    PIC X(16).
               10 QUE-T-DATE     PIC 9(8).
               10 QUE-T-OPERATOR PIC X(10).
               10 QUE-T-STATUS   PIC X(8).
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       01 QUEUE-IDX          PIC 99 VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "RPTSEARCH".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "SEARCH".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Finds archived reports by keyword. The index is brought up
      * to date first, then each search lists the registered reports
      * in the date range that mention every keyword, with the lines
      * that mention any of them; a listed report can be opened on
      * screen or spooled for printing.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-BUSINESS-DATE.
           CALL "REPORT-INDEXER".

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM RUN-ONE-SEARCH
           END-PERFORM.
           GOBACK.

       RUN-ONE-SEARCH.
           DISPLAY "Keywords, up to 5 (blank to finish): "
               WITH NO ADVANCING.
           MOVE SPACES TO SEARCH-INPUT.
           ACCEPT SEARCH-INPUT.
           PERFORM SPLIT-KEYWORDS.
           IF KEYWORD-COUNT = 0
               MOVE "Y" TO DONE-SW
           ELSE
               DISPLAY "From date (YYYYMMDD, 0 for any): "
                   WITH NO ADVANCING
               ACCEPT FROM-DATE
               DISPLAY "To date (YYYYMMDD, 0 for any): "
                   WITH NO ADVANCING
               ACCEPT TO-DATE
               IF TO-DATE = 0
                   MOVE 99999999 TO TO-DATE
               END-IF
               PERFORM SCAN-WORD-INDEX
               PERFORM LIST-MATCHING-REPORTS
               PERFORM WRITE-SEARCH-AUDIT
               IF REPORTS-LISTED > 0
                   MOVE "N" TO PICK-DONE-SW
                   PERFORM UNTIL PICK-DONE-SW = "Y"
                       PERFORM PICK-ONE-HIT
                   END-PERFORM
               END-IF
           END-IF.

      * Keywords fold to upper case to match the index.
       SPLIT-KEYWORDS.
           MOVE SPACES TO KEYWORD-TABLE.
           MOVE 0 TO KEYWORD-COUNT.
           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(SEARCH-INPUT))
               TO SEARCH-INPUT.
           UNSTRING SEARCH-INPUT DELIMITED BY ALL SPACE
               INTO KEYWORD-ENTRY(1) KEYWORD-ENTRY(2)
                    KEYWORD-ENTRY(3) KEYWORD-ENTRY(4)
                    KEYWORD-ENTRY(5)
           END-UNSTRING.
           PERFORM VARYING KEYWORD-IDX FROM 1 BY 1
           UNTIL KEYWORD-IDX > 5
               IF KEYWORD-ENTRY(KEYWORD-IDX) NOT = SPACES
                   MOVE KEYWORD-IDX TO KEYWORD-COUNT
               END-IF
           END-PERFORM.

       SCAN-WORD-INDEX.
           MOVE 0 TO REPORT-HIT-COUNT.
           MOVE 0 TO LINE-HIT-COUNT.
           MOVE "N" TO HITS-FULL-SW.
           MOVE "N" TO INDEX-EOF-SW.
           OPEN INPUT WORD-INDEX-FILE.
           IF WORD-INDEX-STATUS NOT = "00"
               DISPLAY "No report index yet - RPTWORD.DAT status "
                   WORD-INDEX-STATUS
           ELSE
               PERFORM UNTIL INDEX-EOF-SW = "Y"
                   READ WORD-INDEX-FILE
                       AT END
                           MOVE "Y" TO INDEX-EOF-SW
                       NOT AT END
                           IF RWX-DATE >= FROM-DATE
                               AND RWX-DATE <= TO-DATE
                               PERFORM MATCH-INDEX-WORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORD-INDEX-FILE
           END-IF.
           IF HITS-FULL-SW = "Y"
               DISPLAY "More hits than can be listed - narrow the "
                   "search or the date range"
           END-IF.

       MATCH-INDEX-WORD.
           MOVE 0 TO KEYWORD-FOUND.
           PERFORM VARYING KEYWORD-IDX FROM 1 BY 1
           UNTIL KEYWORD-IDX > KEYWORD-COUNT
               IF KEYWORD-ENTRY(KEYWORD-IDX) = RWX-WORD
                   MOVE KEYWORD-IDX TO KEYWORD-FOUND
               END-IF
           END-PERFORM.
           IF KEYWORD-FOUND > 0
               PERFORM FIND-REPORT-HIT
               IF REPORT-HIT-IDX > 0
                   MOVE "Y" TO RHT-FOUND(REPORT-HIT-IDX, KEYWORD-FOUND)
                   PERFORM ADD-LINE-HIT
               END-IF
           END-IF.

       FIND-REPORT-HIT.
           MOVE 0 TO REPORT-HIT-IDX.
           PERFORM VARYING RECORD-SCAN-IDX FROM 1 BY 1
           UNTIL RECORD-SCAN-IDX > REPORT-HIT-COUNT
               OR REPORT-HIT-IDX > 0
               IF RHT-STORED-NAME(RECORD-SCAN-IDX) = RWX-STORED-NAME
                   MOVE RECORD-SCAN-IDX TO REPORT-HIT-IDX
               END-IF
           END-PERFORM.
           IF REPORT-HIT-IDX = 0
               IF REPORT-HIT-COUNT < 200
                   ADD 1 TO REPORT-HIT-COUNT
                   MOVE REPORT-HIT-COUNT TO REPORT-HIT-IDX
                   MOVE RWX-STORED-NAME
                       TO RHT-STORED-NAME(REPORT-HIT-IDX)
                   MOVE RWX-REPORT TO RHT-REPORT(REPORT-HIT-IDX)
                   MOVE RWX-DATE TO RHT-DATE(REPORT-HIT-IDX)
                   MOVE 0 TO RHT-LISTED(REPORT-HIT-IDX)
                   PERFORM VARYING KEYWORD-IDX FROM 1 BY 1
                   UNTIL KEYWORD-IDX > 5
                       MOVE "N" TO RHT-FOUND(REPORT-HIT-IDX,
                           KEYWORD-IDX)
                   END-PERFORM
               ELSE
                   MOVE "Y" TO HITS-FULL-SW
               END-IF
           END-IF.

      * Two keywords on one line make one line hit.
       ADD-LINE-HIT.
           MOVE "N" TO LINE-HIT-SW.
           PERFORM VARYING LINE-HIT-IDX FROM 1 BY 1
           UNTIL LINE-HIT-IDX > LINE-HIT-COUNT
               IF LHT-REPORT-IDX(LINE-HIT-IDX) = REPORT-HIT-IDX
                   AND LHT-LINE(LINE-HIT-IDX) = RWX-LINE
                   MOVE "Y" TO LINE-HIT-SW
               END-IF
           END-PERFORM.
           IF LINE-HIT-SW = "N"
               IF LINE-HIT-COUNT < 500
                   ADD 1 TO LINE-HIT-COUNT
                   MOVE REPORT-HIT-IDX
                       TO LHT-REPORT-IDX(LINE-HIT-COUNT)
                   MOVE RWX-LINE TO LHT-LINE(LINE-HIT-COUNT)
               ELSE
                   MOVE "Y" TO HITS-FULL-SW
               END-IF
           END-IF.

       LIST-MATCHING-REPORTS.
           MOVE 0 TO REPORTS-LISTED.
           MOVE 0 TO LINES-LISTED.
           PERFORM VARYING REPORT-HIT-IDX FROM 1 BY 1
           UNTIL REPORT-HIT-IDX > REPORT-HIT-COUNT
               MOVE 0 TO KEYWORD-FOUND
               PERFORM VARYING KEYWORD-IDX FROM 1 BY 1
               UNTIL KEYWORD-IDX > KEYWORD-COUNT
                   IF RHT-FOUND(REPORT-HIT-IDX, KEYWORD-IDX) = "Y"
                       ADD 1 TO KEYWORD-FOUND
                   END-IF
               END-PERFORM
               IF KEYWORD-FOUND = KEYWORD-COUNT
                   ADD 1 TO REPORTS-LISTED
                   MOVE REPORTS-LISTED TO RHT-LISTED(REPORT-HIT-IDX)
                   PERFORM LIST-ONE-REPORT
               END-IF
           END-PERFORM.
           IF REPORTS-LISTED = 0
               DISPLAY "No registered report in that range mentions "
                   "all of the keywords"
           ELSE
               DISPLAY "Reports found: " REPORTS-LISTED
                   "  lines: " LINES-LISTED
           END-IF.

      * The hit lines are read back from the stored copy so the
      * operator sees the text, not just the line number.
       LIST-ONE-REPORT.
           DISPLAY RHT-LISTED(REPORT-HIT-IDX) " "
               RHT-REPORT(REPORT-HIT-IDX) " "
               RHT-DATE(REPORT-HIT-IDX) " "
               RHT-STORED-NAME(REPORT-HIT-IDX).
           MOVE RHT-STORED-NAME(REPORT-HIT-IDX) TO STORED-REPORT-NAME.
           MOVE 0 TO LINE-NUMBER.
           MOVE "N" TO REPORT-EOF-SW.
           OPEN INPUT STORED-REPORT-FILE.
           IF STORED-REPORT-STATUS NOT = "00"
               DISPLAY "    Stored report missing: "
                   FUNCTION TRIM(STORED-REPORT-NAME)
           ELSE
               PERFORM UNTIL REPORT-EOF-SW = "Y"
                   READ STORED-REPORT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-SW
                       NOT AT END
                           ADD 1 TO LINE-NUMBER
                           PERFORM CHECK-HIT-LINE
                           IF HIT-LINE-SW = "Y"
                               ADD 1 TO LINES-LISTED
                               MOVE LINE-NUMBER TO LINE-NUMBER-TEXT
                               DISPLAY "    " LINE-NUMBER-TEXT ": "
                                   STORED-REPORT-RECORD(1:64)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORED-REPORT-FILE
           END-IF.

       CHECK-HIT-LINE.
           MOVE "N" TO HIT-LINE-SW.
           PERFORM VARYING LINE-HIT-IDX FROM 1 BY 1
           UNTIL LINE-HIT-IDX > LINE-HIT-COUNT
               IF LHT-REPORT-IDX(LINE-HIT-IDX) = REPORT-HIT-IDX
                   AND LHT-LINE(LINE-HIT-IDX) = LINE-NUMBER
                   MOVE "Y" TO HIT-LINE-SW
               END-IF
           END-PERFORM.

       PICK-ONE-HIT.
           DISPLAY "Report number to open or spool (0 to finish): "
               WITH NO ADVANCING.
           MOVE 0 TO PICK-IDX.
           ACCEPT PICK-IDX.
           IF PICK-IDX = 0
               MOVE "Y" TO PICK-DONE-SW
           ELSE
               MOVE 0 TO REPORT-HIT-IDX
               PERFORM VARYING RECORD-SCAN-IDX FROM 1 BY 1
               UNTIL RECORD-SCAN-IDX > REPORT-HIT-COUNT
                   IF RHT-LISTED(RECORD-SCAN-IDX) = PICK-IDX
                       MOVE RECORD-SCAN-IDX TO REPORT-HIT-IDX
                   END-IF
               END-PERFORM
               IF REPORT-HIT-IDX = 0
                   DISPLAY "No such report in the list"
               ELSE
                   DISPLAY "(O)pen or (S)pool: " WITH NO ADVANCING
                   ACCEPT PICK-ACTION
                   MOVE FUNCTION UPPER-CASE(PICK-ACTION)
                       TO PICK-ACTION
                   EVALUATE PICK-ACTION
                       WHEN "O"
                           PERFORM OPEN-HIT-REPORT
                       WHEN "S"
                           PERFORM SPOOL-HIT-REPORT
                       WHEN OTHER
                           DISPLAY "Invalid choice"
                   END-EVALUATE
               END-IF
           END-IF.

      * Hit lines are marked with > in the left margin.
       OPEN-HIT-REPORT.
           MOVE RHT-STORED-NAME(REPORT-HIT-IDX) TO STORED-REPORT-NAME.
           MOVE 0 TO LINE-NUMBER.
           MOVE "N" TO REPORT-EOF-SW.
           OPEN INPUT STORED-REPORT-FILE.
           IF STORED-REPORT-STATUS NOT = "00"
               DISPLAY "Stored report missing: "
                   FUNCTION TRIM(STORED-REPORT-NAME)
           ELSE
               PERFORM UNTIL REPORT-EOF-SW = "Y"
                   READ STORED-REPORT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-SW
                       NOT AT END
                           ADD 1 TO LINE-NUMBER
                           PERFORM CHECK-HIT-LINE
                           IF HIT-LINE-SW = "Y"
                               MOVE ">" TO MARK-TEXT
                           ELSE
                               MOVE SPACE TO MARK-TEXT
                           END-IF
                           DISPLAY MARK-TEXT " "
                               STORED-REPORT-RECORD(1:76)
                   END-READ
               END-PERFORM
               CLOSE STORED-REPORT-FILE
               MOVE SPACES TO AUDIT-DETAIL
               STRING "OPEN " DELIMITED BY SIZE
                      STORED-REPORT-NAME DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

      * The spool data set takes the stored copy's base name, month,
      * day and sequence, so DEPTRPT.R2026101501 spools to
      * DEPTRPT.H101501 and never overwrites the live report's
      * DEPTRPT.SPL.
       SPOOL-HIT-REPORT.
           MOVE RHT-STORED-NAME(REPORT-HIT-IDX) TO STORED-REPORT-NAME.
           MOVE SPACES TO SPOOL-BASE.
           MOVE SPACES TO STORED-SUFFIX.
           UNSTRING STORED-REPORT-NAME DELIMITED BY "."
               INTO SPOOL-BASE STORED-SUFFIX
           END-UNSTRING.
           MOVE SPACES TO SPOOL-NAME.
           STRING SPOOL-BASE DELIMITED BY SPACE
                  ".H" DELIMITED BY SIZE
                  STORED-SUFFIX(6:6) DELIMITED BY SIZE
                  INTO SPOOL-NAME
           END-STRING.

           MOVE "N" TO REPORT-EOF-SW.
           OPEN INPUT STORED-REPORT-FILE.
           IF STORED-REPORT-STATUS NOT = "00"
               DISPLAY "Stored report missing: "
                   FUNCTION TRIM(STORED-REPORT-NAME)
           ELSE
               OPEN OUTPUT SPOOL-FILE
               PERFORM WRITE-BANNER-PAGE
               MOVE 0 TO PAGE-NUMBER
               MOVE PAGE-LENGTH TO LINES-ON-PAGE
               MOVE "N" TO HEADING-SEEN-SW
               MOVE SPACES TO COLUMN-HEADING
               MOVE 0 TO BODY-LINE-COUNT
               PERFORM UNTIL REPORT-EOF-SW = "Y"
                   READ STORED-REPORT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-SW
                       NOT AT END
                           PERFORM SPOOL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE SPOOL-FILE
               CLOSE STORED-REPORT-FILE
               PERFORM ADD-QUEUE-ENTRY
           END-IF.

       WRITE-BANNER-PAGE.
           MOVE ALL "*" TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "*  REPORT:    " DELIMITED BY SIZE
                  RHT-REPORT(REPORT-HIT-IDX) DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  RHT-DATE(REPORT-HIT-IDX) DELIMITED BY SIZE
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "*  DATE:      " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "*  REQUESTED: " DELIMITED BY SIZE
                  AUDIT-OPERATOR DELIMITED BY SIZE
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           MOVE ALL "*" TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.

       SPOOL-ONE-LINE.
           IF HEADING-SEEN-SW = "N"
               MOVE STORED-REPORT-RECORD TO COLUMN-HEADING
               MOVE "Y" TO HEADING-SEEN-SW
           END-IF.
           IF LINES-ON-PAGE >= PAGE-LENGTH
               PERFORM START-NEW-PAGE
           END-IF.
           MOVE STORED-REPORT-RECORD TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.
           ADD 1 TO LINES-ON-PAGE.
           ADD 1 TO BODY-LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-TEXT.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "REPORT " DELIMITED BY SIZE
                  RHT-REPORT(REPORT-HIT-IDX) DELIMITED BY SIZE
                  "  DATE " DELIMITED BY SIZE
                  RHT-DATE(REPORT-HIT-IDX) DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  PAGE-NUMBER-TEXT DELIMITED BY SIZE
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           IF PAGE-NUMBER > 1
               MOVE COLUMN-HEADING TO SPOOL-RECORD
               WRITE SPOOL-RECORD
               MOVE 2 TO LINES-ON-PAGE
           ELSE
               MOVE 1 TO LINES-ON-PAGE
           END-IF.

       ADD-QUEUE-ENTRY.
           PERFORM LOAD-QUEUE-TABLE.
           IF QUEUE-COUNT >= 50
               DISPLAY "Spool queue is full - release some entries"
           ELSE
               ADD 1 TO QUEUE-COUNT
               MOVE RHT-REPORT(REPORT-HIT-IDX)
                   TO QUE-T-NAME(QUEUE-COUNT)
               MOVE SPOOL-NAME TO QUE-T-SPOOL(QUEUE-COUNT)
               MOVE BUSINESS-DATE TO QUE-T-DATE(QUEUE-COUNT)
               MOVE AUDIT-OPERATOR TO QUE-T-OPERATOR(QUEUE-COUNT)
               MOVE "HELD" TO QUE-T-STATUS(QUEUE-COUNT)
               PERFORM SAVE-QUEUE-TABLE
               DISPLAY "Queued " FUNCTION TRIM(SPOOL-NAME)
                   " - pages " PAGE-NUMBER
                   " lines " BODY-LINE-COUNT
               MOVE SPACES TO AUDIT-DETAIL
               STRING "SPOOL " DELIMITED BY SIZE
                      STORED-REPORT-NAME DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

       LOAD-QUEUE-TABLE.
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL QUEUE-EOF-SW = "Y"
                   READ QUEUE-FILE
                       AT END
                           MOVE "Y" TO QUEUE-EOF-SW
                       NOT AT END
                           IF QUEUE-COUNT < 50
                               ADD 1 TO QUEUE-COUNT
                               MOVE SPQ-NAME
                                   TO QUE-T-NAME(QUEUE-COUNT)
                               MOVE SPQ-SPOOL
                                   TO QUE-T-SPOOL(QUEUE-COUNT)
                               MOVE SPQ-DATE
                                   TO QUE-T-DATE(QUEUE-COUNT)
                               MOVE SPQ-OPERATOR
                                   TO QUE-T-OPERATOR(QUEUE-COUNT)
                               MOVE SPQ-STATUS
                                   TO QUE-T-STATUS(QUEUE-COUNT)
                           ELSE
                               MOVE "Y" TO QUEUE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       SAVE-QUEUE-TABLE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
           UNTIL QUEUE-IDX > QUEUE-COUNT
               MOVE QUE-T-NAME(QUEUE-IDX) TO SPQ-NAME
               MOVE QUE-T-SPOOL(QUEUE-IDX) TO SPQ-SPOOL
               MOVE QUE-T-DATE(QUEUE-IDX) TO SPQ-DATE
               MOVE QUE-T-OPERATOR(QUEUE-IDX) TO SPQ-OPERATOR
               MOVE QUE-T-STATUS(QUEUE-IDX) TO SPQ-STATUS
               WRITE QUEUE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.

      * One audit row per search: the keywords and reports found.
       WRITE-SEARCH-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "FOUND=" DELIMITED BY SIZE
                  REPORTS-LISTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEARCH-INPUT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

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

       LOAD-BUSINESS-DATE.
           MOVE 0 TO BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-CURRENT-DATE TO BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
