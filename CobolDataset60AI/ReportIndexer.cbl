       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INDEXER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.

           SELECT STORED-REPORT-FILE ASSIGN TO STORED-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORED-REPORT-STATUS.

           SELECT STOPWORD-FILE ASSIGN TO "STOPWORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOPWORD-STATUS.

           SELECT INDEXED-LIST-FILE ASSIGN TO "RPTIDXL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEXED-LIST-STATUS.

           SELECT WORD-INDEX-FILE ASSIGN TO "RPTWORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORD-INDEX-STATUS.

           SELECT WORD-WORK-FILE ASSIGN TO "RPTWORDS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORD-WORK-STATUS.

           SELECT SORTED-WORD-FILE ASSIGN TO "RPTWSRT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-WORD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
           05 RPC-REPORT      PIC X(12).
           05 RPC-PROGRAM     PIC X(12).
           05 RPC-DATE        PIC 9(8).
           05 RPC-SEQUENCE    PIC 99.
           05 RPC-RECORDS     PIC 9(7).
           05 RPC-OPERATOR    PIC X(10).
           05 RPC-STORED-NAME PIC X(25).

       FD  STORED-REPORT-FILE.
       01 STORED-REPORT-RECORD PIC X(120).

       FD  STOPWORD-FILE.
       01 STOPWORD-RECORD    PIC X(20).

      * One row per stored report already indexed, so each run only
      * picks up reports registered since the last one.
       FD  INDEXED-LIST-FILE.
       01 INDEXED-LIST-RECORD.
           05 RIL-STORED-NAME  PIC X(25).
           05 RIL-INDEX-DATE   PIC 9(8).
           05 RIL-LINES        PIC 9(5).
           05 RIL-WORDS        PIC 9(7).

      * The word index: one row per distinct word per report line,
      * carrying the report's catalogue date for range searches.
       FD  WORD-INDEX-FILE.
       01 WORD-INDEX-RECORD.
           05 RWX-WORD         PIC X(20).
           05 RWX-DATE         PIC 9(8).
           05 RWX-REPORT       PIC X(12).
           05 RWX-STORED-NAME  PIC X(25).
           05 RWX-LINE         PIC 9(5).

       FD  WORD-WORK-FILE.
       01 WORD-WORK-RECORD.
           05 WW-WORD        PIC X(20).
           05 WW-LINE        PIC 9(5).

       FD  SORTED-WORD-FILE.
       01 SORTED-WORD-RECORD.
           05 SW-WORD        PIC X(20).
           05 SW-LINE        PIC 9(5).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SR-WORD        PIC X(20).
           05 SR-LINE        PIC 9(5).

       WORKING-STORAGE SECTION.
       01 REPORT-CATALOG-STATUS PIC X(2) VALUE "00".
       01 STORED-REPORT-STATUS  PIC X(2) VALUE "00".
       01 STOPWORD-STATUS    PIC X(2) VALUE "00".
       01 INDEXED-LIST-STATUS PIC X(2) VALUE "00".
       01 WORD-INDEX-STATUS  PIC X(2) VALUE "00".
       01 WORD-WORK-STATUS   PIC X(2) VALUE "00".
       01 SORTED-WORD-STATUS PIC X(2) VALUE "00".
       01 CATALOG-EOF-SW     PIC X VALUE "N".
       01 REPORT-EOF-SW      PIC X VALUE "N".
       01 STOPWORD-EOF-SW    PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SORTED-EOF-SW      PIC X VALUE "N".
       01 INDEXED-SW         PIC X VALUE "N".
       01 INDEXED-FULL-SW    PIC X VALUE "N".

       01 STORED-REPORT-NAME PIC X(25) VALUE SPACES.
       01 TODAY-DATE         PIC 9(8) VALUE 0.

      * Words are split and stop words dropped exactly as
      * SENTENCE-SPLITTER builds its word stream, so a word found by
      * the splitter's concordance is found here too.
       01 LINE1              PIC X(120).
       01 WORD-TABLE.
          05 WORD-ENTRY OCCURS 50 TIMES PIC X(20).
       01 WORD-COUNT         PIC 99 VALUE 0.
       01 WORD-IDX           PIC 99 VALUE 1.
       01 CURRENT-WORD       PIC X(20).
       01 WORD-LEN           PIC 99 VALUE 0.
       01 CHAR               PIC X.
       01 CHAR-IDX           PIC 999 VALUE 1.
       01 FOLDED-WORD        PIC X(20).
       01 LINE-NUMBER        PIC 9(5) VALUE 0.

       01 STOPWORD-TABLE.
           05 STOPWORD-ENTRY OCCURS 100 TIMES PIC X(20).
       01 STOPWORD-COUNT     PIC 999 VALUE 0.
       01 STOPWORD-IDX       PIC 999 VALUE 0.
       01 STOPWORD-SW        PIC X VALUE "N".

       01 INDEXED-TABLE.
           05 IDX-T-STORED OCCURS 2000 TIMES PIC X(25).
       01 INDEXED-COUNT      PIC 9(4) VALUE 0.
       01 INDEXED-IDX        PIC 9(4) VALUE 0.

       01 BREAK-WORD         PIC X(20) VALUE SPACES.
       01 BREAK-LINE         PIC 9(5) VALUE 0.
       01 REPORT-WORDS       PIC 9(7) VALUE 0.
       01 REPORTS-INDEXED    PIC 999 VALUE 0.
       01 REPORTS-MISSING    PIC 999 VALUE 0.
       01 TOTAL-WORDS        PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "RPTINDEX".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "INDEX".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Adds every report registered in RPTCAT.DAT since the last
      * run to the word index RPTWORD.DAT, by report and line, for
      * REPORT-SEARCH. Stored copies that have been purged are
      * skipped and tried again next run. Needs no input, so it can
      * run unattended under JOB-SCHEDULER.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO REPORTS-INDEXED.
           MOVE 0 TO REPORTS-MISSING.
           MOVE 0 TO TOTAL-WORDS.
           PERFORM LOAD-STOPWORD-TABLE.
           PERFORM LOAD-INDEXED-TABLE.

           OPEN EXTEND WORD-INDEX-FILE.
           IF WORD-INDEX-STATUS = "35"
               OPEN OUTPUT WORD-INDEX-FILE
           END-IF.
           IF WORD-INDEX-STATUS NOT = "00"
               DISPLAY "Cannot open RPTWORD.DAT - status "
                   WORD-INDEX-STATUS
               GOBACK
           END-IF.
           OPEN EXTEND INDEXED-LIST-FILE.
           IF INDEXED-LIST-STATUS = "35"
               OPEN OUTPUT INDEXED-LIST-FILE
           END-IF.
           IF INDEXED-LIST-STATUS NOT = "00"
               DISPLAY "Cannot open RPTIDXL.DAT - status "
                   INDEXED-LIST-STATUS
               CLOSE WORD-INDEX-FILE
               GOBACK
           END-IF.

           MOVE "N" TO CATALOG-EOF-SW.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-STATUS = "00"
               PERFORM UNTIL CATALOG-EOF-SW = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO CATALOG-EOF-SW
                       NOT AT END
                           IF RPC-STORED-NAME NOT = SPACES
                               PERFORM CHECK-ALREADY-INDEXED
                               IF INDEXED-SW = "N"
                                   PERFORM INDEX-ONE-REPORT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF.
           CLOSE INDEXED-LIST-FILE.
           CLOSE WORD-INDEX-FILE.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "REPORTS=" DELIMITED BY SIZE
                  REPORTS-INDEXED DELIMITED BY SIZE
                  " WORDS=" DELIMITED BY SIZE
                  TOTAL-WORDS DELIMITED BY SIZE
                  " MISSING=" DELIMITED BY SIZE
                  REPORTS-MISSING DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Reports indexed: " REPORTS-INDEXED
               "  words: " TOTAL-WORDS
               "  stored copy missing: " REPORTS-MISSING.
           GOBACK.

       LOAD-INDEXED-TABLE.
           MOVE 0 TO INDEXED-COUNT.
           MOVE "N" TO INDEXED-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT INDEXED-LIST-FILE.
           IF INDEXED-LIST-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ INDEXED-LIST-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF INDEXED-COUNT < 2000
                               ADD 1 TO INDEXED-COUNT
                               MOVE RIL-STORED-NAME
                                   TO IDX-T-STORED(INDEXED-COUNT)
                           ELSE
                               DISPLAY "RPTIDXL.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO INDEXED-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEXED-LIST-FILE
           END-IF.

      * With the indexed list overflowing the table nothing is
      * indexed, rather than indexing old reports a second time.
       CHECK-ALREADY-INDEXED.
           MOVE "N" TO INDEXED-SW.
           IF INDEXED-FULL-SW = "Y"
               MOVE "Y" TO INDEXED-SW
           END-IF.
           PERFORM VARYING INDEXED-IDX FROM 1 BY 1
           UNTIL INDEXED-IDX > INDEXED-COUNT
               OR INDEXED-SW = "Y"
               IF IDX-T-STORED(INDEXED-IDX) = RPC-STORED-NAME
                   MOVE "Y" TO INDEXED-SW
               END-IF
           END-PERFORM.

      * The report's word stream is sorted on word and line as in
      * the splitter's document passes, and a word used twice on one
      * line is indexed once.
       INDEX-ONE-REPORT.
           MOVE RPC-STORED-NAME TO STORED-REPORT-NAME.
           PERFORM WRITE-WORD-STREAM.
           IF STORED-REPORT-STATUS NOT = "00"
               ADD 1 TO REPORTS-MISSING
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-WORD SR-LINE
                   USING WORD-WORK-FILE
                   GIVING SORTED-WORD-FILE
               PERFORM WRITE-INDEX-ROWS

               MOVE RPC-STORED-NAME TO RIL-STORED-NAME
               MOVE TODAY-DATE TO RIL-INDEX-DATE
               MOVE LINE-NUMBER TO RIL-LINES
               MOVE REPORT-WORDS TO RIL-WORDS
               WRITE INDEXED-LIST-RECORD
               IF INDEXED-COUNT < 2000
                   ADD 1 TO INDEXED-COUNT
                   MOVE RPC-STORED-NAME TO IDX-T-STORED(INDEXED-COUNT)
               END-IF
               ADD 1 TO REPORTS-INDEXED
               ADD REPORT-WORDS TO TOTAL-WORDS
           END-IF.

       WRITE-WORD-STREAM.
           MOVE "N" TO REPORT-EOF-SW.
           MOVE 0 TO LINE-NUMBER.
           OPEN INPUT STORED-REPORT-FILE.
           IF STORED-REPORT-STATUS NOT = "00"
               DISPLAY "Stored report missing: "
                   FUNCTION TRIM(STORED-REPORT-NAME)
           ELSE
               OPEN OUTPUT WORD-WORK-FILE
               PERFORM UNTIL REPORT-EOF-SW = "Y"
                   READ STORED-REPORT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-SW
                       NOT AT END
                           IF LINE-NUMBER < 99999
                               ADD 1 TO LINE-NUMBER
                           END-IF
                           MOVE STORED-REPORT-RECORD TO LINE1
                           PERFORM SPLIT-LINE-INTO-WORDS
                           PERFORM WRITE-LINE-OCCURRENCES
                   END-READ
               END-PERFORM
               CLOSE WORD-WORK-FILE
               CLOSE STORED-REPORT-FILE
               MOVE "00" TO STORED-REPORT-STATUS
           END-IF.

       WRITE-LINE-OCCURRENCES.
           PERFORM VARYING WORD-IDX FROM 1 BY 1
           UNTIL WORD-IDX > WORD-COUNT
               MOVE FUNCTION UPPER-CASE(WORD-ENTRY(WORD-IDX))
                   TO FOLDED-WORD
               PERFORM CHECK-STOPWORD
               IF STOPWORD-SW = "N"
                   MOVE FOLDED-WORD TO WW-WORD
                   MOVE LINE-NUMBER TO WW-LINE
                   WRITE WORD-WORK-RECORD
               END-IF
           END-PERFORM.

       WRITE-INDEX-ROWS.
           MOVE 0 TO REPORT-WORDS.
           MOVE SPACES TO BREAK-WORD.
           MOVE 0 TO BREAK-LINE.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN INPUT SORTED-WORD-FILE.
           PERFORM UNTIL SORTED-EOF-SW = "Y"
               READ SORTED-WORD-FILE
                   AT END
                       MOVE "Y" TO SORTED-EOF-SW
                   NOT AT END
                       IF SW-WORD NOT = BREAK-WORD
                           OR SW-LINE NOT = BREAK-LINE
                           MOVE SW-WORD TO BREAK-WORD
                           MOVE SW-LINE TO BREAK-LINE
                           MOVE SW-WORD TO RWX-WORD
                           MOVE RPC-DATE TO RWX-DATE
                           MOVE RPC-REPORT TO RWX-REPORT
                           MOVE RPC-STORED-NAME TO RWX-STORED-NAME
                           MOVE SW-LINE TO RWX-LINE
                           WRITE WORD-INDEX-RECORD
                           ADD 1 TO REPORT-WORDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-WORD-FILE.

       LOAD-STOPWORD-TABLE.
           MOVE 0 TO STOPWORD-COUNT.
           MOVE "N" TO STOPWORD-EOF-SW.
           OPEN INPUT STOPWORD-FILE.
           IF STOPWORD-STATUS = "00"
               PERFORM UNTIL STOPWORD-EOF-SW = "Y"
                   READ STOPWORD-FILE
                       AT END
                           MOVE "Y" TO STOPWORD-EOF-SW
                       NOT AT END
                           IF STOPWORD-COUNT < 100
                               ADD 1 TO STOPWORD-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   STOPWORD-RECORD)
                                   TO STOPWORD-ENTRY(STOPWORD-COUNT)
                           ELSE
                               DISPLAY "STOPWORD.DAT has more rows "
                                   "than the stop table can hold"
                               MOVE "Y" TO STOPWORD-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOPWORD-FILE
           END-IF.

       CHECK-STOPWORD.
           MOVE "N" TO STOPWORD-SW.
           PERFORM VARYING STOPWORD-IDX FROM 1 BY 1
           UNTIL STOPWORD-IDX > STOPWORD-COUNT
               IF STOPWORD-ENTRY(STOPWORD-IDX) = FOLDED-WORD
                   MOVE "Y" TO STOPWORD-SW
               END-IF
           END-PERFORM.

       SPLIT-LINE-INTO-WORDS.
           MOVE 0 TO WORD-COUNT.
           MOVE 0 TO WORD-LEN.
           MOVE SPACES TO CURRENT-WORD.

           PERFORM VARYING CHAR-IDX FROM 1 BY 1
           UNTIL CHAR-IDX > LENGTH OF LINE1
               MOVE LINE1(CHAR-IDX:1) TO CHAR
               IF CHAR = SPACE OR CHAR = LOW-VALUE
                   OR CHAR = "." OR CHAR = "," OR CHAR = ";"
                   OR CHAR = ":" OR CHAR = "!" OR CHAR = "?"
                   IF WORD-LEN > 0
                       IF WORD-COUNT < 50
                           ADD 1 TO WORD-COUNT
                           MOVE CURRENT-WORD TO WORD-ENTRY(WORD-COUNT)
                       END-IF
                       MOVE SPACES TO CURRENT-WORD
                       MOVE 0 TO WORD-LEN
                   END-IF
               ELSE
                   IF WORD-LEN < LENGTH OF CURRENT-WORD
                       ADD 1 TO WORD-LEN
                       MOVE CHAR TO CURRENT-WORD(WORD-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.

           IF WORD-LEN > 0 AND WORD-COUNT < 50
               ADD 1 TO WORD-COUNT
               MOVE CURRENT-WORD TO WORD-ENTRY(WORD-COUNT)
           END-IF.
