       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "CAPLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-CATALOG-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT CAPACITY-OUT-FILE ASSIGN TO "CAPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-OUT-STATUS.

           SELECT SOURCE-FILE ASSIGN TO SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS SOURCE-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS SOURCE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "FILECAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-NAME
               FILE STATUS IS SOURCE-STATUS.

           SELECT ALLOT-FILE ASSIGN TO "HOSTALOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HA-ROLL
               FILE STATUS IS SOURCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per program that loads a whole file into an OCCURS
      * table: the file, the loading program and paragraph, and the
      * number of entries the table holds.
       FD  LIMIT-FILE.
       01 LIMIT-RECORD.
           05 CPL-FILE         PIC X(12).
           05 CPL-PROGRAM      PIC X(20).
           05 CPL-TABLE        PIC X(30).
           05 CPL-LIMIT        PIC 9(5).

      * Record counts taken by this report, one row per file per day.
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 CPH-DATE         PIC 9(8).
           05 CPH-FILE         PIC X(12).
           05 CPH-RECORDS      PIC 9(7).

       FD  BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
           05 BKC-FILE        PIC X(12).
           05 BKC-DATE        PIC 9(8).
           05 BKC-RECORDS     PIC 9(7).
           05 BKC-BACKUP-NAME PIC X(25).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  CAPACITY-OUT-FILE.
       01 CAPACITY-OUT-RECORD PIC X(100).

       FD  SOURCE-FILE.
       01 SOURCE-RECORD    PIC X(200).

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

       FD  ALLOT-FILE.
       01 ALLOT-RECORD.
           05 HA-ROLL          PIC 9(8).
           05 HA-REST          PIC X(51).

       WORKING-STORAGE SECTION.
       01 LIMIT-STATUS       PIC X(2) VALUE "00".
       01 HISTORY-STATUS     PIC X(2) VALUE "00".
       01 BACKUP-CATALOG-STATUS PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 CAPACITY-OUT-STATUS PIC X(2) VALUE "00".
       01 SOURCE-STATUS      PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".
       01 SOURCE-EOF-SW      PIC X VALUE "N".
       01 LIMIT-FULL-SW      PIC X VALUE "N".
       01 FILE-FULL-SW       PIC X VALUE "N".
       01 FILE-FOUND-SW      PIC X VALUE "N".
       01 RECORDED-TODAY-SW  PIC X VALUE "N".

       01 SOURCE-NAME        PIC X(12) VALUE SPACES.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 WINDOW-START-DATE  PIC 9(8) VALUE 0.
       01 HISTORY-DATE       PIC 9(8) VALUE 0.
       01 HISTORY-RECORDS    PIC 9(7) VALUE 0.

      * SETTINGS.DAT: CAPWARN is the warning horizon in days and
      * CAPTREND how many days of history the growth trend is
      * measured over.
       01 WARN-DAYS          PIC 9(4) VALUE 90.
       01 TREND-DAYS         PIC 9(4) VALUE 180.
       01 SETTING-NUMERIC-SW    PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN     PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX      PIC 9 VALUE 0.

       01 LIMIT-TABLE.
           05 CLT-ENTRY OCCURS 300 TIMES.
               10 CLT-FILE        PIC X(12).
               10 CLT-PROGRAM     PIC X(20).
               10 CLT-TABLE       PIC X(30).
               10 CLT-LIMIT       PIC 9(5).
       01 LIMIT-COUNT        PIC 999 VALUE 0.
       01 LIMIT-IDX          PIC 999 VALUE 0.

      * One entry per distinct file: today's count, and the oldest
      * count on file inside the trend window to measure growth from.
       01 FILE-TABLE.
           05 CFT-ENTRY OCCURS 100 TIMES.
               10 CFT-FILE        PIC X(12).
               10 CFT-PRESENT     PIC X.
               10 CFT-RECORDS     PIC 9(7).
               10 CFT-BASE-DATE   PIC 9(8).
               10 CFT-BASE-RECORDS PIC 9(7).
               10 CFT-GROWTH      PIC 9(7)V9(4).
       01 FILE-COUNT         PIC 999 VALUE 0.
       01 FILE-IDX           PIC 999 VALUE 0.

       01 FILE-RECORD-COUNT  PIC 9(7) VALUE 0.
       01 DAYS-SPAN          PIC 9(5) VALUE 0.
       01 DAYS-LEFT          PIC 9(7) VALUE 0.
       01 REACH-DATE         PIC 9(8) VALUE 0.
       01 USED-PERCENT       PIC 9(5) VALUE 0.
       01 FLAG-TEXT          PIC X(20) VALUE SPACES.
       01 ROWS-FLAGGED       PIC 999 VALUE 0.
       01 ROWS-OVER          PIC 999 VALUE 0.
       01 LINES-WRITTEN      PIC 9(7) VALUE 0.

       01 LIMIT-TEXT         PIC ZZZZ9.
       01 RECORDS-TEXT       PIC ZZZZZZ9.
       01 BASE-RECORDS-TEXT  PIC ZZZZZZ9.
       01 PERCENT-TEXT       PIC ZZZZ9.
       01 DAYS-LEFT-TEXT     PIC ZZZZZZZ.
       01 WARN-DAYS-TEXT     PIC ZZZ9.
       01 GROWTH-TEXT        PIC ZZZZZZ9.99.
       01 REACH-DATE-TEXT    PIC X(8) VALUE SPACES.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "CAPACITY".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "CAPRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "CAPACITY".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "CAPACITY".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "CAPACITY".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Counts every file named in CAPLIMIT.DAT, keeps the day's
      * counts in CAPHIST.DAT, and measures each file's growth from
      * the oldest count inside the trend window (CAPHIST.DAT or the
      * backup catalogue). Every program table the file feeds is
      * then projected forward and any within CAPWARN days of its
      * limit, or already at it, is flagged and alerted. Needs no
      * input, so it can run unattended under JOB-SCHEDULER.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PROGRAM-SETTINGS.
           COMPUTE WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-DATE) - TREND-DAYS).

           PERFORM LOAD-LIMIT-TABLE.
           IF LIMIT-COUNT = 0
               DISPLAY "No table limits on file in CAPLIMIT.DAT"
               GOBACK
           END-IF.

           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-COUNT
               MOVE CFT-FILE(FILE-IDX) TO SOURCE-NAME
               PERFORM COUNT-ONE-FILE
           END-PERFORM.

           PERFORM SCAN-COUNT-HISTORY.
           PERFORM SCAN-BACKUP-CATALOG.
           PERFORM RECORD-TODAYS-COUNTS.
           PERFORM COMPUTE-GROWTH-RATES.

           OPEN OUTPUT CAPACITY-OUT-FILE.
           IF CAPACITY-OUT-STATUS NOT = "00"
               DISPLAY "Cannot open CAPRPT.DAT - status "
                   CAPACITY-OUT-STATUS
               GOBACK
           END-IF.
           PERFORM WRITE-LIMIT-SECTION.
           PERFORM WRITE-GROWTH-SECTION.
           CLOSE CAPACITY-OUT-FILE.

           MOVE LINES-WRITTEN TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "FILES=" DELIMITED BY SIZE
                  FILE-COUNT DELIMITED BY SIZE
                  " TABLES=" DELIMITED BY SIZE
                  LIMIT-COUNT DELIMITED BY SIZE
                  " FLAGGED=" DELIMITED BY SIZE
                  ROWS-FLAGGED DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Tables checked: " LIMIT-COUNT
               "  flagged: " ROWS-FLAGGED
               "  at or over limit: " ROWS-OVER.
           DISPLAY "Report written to CAPRPT.DAT".
           GOBACK.

      * A table that would overflow this table is reported rather
      * than silently dropped from the check.
       LOAD-LIMIT-TABLE.
           MOVE 0 TO LIMIT-COUNT.
           MOVE 0 TO FILE-COUNT.
           MOVE "N" TO LIMIT-FULL-SW.
           MOVE "N" TO FILE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-STATUS NOT = "00"
               DISPLAY "Cannot open CAPLIMIT.DAT - status "
                   LIMIT-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ LIMIT-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CPL-FILE NOT = SPACES
                               AND CPL-LIMIT IS NUMERIC
                               AND CPL-LIMIT > 0
                               PERFORM ADD-LIMIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF.
           IF LIMIT-FULL-SW = "Y"
               DISPLAY "CAPLIMIT.DAT has more rows "
                   "than the limit table can hold"
           END-IF.
           IF FILE-FULL-SW = "Y"
               DISPLAY "CAPLIMIT.DAT names more files "
                   "than the file table can hold"
           END-IF.

       ADD-LIMIT-ENTRY.
           MOVE "N" TO FILE-FOUND-SW.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-COUNT
               IF CFT-FILE(FILE-IDX) = CPL-FILE
                   MOVE "Y" TO FILE-FOUND-SW
               END-IF
           END-PERFORM.
           IF FILE-FOUND-SW = "N"
               IF FILE-COUNT < 100
                   ADD 1 TO FILE-COUNT
                   MOVE CPL-FILE TO CFT-FILE(FILE-COUNT)
                   MOVE "N" TO CFT-PRESENT(FILE-COUNT)
                   MOVE 0 TO CFT-RECORDS(FILE-COUNT)
                   MOVE 0 TO CFT-BASE-DATE(FILE-COUNT)
                   MOVE 0 TO CFT-BASE-RECORDS(FILE-COUNT)
                   MOVE 0 TO CFT-GROWTH(FILE-COUNT)
                   MOVE "Y" TO FILE-FOUND-SW
               ELSE
                   MOVE "Y" TO FILE-FULL-SW
               END-IF
           END-IF.
           IF FILE-FOUND-SW = "Y"
               IF LIMIT-COUNT < 300
                   ADD 1 TO LIMIT-COUNT
                   MOVE CPL-FILE TO CLT-FILE(LIMIT-COUNT)
                   MOVE CPL-PROGRAM TO CLT-PROGRAM(LIMIT-COUNT)
                   MOVE CPL-TABLE TO CLT-TABLE(LIMIT-COUNT)
                   MOVE CPL-LIMIT TO CLT-LIMIT(LIMIT-COUNT)
               ELSE
                   MOVE "Y" TO LIMIT-FULL-SW
               END-IF
           END-IF.

      * The student master, grades, file catalogue and hostel
      * allotments are indexed and are counted through their own
      * organization; every other file is read as plain lines.
       COUNT-ONE-FILE.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE "N" TO SOURCE-EOF-SW.
           EVALUATE SOURCE-NAME
               WHEN "STUMAST.DAT"
                   OPEN INPUT STUDENT-FILE
               WHEN "GRADES.DAT"
                   OPEN INPUT GRADES-FILE
               WHEN "FILECAT.DAT"
                   OPEN INPUT CATALOG-FILE
               WHEN "HOSTALOT.DAT"
                   OPEN INPUT ALLOT-FILE
               WHEN OTHER
                   OPEN INPUT SOURCE-FILE
           END-EVALUATE.
           IF SOURCE-STATUS = "00"
               MOVE "Y" TO CFT-PRESENT(FILE-IDX)
               PERFORM UNTIL SOURCE-EOF-SW = "Y"
                   PERFORM READ-SOURCE-RECORD
               END-PERFORM
               EVALUATE SOURCE-NAME
                   WHEN "STUMAST.DAT"
                       CLOSE STUDENT-FILE
                   WHEN "GRADES.DAT"
                       CLOSE GRADES-FILE
                   WHEN "FILECAT.DAT"
                       CLOSE CATALOG-FILE
                   WHEN "HOSTALOT.DAT"
                       CLOSE ALLOT-FILE
                   WHEN OTHER
                       CLOSE SOURCE-FILE
               END-EVALUATE
           END-IF.
           MOVE FILE-RECORD-COUNT TO CFT-RECORDS(FILE-IDX).

       READ-SOURCE-RECORD.
           EVALUATE SOURCE-NAME
               WHEN "STUMAST.DAT"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
               WHEN "GRADES.DAT"
                   READ GRADES-FILE
                       AT END
                           MOVE "Y" TO SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
               WHEN "FILECAT.DAT"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
               WHEN "HOSTALOT.DAT"
                   READ ALLOT-FILE
                       AT END
                           MOVE "Y" TO SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
               WHEN OTHER
                   READ SOURCE-FILE
                       AT END
                           MOVE "Y" TO SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
           END-EVALUATE.

       SCAN-COUNT-HISTORY.
           MOVE "N" TO RECORDED-TODAY-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CPH-DATE = TODAY-DATE
                               MOVE "Y" TO RECORDED-TODAY-SW
                           END-IF
                           MOVE CPH-DATE TO HISTORY-DATE
                           MOVE CPH-FILE TO SOURCE-NAME
                           MOVE CPH-RECORDS TO HISTORY-RECORDS
                           PERFORM NOTE-HISTORY-POINT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * Each backup set records how many records every covered file
      * held that day, which gives a growth history for files backed
      * up before counts were first kept here.
       SCAN-BACKUP-CATALOG.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF BACKUP-CATALOG-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ BACKUP-CATALOG-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           MOVE BKC-DATE TO HISTORY-DATE
                           MOVE BKC-FILE TO SOURCE-NAME
                           MOVE BKC-RECORDS TO HISTORY-RECORDS
                           PERFORM NOTE-HISTORY-POINT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

       NOTE-HISTORY-POINT.
           IF HISTORY-DATE IS NUMERIC
               AND HISTORY-DATE >= WINDOW-START-DATE
               AND HISTORY-DATE < TODAY-DATE
               AND HISTORY-RECORDS IS NUMERIC
               PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
                   IF CFT-FILE(FILE-IDX) = SOURCE-NAME
                       AND (CFT-BASE-DATE(FILE-IDX) = 0
                       OR HISTORY-DATE < CFT-BASE-DATE(FILE-IDX))
                       MOVE HISTORY-DATE TO CFT-BASE-DATE(FILE-IDX)
                       MOVE HISTORY-RECORDS
                           TO CFT-BASE-RECORDS(FILE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * One set of counts a day: a second run on the same day
      * reports but does not add to the history.
       RECORD-TODAYS-COUNTS.
           IF RECORDED-TODAY-SW = "Y"
               DISPLAY "Counts already recorded in CAPHIST.DAT "
                   "for " TODAY-DATE
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "Cannot open CAPHIST.DAT - status "
                       HISTORY-STATUS
               ELSE
                   PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-COUNT
                       IF CFT-PRESENT(FILE-IDX) = "Y"
                           MOVE TODAY-DATE TO CPH-DATE
                           MOVE CFT-FILE(FILE-IDX) TO CPH-FILE
                           MOVE CFT-RECORDS(FILE-IDX) TO CPH-RECORDS
                           WRITE HISTORY-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

      * Growth is records added per day between the base count and
      * today; a file that has shrunk or held steady has no growth.
       COMPUTE-GROWTH-RATES.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-COUNT
               MOVE 0 TO CFT-GROWTH(FILE-IDX)
               IF CFT-BASE-DATE(FILE-IDX) > 0
                   AND CFT-RECORDS(FILE-IDX)
                       > CFT-BASE-RECORDS(FILE-IDX)
                   COMPUTE DAYS-SPAN =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                     - FUNCTION INTEGER-OF-DATE(CFT-BASE-DATE(FILE-IDX))
                   IF DAYS-SPAN > 0
                       COMPUTE CFT-GROWTH(FILE-IDX) =
                           (CFT-RECORDS(FILE-IDX)
                            - CFT-BASE-RECORDS(FILE-IDX)) / DAYS-SPAN
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-LIMIT-SECTION.
           MOVE 0 TO LINES-WRITTEN.
           MOVE WARN-DAYS TO WARN-DAYS-TEXT.
           MOVE SPACES TO CAPACITY-OUT-RECORD.
           STRING "TABLE CAPACITY REPORT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " - FLAGGED WITHIN " DELIMITED BY SIZE
                  WARN-DAYS-TEXT DELIMITED BY SIZE
                  " DAYS OF A TABLE LIMIT" DELIMITED BY SIZE
                  INTO CAPACITY-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CAPACITY-OUT-RECORD.
           STRING "  FILE         PROGRAM             LIMIT"
                      DELIMITED BY SIZE
                  " RECORDS USED%    DAYS    REACHED  FLAG"
                      DELIMITED BY SIZE
                  INTO CAPACITY-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
           UNTIL LIMIT-IDX > LIMIT-COUNT
               PERFORM JUDGE-ONE-LIMIT
           END-PERFORM.

      * A table already full is flagged whatever the trend: the
      * loading program is truncating or rejecting rows today.
       JUDGE-ONE-LIMIT.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-COUNT
               OR CFT-FILE(FILE-IDX) = CLT-FILE(LIMIT-IDX)
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO FLAG-TEXT.
           MOVE SPACES TO REACH-DATE-TEXT.
           MOVE 0 TO DAYS-LEFT.
           COMPUTE USED-PERCENT =
               CFT-RECORDS(FILE-IDX) * 100 / CLT-LIMIT(LIMIT-IDX).

           EVALUATE TRUE
               WHEN CFT-RECORDS(FILE-IDX) > CLT-LIMIT(LIMIT-IDX)
                   MOVE "OVER LIMIT" TO FLAG-TEXT
               WHEN CFT-RECORDS(FILE-IDX) = CLT-LIMIT(LIMIT-IDX)
                   MOVE "AT LIMIT" TO FLAG-TEXT
               WHEN CFT-GROWTH(FILE-IDX) > 0
                   COMPUTE DAYS-LEFT =
                       (CLT-LIMIT(LIMIT-IDX) - CFT-RECORDS(FILE-IDX))
                       / CFT-GROWTH(FILE-IDX)
                       ON SIZE ERROR
                           MOVE 9999999 TO DAYS-LEFT
                   END-COMPUTE
                   IF DAYS-LEFT <= 36500
                       COMPUTE REACH-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                            + DAYS-LEFT)
                       MOVE REACH-DATE TO REACH-DATE-TEXT
                   END-IF
                   IF DAYS-LEFT <= WARN-DAYS
                       MOVE "NEAR LIMIT" TO FLAG-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE CLT-LIMIT(LIMIT-IDX) TO LIMIT-TEXT.
           MOVE CFT-RECORDS(FILE-IDX) TO RECORDS-TEXT.
           MOVE USED-PERCENT TO PERCENT-TEXT.
           IF CFT-GROWTH(FILE-IDX) > 0
               AND CFT-RECORDS(FILE-IDX) < CLT-LIMIT(LIMIT-IDX)
               MOVE DAYS-LEFT TO DAYS-LEFT-TEXT
           ELSE
               MOVE 0 TO DAYS-LEFT-TEXT
           END-IF.
           IF CFT-PRESENT(FILE-IDX) NOT = "Y"
               MOVE "NOT ON FILE" TO FLAG-TEXT
           END-IF.

           MOVE SPACES TO CAPACITY-OUT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  CLT-FILE(LIMIT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLT-PROGRAM(LIMIT-IDX) DELIMITED BY SIZE
                  LIMIT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RECORDS-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCENT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DAYS-LEFT-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  REACH-DATE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FLAG-TEXT DELIMITED BY SIZE
                  INTO CAPACITY-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF FLAG-TEXT NOT = SPACES
               AND FLAG-TEXT NOT = "NOT ON FILE"
               ADD 1 TO ROWS-FLAGGED
               IF FLAG-TEXT NOT = "NEAR LIMIT"
                   ADD 1 TO ROWS-OVER
               END-IF
               DISPLAY CAPACITY-OUT-RECORD
               IF RECORDED-TODAY-SW NOT = "Y"
                   PERFORM RAISE-CAPACITY-ALERT
               END-IF
           END-IF.

      * Alerts go out on the day's first run only, so a re-run does
      * not queue the same warnings for the operators again.
       RAISE-CAPACITY-ALERT.
           MOVE SPACES TO ALERT-MESSAGE.
           IF FLAG-TEXT = "NEAR LIMIT"
               MOVE "W" TO ALERT-SEVERITY
               STRING CLT-FILE(LIMIT-IDX) DELIMITED BY SPACE
                      " FULL " DELIMITED BY SIZE
                      REACH-DATE-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLT-PROGRAM(LIMIT-IDX) DELIMITED BY SPACE
                      INTO ALERT-MESSAGE
               END-STRING
           ELSE
               MOVE "E" TO ALERT-SEVERITY
               STRING CLT-FILE(LIMIT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      FLAG-TEXT DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CLT-PROGRAM(LIMIT-IDX) DELIMITED BY SPACE
                      INTO ALERT-MESSAGE
               END-STRING
           END-IF.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.

       WRITE-GROWTH-SECTION.
           MOVE SPACES TO CAPACITY-OUT-RECORD.
           WRITE CAPACITY-OUT-RECORD.
           ADD 1 TO LINES-WRITTEN.
           MOVE "FILE GROWTH - RECORDS NOW AGAINST OLDEST IN WINDOW"
               TO CAPACITY-OUT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CAPACITY-OUT-RECORD.
           STRING "  FILE         RECORDS  BASE DATE  BASE RECS"
                      DELIMITED BY SIZE
                  "   PER DAY" DELIMITED BY SIZE
                  INTO CAPACITY-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-COUNT
               MOVE CFT-RECORDS(FILE-IDX) TO RECORDS-TEXT
               MOVE CFT-BASE-RECORDS(FILE-IDX) TO BASE-RECORDS-TEXT
               MOVE CFT-GROWTH(FILE-IDX) TO GROWTH-TEXT
               MOVE SPACES TO CAPACITY-OUT-RECORD
               IF CFT-BASE-DATE(FILE-IDX) = 0
                   STRING "  " DELIMITED BY SIZE
                          CFT-FILE(FILE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RECORDS-TEXT DELIMITED BY SIZE
                          "  NO HISTORY IN WINDOW" DELIMITED BY SIZE
                          INTO CAPACITY-OUT-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          CFT-FILE(FILE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RECORDS-TEXT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          CFT-BASE-DATE(FILE-IDX) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          BASE-RECORDS-TEXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          GROWTH-TEXT DELIMITED BY SIZE
                          INTO CAPACITY-OUT-RECORD
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           WRITE CAPACITY-OUT-RECORD.
           ADD 1 TO LINES-WRITTEN.

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "CAPWARN"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO WARN-DAYS
                               END-IF
                           END-IF
                           IF SET-KEY = "CAPTREND"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO TREND-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.

      * Settings values are keyed left-justified in PIC X(8), so a
      * numeric setting is judged on its trimmed digits, not on a
      * fixed-width slice.
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
