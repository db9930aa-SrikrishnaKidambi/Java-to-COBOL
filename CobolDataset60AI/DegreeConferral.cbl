       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-CONFERRAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-FILE ASSIGN TO "GRADCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARED-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT CONFER-REGISTER-FILE ASSIGN TO "CONFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFER-REGISTER-STATUS.

           SELECT SPOOL-FILE ASSIGN TO SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARED-FILE.
       01 CLEARED-RECORD   PIC X(80).

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

      * One row per certificate printed. Exactly one ORIGINAL row can
      * exist for a roll; every later copy is a REPRINT carrying the
      * original serial, so each printed page is traceable.
       FD  CONFER-REGISTER-FILE.
       01 CONFER-REGISTER-RECORD.
           05 CR-ROLL        PIC 9(8).
           05 CR-SERIAL      PIC 9(8).
           05 CR-DATE        PIC 9(8).
           05 CR-OPERATOR    PIC X(10).
           05 CR-COPY        PIC X(8).

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
       01 CLEARED-STATUS     PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 CONFER-REGISTER-STATUS PIC X(2) VALUE "00".
       01 SPOOL-STATUS       PIC X(2) VALUE "00".
       01 QUEUE-STATUS       PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 CLEARED-EOF-SW     PIC X VALUE "N".

       01 RUN-MODE           PIC X VALUE "C".
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.
       01 OPERATOR-ID        PIC X(10) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
               10 DEPT-ENTRY-NAME PIC X(10).
       01 DEPT-COUNT         PIC 99 VALUE 0.
       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-NAME-FOUND    PIC X(10) VALUE SPACES.

       01 REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 1000 TIMES.
               10 REG-T-ROLL     PIC 9(8).
               10 REG-T-SERIAL   PIC 9(8).
               10 REG-T-DATE     PIC 9(8).
       01 REGISTER-COUNT     PIC 9(4) VALUE 0.
       01 REGISTER-IDX       PIC 9(4) VALUE 0.
       01 REGISTER-FULL-SW   PIC X VALUE "N".
       01 ORIGINAL-FOUND-SW  PIC X VALUE "N".
       01 ORIGINAL-SERIAL    PIC 9(8) VALUE 0.
       01 ORIGINAL-DATE      PIC 9(8) VALUE 0.

      * Certificate fields, taken from the GRADCLR.DAT line and the
      * student master.
       01 CERT-ROLL          PIC 9(8) VALUE 0.
       01 CERT-NAME          PIC X(25) VALUE SPACES.
       01 CERT-RESULT-TEXT   PIC X(30) VALUE SPACES.
       01 CERT-SERIAL        PIC 9(8) VALUE 0.
       01 CERT-COPY          PIC X(8) VALUE SPACES.
       01 REPRINT-ROLL       PIC 9(8) VALUE 0.

       01 ISSUE-RESULT       PIC X(8) VALUE SPACES.
       01 ISSUE-STOP-SW      PIC X VALUE "N".
       01 CONFERRED-COUNT    PIC 9(5) VALUE 0.
       01 ALREADY-COUNT      PIC 9(5) VALUE 0.
       01 WITHHELD-COUNT     PIC 9(5) VALUE 0.

      * Active holds on the holds register stop a certificate.
       01 HOLD-ACTIVE-COUNT  PIC 99 VALUE 0.
       01 HOLD-FIRST-TYPE    PIC X(8) VALUE SPACES.
       01 HOLD-FIRST-OFFICE  PIC X(10) VALUE SPACES.
       01 PAGE-COUNT         PIC 9(5) VALUE 0.

      * Certificate heading drawn from the block-letter font used
      * for pattern banners, letters side by side across the page.
       COPY "BLKFONT.CPY".
       01 BANNER-TEXT        PIC X(10) VALUE "DEGREE".
       01 BANNER-IDX         PIC 99 VALUE 0.
       01 BANNER-CHAR        PIC X.
       01 GLYPH-INDEX        PIC 99 VALUE 0.
       01 GLYPH-ROW          PIC 9 VALUE 0.
       01 GLYPH-COL          PIC 9 VALUE 0.
       01 GLYPH-OFFSET       PIC 999 VALUE 0.
       01 LINE-BUILD         PIC X(80) VALUE SPACES.
       01 LINE-POINTER       PIC 999 VALUE 1.

      * Spool data set and queue entry in the layout PRINT-SPOOL
      * reads, held until an operator releases it to the printer.
       01 SPOOL-NAME         PIC X(16) VALUE SPACES.
       01 SPOOL-REPORT-NAME  PIC X(12) VALUE "DEGREE CERTS".
       01 SPOOL-OPEN-SW      PIC X VALUE "N".
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       01 QUEUE-EOF-SW       PIC X VALUE "N".

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "CONFERRAL".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

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

           DISPLAY "Degree conferral - (C)onfer cleared students or "
               "(R)eprint a certificate: " WITH NO ADVANCING.
           ACCEPT RUN-MODE.
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.

           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-REGISTER-TABLE.
           PERFORM COUNT-QUEUE-ENTRIES.

           IF QUEUE-COUNT >= 50
               DISPLAY "Spool queue is full - release some entries"
           ELSE
               EVALUATE RUN-MODE
                   WHEN "C"
                       PERFORM CONFER-CLEARED-STUDENTS
                   WHEN "R"
                       PERFORM REPRINT-CERTIFICATE
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
           END-IF.
           GOBACK.

      * Every student on GRADCLR.DAT without an original certificate
      * is given the next IDISSUE serial. The register row is on file
      * before the page is spooled, so a rerun skips the student.
       CONFER-CLEARED-STUDENTS.
           MOVE "N" TO CLEARED-EOF-SW.
           MOVE "N" TO ISSUE-STOP-SW.
           OPEN INPUT CLEARED-FILE.
           IF CLEARED-STATUS NOT = "00"
               DISPLAY "No GRADCLR.DAT - run the graduation audit "
                   "first"
           ELSE
               OPEN INPUT STUDENT-FILE
               PERFORM UNTIL CLEARED-EOF-SW = "Y"
                   OR ISSUE-STOP-SW = "Y"
                   READ CLEARED-FILE
                       AT END
                           MOVE "Y" TO CLEARED-EOF-SW
                       NOT AT END
                           IF CLEARED-RECORD(1:8) IS NUMERIC
                               PERFORM CONFER-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE CLEARED-FILE
               PERFORM CLOSE-SPOOL-FILE
               DISPLAY "Certificates conferred: " CONFERRED-COUNT
                   "  already conferred: " ALREADY-COUNT
               IF WITHHELD-COUNT > 0
                   DISPLAY "Certificates withheld for holds: "
                       WITHHELD-COUNT
               END-IF
           END-IF.

       CONFER-ONE-STUDENT.
           MOVE CLEARED-RECORD(1:8) TO CERT-ROLL.
           PERFORM FIND-ORIGINAL-CERTIFICATE.
           CALL "HOLDCHK" USING CERT-ROLL HOLD-ACTIVE-COUNT
               HOLD-FIRST-TYPE HOLD-FIRST-OFFICE
           END-CALL.
           EVALUATE TRUE
               WHEN ORIGINAL-FOUND-SW = "Y"
                   ADD 1 TO ALREADY-COUNT
               WHEN HOLD-ACTIVE-COUNT > 0
                   ADD 1 TO WITHHELD-COUNT
                   DISPLAY "Certificate withheld for " CERT-ROLL
                       " - " HOLD-FIRST-TYPE " hold placed by "
                       HOLD-FIRST-OFFICE
               WHEN REGISTER-FULL-SW = "Y"
                   DISPLAY "CONFREG.DAT has more rows than the "
                       "register table can hold"
                   MOVE "Y" TO ISSUE-STOP-SW
               WHEN OTHER
                   CALL "IDISSUE" USING OPERATOR-ID CERT-SERIAL
                       ISSUE-RESULT
                   END-CALL
                   IF ISSUE-RESULT NOT = "OK"
                       DISPLAY "Serial not issued for " CERT-ROLL
                           " - " ISSUE-RESULT
                       MOVE "Y" TO ISSUE-STOP-SW
                   ELSE
                       MOVE CLEARED-RECORD(10:25) TO CERT-NAME
                       MOVE CLEARED-RECORD(35:30) TO CERT-RESULT-TEXT
                       MOVE "ORIGINAL" TO CERT-COPY
                       PERFORM RECORD-CERTIFICATE
                       ADD 1 TO REGISTER-COUNT
                       MOVE CERT-ROLL TO REG-T-ROLL(REGISTER-COUNT)
                       MOVE CERT-SERIAL TO REG-T-SERIAL(REGISTER-COUNT)
                       MOVE TODAY-DATE TO REG-T-DATE(REGISTER-COUNT)
                       IF REGISTER-COUNT >= 1000
                           MOVE "Y" TO REGISTER-FULL-SW
                       END-IF
                       MOVE "CONFER" TO AUDIT-ACTION
                       PERFORM WRITE-CERTIFICATE-AUDIT
                       PERFORM WRITE-CERTIFICATE-PAGE
                       ADD 1 TO CONFERRED-COUNT
                   END-IF
           END-EVALUATE.

      * A reprint never draws a new serial: it repeats the original
      * serial, is marked DUPLICATE on the page and is logged as a
      * REPRINT row on the register.
       REPRINT-CERTIFICATE.
           DISPLAY "Roll number to reprint: " WITH NO ADVANCING.
           ACCEPT REPRINT-ROLL.
           MOVE REPRINT-ROLL TO CERT-ROLL.
           PERFORM FIND-ORIGINAL-CERTIFICATE.
           CALL "HOLDCHK" USING CERT-ROLL HOLD-ACTIVE-COUNT
               HOLD-FIRST-TYPE HOLD-FIRST-OFFICE
           END-CALL.
           EVALUATE TRUE
               WHEN ORIGINAL-FOUND-SW = "N"
                   DISPLAY "No original certificate on CONFREG.DAT "
                       "for " CERT-ROLL
               WHEN HOLD-ACTIVE-COUNT > 0
                   DISPLAY "Reprint refused - " HOLD-FIRST-TYPE
                       " hold placed by " HOLD-FIRST-OFFICE
               WHEN OTHER
                   MOVE ORIGINAL-SERIAL TO CERT-SERIAL
                   MOVE SPACES TO CERT-NAME
                   MOVE SPACES TO CERT-RESULT-TEXT
                   PERFORM FIND-CLEARED-LINE
                   OPEN INPUT STUDENT-FILE
                   IF CERT-NAME = SPACES
                       MOVE CERT-ROLL TO STU-ROLL
                       READ STUDENT-FILE
                           INVALID KEY
                               MOVE "NOT ON STUDENT MASTER" TO CERT-NAME
                           NOT INVALID KEY
                               MOVE STU-NAME TO CERT-NAME
                       END-READ
                   END-IF
                   MOVE "REPRINT" TO CERT-COPY
                   PERFORM RECORD-CERTIFICATE
                   MOVE "CERTRPRT" TO AUDIT-ACTION
                   PERFORM WRITE-CERTIFICATE-AUDIT
                   PERFORM WRITE-CERTIFICATE-PAGE
                   CLOSE STUDENT-FILE
                   PERFORM CLOSE-SPOOL-FILE
           END-EVALUATE.

       FIND-ORIGINAL-CERTIFICATE.
           MOVE "N" TO ORIGINAL-FOUND-SW.
           MOVE 0 TO ORIGINAL-SERIAL.
           MOVE 0 TO ORIGINAL-DATE.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
           UNTIL REGISTER-IDX > REGISTER-COUNT
               OR ORIGINAL-FOUND-SW = "Y"
               IF REG-T-ROLL(REGISTER-IDX) = CERT-ROLL
                   MOVE "Y" TO ORIGINAL-FOUND-SW
                   MOVE REG-T-SERIAL(REGISTER-IDX) TO ORIGINAL-SERIAL
                   MOVE REG-T-DATE(REGISTER-IDX) TO ORIGINAL-DATE
               END-IF
           END-PERFORM.

       FIND-CLEARED-LINE.
           MOVE "N" TO CLEARED-EOF-SW.
           OPEN INPUT CLEARED-FILE.
           IF CLEARED-STATUS = "00"
               PERFORM UNTIL CLEARED-EOF-SW = "Y"
                   READ CLEARED-FILE
                       AT END
                           MOVE "Y" TO CLEARED-EOF-SW
                       NOT AT END
                           IF CLEARED-RECORD(1:8) = CERT-ROLL
                               MOVE CLEARED-RECORD(10:25)
                                   TO CERT-NAME
                               MOVE CLEARED-RECORD(35:30)
                                   TO CERT-RESULT-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARED-FILE
           END-IF.

       RECORD-CERTIFICATE.
           OPEN EXTEND CONFER-REGISTER-FILE.
           IF CONFER-REGISTER-STATUS = "35"
               OPEN OUTPUT CONFER-REGISTER-FILE
           END-IF.
           MOVE CERT-ROLL TO CR-ROLL.
           MOVE CERT-SERIAL TO CR-SERIAL.
           MOVE TODAY-DATE TO CR-DATE.
           MOVE OPERATOR-ID TO CR-OPERATOR.
           MOVE CERT-COPY TO CR-COPY.
           WRITE CONFER-REGISTER-RECORD.
           CLOSE CONFER-REGISTER-FILE.

       WRITE-CERTIFICATE-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  CERT-ROLL DELIMITED BY SIZE
                  " SERIAL=" DELIMITED BY SIZE
                  CERT-SERIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CERT-COPY DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

      * One page per certificate. Column 1 carries carriage control:
      * "1" ejects to a new page, space single-spaces.
       WRITE-CERTIFICATE-PAGE.
           IF SPOOL-OPEN-SW = "N"
               PERFORM OPEN-SPOOL-FILE
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE SPACES TO SPOOL-RECORD.
           MOVE "1" TO SPOOL-RECORD(1:1).
           WRITE SPOOL-RECORD.
           PERFORM WRITE-BLANK-LINE 4 TIMES.
           PERFORM WRITE-BANNER-HEADING.
           PERFORM WRITE-BLANK-LINE 3 TIMES.

           MOVE "THIS IS TO CERTIFY THAT" TO LINE-BUILD.
           PERFORM WRITE-CERTIFICATE-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE CERT-NAME TO LINE-BUILD.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO LINE-BUILD.
           STRING "ROLL NUMBER " DELIMITED BY SIZE
                  CERT-ROLL DELIMITED BY SIZE
                  INTO LINE-BUILD
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           PERFORM WRITE-BLANK-LINE.

           MOVE CERT-ROLL TO STU-ROLL.
           MOVE 0 TO STU-DEPT.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 0 TO STU-DEPT
           END-READ.
           PERFORM LOOKUP-DEPT-NAME.
           MOVE "HAVING COMPLETED THE PRESCRIBED COURSE OF STUDY"
               TO LINE-BUILD.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO LINE-BUILD.
           STRING "IN THE DEPARTMENT OF " DELIMITED BY SIZE
                  DEPT-NAME-FOUND DELIMITED BY SIZE
                  INTO LINE-BUILD
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "HAS BEEN CONFERRED THE DEGREE OF THIS UNIVERSITY"
               TO LINE-BUILD.
           PERFORM WRITE-CERTIFICATE-LINE.
           PERFORM WRITE-BLANK-LINE.
           IF CERT-RESULT-TEXT NOT = SPACES
               MOVE CERT-RESULT-TEXT TO LINE-BUILD
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE 3 TIMES.

           MOVE SPACES TO LINE-BUILD.
           IF CERT-COPY = "REPRINT"
               STRING "CONFERRED " DELIMITED BY SIZE
                      ORIGINAL-DATE DELIMITED BY SIZE
                      INTO LINE-BUILD
               END-STRING
           ELSE
               STRING "CONFERRED " DELIMITED BY SIZE
                      TODAY-DATE DELIMITED BY SIZE
                      INTO LINE-BUILD
               END-STRING
           END-IF.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO LINE-BUILD.
           STRING "CERTIFICATE SERIAL " DELIMITED BY SIZE
                  CERT-SERIAL DELIMITED BY SIZE
                  INTO LINE-BUILD
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           IF CERT-COPY = "REPRINT"
               MOVE SPACES TO LINE-BUILD
               STRING "DUPLICATE - REPRINTED " DELIMITED BY SIZE
                      TODAY-DATE DELIMITED BY SIZE
                      " - NOT AN ORIGINAL" DELIMITED BY SIZE
                      INTO LINE-BUILD
               END-STRING
               PERFORM WRITE-CERTIFICATE-LINE
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
                   END-IF
               END-PERFORM
               PERFORM WRITE-CERTIFICATE-LINE
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

      * Text lines are indented to sit under the banner heading.
       WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO SPOOL-RECORD.
           MOVE LINE-BUILD TO SPOOL-RECORD(21:80).
           WRITE SPOOL-RECORD.
           MOVE SPACES TO LINE-BUILD.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SPOOL-RECORD.
           WRITE SPOOL-RECORD.

      * The spool data set is named for the run date and time so a
      * held run is never overwritten by the next one.
       OPEN-SPOOL-FILE.
           MOVE SPACES TO SPOOL-NAME.
           STRING "CF" DELIMITED BY SIZE
                  TODAY-DATE(3:6) DELIMITED BY SIZE
                  TIME-OF-DAY-NOW(1:4) DELIMITED BY SIZE
                  ".SPL" DELIMITED BY SIZE
                  INTO SPOOL-NAME
           END-STRING.
           OPEN OUTPUT SPOOL-FILE.
           MOVE "Y" TO SPOOL-OPEN-SW.

       CLOSE-SPOOL-FILE.
           IF SPOOL-OPEN-SW = "Y"
               CLOSE SPOOL-FILE
               MOVE "N" TO SPOOL-OPEN-SW
               OPEN EXTEND QUEUE-FILE
               IF QUEUE-STATUS = "35"
                   OPEN OUTPUT QUEUE-FILE
               END-IF
               MOVE SPOOL-REPORT-NAME TO SPQ-NAME
               MOVE SPOOL-NAME TO SPQ-SPOOL
               MOVE TODAY-DATE TO SPQ-DATE
               MOVE OPERATOR-ID TO SPQ-OPERATOR
               MOVE "HELD" TO SPQ-STATUS
               WRITE QUEUE-RECORD
               CLOSE QUEUE-FILE
               DISPLAY "Queued " FUNCTION TRIM(SPOOL-NAME)
                   " - certificate pages " PAGE-COUNT
                   " - release through the print spool"
           END-IF.

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

      * Only ORIGINAL rows are kept: they are what stops a second
      * original being issued and what a reprint repeats.
       LOAD-REGISTER-TABLE.
           MOVE 0 TO REGISTER-COUNT.
           MOVE "N" TO REGISTER-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CONFER-REGISTER-FILE.
           IF CONFER-REGISTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CONFER-REGISTER-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CR-COPY = "ORIGINAL"
                             IF REGISTER-COUNT < 1000
                               ADD 1 TO REGISTER-COUNT
                               MOVE CR-ROLL
                                   TO REG-T-ROLL(REGISTER-COUNT)
                               MOVE CR-SERIAL
                                   TO REG-T-SERIAL(REGISTER-COUNT)
                               MOVE CR-DATE
                                   TO REG-T-DATE(REGISTER-COUNT)
                             ELSE
                               MOVE "Y" TO REGISTER-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                             END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFER-REGISTER-FILE
           END-IF.
           IF REGISTER-COUNT >= 1000
               MOVE "Y" TO REGISTER-FULL-SW
           END-IF.

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
                                 "the department table can hold"
                             MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = STU-DEPT
                   MOVE DEPT-ENTRY-NAME(TABLE-IDX) TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM.
           IF DEPT-NAME-FOUND = SPACES
               MOVE "UNASSIGNED" TO DEPT-NAME-FOUND
           END-IF.
