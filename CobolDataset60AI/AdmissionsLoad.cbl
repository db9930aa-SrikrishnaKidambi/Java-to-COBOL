       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSIONS-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "ADMITIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT YEAR-TABLE-FILE ASSIGN TO "YEARTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-TABLE-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO "DEPTCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO "ADMACPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPTED-STATUS.

           SELECT WAITED-FILE ASSIGN TO "ADMWAIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITED-STATUS.

           SELECT REJECTED-FILE ASSIGN TO "ADMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
       01 APPLICANT-RECORD   PIC X(200).

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

       FD  YEAR-TABLE-FILE.
       01 YEAR-TABLE-RECORD.
           05 YT-NUM         PIC 9.
           05 YT-LABEL        PIC X(15).
           05 YT-ACTIVE      PIC X.

       FD  CAPACITY-FILE.
       01 CAPACITY-RECORD.
           05 DC-DEPT        PIC 9.
           05 DC-YEAR        PIC 9.
           05 DC-CAPACITY    PIC 9(4).

       FD  WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-ROLL        PIC 9(8).
           05 WL-NAME        PIC X(25).
           05 WL-DEPT        PIC 9.
           05 WL-YEAR        PIC 9.
           05 WL-DATE        PIC 9(8).
           05 WL-TIME        PIC 9(6).
           05 WL-STATUS      PIC X(8).

       FD  ACCEPTED-FILE.
       01 ACCEPTED-RECORD    PIC X(100).

       FD  WAITED-FILE.
       01 WAITED-RECORD      PIC X(100).

       FD  REJECTED-FILE.
       01 REJECTED-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 APPLICANT-STATUS   PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 YEAR-TABLE-STATUS  PIC X(2) VALUE "00".
       01 CAPACITY-STATUS    PIC X(2) VALUE "00".
       01 WAITLIST-STATUS    PIC X(2) VALUE "00".
       01 ACCEPTED-STATUS    PIC X(2) VALUE "00".
       01 WAITED-STATUS      PIC X(2) VALUE "00".
       01 REJECTED-STATUS    PIC X(2) VALUE "00".
       01 APPLICANT-EOF-SW   PIC X VALUE "N".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 TABLE-EOF-SW       PIC X VALUE "N".

      * Applicant CSV released by the inbound gateway as ADMITIN:
      * applicant reference, given name, family name, department,
      * year, enrollment date (YYYYMMDD). A first row without a
      * numeric department is the column header.
       01 PARSE-LINE-BUFFER PIC X(200).
       01 PARSE-FIELD-TABLE.
          05 PARSE-FIELD   PIC X(20) OCCURS 40 TIMES.
       01 PARSE-FIELD-COUNT PIC 99 VALUE 0.

       01 APPLICANT-REF      PIC X(12) VALUE SPACES.
       01 APPLICANT-NAME     PIC X(40) VALUE SPACES.
       01 NAME-LENGTH        PIC 99 VALUE 0.
       01 NAME-SCAN-IDX      PIC 99 VALUE 0.
       01 DEPT-CODE          PIC 9 VALUE 0.
       01 YEAR-NUM           PIC 9 VALUE 0.
       01 DATE-INPUT         PIC 9(8) VALUE 0.
       01 DATE-VALID-SW      PIC X VALUE "N".
       01 DATE-REASON        PIC X(30) VALUE SPACES.
       01 REJECT-REASON      PIC X(40) VALUE SPACES.
       01 TIME-OF-DAY-NOW    PIC 9(8).

       01 DEPT-NAMES.
           05 DEPT-ENTRY OCCURS 20 TIMES.
               10 DEPT-ENTRY-CODE PIC 9.
       01 DEPT-COUNT         PIC 99 VALUE 0.

       01 YEAR-LABELS.
           05 YEAR-ENTRY OCCURS 20 TIMES.
               10 YEAR-ENTRY-NUM   PIC 9.
       01 YEAR-COUNT         PIC 99 VALUE 0.

       01 TABLE-IDX          PIC 99 VALUE 0.
       01 DEPT-FOUND-SW      PIC X VALUE "N".
       01 YEAR-FOUND-SW      PIC X VALUE "N".

      * Seats and capacities per department and year, counted once
      * from the master and kept current as the load enrolls, so
      * the capacity stop is the same one the online screen applies.
       01 SEAT-COUNTS.
           05 SEAT-DEPT-ROW OCCURS 9 TIMES.
               10 SEAT-TAKEN     OCCURS 9 TIMES PIC 9(4) VALUE 0.
       01 CAPACITY-LIMITS.
           05 CAP-DEPT-ROW OCCURS 9 TIMES.
               10 CAP-LIMIT      OCCURS 9 TIMES PIC 9(4) VALUE 0.

       01 ISSUED-NUMBER      PIC 9(8) VALUE 0.
       01 ISSUE-RESULT       PIC X(8) VALUE SPACES.

       01 RECORDS-READ       PIC 9(5) VALUE 0.
       01 HEADER-COUNT       PIC 9(5) VALUE 0.
       01 ACCEPTED-COUNT     PIC 9(5) VALUE 0.
       01 WAITED-COUNT       PIC 9(5) VALUE 0.
       01 REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 ACCOUNTED-COUNT    PIC 9(5) VALUE 0.
       01 COUNT-TEXT         PIC ZZZZ9.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ADMISSIONS".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.
       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE "ADMISSIONS".
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.
       01 ALERT-COUNT-TEXT   PIC ZZZZZZ9.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE SPACES.
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ADMISSIONS".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.

           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = "00"
               DISPLAY "No released ADMITIN.DAT - verify and "
                   "release the applicant file at the gateway first"
               GOBACK
           END-IF.

           PERFORM OPEN-STUDENT-IO.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               CLOSE APPLICANT-FILE
               GOBACK
           END-IF.

           PERFORM LOAD-REFERENCE-TABLES.
           PERFORM LOAD-CAPACITY-LIMITS.
           PERFORM COUNT-SEATS-TAKEN.

           OPEN OUTPUT ACCEPTED-FILE.
           OPEN OUTPUT WAITED-FILE.
           OPEN OUTPUT REJECTED-FILE.
           MOVE "ADMISSIONS LOAD - ACCEPTED APPLICANTS"
               TO ACCEPTED-RECORD.
           WRITE ACCEPTED-RECORD.
           MOVE "ADMISSIONS LOAD - WAITLISTED APPLICANTS"
               TO WAITED-RECORD.
           WRITE WAITED-RECORD.
           MOVE "ADMISSIONS LOAD - REJECTED APPLICANTS"
               TO REJECTED-RECORD.
           WRITE REJECTED-RECORD.

           MOVE "N" TO APPLICANT-EOF-SW.
           PERFORM UNTIL APPLICANT-EOF-SW = "Y"
               READ APPLICANT-FILE
                   AT END
                       MOVE "Y" TO APPLICANT-EOF-SW
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM LOAD-ONE-APPLICANT
               END-READ
           END-PERFORM.

           CLOSE APPLICANT-FILE.
           CLOSE STUDENT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ACCEPTED-FILE.
           CLOSE WAITED-FILE.
           CLOSE REJECTED-FILE.

      * The released file is emptied once loaded so a second run
      * cannot enroll the same intake twice; a resend has to come
      * back through the gateway.
           OPEN OUTPUT APPLICANT-FILE.
           CLOSE APPLICANT-FILE.

           MOVE "ADMACPT.DAT" TO REGISTRY-REPORT-NAME.
           COMPUTE REGISTRY-RECORDS = ACCEPTED-COUNT + 8.
           PERFORM REGISTER-ONE-LISTING.
           MOVE "ADMWAIT.DAT" TO REGISTRY-REPORT-NAME.
           COMPUTE REGISTRY-RECORDS = WAITED-COUNT + 2.
           PERFORM REGISTER-ONE-LISTING.
           MOVE "ADMREJ.DAT" TO REGISTRY-REPORT-NAME.
           COMPUTE REGISTRY-RECORDS = REJECTED-COUNT + 2.
           PERFORM REGISTER-ONE-LISTING.

           MOVE "ADMLOAD" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ACC=" DELIMITED BY SIZE
                  ACCEPTED-COUNT DELIMITED BY SIZE
                  " WAIT=" DELIMITED BY SIZE
                  WAITED-COUNT DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  REJECTED-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           IF REJECTED-COUNT > 0
               PERFORM RAISE-REJECT-ALERT
           END-IF.

           DISPLAY "Applicant records read: " RECORDS-READ.
           DISPLAY "Accepted " ACCEPTED-COUNT
               "  waitlisted " WAITED-COUNT
               "  rejected " REJECTED-COUNT
               "  header " HEADER-COUNT.
           IF ACCOUNTED-COUNT NOT = RECORDS-READ
               DISPLAY "CONTROL TOTALS OUT OF BALANCE - see "
                   "ADMACPT.DAT"
           END-IF.
           GOBACK.

       LOAD-ONE-APPLICANT.
           MOVE APPLICANT-RECORD TO PARSE-LINE-BUFFER.
           CALL "CSVPARSE" USING PARSE-LINE-BUFFER PARSE-FIELD-TABLE
               PARSE-FIELD-COUNT
           END-CALL.
           MOVE PARSE-FIELD(1) TO APPLICANT-REF.
           MOVE SPACES TO REJECT-REASON.

           IF RECORDS-READ = 1
               AND PARSE-FIELD(4)(1:1) IS NOT NUMERIC
               ADD 1 TO HEADER-COUNT
           ELSE
               PERFORM EDIT-APPLICANT
               IF REJECT-REASON NOT = SPACES
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   CALL "IDISSUE" USING AUDIT-OPERATOR ISSUED-NUMBER
                       ISSUE-RESULT
                   END-CALL
                   IF ISSUE-RESULT NOT = "OK"
                       MOVE SPACES TO REJECT-REASON
                       STRING "ROLL NOT ISSUED - " DELIMITED BY SIZE
                              ISSUE-RESULT DELIMITED BY SIZE
                              INTO REJECT-REASON
                       END-STRING
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF CAP-LIMIT(DEPT-CODE, YEAR-NUM) > 0
                           AND SEAT-TAKEN(DEPT-CODE, YEAR-NUM)
                               >= CAP-LIMIT(DEPT-CODE, YEAR-NUM)
                           PERFORM QUEUE-ON-WAITLIST
                       ELSE
                           PERFORM ENROLL-APPLICANT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The same edits ADD-STUDENT applies at the screen, in the
      * same order: name, department, year, enrollment date.
       EDIT-APPLICANT.
           PERFORM BUILD-APPLICANT-NAME.
           IF PARSE-FIELD-COUNT < 6
               MOVE "TOO FEW COLUMNS" TO REJECT-REASON
           ELSE
           IF PARSE-FIELD(2) = SPACES AND PARSE-FIELD(3) = SPACES
               MOVE "NAME MISSING" TO REJECT-REASON
           ELSE
           IF NAME-LENGTH > LENGTH OF STU-NAME
               MOVE "NAME LONGER THAN 25 CHARACTERS"
                   TO REJECT-REASON
           ELSE
           IF PARSE-FIELD(4)(1:1) IS NOT NUMERIC
               OR PARSE-FIELD(4)(2:19) NOT = SPACES
               MOVE "DEPARTMENT NOT A SINGLE DIGIT" TO REJECT-REASON
           ELSE
           IF PARSE-FIELD(5)(1:1) IS NOT NUMERIC
               OR PARSE-FIELD(5)(2:19) NOT = SPACES
               MOVE "YEAR NOT A SINGLE DIGIT" TO REJECT-REASON
           ELSE
           IF PARSE-FIELD(6)(1:8) IS NOT NUMERIC
               OR PARSE-FIELD(6)(9:12) NOT = SPACES
               MOVE "ENROLLMENT DATE NOT YYYYMMDD" TO REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF REJECT-REASON = SPACES
               MOVE PARSE-FIELD(4)(1:1) TO DEPT-CODE
               MOVE PARSE-FIELD(5)(1:1) TO YEAR-NUM
               MOVE PARSE-FIELD(6)(1:8) TO DATE-INPUT
               PERFORM LOOKUP-DEPT
               PERFORM LOOKUP-YEAR
               IF DEPT-FOUND-SW NOT = "Y"
                   MOVE "DEPARTMENT NOT ACTIVE ON DEPTTAB"
                       TO REJECT-REASON
               ELSE
               IF YEAR-FOUND-SW NOT = "Y"
                   MOVE "YEAR NOT ACTIVE ON YEARTAB"
                       TO REJECT-REASON
               ELSE
                   CALL "DATEEDIT" USING DATE-INPUT DATE-VALID-SW
                       DATE-REASON
                   END-CALL
                   IF DATE-VALID-SW NOT = "Y"
                       MOVE SPACES TO REJECT-REASON
                       STRING "ENROLLMENT DATE - " DELIMITED BY SIZE
                              DATE-REASON DELIMITED BY SIZE
                              INTO REJECT-REASON
                       END-STRING
                   END-IF
               END-IF
               END-IF
           END-IF.

       BUILD-APPLICANT-NAME.
           MOVE SPACES TO APPLICANT-NAME.
           STRING PARSE-FIELD(2) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PARSE-FIELD(3) DELIMITED BY "  "
                  INTO APPLICANT-NAME
           END-STRING.
           IF APPLICANT-NAME(1:1) = SPACE
               MOVE APPLICANT-NAME(2:39) TO APPLICANT-NAME
           END-IF.
           MOVE 0 TO NAME-LENGTH.
           PERFORM VARYING NAME-SCAN-IDX FROM 1 BY 1
           UNTIL NAME-SCAN-IDX > LENGTH OF APPLICANT-NAME
               IF APPLICANT-NAME(NAME-SCAN-IDX:1) NOT = SPACE
                   MOVE NAME-SCAN-IDX TO NAME-LENGTH
               END-IF
           END-PERFORM.

       ENROLL-APPLICANT.
           MOVE ISSUED-NUMBER TO STU-ROLL.
           MOVE APPLICANT-NAME TO STU-NAME.
           MOVE DEPT-CODE TO STU-DEPT.
           MOVE YEAR-NUM TO STU-YEAR.
           MOVE DATE-INPUT TO STU-ENROLL-DATE.
           MOVE "A" TO STU-STATUS.
           MOVE DATE-INPUT TO STU-STATUS-DATE.
           WRITE STUDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO REJECT-REASON
                   STRING "ROLL ALREADY ON MASTER - STATUS "
                              DELIMITED BY SIZE
                          STUDENT-STATUS DELIMITED BY SIZE
                          INTO REJECT-REASON
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO SEAT-TAKEN(DEPT-CODE, YEAR-NUM)
                   ADD 1 TO ACCEPTED-COUNT
                   MOVE SPACES TO ACCEPTED-RECORD
                   STRING APPLICANT-REF DELIMITED BY SIZE
                          " ROLL " DELIMITED BY SIZE
                          ISSUED-NUMBER DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          STU-NAME DELIMITED BY SIZE
                          " DEPT " DELIMITED BY SIZE
                          DEPT-CODE DELIMITED BY SIZE
                          " YEAR " DELIMITED BY SIZE
                          YEAR-NUM DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DATE-INPUT DELIMITED BY SIZE
                          INTO ACCEPTED-RECORD
                   END-STRING
                   WRITE ACCEPTED-RECORD
           END-WRITE.

      * There is no supervisor at the batch to override a full
      * department, so every applicant over capacity goes on the
      * waitlist in file order with the roll already issued.
       QUEUE-ON-WAITLIST.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           OPEN EXTEND WAITLIST-FILE.
           IF WAITLIST-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF.
           MOVE ISSUED-NUMBER TO WL-ROLL.
           MOVE APPLICANT-NAME TO WL-NAME.
           MOVE DEPT-CODE TO WL-DEPT.
           MOVE YEAR-NUM TO WL-YEAR.
           MOVE DATE-INPUT TO WL-DATE.
           MOVE TIME-OF-DAY-NOW(1:6) TO WL-TIME.
           MOVE "WAIT" TO WL-STATUS.
           WRITE WAITLIST-RECORD.
           CLOSE WAITLIST-FILE.

           ADD 1 TO WAITED-COUNT.
           MOVE SPACES TO WAITED-RECORD.
           STRING APPLICANT-REF DELIMITED BY SIZE
                  " ROLL " DELIMITED BY SIZE
                  ISSUED-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WL-NAME DELIMITED BY SIZE
                  " DEPT " DELIMITED BY SIZE
                  DEPT-CODE DELIMITED BY SIZE
                  " YEAR " DELIMITED BY SIZE
                  YEAR-NUM DELIMITED BY SIZE
                  " FULL AT " DELIMITED BY SIZE
                  CAP-LIMIT(DEPT-CODE, YEAR-NUM) DELIMITED BY SIZE
                  INTO WAITED-RECORD
           END-STRING.
           WRITE WAITED-RECORD.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REJECTED-RECORD.
           STRING APPLICANT-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APPLICANT-NAME(1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  INTO REJECTED-RECORD
           END-STRING.
           WRITE REJECTED-RECORD.

      * Every record read is accounted for exactly once - header,
      * accepted, waitlisted or rejected - and the totals say so.
       WRITE-CONTROL-TOTALS.
           COMPUTE ACCOUNTED-COUNT = HEADER-COUNT + ACCEPTED-COUNT
               + WAITED-COUNT + REJECTED-COUNT.

           MOVE WAITED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO WAITED-RECORD.
           STRING "WAITLISTED: " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO WAITED-RECORD
           END-STRING.
           WRITE WAITED-RECORD.

           MOVE REJECTED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO REJECTED-RECORD.
           STRING "REJECTED: " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO REJECTED-RECORD
           END-STRING.
           WRITE REJECTED-RECORD.

           MOVE "CONTROL TOTALS" TO ACCEPTED-RECORD.
           WRITE ACCEPTED-RECORD.
           MOVE RECORDS-READ TO COUNT-TEXT.
           MOVE SPACES TO ACCEPTED-RECORD.
           STRING "  RECORDS READ        " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCEPTED-RECORD
           END-STRING.
           WRITE ACCEPTED-RECORD.
           MOVE HEADER-COUNT TO COUNT-TEXT.
           MOVE SPACES TO ACCEPTED-RECORD.
           STRING "  HEADER ROWS         " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCEPTED-RECORD
           END-STRING.
           WRITE ACCEPTED-RECORD.
           MOVE ACCEPTED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO ACCEPTED-RECORD.
           STRING "  ACCEPTED            " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCEPTED-RECORD
           END-STRING.
           WRITE ACCEPTED-RECORD.
           MOVE WAITED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO ACCEPTED-RECORD.
           STRING "  WAITLISTED          " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCEPTED-RECORD
           END-STRING.
           WRITE ACCEPTED-RECORD.
           MOVE REJECTED-COUNT TO COUNT-TEXT.
           MOVE SPACES TO ACCEPTED-RECORD.
           STRING "  REJECTED            " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCEPTED-RECORD
           END-STRING.
           WRITE ACCEPTED-RECORD.
           IF ACCOUNTED-COUNT = RECORDS-READ
               MOVE "  IN BALANCE" TO ACCEPTED-RECORD
           ELSE
               MOVE "  OUT OF BALANCE" TO ACCEPTED-RECORD
           END-IF.
           WRITE ACCEPTED-RECORD.

       REGISTER-ONE-LISTING.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

       COUNT-SEATS-TAKEN.
           MOVE "N" TO STUDENT-EOF-SW.
           MOVE 0 TO STU-ROLL.
           START STUDENT-FILE KEY >= STU-ROLL
               INVALID KEY
                   MOVE "Y" TO STUDENT-EOF-SW
           END-START.
           PERFORM UNTIL STUDENT-EOF-SW = "Y"
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE "Y" TO STUDENT-EOF-SW
                   NOT AT END
                       IF (STU-STATUS = "A" OR STU-STATUS = SPACE)
                           AND STU-DEPT > 0 AND STU-YEAR > 0
                           ADD 1 TO SEAT-TAKEN(STU-DEPT, STU-YEAR)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CAPACITY-LIMITS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CAPACITY-FILE.
           IF CAPACITY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CAPACITY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DC-DEPT > 0 AND DC-YEAR > 0
                               MOVE DC-CAPACITY
                                   TO CAP-LIMIT(DC-DEPT, DC-YEAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF.

       LOAD-REFERENCE-TABLES.
           MOVE 0 TO DEPT-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DT-ACTIVE NOT = "N"
                               AND DEPT-COUNT < 20
                               ADD 1 TO DEPT-COUNT
                               MOVE DT-CODE
                                   TO DEPT-ENTRY-CODE(DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

           MOVE 0 TO YEAR-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT YEAR-TABLE-FILE.
           IF YEAR-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ YEAR-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF YT-ACTIVE NOT = "N"
                               AND YEAR-COUNT < 20
                               ADD 1 TO YEAR-COUNT
                               MOVE YT-NUM
                                   TO YEAR-ENTRY-NUM(YEAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-TABLE-FILE
           END-IF.

       LOOKUP-DEPT.
           MOVE "N" TO DEPT-FOUND-SW.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > DEPT-COUNT
               IF DEPT-ENTRY-CODE(TABLE-IDX) = DEPT-CODE
                   AND DEPT-CODE > 0
                   MOVE "Y" TO DEPT-FOUND-SW
               END-IF
           END-PERFORM.

       LOOKUP-YEAR.
           MOVE "N" TO YEAR-FOUND-SW.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
           UNTIL TABLE-IDX > YEAR-COUNT
               IF YEAR-ENTRY-NUM(TABLE-IDX) = YEAR-NUM
                   AND YEAR-NUM > 0
                   MOVE "Y" TO YEAR-FOUND-SW
               END-IF
           END-PERFORM.

       OPEN-STUDENT-IO.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-STATUS = "35"
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.

      * A run that wrote rejects raises an alert, so the console
      * shows them without anyone having to look in the reject file.
       RAISE-REJECT-ALERT.
           MOVE REJECTED-COUNT TO ALERT-COUNT-TEXT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Records rejected to ADMREJ.DAT:" DELIMITED BY SIZE
                  ALERT-COUNT-TEXT DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.
