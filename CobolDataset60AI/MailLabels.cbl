       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILING-LABELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-ROLL
               FILE STATUS IS CONTACT-STATUS.

           SELECT LABEL-WORK-FILE ASSIGN TO "LABELS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-WORK-STATUS.

           SELECT SORTED-LABEL-FILE ASSIGN TO "LABELSRT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-LABEL-STATUS.

           SELECT LABEL-SORT-FILE ASSIGN TO "SORTWK".

           SELECT LABEL-FILE ASSIGN TO "LABELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "LABELEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

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

       FD  LABEL-WORK-FILE.
       01 LABEL-WORK-RECORD.
           05 LW-POSTCODE    PIC X(10).
           05 LW-ROLL        PIC 9(8).
           05 LW-NAME        PIC X(25).
           05 LW-ADDRESS-1   PIC X(30).
           05 LW-ADDRESS-2   PIC X(30).
           05 LW-CITY        PIC X(20).

       FD  SORTED-LABEL-FILE.
       01 SORTED-LABEL-RECORD.
           05 LS-POSTCODE    PIC X(10).
           05 LS-ROLL        PIC 9(8).
           05 LS-NAME        PIC X(25).
           05 LS-ADDRESS-1   PIC X(30).
           05 LS-ADDRESS-2   PIC X(30).
           05 LS-CITY        PIC X(20).

       SD  LABEL-SORT-FILE.
       01 LABEL-SORT-RECORD.
           05 LR-POSTCODE    PIC X(10).
           05 LR-ROLL        PIC 9(8).
           05 LR-NAME        PIC X(25).
           05 LR-ADDRESS-1   PIC X(30).
           05 LR-ADDRESS-2   PIC X(30).
           05 LR-CITY        PIC X(20).

       FD  LABEL-FILE.
       01 LABEL-RECORD       PIC X(40).

       FD  EXCEPTION-FILE.
       01 EXCEPTION-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 CONTACT-STATUS     PIC X(2) VALUE "00".
       01 LABEL-WORK-STATUS  PIC X(2) VALUE "00".
       01 SORTED-LABEL-STATUS PIC X(2) VALUE "00".
       01 LABEL-STATUS       PIC X(2) VALUE "00".
       01 EXCEPTION-STATUS   PIC X(2) VALUE "00".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 SORTED-EOF-SW      PIC X VALUE "N".
       01 CONTACT-OPEN-SW    PIC X VALUE "N".
       01 EXCEPTION-REASON   PIC X(20) VALUE SPACES.

       01 STUDENTS-READ      PIC 9(5) VALUE 0.
       01 LABELS-WRITTEN     PIC 9(5) VALUE 0.
       01 EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01 COUNT-TEXT         PIC ZZZZ9.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE SPACES.
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "MAILLABELS".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               GOBACK
           END-IF.

           OPEN INPUT CONTACT-FILE.
           IF CONTACT-STATUS = "00"
               MOVE "Y" TO CONTACT-OPEN-SW
           ELSE
               DISPLAY "No STUCONT.DAT - every student is listed "
                   "as an exception"
           END-IF.

           OPEN OUTPUT LABEL-WORK-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE "STUDENTS WITHOUT A POSTAL ADDRESS"
               TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

           PERFORM UNTIL STUDENT-EOF-SW = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO STUDENT-EOF-SW
                   NOT AT END
                       PERFORM SELECT-ONE-STUDENT
               END-READ
           END-PERFORM.

           CLOSE STUDENT-FILE.
           IF CONTACT-OPEN-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE LABEL-WORK-FILE.

           MOVE EXCEPTION-COUNT TO COUNT-TEXT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.

           SORT LABEL-SORT-FILE
               ON ASCENDING KEY LR-POSTCODE LR-NAME
               USING LABEL-WORK-FILE
               GIVING SORTED-LABEL-FILE.
           PERFORM PRINT-SORTED-LABELS.

           MOVE "LABELS.DAT" TO REGISTRY-REPORT-NAME.
           COMPUTE REGISTRY-RECORDS = LABELS-WRITTEN * 5.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           MOVE "LABELEXC.DAT" TO REGISTRY-REPORT-NAME.
           COMPUTE REGISTRY-RECORDS = EXCEPTION-COUNT + 2.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           DISPLAY "Students read: " STUDENTS-READ.
           DISPLAY "Labels written to LABELS.DAT: " LABELS-WRITTEN.
           DISPLAY "Exceptions written to LABELEXC.DAT: "
               EXCEPTION-COUNT.
           GOBACK.

      * Mail goes to students still on the books - active or on
      * leave. Withdrawn, transferred and graduated students are
      * passed over.
       SELECT-ONE-STUDENT.
           IF STU-STATUS = "A" OR STU-STATUS = SPACE
               OR STU-STATUS = "L"
               ADD 1 TO STUDENTS-READ
               MOVE SPACES TO EXCEPTION-REASON
               IF CONTACT-OPEN-SW = "N"
                   MOVE "NO CONTACT RECORD" TO EXCEPTION-REASON
               ELSE
                   MOVE STU-ROLL TO CT-ROLL
                   READ CONTACT-FILE
                       INVALID KEY
                           MOVE "NO CONTACT RECORD"
                               TO EXCEPTION-REASON
                   END-READ
               END-IF
               IF EXCEPTION-REASON = SPACES
                   IF CT-ADDRESS-1 = SPACES
                       MOVE "NO ADDRESS LINE" TO EXCEPTION-REASON
                   ELSE
                       IF CT-POSTCODE = SPACES
                           MOVE "NO POSTAL CODE" TO EXCEPTION-REASON
                       END-IF
                   END-IF
               END-IF
               IF EXCEPTION-REASON = SPACES
                   MOVE CT-POSTCODE TO LW-POSTCODE
                   MOVE STU-ROLL TO LW-ROLL
                   MOVE STU-NAME TO LW-NAME
                   MOVE CT-ADDRESS-1 TO LW-ADDRESS-1
                   MOVE CT-ADDRESS-2 TO LW-ADDRESS-2
                   MOVE CT-CITY TO LW-CITY
                   WRITE LABEL-WORK-RECORD
               ELSE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING STU-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STU-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXCEPTION-REASON DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           END-STRING.
           WRITE EXCEPTION-RECORD.

      * Every label takes five lines - name, two address lines,
      * city and postal code, and a gap - so the print stays in
      * step with the label stock even when line two is blank.
       PRINT-SORTED-LABELS.
           MOVE 0 TO LABELS-WRITTEN.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN OUTPUT LABEL-FILE.
           OPEN INPUT SORTED-LABEL-FILE.
           IF SORTED-LABEL-STATUS = "00"
               PERFORM UNTIL SORTED-EOF-SW = "Y"
                   READ SORTED-LABEL-FILE
                       AT END
                           MOVE "Y" TO SORTED-EOF-SW
                       NOT AT END
                           PERFORM PRINT-ONE-LABEL
                   END-READ
               END-PERFORM
               CLOSE SORTED-LABEL-FILE
           END-IF.
           CLOSE LABEL-FILE.

       PRINT-ONE-LABEL.
           ADD 1 TO LABELS-WRITTEN.
           MOVE LS-NAME TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE LS-ADDRESS-1 TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE LS-ADDRESS-2 TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE SPACES TO LABEL-RECORD.
           STRING LS-CITY DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  LS-POSTCODE DELIMITED BY SIZE
                  INTO LABEL-RECORD
           END-STRING.
           WRITE LABEL-RECORD.
           MOVE SPACES TO LABEL-RECORD.
           WRITE LABEL-RECORD.
