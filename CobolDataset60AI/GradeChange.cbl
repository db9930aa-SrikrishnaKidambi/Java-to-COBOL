               FILE STATUS IS REQUEST-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-COURSE-TERM WITH DUPLICATES
               FILE STATUS IS GRADES-STATUS.

           SELECT REGEN-FILE ASSIGN TO "GRDREGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGEN-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.

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

       FD  REGEN-FILE.
       01 REGEN-RECORD     PIC X(60).

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
       01 REQUEST-STATUS     PIC X(2) VALUE "00".
       01 GRADES-STATUS      PIC X(2) VALUE "00".
       01 REGEN-STATUS       PIC X(2) VALUE "00".
       01 REQUEST-EOF-SW     PIC X VALUE "N".
       01 GRADES-EOF-SW      PIC X VALUE "N".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 PARSE-LINE-BUFFER PIC X(200).
       01 PARSE-FIELD-TABLE.
               10 RQ-NEW-GRADE  PIC X.
               10 RQ-REASON     PIC X(20).
               10 RQ-AUTHORIZER PIC X(10).
               10 RQ-APPLIED-SW PIC X.
       01 REQUEST-COUNT      PIC 99 VALUE 0.
       01 REQUEST-IDX        PIC 99 VALUE 0.

       01 TARGET-FOUND-SW    PIC X VALUE "N".
       01 TARGET-KEY         PIC X(24) VALUE SPACES.
       01 TARGET-ATTEMPT     PIC 99 VALUE 0.
       01 CHANGES-APPLIED    PIC 9(5) VALUE 0.
       01 CHANGES-UNMATCHED  PIC 9(5) VALUE 0.

      * A change may only land on a row whose term is on the
      * academic calendar with its exam window open; a request that
      * fails that is marked T and reported apart from mismatches.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TRM-T-TERM       PIC X(6).
               10 TRM-T-EXAM-START PIC 9(8).
       01 TERM-COUNT         PIC 99 VALUE 0.
       01 TERM-IDX           PIC 99 VALUE 0.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".
       01 TERM-OK-SW         PIC X VALUE "N".
       01 TODAY-DATE         PIC 9(8) VALUE 0.

      * A request line is not applied when it is read: it is queued
      * on APPROVQ.DAT and applied, alone, when a second supervisor
      * approves it through APPROVAL-REVIEW.
       COPY "APPRREQ.CPY".
       01 QUEUED-CHANGE.
           05 QCH-STUDENT-ID   PIC X(10).
           05 QCH-COURSE       PIC X(6).
           05 QCH-OLD-GRADE    PIC X.
           05 QCH-NEW-GRADE    PIC X.
           05 QCH-REASON       PIC X(20).
           05 QCH-AUTHORIZER   PIC X(10).
           05 FILLER           PIC X(32).
       01 APPROVAL-TYPE      PIC X(8) VALUE "GRDCHG".
       01 APPROVAL-PROGRAM   PIC X(20) VALUE "GRADE-CHANGE".
       01 APPROVAL-DESCRIPTION PIC X(40) VALUE SPACES.
       01 APPROVAL-NUMBER    PIC 9(6) VALUE 0.
       01 REQUESTS-QUEUED    PIC 9(5) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID PIC X(12) VALUE "GRADECHG".
       01 AUDIT-OPERATOR   PIC X(10) VALUE SPACES.
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.

           IF APR-TYPE = APPROVAL-TYPE
               PERFORM APPLY-APPROVED-CHANGE
               GOBACK
           END-IF.

           PERFORM LOAD-REQUEST-TABLE.
           IF REQUEST-COUNT = 0
               DISPLAY "No change requests in GRDCHGRQ.DAT"
               GOBACK
           END-IF.

           IF AUDIT-OPERATOR = SPACES
               DISPLAY "Grade changes can only be queued by a "
                   "signed-on supervisor - nothing queued"
               GOBACK
           END-IF.

           PERFORM QUEUE-CHANGE-REQUESTS.
           DISPLAY "Changes queued for approval: " REQUESTS-QUEUED.
           DISPLAY "A second supervisor must approve each one from "
               "the approval queue".
           GOBACK.

      * Each change is queued under the signed-on supervisor, who may
      * not then approve it. The authorizer named on the request line
      * is only carried in the description for the approver to see.
       QUEUE-CHANGE-REQUESTS.
           MOVE 0 TO REQUESTS-QUEUED.
           PERFORM VARYING REQUEST-IDX FROM 1 BY 1
           UNTIL REQUEST-IDX > REQUEST-COUNT
               MOVE SPACES TO QUEUED-CHANGE
               MOVE RQ-STUDENT-ID(REQUEST-IDX) TO QCH-STUDENT-ID
               MOVE RQ-COURSE(REQUEST-IDX) TO QCH-COURSE
               MOVE RQ-OLD-GRADE(REQUEST-IDX) TO QCH-OLD-GRADE
               MOVE RQ-NEW-GRADE(REQUEST-IDX) TO QCH-NEW-GRADE
               MOVE RQ-REASON(REQUEST-IDX) TO QCH-REASON
               MOVE RQ-AUTHORIZER(REQUEST-IDX) TO QCH-AUTHORIZER
               MOVE SPACES TO APPROVAL-DESCRIPTION
               STRING "GRADE " DELIMITED BY SIZE
                      RQ-STUDENT-ID(REQUEST-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RQ-COURSE(REQUEST-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RQ-OLD-GRADE(REQUEST-IDX) DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      RQ-NEW-GRADE(REQUEST-IDX) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      RQ-AUTHORIZER(REQUEST-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RQ-REASON(REQUEST-IDX) DELIMITED BY SIZE
                      INTO APPROVAL-DESCRIPTION
               END-STRING
               CALL "APPRVQ" USING APPROVAL-TYPE APPROVAL-PROGRAM
                   AUDIT-OPERATOR APPROVAL-DESCRIPTION
                   QUEUED-CHANGE APPROVAL-NUMBER
               END-CALL
               IF APPROVAL-NUMBER > 0
                   ADD 1 TO REQUESTS-QUEUED
                   DISPLAY "Queued as request " APPROVAL-NUMBER ": "
                       APPROVAL-DESCRIPTION
               END-IF
           END-PERFORM.

      * Called from APPROVAL-REVIEW: the one approved change is
      * applied with the same old-grade and term checks as before,
      * and the regeneration list is added to rather than replaced.
       APPLY-APPROVED-CHANGE.
           MOVE APR-REQUESTER TO AUDIT-OPERATOR.
           MOVE APR-DATA TO QUEUED-CHANGE.
           MOVE 1 TO REQUEST-COUNT.
           MOVE QCH-STUDENT-ID TO RQ-STUDENT-ID(1).
           MOVE QCH-COURSE TO RQ-COURSE(1).
           MOVE QCH-OLD-GRADE TO RQ-OLD-GRADE(1).
           MOVE QCH-NEW-GRADE TO RQ-NEW-GRADE(1).
           MOVE QCH-REASON TO RQ-REASON(1).
           MOVE QCH-AUTHORIZER TO RQ-AUTHORIZER(1).
           MOVE "N" TO RQ-APPLIED-SW(1).
           MOVE 0 TO CHANGES-APPLIED.
           MOVE 0 TO CHANGES-UNMATCHED.

           PERFORM LOAD-TERM-CALENDAR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM APPLY-CHANGES.

           EVALUATE RQ-APPLIED-SW(1)
               WHEN "Y"
                   PERFORM WRITE-REGEN-LIST
                   MOVE "APPLIED" TO APR-RESULT
               WHEN "T"
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "TERM NOT OPEN FOR GRADES" TO APR-REASON
               WHEN OTHER
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "OLD GRADE NO LONGER MATCHES" TO APR-REASON
           END-EVALUATE.

       LOAD-REQUEST-TABLE.
           MOVE 0 TO REQUEST-COUNT.
           MOVE "N" TO REQUEST-EOF-SW.
                       TO RQ-REASON(REQUEST-COUNT)
                   MOVE PARSE-FIELD(6)
                       TO RQ-AUTHORIZER(REQUEST-COUNT)
                   MOVE "N" TO RQ-APPLIED-SW(REQUEST-COUNT)
               END-IF
           END-IF.

      * Each request is applied in place: the student's rows for the
      * course are read on the key and the highest attempt still
      * carrying the old grade is rewritten.
       APPLY-CHANGES.
           OPEN I-O GRADES-FILE.
           IF GRADES-STATUS NOT = "00"
               DISPLAY "Cannot open GRADES.DAT - status "
                   GRADES-STATUS
           ELSE
               PERFORM VARYING REQUEST-IDX FROM 1 BY 1
               UNTIL REQUEST-IDX > REQUEST-COUNT
                   PERFORM APPLY-ONE-REQUEST
               END-PERFORM
               CLOSE GRADES-FILE
           END-IF.

           PERFORM VARYING REQUEST-IDX FROM 1 BY 1
           UNTIL REQUEST-IDX > REQUEST-COUNT
               IF RQ-APPLIED-SW(REQUEST-IDX) = "N"
                   ADD 1 TO CHANGES-UNMATCHED
                   DISPLAY "OLD VALUE MISMATCH - not applied: "
                       RQ-STUDENT-ID(REQUEST-IDX) " "
                       RQ-OLD-GRADE(REQUEST-IDX) ">"
                       RQ-NEW-GRADE(REQUEST-IDX)
               END-IF
               IF RQ-APPLIED-SW(REQUEST-IDX) = "T"
                   ADD 1 TO CHANGES-UNMATCHED
                   DISPLAY "TERM NOT OPEN FOR GRADES - not applied: "
                       RQ-STUDENT-ID(REQUEST-IDX) " "
                       RQ-COURSE(REQUEST-IDX) " "
                       RQ-OLD-GRADE(REQUEST-IDX) ">"
                       RQ-NEW-GRADE(REQUEST-IDX)
               END-IF
           END-PERFORM.

       APPLY-ONE-REQUEST.
           PERFORM FIND-TARGET-ROW.
           IF TARGET-FOUND-SW = "Y"
               MOVE TARGET-KEY TO GRD-KEY
               READ GRADES-FILE KEY IS GRD-KEY
                   INVALID KEY
                       MOVE "N" TO TARGET-FOUND-SW
               END-READ
           END-IF.
           IF TARGET-FOUND-SW = "Y"
               AND RQ-OLD-GRADE(REQUEST-IDX) = GRD-GRADE
               PERFORM CHECK-TERM-CALENDAR
               IF TERM-OK-SW = "Y"
                   PERFORM WRITE-CHANGE-AUDIT
                   MOVE RQ-NEW-GRADE(REQUEST-IDX) TO GRD-GRADE
                   REWRITE GRADES-RECORD
                       INVALID KEY
                           DISPLAY "Cannot rewrite grade row - status "
                               GRADES-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO RQ-APPLIED-SW(REQUEST-IDX)
                           ADD 1 TO CHANGES-APPLIED
                   END-REWRITE
               ELSE
                   MOVE "T" TO RQ-APPLIED-SW(REQUEST-IDX)
               END-IF
           END-IF.

       FIND-TARGET-ROW.
           MOVE "N" TO TARGET-FOUND-SW.
           MOVE 0 TO TARGET-ATTEMPT.
           MOVE "N" TO GRADES-EOF-SW.
           MOVE RQ-STUDENT-ID(REQUEST-IDX) TO GRD-STUDENT-ID.
           MOVE RQ-COURSE(REQUEST-IDX) TO GRD-COURSE.
           MOVE LOW-VALUES TO GRD-TERM.
           MOVE 0 TO GRD-ATTEMPT.
           START GRADES-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "Y" TO GRADES-EOF-SW
           END-START.
           PERFORM UNTIL GRADES-EOF-SW = "Y"
               READ GRADES-FILE NEXT
                   AT END
                       MOVE "Y" TO GRADES-EOF-SW
                   NOT AT END
                       IF GRD-STUDENT-ID
                               NOT = RQ-STUDENT-ID(REQUEST-IDX)
                           OR GRD-COURSE NOT = RQ-COURSE(REQUEST-IDX)
                           MOVE "Y" TO GRADES-EOF-SW
                       ELSE
                           IF GRD-GRADE = RQ-OLD-GRADE(REQUEST-IDX)
                               AND GRD-ATTEMPT >= TARGET-ATTEMPT
                               MOVE "Y" TO TARGET-FOUND-SW
                               MOVE GRD-ATTEMPT TO TARGET-ATTEMPT
                               MOVE GRD-KEY TO TARGET-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * With no term calendar on file the edit stands down.
       CHECK-TERM-CALENDAR.
           MOVE "Y" TO TERM-OK-SW.
           IF TERMCAL-ON-FILE-SW = "Y"
               MOVE "N" TO TERM-OK-SW
               PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
                   IF TRM-T-TERM(TERM-IDX) = GRD-TERM
                       AND TODAY-DATE >= TRM-T-EXAM-START(TERM-IDX)
                       MOVE "Y" TO TERM-OK-SW
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-TERM-CALENDAR.
           MOVE 0 TO TERM-COUNT.
           MOVE "N" TO TERMCAL-ON-FILE-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TERM-CALENDAR-STATUS = "00"
               MOVE "Y" TO TERMCAL-ON-FILE-SW
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TERM-COUNT < 50
                               ADD 1 TO TERM-COUNT
                               MOVE TC-TERM TO TRM-T-TERM(TERM-COUNT)
                               MOVE TC-EXAM-START
                                   TO TRM-T-EXAM-START(TERM-COUNT)
                           ELSE
                               DISPLAY "TERMCAL.DAT has more rows "
                                   "than the term table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       WRITE-CHANGE-AUDIT.
           MOVE "GRDCHG" TO AUDIT-ACTION.
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       WRITE-REGEN-LIST.
           OPEN EXTEND REGEN-FILE.
           IF REGEN-STATUS = "35"
               OPEN OUTPUT REGEN-FILE
               MOVE "TRANSCRIPTS AND REPORTS TO REGENERATE"
                   TO REGEN-RECORD
               WRITE REGEN-RECORD
           END-IF.
           PERFORM VARYING REQUEST-IDX FROM 1 BY 1
           UNTIL REQUEST-IDX > REQUEST-COUNT
               IF RQ-APPLIED-SW(REQUEST-IDX) = "Y"
