       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-STANDARDIZE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO "NAMEPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSAL-STATUS.

           SELECT REVIEW-OUT-FILE ASSIGN TO "NAMERVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-OUT-STATUS.

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

      * One row per proposed change, stamped with the run that
      * proposed it; only rows of the approved run are applied.
       FD  PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           05 NPR-RUN-DATE     PIC 9(8).
           05 NPR-RUN-TIME     PIC 9(6).
           05 NPR-ROLL         PIC 9(8).
           05 NPR-OLD-NAME     PIC X(25).
           05 NPR-NEW-NAME     PIC X(25).

       FD  REVIEW-OUT-FILE.
       01 REVIEW-OUT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 PROPOSAL-STATUS    PIC X(2) VALUE "00".
       01 REVIEW-OUT-STATUS  PIC X(2) VALUE "00".
       01 STUDENT-EOF-SW     PIC X VALUE "N".
       01 PROPOSAL-EOF-SW    PIC X VALUE "N".

       01 RUN-DATE           PIC 9(8) VALUE 0.
       01 RUN-TIME           PIC 9(6) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.

      * The name parts follow STRING-JOINER: the full name reads
      * FIRST MIDDLE LAST, SUFFIX in upper case.
       01 FIRST-NAME         PIC X(25) VALUE SPACES.
       01 MIDDLE-NAME        PIC X(25) VALUE SPACES.
       01 LAST-NAME          PIC X(25) VALUE SPACES.
       01 SUFFIX             PIC X(10) VALUE SPACES.
       01 FULL-NAME          PIC X(50) VALUE SPACES.

       01 NAME-WORK          PIC X(50) VALUE SPACES.
       01 NAME-BEFORE-COMMA  PIC X(25) VALUE SPACES.
       01 NAME-AFTER-COMMA   PIC X(25) VALUE SPACES.
       01 NAME-POINTER       PIC 99 VALUE 1.
       01 RAW-WORD           PIC X(25) VALUE SPACES.
       01 WORD-POINTER       PIC 99 VALUE 1.
       01 WORD-PART          PIC X(25) VALUE SPACES.
       01 WORD-PART-LEN      PIC 99 VALUE 0.
       01 SUFFIX-CHECK       PIC X(25) VALUE SPACES.
       01 SUFFIX-SW          PIC X VALUE "N".
       01 NAME-WORD-TABLE.
           05 NAME-WORD      PIC X(25) OCCURS 12 TIMES.
       01 NAME-WORD-COUNT    PIC 99 VALUE 0.
       01 NAME-WORD-IDX      PIC 99 VALUE 0.
       01 LAST-WORD-IDX      PIC 99 VALUE 0.
       01 FULL-NAME-LEN      PIC 99 VALUE 0.

      * Every student's standardized parts, for the proposals and
      * the duplicate-person clustering across the whole master.
       01 NAME-TABLE.
           05 NAM-ENTRY OCCURS 1000 TIMES.
               10 NAM-T-ROLL       PIC 9(8).
               10 NAM-T-OLD-NAME   PIC X(25).
               10 NAM-T-NEW-NAME   PIC X(25).
               10 NAM-T-SURNAME    PIC X(25).
               10 NAM-T-GIVEN      PIC X(25).
               10 NAM-T-MIDDLE     PIC X.
               10 NAM-T-CLUSTERED  PIC X.
       01 NAME-COUNT         PIC 9(4) VALUE 0.
       01 NAME-IDX           PIC 9(4) VALUE 0.
       01 NAME-SCAN-IDX      PIC 9(4) VALUE 0.

       01 CLUSTER-NUMBER     PIC 999 VALUE 0.
       01 CLUSTER-MEMBERS    PIC 999 VALUE 0.
       01 MATCH-TIER         PIC X(8) VALUE SPACES.
       01 GIVEN-LEN-1        PIC 99 VALUE 0.
       01 GIVEN-LEN-2        PIC 99 VALUE 0.
       01 GIVEN-SCAN-IDX     PIC 99 VALUE 0.

       01 PROPOSAL-COUNT     PIC 9(5) VALUE 0.
       01 TOO-LONG-COUNT     PIC 9(5) VALUE 0.
       01 APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT      PIC 9(5) VALUE 0.
       01 REPORT-LINES       PIC 9(7) VALUE 0.

       01 REQUEST-KEY        PIC X VALUE "N".
       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       COPY "APPRREQ.CPY".
       01 QUEUED-PROPOSALS.
           05 QNP-RUN-DATE      PIC 9(8).
           05 QNP-RUN-TIME      PIC 9(6).
           05 QNP-COUNT         PIC 9(5).
           05 FILLER            PIC X(61).
       01 APPROVAL-TYPE      PIC X(8) VALUE "NAMESTD".
       01 APPROVAL-PROGRAM   PIC X(20) VALUE "NAME-STANDARDIZE".
       01 APPROVAL-DESCRIPTION PIC X(40) VALUE SPACES.
       01 APPROVAL-NUMBER    PIC 9(6) VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "NAMERVW.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "NAMESTD".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "NAMESTD".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Runs every STU-NAME on the student master through the
      * STRING-JOINER standardization and sort-key rules, writes the
      * names that would change to NAMEPROP.DAT, and lists them with
      * the suspected duplicate persons (the same person under two
      * rolls) in NAMERVW.DAT. Nothing on the master changes until a
      * supervisor approves the run in APPROVAL-REVIEW, which calls
      * back here to apply it with before and after audit rows.
       PROCEDURE DIVISION.
           IF APR-TYPE = APPROVAL-TYPE
               PERFORM APPLY-APPROVED-PROPOSALS
               GOBACK
           END-IF.

           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO RUN-TIME.

           PERFORM LOAD-NAME-TABLE.
           IF NAME-COUNT = 0
               DISPLAY "No students on file in STUMAST.DAT"
               GOBACK
           END-IF.

           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT REVIEW-OUT-FILE.
           IF PROPOSAL-STATUS NOT = "00"
               OR REVIEW-OUT-STATUS NOT = "00"
               DISPLAY "Cannot open NAMEPROP.DAT/NAMERVW.DAT - status "
                   PROPOSAL-STATUS "/" REVIEW-OUT-STATUS
               GOBACK
           END-IF.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           STRING "STUDENT NAME STANDARDIZATION  RUN " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUN-TIME DELIMITED BY SIZE
                  INTO REVIEW-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "PROPOSED CHANGES" TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "ROLL      CURRENT NAME              PROPOSED NAME"
               TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING NAME-IDX FROM 1 BY 1
           UNTIL NAME-IDX > NAME-COUNT
               PERFORM PROPOSE-ONE-NAME
           END-PERFORM.
           IF PROPOSAL-COUNT = 0 AND TOO-LONG-COUNT = 0
               MOVE "  NONE - every name is already standard"
                   TO REVIEW-OUT-RECORD
               PERFORM WRITE-REVIEW-LINE
           END-IF.
           CLOSE PROPOSAL-FILE.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "SUSPECTED DUPLICATE PERSONS" TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE 0 TO CLUSTER-NUMBER.
           PERFORM VARYING NAME-IDX FROM 1 BY 1
           UNTIL NAME-IDX > NAME-COUNT
               IF NAM-T-CLUSTERED(NAME-IDX) NOT = "Y"
                   PERFORM BUILD-ONE-CLUSTER
               END-IF
           END-PERFORM.
           IF CLUSTER-NUMBER = 0
               MOVE "  NONE" TO REVIEW-OUT-RECORD
               PERFORM WRITE-REVIEW-LINE
           END-IF.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           STRING "NAMES " DELIMITED BY SIZE
                  NAME-COUNT DELIMITED BY SIZE
                  "  CHANGES PROPOSED " DELIMITED BY SIZE
                  PROPOSAL-COUNT DELIMITED BY SIZE
                  "  TOO LONG " DELIMITED BY SIZE
                  TOO-LONG-COUNT DELIMITED BY SIZE
                  "  DUPLICATE CLUSTERS " DELIMITED BY SIZE
                  CLUSTER-NUMBER DELIMITED BY SIZE
                  INTO REVIEW-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVIEW-LINE.
           CLOSE REVIEW-OUT-FILE.

           MOVE REPORT-LINES TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE "PROPOSE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "NAMES=" DELIMITED BY SIZE
                  NAME-COUNT DELIMITED BY SIZE
                  " CHANGES=" DELIMITED BY SIZE
                  PROPOSAL-COUNT DELIMITED BY SIZE
                  " DUPS=" DELIMITED BY SIZE
                  CLUSTER-NUMBER DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY REVIEW-OUT-RECORD.
           DISPLAY "Review written to NAMERVW.DAT".
           IF PROPOSAL-COUNT > 0
               AND (SCHEDULED-JOB = SPACES
                   OR SCHEDULED-JOB = LOW-VALUES)
               PERFORM OFFER-APPROVAL-REQUEST
           END-IF.
           GOBACK.

       PROPOSE-ONE-NAME.
           IF NAM-T-NEW-NAME(NAME-IDX) = SPACES
               ADD 1 TO TOO-LONG-COUNT
               MOVE SPACES TO REVIEW-OUT-RECORD
               STRING NAM-T-ROLL(NAME-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      NAM-T-OLD-NAME(NAME-IDX) DELIMITED BY SIZE
                      " NOT PROPOSED - STANDARD FORM TOO LONG"
                          DELIMITED BY SIZE
                      INTO REVIEW-OUT-RECORD
               END-STRING
               PERFORM WRITE-REVIEW-LINE
           ELSE
               IF NAM-T-NEW-NAME(NAME-IDX)
                   NOT = NAM-T-OLD-NAME(NAME-IDX)
                   ADD 1 TO PROPOSAL-COUNT
                   MOVE RUN-DATE TO NPR-RUN-DATE
                   MOVE RUN-TIME TO NPR-RUN-TIME
                   MOVE NAM-T-ROLL(NAME-IDX) TO NPR-ROLL
                   MOVE NAM-T-OLD-NAME(NAME-IDX) TO NPR-OLD-NAME
                   MOVE NAM-T-NEW-NAME(NAME-IDX) TO NPR-NEW-NAME
                   WRITE PROPOSAL-RECORD
                   MOVE SPACES TO REVIEW-OUT-RECORD
                   STRING NAM-T-ROLL(NAME-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          NAM-T-OLD-NAME(NAME-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NAM-T-NEW-NAME(NAME-IDX) DELIMITED BY SIZE
                          INTO REVIEW-OUT-RECORD
                   END-STRING
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

      * Offered only at the terminal to a signed-on operator: the run
      * is queued on APPROVQ.DAT under that operator, who may not
      * then approve it, and applied when a supervisor approves it.
       OFFER-APPROVAL-REQUEST.
           IF AUDIT-OPERATOR = SPACES
               DISPLAY "Approval can only be requested by a "
                   "signed-on operator - changes not queued"
           ELSE
               PERFORM ASK-FOR-APPROVAL
           END-IF.

       ASK-FOR-APPROVAL.
           DISPLAY "Request supervisor approval to apply the "
               PROPOSAL-COUNT " change(s) (Y/N): "
               WITH NO ADVANCING.
           ACCEPT REQUEST-KEY.
           IF REQUEST-KEY = "Y" OR REQUEST-KEY = "y"
               MOVE SPACES TO QUEUED-PROPOSALS
               MOVE RUN-DATE TO QNP-RUN-DATE
               MOVE RUN-TIME TO QNP-RUN-TIME
               MOVE PROPOSAL-COUNT TO QNP-COUNT
               MOVE SPACES TO APPROVAL-DESCRIPTION
               STRING "NAMES " DELIMITED BY SIZE
                      PROPOSAL-COUNT DELIMITED BY SIZE
                      " CHANGES RUN " DELIMITED BY SIZE
                      RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RUN-TIME DELIMITED BY SIZE
                      INTO APPROVAL-DESCRIPTION
               END-STRING
               CALL "APPRVQ" USING APPROVAL-TYPE APPROVAL-PROGRAM
                   AUDIT-OPERATOR APPROVAL-DESCRIPTION QUEUED-PROPOSALS
                   APPROVAL-NUMBER
               END-CALL
               IF APPROVAL-NUMBER > 0
                   DISPLAY "Queued as request " APPROVAL-NUMBER
                       " - a supervisor must approve it"
               END-IF
           END-IF.

      * Called from APPROVAL-REVIEW. Only the proposals of the
      * approved run are applied, and only where the name on the
      * master is still the one that was reviewed; each change is
      * audited with the name before and the name after.
       APPLY-APPROVED-PROPOSALS.
           MOVE APR-REQUESTER TO AUDIT-OPERATOR.
           MOVE APR-DATA TO QUEUED-PROPOSALS.
           MOVE 0 TO APPLIED-COUNT.
           MOVE 0 TO SKIPPED-COUNT.
           MOVE 0 TO PROPOSAL-COUNT.
           OPEN INPUT PROPOSAL-FILE.
           IF PROPOSAL-STATUS NOT = "00"
               MOVE "FAILED" TO APR-RESULT
               MOVE "NAMEPROP.DAT NOT AVAILABLE" TO APR-REASON
           ELSE
               OPEN I-O STUDENT-FILE
               IF STUDENT-STATUS NOT = "00"
                   MOVE "FAILED" TO APR-RESULT
                   MOVE "STUMAST.DAT NOT AVAILABLE" TO APR-REASON
               ELSE
                   MOVE "N" TO PROPOSAL-EOF-SW
                   PERFORM UNTIL PROPOSAL-EOF-SW = "Y"
                       READ PROPOSAL-FILE
                           AT END
                               MOVE "Y" TO PROPOSAL-EOF-SW
                           NOT AT END
                               IF NPR-RUN-DATE = QNP-RUN-DATE
                                   AND NPR-RUN-TIME = QNP-RUN-TIME
                                   ADD 1 TO PROPOSAL-COUNT
                                   PERFORM APPLY-ONE-PROPOSAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-FILE
                   IF PROPOSAL-COUNT = 0
                       MOVE "FAILED" TO APR-RESULT
                       MOVE "PROPOSALS REPLACED BY A LATER RUN"
                           TO APR-REASON
                   ELSE
                       MOVE "APPLIED" TO APR-RESULT
                       MOVE SPACES TO APR-REASON
                       STRING "CHANGED " DELIMITED BY SIZE
                              APPLIED-COUNT DELIMITED BY SIZE
                              " SKIPPED " DELIMITED BY SIZE
                              SKIPPED-COUNT DELIMITED BY SIZE
                              INTO APR-REASON
                       END-STRING
                   END-IF
               END-IF
               CLOSE PROPOSAL-FILE
           END-IF.
           DISPLAY "Names changed: " APPLIED-COUNT
               "  skipped: " SKIPPED-COUNT.

       APPLY-ONE-PROPOSAL.
           MOVE NPR-ROLL TO STU-ROLL.
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   IF STU-NAME NOT = NPR-OLD-NAME
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       MOVE "NAMEBEF" TO AUDIT-ACTION
                       MOVE NPR-OLD-NAME TO STU-NAME
                       PERFORM WRITE-NAME-AUDIT
                       MOVE NPR-NEW-NAME TO STU-NAME
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO APPLIED-COUNT
                               MOVE "NAMEAFT" TO AUDIT-ACTION
                               PERFORM WRITE-NAME-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-NAME-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  STU-ROLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STU-NAME DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       LOAD-NAME-TABLE.
           MOVE 0 TO NAME-COUNT.
           MOVE "N" TO STUDENT-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
           ELSE
               PERFORM UNTIL STUDENT-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO STUDENT-EOF-SW
                       NOT AT END
                           IF NAME-COUNT < 1000
                               ADD 1 TO NAME-COUNT
                               PERFORM STANDARDIZE-ONE-NAME
                           ELSE
                               DISPLAY "STUMAST.DAT has more rows "
                                   "than the name table can hold"
                               MOVE "Y" TO STUDENT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Standard form: upper case, single spaces, each initial as a
      * letter and a point (A. K. however it was keyed), a JR, SR,
      * II, III or IV suffix after a comma, and a surname keyed
      * first before a comma moved to the end.
       STANDARDIZE-ONE-NAME.
           MOVE STU-ROLL TO NAM-T-ROLL(NAME-COUNT).
           MOVE STU-NAME TO NAM-T-OLD-NAME(NAME-COUNT).
           MOVE "N" TO NAM-T-CLUSTERED(NAME-COUNT).
           MOVE FUNCTION UPPER-CASE(STU-NAME) TO NAME-WORK.

           MOVE SPACES TO NAME-BEFORE-COMMA NAME-AFTER-COMMA.
           UNSTRING NAME-WORK DELIMITED BY ","
               INTO NAME-BEFORE-COMMA NAME-AFTER-COMMA
           END-UNSTRING.
           IF NAME-AFTER-COMMA NOT = SPACES
               MOVE FUNCTION TRIM(NAME-AFTER-COMMA) TO SUFFIX-CHECK
               PERFORM CHECK-SUFFIX-WORD
               IF SUFFIX-SW = "N"
                   MOVE SPACES TO NAME-WORK
                   STRING FUNCTION TRIM(NAME-AFTER-COMMA)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(NAME-BEFORE-COMMA)
                              DELIMITED BY SIZE
                          INTO NAME-WORK
                   END-STRING
               END-IF
           END-IF.
           INSPECT NAME-WORK REPLACING ALL "," BY SPACE.

           MOVE 0 TO NAME-WORD-COUNT.
           MOVE 1 TO NAME-POINTER.
           PERFORM UNTIL NAME-POINTER > 25
               MOVE SPACES TO RAW-WORD
               UNSTRING NAME-WORK(1:25) DELIMITED BY ALL SPACE
                   INTO RAW-WORD
                   WITH POINTER NAME-POINTER
               END-UNSTRING
               IF RAW-WORD NOT = SPACES
                   PERFORM SPLIT-RAW-WORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO FIRST-NAME MIDDLE-NAME LAST-NAME SUFFIX.
           MOVE NAME-WORD-COUNT TO LAST-WORD-IDX.
           IF LAST-WORD-IDX > 1
               MOVE NAME-WORD(LAST-WORD-IDX) TO SUFFIX-CHECK
               PERFORM CHECK-SUFFIX-WORD
               IF SUFFIX-SW = "Y"
                   MOVE SUFFIX-CHECK TO SUFFIX
                   SUBTRACT 1 FROM LAST-WORD-IDX
               END-IF
           END-IF.
           IF LAST-WORD-IDX > 0
               MOVE NAME-WORD(1) TO FIRST-NAME
           END-IF.
           IF LAST-WORD-IDX > 1
               MOVE NAME-WORD(LAST-WORD-IDX) TO LAST-NAME
           END-IF.
           PERFORM VARYING NAME-WORD-IDX FROM 2 BY 1
           UNTIL NAME-WORD-IDX >= LAST-WORD-IDX
               IF MIDDLE-NAME = SPACES
                   MOVE NAME-WORD(NAME-WORD-IDX) TO MIDDLE-NAME
               ELSE
                   MOVE MIDDLE-NAME TO NAME-WORK
                   MOVE SPACES TO MIDDLE-NAME
                   STRING FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NAME-WORD(NAME-WORD-IDX) DELIMITED BY SPACE
                          INTO MIDDLE-NAME
                   END-STRING
               END-IF
           END-PERFORM.

           PERFORM BUILD-FULL-NAME.
           MOVE 0 TO FULL-NAME-LEN.
           PERFORM VARYING NAME-WORD-IDX FROM 1 BY 1
           UNTIL NAME-WORD-IDX > 50
               IF FULL-NAME(NAME-WORD-IDX:1) NOT = SPACE
                   MOVE NAME-WORD-IDX TO FULL-NAME-LEN
               END-IF
           END-PERFORM.
           IF FULL-NAME-LEN > 25
               MOVE SPACES TO NAM-T-NEW-NAME(NAME-COUNT)
           ELSE
               MOVE FULL-NAME TO NAM-T-NEW-NAME(NAME-COUNT)
           END-IF.

           MOVE SPACES TO NAM-T-SURNAME(NAME-COUNT).
           MOVE SPACES TO NAM-T-GIVEN(NAME-COUNT).
           IF LAST-NAME = SPACES
               MOVE FIRST-NAME TO NAM-T-SURNAME(NAME-COUNT)
           ELSE
               MOVE LAST-NAME TO NAM-T-SURNAME(NAME-COUNT)
               MOVE FIRST-NAME TO NAM-T-GIVEN(NAME-COUNT)
           END-IF.
           MOVE MIDDLE-NAME(1:1) TO NAM-T-MIDDLE(NAME-COUNT).

      * A word keyed with points (A.K. or A.) becomes one initial
      * per letter; a lone letter is an initial too.
       SPLIT-RAW-WORD.
           MOVE 1 TO WORD-POINTER.
           PERFORM UNTIL WORD-POINTER > 25
               MOVE SPACES TO WORD-PART
               UNSTRING RAW-WORD DELIMITED BY "."
                   INTO WORD-PART
                   WITH POINTER WORD-POINTER
               END-UNSTRING
               IF WORD-PART NOT = SPACES
                   AND NAME-WORD-COUNT < 12
                   MOVE 0 TO WORD-PART-LEN
                   PERFORM VARYING GIVEN-SCAN-IDX FROM 1 BY 1
                   UNTIL GIVEN-SCAN-IDX > 25
                       IF WORD-PART(GIVEN-SCAN-IDX:1) NOT = SPACE
                           MOVE GIVEN-SCAN-IDX TO WORD-PART-LEN
                       END-IF
                   END-PERFORM
                   ADD 1 TO NAME-WORD-COUNT
                   IF WORD-PART-LEN = 1
                       MOVE SPACES TO NAME-WORD(NAME-WORD-COUNT)
                       STRING WORD-PART(1:1) DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                              INTO NAME-WORD(NAME-WORD-COUNT)
                       END-STRING
                   ELSE
                       MOVE WORD-PART TO NAME-WORD(NAME-WORD-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SUFFIX-WORD.
           MOVE "N" TO SUFFIX-SW.
           INSPECT SUFFIX-CHECK REPLACING ALL "." BY SPACE.
           MOVE FUNCTION TRIM(SUFFIX-CHECK) TO SUFFIX-CHECK.
           IF SUFFIX-CHECK = "JR" OR SUFFIX-CHECK = "SR"
               OR SUFFIX-CHECK = "II" OR SUFFIX-CHECK = "III"
               OR SUFFIX-CHECK = "IV"
               MOVE "Y" TO SUFFIX-SW
           END-IF.

       BUILD-FULL-NAME.
           MOVE FIRST-NAME TO FULL-NAME.
           IF MIDDLE-NAME NOT = SPACES
               MOVE FULL-NAME TO NAME-WORK
               MOVE SPACES TO FULL-NAME
               STRING FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(MIDDLE-NAME) DELIMITED BY SIZE
                      INTO FULL-NAME
               END-STRING
           END-IF.
           IF LAST-NAME NOT = SPACES
               MOVE FULL-NAME TO NAME-WORK
               MOVE SPACES TO FULL-NAME
               STRING FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LAST-NAME DELIMITED BY SPACE
                      INTO FULL-NAME
               END-STRING
           END-IF.
           IF SUFFIX NOT = SPACES
               MOVE FULL-NAME TO NAME-WORK
               MOVE SPACES TO FULL-NAME
               STRING FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      SUFFIX DELIMITED BY SPACE
                      INTO FULL-NAME
               END-STRING
           END-IF.

      * Same tiers as the STRING-JOINER duplicate review, over the
      * standardized names of the whole master; each member is
      * listed with its roll.
       BUILD-ONE-CLUSTER.
           MOVE 0 TO CLUSTER-MEMBERS.
           PERFORM VARYING NAME-SCAN-IDX FROM 1 BY 1
           UNTIL NAME-SCAN-IDX > NAME-COUNT
               IF NAME-SCAN-IDX NOT = NAME-IDX
                   AND NAM-T-CLUSTERED(NAME-SCAN-IDX) NOT = "Y"
                   PERFORM JUDGE-PAIR-MATCH
                   IF MATCH-TIER NOT = SPACES
                       IF CLUSTER-MEMBERS = 0
                           ADD 1 TO CLUSTER-NUMBER
                           MOVE "Y" TO NAM-T-CLUSTERED(NAME-IDX)
                           MOVE SPACES TO REVIEW-OUT-RECORD
                           STRING "CLUSTER " DELIMITED BY SIZE
                                  CLUSTER-NUMBER DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  NAM-T-ROLL(NAME-IDX)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  NAM-T-OLD-NAME(NAME-IDX)
                                      DELIMITED BY SIZE
                                  INTO REVIEW-OUT-RECORD
                           END-STRING
                           PERFORM WRITE-REVIEW-LINE
                       END-IF
                       ADD 1 TO CLUSTER-MEMBERS
                       MOVE "Y" TO NAM-T-CLUSTERED(NAME-SCAN-IDX)
                       MOVE SPACES TO REVIEW-OUT-RECORD
                       STRING "  " DELIMITED BY SIZE
                              MATCH-TIER DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NAM-T-ROLL(NAME-SCAN-IDX)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NAM-T-OLD-NAME(NAME-SCAN-IDX)
                                  DELIMITED BY SIZE
                              INTO REVIEW-OUT-RECORD
                       END-STRING
                       PERFORM WRITE-REVIEW-LINE
                   END-IF
               END-IF
           END-PERFORM.

      * EXACT: surname, given and middle initial all agree.
      * HIGH: surname and given agree, middle initials differ or
      * are absent. POSSIBLE: surname agrees and one given name is
      * just an initial compatible with the other.
       JUDGE-PAIR-MATCH.
           MOVE SPACES TO MATCH-TIER.
           IF NAM-T-SURNAME(NAME-SCAN-IDX)
               NOT = NAM-T-SURNAME(NAME-IDX)
               CONTINUE
           ELSE
               IF NAM-T-GIVEN(NAME-SCAN-IDX)
                   = NAM-T-GIVEN(NAME-IDX)
                   IF NAM-T-MIDDLE(NAME-SCAN-IDX)
                       = NAM-T-MIDDLE(NAME-IDX)
                       MOVE "EXACT" TO MATCH-TIER
                   ELSE
                       MOVE "HIGH" TO MATCH-TIER
                   END-IF
               ELSE
                   PERFORM MEASURE-GIVEN-NAMES
                   IF NAM-T-GIVEN(NAME-IDX)(1:1)
                       = NAM-T-GIVEN(NAME-SCAN-IDX)(1:1)
                       AND (GIVEN-LEN-1 = 1 OR GIVEN-LEN-2 = 1)
                       MOVE "POSSIBLE" TO MATCH-TIER
                   END-IF
               END-IF
           END-IF.

       MEASURE-GIVEN-NAMES.
           MOVE 0 TO GIVEN-LEN-1.
           PERFORM VARYING GIVEN-SCAN-IDX FROM 1 BY 1
           UNTIL GIVEN-SCAN-IDX > 25
               IF NAM-T-GIVEN(NAME-IDX)(GIVEN-SCAN-IDX:1)
                   NOT = SPACE
                   AND NAM-T-GIVEN(NAME-IDX)(GIVEN-SCAN-IDX:1)
                       NOT = "."
                   MOVE GIVEN-SCAN-IDX TO GIVEN-LEN-1
               END-IF
           END-PERFORM.
           MOVE 0 TO GIVEN-LEN-2.
           PERFORM VARYING GIVEN-SCAN-IDX FROM 1 BY 1
           UNTIL GIVEN-SCAN-IDX > 25
               IF NAM-T-GIVEN(NAME-SCAN-IDX)(GIVEN-SCAN-IDX:1)
                   NOT = SPACE
                   AND NAM-T-GIVEN(NAME-SCAN-IDX)(GIVEN-SCAN-IDX:1)
                       NOT = "."
                   MOVE GIVEN-SCAN-IDX TO GIVEN-LEN-2
               END-IF
           END-PERFORM.

       WRITE-REVIEW-LINE.
           WRITE REVIEW-OUT-RECORD.
           ADD 1 TO REPORT-LINES.
