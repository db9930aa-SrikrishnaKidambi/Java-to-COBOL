       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SHIFT-TABLE-FILE ASSIGN TO "SHIFTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFT-TABLE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT REVIEW-OUT-FILE ASSIGN TO "ACCREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-OUT-STATUS.

           SELECT REVIEW-LOG-FILE ASSIGN TO "ACCRVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  SHIFT-TABLE-FILE.
       01 SHIFT-TABLE-RECORD.
           05 SH-OPERATOR  PIC X(10).
           05 SH-START     PIC 9(4).
           05 SH-END       PIC 9(4).
           05 SH-LABEL     PIC X(10).

       FD  AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  REVIEW-OUT-FILE.
       01 REVIEW-OUT-RECORD  PIC X(100).

      * One row per signed-off review.
       FD  REVIEW-LOG-FILE.
       01 REVIEW-LOG-RECORD.
           05 ARV-DATE       PIC 9(8).
           05 ARV-TIME       PIC 9(6).
           05 ARV-FROM       PIC 9(8).
           05 ARV-TO         PIC 9(8).
           05 ARV-SUPERVISOR PIC X(10).
           05 ARV-OPERATORS  PIC 999.
           05 ARV-EXCEPTIONS PIC 9(5).
           05 ARV-COMMENT    PIC X(40).

       WORKING-STORAGE SECTION.
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 SHIFT-TABLE-STATUS PIC X(2) VALUE "00".
       01 AUDIT-LOG-STATUS   PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 REVIEW-OUT-STATUS  PIC X(2) VALUE "00".
       01 REVIEW-LOG-STATUS  PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 AUDIT-EOF-SW       PIC X VALUE "N".
       01 SETTINGS-EOF-SW    PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 DATE-FROM          PIC 9(8) VALUE 0.
       01 DATE-TO            PIC 9(8) VALUE 0.

      * SETTINGS.DAT key DORMDAYS: an active ID with no sign-on in
      * this many days up to the end of the period is dormant.
       01 DORMANT-DAYS       PIC 9(4) VALUE 90.
       01 DORMANT-DAYS-TEXT  PIC ZZZ9.
       01 DAYS-SINCE-SIGNON  PIC 9(6) VALUE 0.
       01 DAYS-SINCE-TEXT    PIC ZZZZZ9.

       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

       01 OPERATOR-TABLE.
           05 OPR-ENTRY OCCURS 100 TIMES.
               10 OPR-T-ID         PIC X(10).
               10 OPR-T-NAME       PIC X(20).
               10 OPR-T-ROLE       PIC X.
               10 OPR-T-ACTIVE     PIC X.
               10 OPR-T-SHIFT      PIC X(10).
               10 OPR-T-LAST-SIGNON PIC 9(8).
               10 OPR-T-ACTIONS    PIC 9(5).
               10 OPR-T-SUPV-USES  PIC 9(5).
       01 OPERATOR-COUNT     PIC 999 VALUE 0.
       01 OPERATOR-IDX       PIC 999 VALUE 0.
       01 OPERATOR-FOUND-IDX PIC 999 VALUE 0.
       01 LOOKUP-ID          PIC X(10) VALUE SPACES.

      * Programs each operator ran in the period, with counts.
       01 USAGE-TABLE.
           05 USE-ENTRY OCCURS 500 TIMES.
               10 USE-T-OPERATOR   PIC 999.
               10 USE-T-PROGRAM    PIC X(12).
               10 USE-T-COUNT      PIC 9(5).
       01 USAGE-COUNT        PIC 999 VALUE 0.
       01 USAGE-IDX          PIC 999 VALUE 0.
       01 USAGE-FOUND-SW     PIC X VALUE "N".
       01 USAGE-FULL-SW      PIC X VALUE "N".

      * Programs only a supervisor can work in. Use of any of them,
      * approving a dual-control request, or being named as BY= on
      * an authorized override counts as using supervisor functions.
       01 SUPERVISOR-PROGRAM-VALUES.
           05 FILLER PIC X(12) VALUE "OPERMAINT".
           05 FILLER PIC X(12) VALUE "APPRREVIEW".
       01 SUPERVISOR-PROGRAM-TABLE REDEFINES SUPERVISOR-PROGRAM-VALUES.
           05 SUPERVISOR-PROGRAM PIC X(12) OCCURS 2 TIMES.
       01 SUPERVISOR-PROGRAM-IDX PIC 9 VALUE 0.
       01 DETAIL-BEFORE      PIC X(40) VALUE SPACES.
       01 DETAIL-AFTER       PIC X(40) VALUE SPACES.
       01 DETAIL-BY-ID       PIC X(10) VALUE SPACES.

       01 ACTION-COUNT-TEXT  PIC ZZZZ9.
       01 EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01 REPORT-LINES       PIC 9(7) VALUE 0.
       01 ENTRIES-EXAMINED   PIC 9(7) VALUE 0.

       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".
       01 SIGNOFF-COMMENT    PIC X(40) VALUE SPACES.
       01 NOW-DATE           PIC 9(8) VALUE 0.
       01 NOW-TIME           PIC 9(6) VALUE 0.
       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.

       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "ACCREVW.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "ACCREVIEW".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "ACCREVIEW".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE "REVIEW".
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.

      * Quarterly access review: every operator on OPERMAST.DAT with
      * role, active flag, shift, last sign-on and the programs used
      * in the period from AUDITLOG.DAT, then the exceptions - dormant
      * IDs, supervisors who used no supervisor function, and log
      * entries made under inactive or unknown IDs. A supervisor
      * signs the review off on screen; the sign-off goes on the
      * report, into ACCRVLOG.DAT and into the audit log.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PROGRAM-SETTINGS.

           DISPLAY "Review period from (YYYYMMDD, 0 = open): "
               WITH NO ADVANCING.
           ACCEPT DATE-FROM.
           DISPLAY "Review period to (YYYYMMDD, 0 = business date): "
               WITH NO ADVANCING.
           ACCEPT DATE-TO.
           IF DATE-TO = 0
               MOVE BUSINESS-DATE TO DATE-TO
           END-IF.
           IF DATE-FROM > DATE-TO
               DISPLAY "Period start is after its end"
               GOBACK
           END-IF.

           PERFORM LOAD-OPERATOR-TABLE.
           IF OPERATOR-COUNT = 0
               DISPLAY "No operators on file in OPERMAST.DAT"
               GOBACK
           END-IF.
           PERFORM LOAD-SHIFT-LABELS.

           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "Cannot open AUDITLOG.DAT - status "
                   AUDIT-LOG-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM UNTIL AUDIT-EOF-SW = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END
                       PERFORM TALLY-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

           OPEN OUTPUT REVIEW-OUT-FILE.
           IF REVIEW-OUT-STATUS NOT = "00"
               DISPLAY "Cannot open ACCREVW.DAT - status "
                   REVIEW-OUT-STATUS
               GOBACK
           END-IF.
           PERFORM WRITE-REVIEW-HEADING.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
           UNTIL OPERATOR-IDX > OPERATOR-COUNT
               PERFORM WRITE-OPERATOR-SECTION
           END-PERFORM.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "EXCEPTIONS" TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
           UNTIL OPERATOR-IDX > OPERATOR-COUNT
               PERFORM CHECK-DORMANT-ID
               PERFORM CHECK-SUPERVISOR-USE
           END-PERFORM.
           PERFORM REPORT-STRANGER-ENTRIES.
           IF EXCEPTION-COUNT = 0
               MOVE "  NONE" TO REVIEW-OUT-RECORD
               PERFORM WRITE-REVIEW-LINE
           END-IF.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           STRING "OPERATORS " DELIMITED BY SIZE
                  OPERATOR-COUNT DELIMITED BY SIZE
                  "  LOG ENTRIES IN PERIOD " DELIMITED BY SIZE
                  ENTRIES-EXAMINED DELIMITED BY SIZE
                  "  EXCEPTIONS " DELIMITED BY SIZE
                  EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO REVIEW-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVIEW-LINE.
           DISPLAY REVIEW-OUT-RECORD.

           PERFORM SUPERVISOR-SIGN-OFF.

           CLOSE REVIEW-OUT-FILE.
           MOVE REPORT-LINES TO REGISTRY-RECORDS.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "OPERATORS=" DELIMITED BY SIZE
                  OPERATOR-COUNT DELIMITED BY SIZE
                  " EXCEPTIONS=" DELIMITED BY SIZE
                  EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE "REVIEW" TO AUDIT-ACTION.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
           DISPLAY "Review written to ACCREVW.DAT".
           GOBACK.

      * Last sign-on is taken from the whole log up to the end of
      * the period; program use and supervisor functions only from
      * entries inside the period.
       TALLY-ONE-AUDIT-RECORD.
           IF AUD-DATE <= DATE-TO
               MOVE AUD-OPERATOR TO LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPERATOR-FOUND-IDX > 0 AND AUD-ACTION = "SIGNON"
                   AND AUD-DATE > OPR-T-LAST-SIGNON(OPERATOR-FOUND-IDX)
                   MOVE AUD-DATE
                       TO OPR-T-LAST-SIGNON(OPERATOR-FOUND-IDX)
               END-IF
               IF AUD-DATE >= DATE-FROM
                   ADD 1 TO ENTRIES-EXAMINED
                   IF OPERATOR-FOUND-IDX > 0
                       ADD 1 TO OPR-T-ACTIONS(OPERATOR-FOUND-IDX)
                       PERFORM TALLY-PROGRAM-USE
                       PERFORM CHECK-SUPERVISOR-PROGRAM
                   END-IF
                   PERFORM CHECK-SUPERVISOR-AUTHORITY
               END-IF
           END-IF.

       TALLY-PROGRAM-USE.
           MOVE "N" TO USAGE-FOUND-SW.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
           UNTIL USAGE-IDX > USAGE-COUNT OR USAGE-FOUND-SW = "Y"
               IF USE-T-OPERATOR(USAGE-IDX) = OPERATOR-FOUND-IDX
                   AND USE-T-PROGRAM(USAGE-IDX) = AUD-PROGRAM
                   ADD 1 TO USE-T-COUNT(USAGE-IDX)
                   MOVE "Y" TO USAGE-FOUND-SW
               END-IF
           END-PERFORM.
           IF USAGE-FOUND-SW = "N"
               IF USAGE-COUNT < 500
                   ADD 1 TO USAGE-COUNT
                   MOVE OPERATOR-FOUND-IDX
                       TO USE-T-OPERATOR(USAGE-COUNT)
                   MOVE AUD-PROGRAM TO USE-T-PROGRAM(USAGE-COUNT)
                   MOVE 1 TO USE-T-COUNT(USAGE-COUNT)
               ELSE
                   IF USAGE-FULL-SW = "N"
                       DISPLAY "Program use table is full - later "
                           "programs are not listed"
                       MOVE "Y" TO USAGE-FULL-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPERVISOR-PROGRAM.
           PERFORM VARYING SUPERVISOR-PROGRAM-IDX FROM 1 BY 1
           UNTIL SUPERVISOR-PROGRAM-IDX > 2
               IF AUD-PROGRAM
                   = SUPERVISOR-PROGRAM(SUPERVISOR-PROGRAM-IDX)
                   AND AUD-ACTION NOT = "OPMREF"
                   AND AUD-ACTION NOT = "APRREF"
                   ADD 1 TO OPR-T-SUPV-USES(OPERATOR-FOUND-IDX)
               END-IF
           END-PERFORM.

      * The approver stamped on a dual-control entry, or the ID after
      * BY= in the detail of a supervisor-authorized action.
       CHECK-SUPERVISOR-AUTHORITY.
           IF AUD-APPROVER NOT = SPACES
               MOVE AUD-APPROVER TO LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPERATOR-FOUND-IDX > 0
                   ADD 1 TO OPR-T-SUPV-USES(OPERATOR-FOUND-IDX)
               END-IF
           END-IF.
           MOVE SPACES TO DETAIL-BEFORE DETAIL-AFTER DETAIL-BY-ID.
           UNSTRING AUD-DETAIL DELIMITED BY "BY="
               INTO DETAIL-BEFORE DETAIL-AFTER
           END-UNSTRING.
           IF DETAIL-AFTER NOT = SPACES
               UNSTRING DETAIL-AFTER DELIMITED BY SPACE
                   INTO DETAIL-BY-ID
               END-UNSTRING
               MOVE DETAIL-BY-ID TO LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPERATOR-FOUND-IDX > 0
                   ADD 1 TO OPR-T-SUPV-USES(OPERATOR-FOUND-IDX)
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO OPERATOR-FOUND-IDX.
           IF LOOKUP-ID NOT = SPACES
               PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
                   OR OPERATOR-FOUND-IDX > 0
                   IF OPR-T-ID(OPERATOR-IDX) = LOOKUP-ID
                       MOVE OPERATOR-IDX TO OPERATOR-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REVIEW-HEADING.
           MOVE DORMANT-DAYS TO DORMANT-DAYS-TEXT.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           STRING "OPERATOR ACCESS REVIEW  PERIOD " DELIMITED BY SIZE
                  DATE-FROM DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  DATE-TO DELIMITED BY SIZE
                  "  DORMANT AFTER " DELIMITED BY SIZE
                  FUNCTION TRIM(DORMANT-DAYS-TEXT) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO REVIEW-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           STRING "OPERATOR   NAME                 ROLE ACTIVE "
                      DELIMITED BY SIZE
                  "SHIFT      LAST SIGNON  ACTIONS" DELIMITED BY SIZE
                  INTO REVIEW-OUT-RECORD
           END-STRING.
           PERFORM WRITE-REVIEW-LINE.

       WRITE-OPERATOR-SECTION.
           MOVE OPR-T-ACTIONS(OPERATOR-IDX) TO ACTION-COUNT-TEXT.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           MOVE OPR-T-ID(OPERATOR-IDX) TO REVIEW-OUT-RECORD(1:10).
           MOVE OPR-T-NAME(OPERATOR-IDX) TO REVIEW-OUT-RECORD(12:20).
           MOVE OPR-T-ROLE(OPERATOR-IDX) TO REVIEW-OUT-RECORD(33:1).
           MOVE OPR-T-ACTIVE(OPERATOR-IDX) TO REVIEW-OUT-RECORD(38:1).
           MOVE OPR-T-SHIFT(OPERATOR-IDX) TO REVIEW-OUT-RECORD(45:10).
           IF OPR-T-LAST-SIGNON(OPERATOR-IDX) = 0
               MOVE "NEVER" TO REVIEW-OUT-RECORD(56:8)
           ELSE
               MOVE OPR-T-LAST-SIGNON(OPERATOR-IDX)
                   TO REVIEW-OUT-RECORD(56:8)
           END-IF.
           MOVE ACTION-COUNT-TEXT TO REVIEW-OUT-RECORD(69:5).
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
           UNTIL USAGE-IDX > USAGE-COUNT
               IF USE-T-OPERATOR(USAGE-IDX) = OPERATOR-IDX
                   MOVE USE-T-COUNT(USAGE-IDX) TO ACTION-COUNT-TEXT
                   MOVE SPACES TO REVIEW-OUT-RECORD
                   STRING "    USED " DELIMITED BY SIZE
                          USE-T-PROGRAM(USAGE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ACTION-COUNT-TEXT DELIMITED BY SIZE
                          " TIMES" DELIMITED BY SIZE
                          INTO REVIEW-OUT-RECORD
                   END-STRING
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-PERFORM.

      * Only active IDs can be dormant; an inactive ID is already
      * locked out.
       CHECK-DORMANT-ID.
           IF OPR-T-ACTIVE(OPERATOR-IDX) = "Y"
               IF OPR-T-LAST-SIGNON(OPERATOR-IDX) = 0
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO REVIEW-OUT-RECORD
                   STRING "DORMANT ID        " DELIMITED BY SIZE
                          OPR-T-ID(OPERATOR-IDX) DELIMITED BY SIZE
                          " NEVER SIGNED ON" DELIMITED BY SIZE
                          INTO REVIEW-OUT-RECORD
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   COMPUTE DAYS-SINCE-SIGNON =
                       FUNCTION INTEGER-OF-DATE(DATE-TO)
                     - FUNCTION INTEGER-OF-DATE(
                           OPR-T-LAST-SIGNON(OPERATOR-IDX))
                   IF DAYS-SINCE-SIGNON > DORMANT-DAYS
                       ADD 1 TO EXCEPTION-COUNT
                       MOVE DAYS-SINCE-SIGNON TO DAYS-SINCE-TEXT
                       MOVE SPACES TO REVIEW-OUT-RECORD
                       STRING "DORMANT ID        " DELIMITED BY SIZE
                              OPR-T-ID(OPERATOR-IDX) DELIMITED BY SIZE
                              " LAST SIGNON " DELIMITED BY SIZE
                              OPR-T-LAST-SIGNON(OPERATOR-IDX)
                                  DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(DAYS-SINCE-TEXT)
                                  DELIMITED BY SIZE
                              " DAYS)" DELIMITED BY SIZE
                              INTO REVIEW-OUT-RECORD
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPERVISOR-USE.
           IF OPR-T-ROLE(OPERATOR-IDX) = "S"
               AND OPR-T-SUPV-USES(OPERATOR-IDX) = 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO REVIEW-OUT-RECORD
               STRING "SUPERVISOR UNUSED " DELIMITED BY SIZE
                      OPR-T-ID(OPERATOR-IDX) DELIMITED BY SIZE
                      " NO SUPERVISOR FUNCTION USED IN PERIOD"
                          DELIMITED BY SIZE
                      INTO REVIEW-OUT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * A second pass over the log lists each entry in the period
      * made under an ID that is inactive or not on OPERMAST.DAT.
      * Entries with no operator are unattended batch work.
       REPORT-STRANGER-ENTRIES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS = "00"
               MOVE "N" TO AUDIT-EOF-SW
               PERFORM UNTIL AUDIT-EOF-SW = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO AUDIT-EOF-SW
                       NOT AT END
                           IF AUD-DATE >= DATE-FROM
                               AND AUD-DATE <= DATE-TO
                               AND AUD-OPERATOR NOT = SPACES
                               PERFORM CHECK-ONE-STRANGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       CHECK-ONE-STRANGER.
           MOVE AUD-OPERATOR TO LOOKUP-ID.
           PERFORM FIND-OPERATOR.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           IF OPERATOR-FOUND-IDX = 0
               MOVE "UNKNOWN ID        " TO REVIEW-OUT-RECORD
           ELSE
               IF OPR-T-ACTIVE(OPERATOR-FOUND-IDX) NOT = "Y"
                   MOVE "INACTIVE ID       " TO REVIEW-OUT-RECORD
               END-IF
           END-IF.
           IF REVIEW-OUT-RECORD NOT = SPACES
               ADD 1 TO EXCEPTION-COUNT
               STRING AUD-OPERATOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-ACTION DELIMITED BY SIZE
                      INTO REVIEW-OUT-RECORD(19:82)
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * The review stands unsigned unless an active supervisor keys
      * their ID; a signed review is logged with the comment given.
       SUPERVISOR-SIGN-OFF.
           MOVE SPACES TO SUPERVISOR-ID.
           DISPLAY "Supervisor ID to sign off the review "
               "(blank = leave unsigned): " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID) TO SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           IF SUPERVISOR-ID NOT = SPACES
               PERFORM VALIDATE-SUPERVISOR-ID
           END-IF.

           MOVE SPACES TO REVIEW-OUT-RECORD.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-OUT-RECORD.
           IF SUPERVISOR-OK-SW = "Y"
               DISPLAY "Sign-off comment: " WITH NO ADVANCING
               MOVE SPACES TO SIGNOFF-COMMENT
               ACCEPT SIGNOFF-COMMENT
               ACCEPT NOW-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY-NOW FROM TIME
               MOVE TIME-OF-DAY-NOW(1:6) TO NOW-TIME
               STRING "REVIEWED AND SIGNED OFF BY " DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOW-TIME DELIMITED BY SIZE
                      INTO REVIEW-OUT-RECORD
               END-STRING
               PERFORM WRITE-REVIEW-LINE
               IF SIGNOFF-COMMENT NOT = SPACES
                   MOVE SPACES TO REVIEW-OUT-RECORD
                   STRING "COMMENT: " DELIMITED BY SIZE
                          SIGNOFF-COMMENT DELIMITED BY SIZE
                          INTO REVIEW-OUT-RECORD
                   END-STRING
                   PERFORM WRITE-REVIEW-LINE
               END-IF
               PERFORM LOG-SIGN-OFF
               DISPLAY "Review signed off by " SUPERVISOR-ID
           ELSE
               MOVE "NOT SIGNED OFF" TO REVIEW-OUT-RECORD
               PERFORM WRITE-REVIEW-LINE
               DISPLAY "Review left unsigned"
           END-IF.

       LOG-SIGN-OFF.
           OPEN EXTEND REVIEW-LOG-FILE.
           IF REVIEW-LOG-STATUS = "35"
               OPEN OUTPUT REVIEW-LOG-FILE
           END-IF.
           IF REVIEW-LOG-STATUS NOT = "00"
               DISPLAY "Cannot open ACCRVLOG.DAT - status "
                   REVIEW-LOG-STATUS
           ELSE
               MOVE NOW-DATE TO ARV-DATE
               MOVE NOW-TIME TO ARV-TIME
               MOVE DATE-FROM TO ARV-FROM
               MOVE DATE-TO TO ARV-TO
               MOVE SUPERVISOR-ID TO ARV-SUPERVISOR
               MOVE OPERATOR-COUNT TO ARV-OPERATORS
               MOVE EXCEPTION-COUNT TO ARV-EXCEPTIONS
               MOVE SIGNOFF-COMMENT TO ARV-COMMENT
               WRITE REVIEW-LOG-RECORD
               CLOSE REVIEW-LOG-FILE
           END-IF.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TO=" DELIMITED BY SIZE
                  DATE-TO DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  EXCEPTION-COUNT DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE "REVSIGN" TO AUDIT-ACTION.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
           MOVE SUPERVISOR-ID TO LOOKUP-ID.
           PERFORM FIND-OPERATOR.
           IF OPERATOR-FOUND-IDX > 0
               IF OPR-T-ROLE(OPERATOR-FOUND-IDX) = "S"
                   AND OPR-T-ACTIVE(OPERATOR-FOUND-IDX) = "Y"
                   MOVE "Y" TO SUPERVISOR-OK-SW
               END-IF
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor: " SUPERVISOR-ID
           END-IF.

       WRITE-EXCEPTION-LINE.
           PERFORM WRITE-REVIEW-LINE.
           DISPLAY REVIEW-OUT-RECORD.

       WRITE-REVIEW-LINE.
           WRITE REVIEW-OUT-RECORD.
           ADD 1 TO REPORT-LINES.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPERATOR-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open OPERMAST.DAT - status "
                   OPERATOR-MASTER-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF OPERATOR-COUNT < 100
                               ADD 1 TO OPERATOR-COUNT
                               PERFORM STORE-ONE-OPERATOR
                           ELSE
                               DISPLAY "OPERMAST.DAT has more rows "
                                   "than the operator table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       STORE-ONE-OPERATOR.
           MOVE OPM-ID TO OPR-T-ID(OPERATOR-COUNT).
           MOVE OPM-NAME TO OPR-T-NAME(OPERATOR-COUNT).
           MOVE OPM-ROLE TO OPR-T-ROLE(OPERATOR-COUNT).
           MOVE OPM-ACTIVE TO OPR-T-ACTIVE(OPERATOR-COUNT).
           MOVE "ANY" TO OPR-T-SHIFT(OPERATOR-COUNT).
           MOVE 0 TO OPR-T-LAST-SIGNON(OPERATOR-COUNT).
           MOVE 0 TO OPR-T-ACTIONS(OPERATOR-COUNT).
           MOVE 0 TO OPR-T-SUPV-USES(OPERATOR-COUNT).

      * An operator with no SHIFTTAB.DAT row may work any time, as
      * at console sign-on.
       LOAD-SHIFT-LABELS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SHIFT-TABLE-FILE.
           IF SHIFT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SHIFT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           MOVE SH-OPERATOR TO LOOKUP-ID
                           PERFORM FIND-OPERATOR
                           IF OPERATOR-FOUND-IDX > 0
                               MOVE SH-LABEL
                                   TO OPR-T-SHIFT(OPERATOR-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-TABLE-FILE
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

       LOAD-PROGRAM-SETTINGS.
           MOVE "N" TO SETTINGS-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL SETTINGS-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO SETTINGS-EOF-SW
                       NOT AT END
                           IF SET-KEY = "DORMDAYS"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO DORMANT-DAYS
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
