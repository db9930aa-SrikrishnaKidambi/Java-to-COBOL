       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-AWARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-TABLE-FILE ASSIGN TO "MERITAWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARD-TABLE-STATUS.

           SELECT RANKS-FILE ASSIGN TO "GPARANKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKS-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ROLL
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-STATUS.

           SELECT ATTEND-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-STATUS.

           SELECT DEBAR-FILE ASSIGN TO "DEBAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEBAR-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO "CONCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCESSION-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TABLE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT MERGE-DATA-FILE ASSIGN TO "SENTDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-DATA-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "MERITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Merit award table, one row per department and year of study:
      * MA-BASIS N awards the top MA-COUNT students of the cohort,
      * P the top MA-COUNT percent of it. Each winner receives
      * MA-AMOUNT off the next invoice, provided attendance for the
      * term is at least MA-MIN-ATTEND percent (0 for no minimum).
       FD  AWARD-TABLE-FILE.
       01 AWARD-TABLE-RECORD.
           05 MA-DEPT        PIC 9.
           05 MA-YEAR        PIC 9.
           05 MA-BASIS       PIC X.
           05 MA-COUNT       PIC 999.
           05 MA-AMOUNT      PIC 9(7)V99.
           05 MA-MIN-ATTEND  PIC 999.

       FD  RANKS-FILE.
       01 RANKS-RECORD.
           05 RK-ROLL      PIC 9(8).
           05 RK-DEPT      PIC 9.
           05 RK-YEAR      PIC 9.
           05 RK-GPA       PIC 9V99.
           05 RK-RANK      PIC 9(4).
           05 RK-COHORT    PIC 9(4).
           05 RK-TOP-PCT   PIC 999.

       FD  STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ROLL         PIC 9(8).
           05 STU-NAME         PIC X(25).
           05 STU-DEPT         PIC 9.
           05 STU-YEAR         PIC 9.
           05 STU-ENROLL-DATE  PIC 9(8).
           05 STU-STATUS       PIC X.
           05 STU-STATUS-DATE  PIC 9(8).

       FD  ATTEND-FILE.
       01 ATTEND-RECORD.
           05 AT-DATE        PIC 9(8).
           05 AT-ROLL        PIC 9(8).
           05 AT-PRESENT     PIC X.

       FD  DEBAR-FILE.
       01 DEBAR-RECORD.
           05 DB-ROLL        PIC 9(8).
           05 DB-TERM        PIC X(6).
           05 DB-PCT         PIC 999V99.
           05 DB-STATUS      PIC X(8).
           05 DB-DATE        PIC 9(8).
           05 DB-BY          PIC X(10).
           05 DB-REASON      PIC X(20).

       FD  TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TC-TERM        PIC X(6).
           05 TC-START       PIC 9(8).
           05 TC-END         PIC 9(8).
           05 TC-CENSUS      PIC 9(8).
           05 TC-EXAM-START  PIC 9(8).
           05 TC-EXAM-END    PIC 9(8).
           05 TC-STATUS      PIC X.

      * Merit awards are written as one-off concessions (status N):
      * the invoice run takes them off the next invoice only and
      * then marks them used.
       FD  CONCESSION-FILE.
       01 CONCESSION-RECORD.
           05 CN-ROLL        PIC 9(8).
           05 CN-TYPE        PIC X(8).
           05 CN-BASIS       PIC X.
           05 CN-VALUE       PIC 9(7)V99.
           05 CN-TERM        PIC X(6).
           05 CN-APPROVER    PIC X(10).
           05 CN-STATUS      PIC X.
           05 CN-DATE        PIC 9(8).

       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPM-ID       PIC X(10).
           05 OPM-NAME     PIC X(20).
           05 OPM-ROLE     PIC X.
           05 OPM-ACTIVE   PIC X.

       FD  DEPT-TABLE-FILE.
       01 DEPT-TABLE-RECORD.
           05 DT-CODE       PIC 9.
           05 DT-NAME       PIC X(10).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  MERGE-DATA-FILE.
       01 MERGE-DATA-RECORD PIC X(200).

       FD  REGISTER-FILE.
       01 REGISTER-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01 AWARD-TABLE-STATUS PIC X(2) VALUE "00".
       01 RANKS-STATUS       PIC X(2) VALUE "00".
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 ATTEND-STATUS      PIC X(2) VALUE "00".
       01 DEBAR-STATUS       PIC X(2) VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
       01 CONCESSION-STATUS  PIC X(2) VALUE "00".
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 DEPT-TABLE-STATUS  PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 MERGE-DATA-STATUS  PIC X(2) VALUE "00".
       01 REGISTER-STATUS    PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 TODAY-DATE         PIC 9(8) VALUE 0.
       01 RUN-MODE           PIC X VALUE SPACE.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 AWARD-TABLE.
           05 AWARD-ENTRY OCCURS 50 TIMES.
               10 AWD-T-DEPT       PIC 9.
               10 AWD-T-YEAR       PIC 9.
               10 AWD-T-BASIS      PIC X.
               10 AWD-T-COUNT      PIC 999.
               10 AWD-T-AMOUNT     PIC 9(7)V99.
               10 AWD-T-MIN-ATTEND PIC 999.
       01 AWARD-COUNT        PIC 99 VALUE 0.
       01 AWARD-IDX          PIC 99 VALUE 0.
       01 AWARD-CHECK-IDX    PIC 99 VALUE 0.
       01 AWARD-ROW-NUMBER   PIC 9(4) VALUE 0.
       01 AWARD-ROW-OK-SW    PIC X VALUE "N".

      * Everyone on GPARANKS.DAT, with what the eligibility checks
      * need: status and name from the master, confirmed debarment
      * and attendance for the assessment term, whether a merit
      * award for the award term is already on CONCESS.DAT, and the
      * amount won in this run until its concession is written.
       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 1000 TIMES.
               10 CAN-ROLL        PIC 9(8).
               10 CAN-DEPT        PIC 9.
               10 CAN-YEAR        PIC 9.
               10 CAN-GPA         PIC 9V99.
               10 CAN-RANK        PIC 9(4).
               10 CAN-NAME        PIC X(25).
               10 CAN-ACTIVE-SW   PIC X.
               10 CAN-DEBARRED-SW PIC X.
               10 CAN-HELD-SW     PIC X.
               10 CAN-MARKED      PIC 9(4).
               10 CAN-PRESENT     PIC 9(4).
               10 CAN-ATTEND-PCT  PIC 999V99.
               10 CAN-AWARDED-SW  PIC X.
               10 CAN-AWARD-AMOUNT PIC 9(7)V99.
       01 CANDIDATE-COUNT    PIC 9(4) VALUE 0.
       01 CANDIDATE-IDX      PIC 9(4) VALUE 0.
       01 CANDIDATE-FOUND-SW PIC X VALUE "N".
       01 SEARCH-ROLL        PIC 9(8) VALUE 0.

      * One cohort at a time, in award order: GPA high to low; at
      * equal GPA the higher attendance first, then the lower roll
      * number.
       01 COHORT-ORDER-TABLE.
           05 COHORT-MEMBER   PIC 9(4) OCCURS 1000 TIMES.
       01 COHORT-SIZE        PIC 9(4) VALUE 0.
       01 ORDER-IDX          PIC 9(4) VALUE 0.
       01 ORDER-SWAP         PIC 9(4) VALUE 0.
       01 SORT-PASS          PIC 9(4) VALUE 0.
       01 SWAPPED-SW         PIC X VALUE "N".
       01 OUT-OF-ORDER-SW    PIC X VALUE "N".
       01 FIRST-MEMBER       PIC 9(4) VALUE 0.
       01 SECOND-MEMBER      PIC 9(4) VALUE 0.

       01 AWARD-PLACES       PIC 9(4) VALUE 0.
       01 PLACES-FILLED      PIC 9(4) VALUE 0.
       01 PREVIOUS-ELIGIBLE  PIC 9(4) VALUE 0.
       01 EXCLUDE-REASON     PIC X(40) VALUE SPACES.
       01 DECISION-TEXT      PIC X(12) VALUE SPACES.
       01 TIE-NOTE           PIC X(40) VALUE SPACES.
       01 REGISTER-NOTE      PIC X(45) VALUE SPACES.
       01 MIN-ATTEND-TEXT    PIC ZZ9.

       01 HOLD-ROLL          PIC 9(8) VALUE 0.
       01 HOLD-ACTIVE-COUNT  PIC 99 VALUE 0.
       01 HOLD-TYPE          PIC X(8) VALUE SPACES.
       01 HOLD-OFFICE        PIC X(10) VALUE SPACES.

      * Attendance counts over the assessment term: the latest term
      * on TERMCAL.DAT to have started by the business date. The
      * award term defaults to the first term starting after it.
       01 TERMCAL-ON-FILE-SW PIC X VALUE "N".
       01 ASSESS-TERM        PIC X(6) VALUE SPACES.
       01 ASSESS-FROM        PIC 9(8) VALUE 0.
       01 ASSESS-TO          PIC 9(8) VALUE 0.
       01 NEXT-TERM          PIC X(6) VALUE SPACES.
       01 NEXT-TERM-START    PIC 9(8) VALUE 0.
       01 AWARD-TERM         PIC X(6) VALUE SPACES.
       01 TERM-INPUT         PIC X(6) VALUE SPACES.
       01 TERM-VALID-SW      PIC X VALUE "N".

       01 DEPT-NAMES.
           05 DEPT-ENTRY-NAME PIC X(10) OCCURS 9 TIMES.
       01 DEPT-SHOWN         PIC X(10) VALUE SPACES.

       01 COHORT-AWARDED     PIC 9(4) VALUE 0.
       01 COHORT-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 TOTAL-AWARDED      PIC 9(5) VALUE 0.
       01 TOTAL-EXCLUDED     PIC 9(5) VALUE 0.
       01 TOTAL-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 COUNT-TEXT         PIC ZZZ9.
       01 COUNT-TEXT-2       PIC ZZZ9.
       01 AMOUNT-TEXT        PIC Z(8)9.99.
       01 GPA-TEXT           PIC 9.99.
       01 PCT-TEXT           PIC ZZ9.99.
       01 RANK-TEXT          PIC ZZZ9.
       01 BASIS-SUFFIX       PIC X(4) VALUE SPACES.

       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 SAVED-SCHEDULED-JOB PIC X(12) VALUE SPACES.
       01 MERGE-FAILED-SW    PIC X VALUE "N".
       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "MERITREG.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "MERITAWARD".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "MERITAWARD".
       01 AUDIT-OPERATOR     PIC X(10) VALUE SPACES.
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Merit award run from the cohort rankings COHORT-RANK leaves
      * on GPARANKS.DAT. Each row of MERITAWD.DAT awards the top of
      * one department and year; students not active on the master,
      * under an active hold, confirmed DEBARRED for the assessment
      * term, short of the minimum attendance or already holding a
      * merit award for the award term are passed over and the next
      * in line moves up. A trial run writes the award register
      * (MERITREG.DAT) only; an award run, approved by a supervisor,
      * also sends the award letter through SENTENCE-CREATOR
      * (template MERIT) and, once the letters have been merged, adds
      * a one-off MERIT concession on CONCESS.DAT against each
      * winner's next invoice.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-AWARD-TABLE.
           IF AWARD-COUNT = 0
               DISPLAY "No usable rows on MERITAWD.DAT"
               GOBACK
           END-IF.
           PERFORM LOAD-CANDIDATE-TABLE.
           IF CANDIDATE-COUNT = 0
               DISPLAY "No rankings on GPARANKS.DAT - run "
                   "COHORT-RANK first"
               GOBACK
           END-IF.
           PERFORM FIND-AWARD-TERMS.
           PERFORM ACCEPT-AWARD-TERM.
           IF AWARD-TERM = SPACES
               DISPLAY "Merit award run cancelled"
               GOBACK
           END-IF.
           PERFORM ACCEPT-RUN-MODE.
           IF RUN-MODE = SPACE
               DISPLAY "Merit award run cancelled"
               GOBACK
           END-IF.

           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-STUDENT-DETAILS.
           PERFORM COUNT-TERM-ATTENDANCE.
           PERFORM LOAD-DEBARMENTS.
           PERFORM LOAD-EXISTING-AWARDS.

           MOVE 0 TO REGISTRY-RECORDS.
           MOVE 0 TO TOTAL-AWARDED TOTAL-EXCLUDED TOTAL-AMOUNT.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM WRITE-REGISTER-HEADING.
           IF RUN-MODE = "A"
               OPEN OUTPUT MERGE-DATA-FILE
           END-IF.

           PERFORM VARYING AWARD-IDX FROM 1 BY 1
           UNTIL AWARD-IDX > AWARD-COUNT
               PERFORM AWARD-ONE-COHORT
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.
           IF RUN-MODE = "A"
               CLOSE MERGE-DATA-FILE
           END-IF.
           CLOSE REGISTER-FILE.
           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           MOVE "N" TO MERGE-FAILED-SW.
           IF RUN-MODE = "A" AND TOTAL-AWARDED > 0
               DISPLAY "Award letter data written to SENTDATA.DAT"
               PERFORM RUN-AWARD-MERGE
           END-IF.

           EVALUATE TRUE
               WHEN MERGE-FAILED-SW = "Y"
                   MOVE "MERITERR" TO AUDIT-ACTION
               WHEN RUN-MODE = "A"
                   MOVE "MERITAWD" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE "MERITTRY" TO AUDIT-ACTION
           END-EVALUATE.
           MOVE TOTAL-AMOUNT TO AMOUNT-TEXT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM=" DELIMITED BY SIZE
                  AWARD-TERM DELIMITED BY SIZE
                  " WON=" DELIMITED BY SIZE
                  TOTAL-AWARDED DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID AUDIT-OPERATOR
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

           DISPLAY "Merit awards for " AWARD-TERM ": " TOTAL-AWARDED
               "  passed over: " TOTAL-EXCLUDED.
           DISPLAY "Total awarded: " AMOUNT-TEXT.
           DISPLAY "Award register written to MERITREG.DAT".
           IF MERGE-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The award letters are merged straight away, without the
      * merge program's mode prompt. The MERIT concessions are
      * written only when the merge has run: after a failed merge
      * nothing is awarded, so a re-run makes the same awards again.
       RUN-AWARD-MERGE.
           MOVE SCHEDULED-JOB TO SAVED-SCHEDULED-JOB.
           IF SCHEDULED-JOB = SPACES OR SCHEDULED-JOB = LOW-VALUES
               MOVE AUDIT-PROGRAM-ID TO SCHEDULED-JOB
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL "SENTENCE-CREATOR".
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO MERGE-FAILED-SW
           END-IF.
           MOVE SAVED-SCHEDULED-JOB TO SCHEDULED-JOB.
           IF MERGE-FAILED-SW = "Y"
               DISPLAY "Letter merge failed - no MERIT concessions "
                   "written, run again to make the awards"
           ELSE
               PERFORM WRITE-MERIT-CONCESSIONS
               DISPLAY "MERIT concessions added to CONCESS.DAT"
           END-IF.

       WRITE-MERIT-CONCESSIONS.
           OPEN EXTEND CONCESSION-FILE.
           IF CONCESSION-STATUS = "35"
               OPEN OUTPUT CONCESSION-FILE
           END-IF.
           PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
           UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
               IF CAN-AWARDED-SW(CANDIDATE-IDX) = "Y"
                   PERFORM WRITE-MERIT-CONCESSION
               END-IF
           END-PERFORM.
           CLOSE CONCESSION-FILE.

      * Under JOB-SCHEDULER only a trial run is made; awards need a
      * supervisor at the console.
       ACCEPT-RUN-MODE.
           IF SCHEDULED-JOB NOT = SPACES
               AND SCHEDULED-JOB NOT = LOW-VALUES
               MOVE "T" TO RUN-MODE
           ELSE
               DISPLAY "Run - (T)rial register only or (A)ward: "
                   WITH NO ADVANCING
               ACCEPT RUN-MODE
               MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE
               IF RUN-MODE NOT = "T" AND RUN-MODE NOT = "A"
                   MOVE SPACE TO RUN-MODE
               END-IF
               IF RUN-MODE = "A"
                   DISPLAY "Approving supervisor ID: "
                       WITH NO ADVANCING
                   ACCEPT SUPERVISOR-ID
                   MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID)
                       TO SUPERVISOR-ID
                   PERFORM VALIDATE-SUPERVISOR-ID
                   IF SUPERVISOR-OK-SW NOT = "Y"
                       MOVE SPACE TO RUN-MODE
                   END-IF
               END-IF
           END-IF.

      * The award term defaults to the first term after the business
      * date; with a calendar on file any other term must be on it.
       ACCEPT-AWARD-TERM.
           MOVE NEXT-TERM TO AWARD-TERM.
           IF SCHEDULED-JOB = SPACES OR SCHEDULED-JOB = LOW-VALUES
               MOVE "N" TO TERM-VALID-SW
               PERFORM UNTIL TERM-VALID-SW = "Y"
                   DISPLAY "Award term (blank = " NEXT-TERM "): "
                       WITH NO ADVANCING
                   MOVE SPACES TO TERM-INPUT
                   ACCEPT TERM-INPUT
                   MOVE FUNCTION UPPER-CASE(TERM-INPUT) TO TERM-INPUT
                   IF TERM-INPUT = SPACES
                       MOVE NEXT-TERM TO AWARD-TERM
                       MOVE "Y" TO TERM-VALID-SW
                   ELSE
                       PERFORM CHECK-AWARD-TERM
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-AWARD-TERM.
           MOVE "Y" TO TERM-VALID-SW.
           IF TERMCAL-ON-FILE-SW = "Y"
               MOVE "N" TO TERM-VALID-SW
               MOVE "N" TO TABLE-EOF-SW
               OPEN INPUT TERM-CALENDAR-FILE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ TERM-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF TC-TERM = TERM-INPUT
                               MOVE "Y" TO TERM-VALID-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF TERM-VALID-SW = "Y"
               MOVE TERM-INPUT TO AWARD-TERM
           ELSE
               DISPLAY "Term not on TERMCAL.DAT: " TERM-INPUT
           END-IF.

      * One award row: rank the cohort, then walk it in award order.
      * Passed-over students are registered with the reason; the
      * places go to the next eligible students in line.
       AWARD-ONE-COHORT.
           MOVE 0 TO COHORT-SIZE.
           PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
           UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
               IF CAN-DEPT(CANDIDATE-IDX) = AWD-T-DEPT(AWARD-IDX)
                   AND CAN-YEAR(CANDIDATE-IDX) = AWD-T-YEAR(AWARD-IDX)
                   ADD 1 TO COHORT-SIZE
                   MOVE CANDIDATE-IDX TO COHORT-MEMBER(COHORT-SIZE)
               END-IF
           END-PERFORM.

           IF AWD-T-BASIS(AWARD-IDX) = "N"
               MOVE AWD-T-COUNT(AWARD-IDX) TO AWARD-PLACES
           ELSE
               COMPUTE AWARD-PLACES =
                   COHORT-SIZE * AWD-T-COUNT(AWARD-IDX) / 100
               IF AWARD-PLACES = 0 AND COHORT-SIZE > 0
                   MOVE 1 TO AWARD-PLACES
               END-IF
           END-IF.

           PERFORM SORT-COHORT.
           PERFORM WRITE-COHORT-HEADING.

           MOVE 0 TO PLACES-FILLED.
           MOVE 0 TO COHORT-AWARDED.
           MOVE 0 TO COHORT-AMOUNT.
           MOVE 0 TO PREVIOUS-ELIGIBLE.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
           UNTIL ORDER-IDX > COHORT-SIZE
               MOVE COHORT-MEMBER(ORDER-IDX) TO CANDIDATE-IDX
               PERFORM DECIDE-ONE-CANDIDATE
           END-PERFORM.
           PERFORM WRITE-COHORT-TOTAL.

       DECIDE-ONE-CANDIDATE.
           PERFORM JUDGE-ELIGIBILITY.
           MOVE SPACES TO TIE-NOTE.
           IF EXCLUDE-REASON NOT = SPACES
               MOVE "PASSED OVER" TO DECISION-TEXT
               MOVE EXCLUDE-REASON TO REGISTER-NOTE
               ADD 1 TO TOTAL-EXCLUDED
           ELSE
               IF PREVIOUS-ELIGIBLE > 0
                   IF CAN-GPA(PREVIOUS-ELIGIBLE)
                       = CAN-GPA(CANDIDATE-IDX)
                       PERFORM NOTE-TIE-BREAK
                   END-IF
               END-IF
               MOVE CANDIDATE-IDX TO PREVIOUS-ELIGIBLE
               IF PLACES-FILLED < AWARD-PLACES
                   ADD 1 TO PLACES-FILLED
                   MOVE "AWARDED" TO DECISION-TEXT
                   ADD 1 TO COHORT-AWARDED TOTAL-AWARDED
                   ADD AWD-T-AMOUNT(AWARD-IDX) TO COHORT-AMOUNT
                       TOTAL-AMOUNT
                   IF RUN-MODE = "A"
                       MOVE "Y" TO CAN-AWARDED-SW(CANDIDATE-IDX)
                       MOVE AWD-T-AMOUNT(AWARD-IDX)
                           TO CAN-AWARD-AMOUNT(CANDIDATE-IDX)
                       PERFORM WRITE-AWARD-MERGE-ROW
                   END-IF
               ELSE
                   MOVE "NOT AWARDED" TO DECISION-TEXT
               END-IF
               MOVE TIE-NOTE TO REGISTER-NOTE
           END-IF.
           PERFORM WRITE-CANDIDATE-LINE.

      * Checked in this order, and only the first reason found is
      * registered.
       JUDGE-ELIGIBILITY.
           MOVE SPACES TO EXCLUDE-REASON.
           MOVE CAN-ROLL(CANDIDATE-IDX) TO HOLD-ROLL.
           CALL "HOLDCHK" USING HOLD-ROLL HOLD-ACTIVE-COUNT HOLD-TYPE
               HOLD-OFFICE
           END-CALL.
           MOVE AWD-T-MIN-ATTEND(AWARD-IDX) TO MIN-ATTEND-TEXT.
           EVALUATE TRUE
               WHEN CAN-ACTIVE-SW(CANDIDATE-IDX) NOT = "Y"
                   MOVE "NOT AN ACTIVE STUDENT" TO EXCLUDE-REASON
               WHEN HOLD-ACTIVE-COUNT > 0
                   STRING "ACTIVE HOLD " DELIMITED BY SIZE
                          FUNCTION TRIM(HOLD-TYPE) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(HOLD-OFFICE) DELIMITED BY SIZE
                          INTO EXCLUDE-REASON
                   END-STRING
               WHEN CAN-DEBARRED-SW(CANDIDATE-IDX) = "Y"
                   IF ASSESS-TERM = SPACES
                       MOVE "DEBARRED" TO EXCLUDE-REASON
                   ELSE
                       STRING "DEBARRED FOR " DELIMITED BY SIZE
                              ASSESS-TERM DELIMITED BY SIZE
                              INTO EXCLUDE-REASON
                       END-STRING
                   END-IF
               WHEN CAN-ATTEND-PCT(CANDIDATE-IDX)
                   < AWD-T-MIN-ATTEND(AWARD-IDX)
                   STRING "ATTENDANCE BELOW " DELIMITED BY SIZE
                          FUNCTION TRIM(MIN-ATTEND-TEXT)
                              DELIMITED BY SIZE
                          " PERCENT" DELIMITED BY SIZE
                          INTO EXCLUDE-REASON
                   END-STRING
               WHEN CAN-HELD-SW(CANDIDATE-IDX) = "Y"
                   STRING "MERIT AWARD FOR " DELIMITED BY SIZE
                          AWARD-TERM DELIMITED BY SIZE
                          " ALREADY ON FILE" DELIMITED BY SIZE
                          INTO EXCLUDE-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Equal GPA with the eligible student ahead: say what put that
      * student first.
       NOTE-TIE-BREAK.
           IF CAN-ATTEND-PCT(PREVIOUS-ELIGIBLE)
               NOT = CAN-ATTEND-PCT(CANDIDATE-IDX)
               STRING "TIE WITH " DELIMITED BY SIZE
                      CAN-ROLL(PREVIOUS-ELIGIBLE) DELIMITED BY SIZE
                      " - LOWER ATTENDANCE" DELIMITED BY SIZE
                      INTO TIE-NOTE
               END-STRING
           ELSE
               STRING "TIE WITH " DELIMITED BY SIZE
                      CAN-ROLL(PREVIOUS-ELIGIBLE) DELIMITED BY SIZE
                      " - HIGHER ROLL NUMBER" DELIMITED BY SIZE
                      INTO TIE-NOTE
               END-STRING
           END-IF.

       SORT-COHORT.
           MOVE "Y" TO SWAPPED-SW.
           PERFORM VARYING SORT-PASS FROM 1 BY 1
           UNTIL SORT-PASS >= COHORT-SIZE OR SWAPPED-SW = "N"
               MOVE "N" TO SWAPPED-SW
               PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > COHORT-SIZE - SORT-PASS
                   MOVE COHORT-MEMBER(ORDER-IDX) TO FIRST-MEMBER
                   MOVE COHORT-MEMBER(ORDER-IDX + 1) TO SECOND-MEMBER
                   PERFORM COMPARE-COHORT-PAIR
                   IF OUT-OF-ORDER-SW = "Y"
                       MOVE COHORT-MEMBER(ORDER-IDX) TO ORDER-SWAP
                       MOVE COHORT-MEMBER(ORDER-IDX + 1)
                           TO COHORT-MEMBER(ORDER-IDX)
                       MOVE ORDER-SWAP TO COHORT-MEMBER(ORDER-IDX + 1)
                       MOVE "Y" TO SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-COHORT-PAIR.
           MOVE "N" TO OUT-OF-ORDER-SW.
           EVALUATE TRUE
               WHEN CAN-GPA(FIRST-MEMBER) < CAN-GPA(SECOND-MEMBER)
                   MOVE "Y" TO OUT-OF-ORDER-SW
               WHEN CAN-GPA(FIRST-MEMBER) > CAN-GPA(SECOND-MEMBER)
                   CONTINUE
               WHEN CAN-ATTEND-PCT(FIRST-MEMBER)
                   < CAN-ATTEND-PCT(SECOND-MEMBER)
                   MOVE "Y" TO OUT-OF-ORDER-SW
               WHEN CAN-ATTEND-PCT(FIRST-MEMBER)
                   > CAN-ATTEND-PCT(SECOND-MEMBER)
                   CONTINUE
               WHEN CAN-ROLL(FIRST-MEMBER) > CAN-ROLL(SECOND-MEMBER)
                   MOVE "Y" TO OUT-OF-ORDER-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-MERIT-CONCESSION.
           MOVE CAN-ROLL(CANDIDATE-IDX) TO CN-ROLL.
           MOVE "MERIT" TO CN-TYPE.
           MOVE "F" TO CN-BASIS.
           MOVE CAN-AWARD-AMOUNT(CANDIDATE-IDX) TO CN-VALUE.
           MOVE AWARD-TERM TO CN-TERM.
           MOVE SUPERVISOR-ID TO CN-APPROVER.
           MOVE "N" TO CN-STATUS.
           MOVE TODAY-DATE TO CN-DATE.
           WRITE CONCESSION-RECORD.

      * Merit row for template MERIT, addressed to the student: name,
      * roll, amount, award term, rank, GPA and cohort size.
       WRITE-AWARD-MERGE-ROW.
           MOVE AWD-T-AMOUNT(AWARD-IDX) TO AMOUNT-TEXT.
           MOVE CAN-GPA(CANDIDATE-IDX) TO GPA-TEXT.
           MOVE CAN-RANK(CANDIDATE-IDX) TO RANK-TEXT.
           MOVE COHORT-SIZE TO COUNT-TEXT.
           MOVE SPACES TO MERGE-DATA-RECORD.
           STRING "MERIT/" DELIMITED BY SIZE
                  CAN-ROLL(CANDIDATE-IDX) DELIMITED BY SIZE
                  "/S,""" DELIMITED BY SIZE
                  FUNCTION TRIM(CAN-NAME(CANDIDATE-IDX))
                      DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  CAN-ROLL(CANDIDATE-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AWARD-TERM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RANK-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  GPA-TEXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                  INTO MERGE-DATA-RECORD
           END-STRING.
           WRITE MERGE-DATA-RECORD.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "MERIT AWARD REGISTER  RUN " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "  BUSINESS DATE " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "  AWARD TERM " DELIMITED BY SIZE
                  AWARD-TERM DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           IF RUN-MODE = "A"
               STRING "AWARD RUN APPROVED BY " DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
           ELSE
               MOVE "TRIAL RUN - NO CONCESSIONS OR LETTERS RAISED"
                   TO REGISTER-RECORD
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           IF ASSESS-TERM = SPACES
               MOVE "ATTENDANCE AND DEBARMENT OVER ALL TERMS ON FILE"
                   TO REGISTER-RECORD
           ELSE
               STRING "ATTENDANCE AND DEBARMENT FOR TERM "
                          DELIMITED BY SIZE
                      ASSESS-TERM DELIMITED BY SIZE
                      INTO REGISTER-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "AT EQUAL GPA: HIGHER ATTENDANCE FIRST, "
                      DELIMITED BY SIZE
                  "THEN LOWER ROLL NUMBER" DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-COHORT-HEADING.
           MOVE SPACES TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE AWD-T-DEPT(AWARD-IDX) TO AWARD-CHECK-IDX.
           MOVE SPACES TO DEPT-SHOWN.
           IF AWARD-CHECK-IDX > 0
               MOVE DEPT-ENTRY-NAME(AWARD-CHECK-IDX) TO DEPT-SHOWN
           END-IF.
           MOVE AWD-T-COUNT(AWARD-IDX) TO COUNT-TEXT.
           MOVE AWD-T-AMOUNT(AWARD-IDX) TO AMOUNT-TEXT.
           MOVE AWD-T-MIN-ATTEND(AWARD-IDX) TO MIN-ATTEND-TEXT.
           IF AWD-T-BASIS(AWARD-IDX) = "N"
               MOVE SPACES TO BASIS-SUFFIX
           ELSE
               MOVE " PCT" TO BASIS-SUFFIX
           END-IF.
           MOVE COHORT-SIZE TO RANK-TEXT.
           MOVE AWARD-PLACES TO COUNT-TEXT-2.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "DEPT " DELIMITED BY SIZE
                  AWD-T-DEPT(AWARD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPT-SHOWN DELIMITED BY SIZE
                  " YEAR " DELIMITED BY SIZE
                  AWD-T-YEAR(AWARD-IDX) DELIMITED BY SIZE
                  "  TOP " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  BASIS-SUFFIX DELIMITED BY SIZE
                  "  AWARD " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  "  MIN ATTENDANCE " DELIMITED BY SIZE
                  MIN-ATTEND-TEXT DELIMITED BY SIZE
                  "%  COHORT " DELIMITED BY SIZE
                  RANK-TEXT DELIMITED BY SIZE
                  "  PLACES " DELIMITED BY SIZE
                  COUNT-TEXT-2 DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "RANK ROLL     NAME                      GPA   "
                      DELIMITED BY SIZE
                  "ATTEND% DECISION     NOTE" DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-CANDIDATE-LINE.
           MOVE CAN-RANK(CANDIDATE-IDX) TO RANK-TEXT.
           MOVE CAN-GPA(CANDIDATE-IDX) TO GPA-TEXT.
           MOVE CAN-ATTEND-PCT(CANDIDATE-IDX) TO PCT-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING RANK-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAN-ROLL(CANDIDATE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAN-NAME(CANDIDATE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GPA-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PCT-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DECISION-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REGISTER-NOTE DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-COHORT-TOTAL.
           MOVE COHORT-AWARDED TO COUNT-TEXT.
           MOVE COHORT-AMOUNT TO AMOUNT-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "     AWARDED " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE TOTAL-AWARDED TO COUNT-TEXT.
           MOVE TOTAL-EXCLUDED TO COUNT-TEXT-2.
           MOVE TOTAL-AMOUNT TO AMOUNT-TEXT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "TOTAL AWARDED " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  "  PASSED OVER " DELIMITED BY SIZE
                  COUNT-TEXT-2 DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  INTO REGISTER-RECORD
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

      * A row is used only when its figures make sense and no earlier
      * row already covers the same department and year.
       LOAD-AWARD-TABLE.
           MOVE 0 TO AWARD-COUNT.
           MOVE 0 TO AWARD-ROW-NUMBER.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT AWARD-TABLE-FILE.
           IF AWARD-TABLE-STATUS NOT = "00"
               DISPLAY "Cannot open MERITAWD.DAT - status "
                   AWARD-TABLE-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ AWARD-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           ADD 1 TO AWARD-ROW-NUMBER
                           PERFORM CHECK-AWARD-ROW
                           IF AWARD-ROW-OK-SW = "Y"
                               PERFORM ADD-AWARD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-TABLE-FILE
           END-IF.

       CHECK-AWARD-ROW.
           MOVE "Y" TO AWARD-ROW-OK-SW.
           IF MA-DEPT NOT NUMERIC OR MA-YEAR NOT NUMERIC
               OR MA-COUNT NOT NUMERIC OR MA-AMOUNT NOT NUMERIC
               OR MA-MIN-ATTEND NOT NUMERIC
               MOVE "N" TO AWARD-ROW-OK-SW
           ELSE
               IF (MA-BASIS NOT = "N" AND MA-BASIS NOT = "P")
                   OR MA-COUNT = 0 OR MA-AMOUNT = 0
                   OR MA-MIN-ATTEND > 100
                   OR (MA-BASIS = "P" AND MA-COUNT > 100)
                   MOVE "N" TO AWARD-ROW-OK-SW
               END-IF
           END-IF.
           IF AWARD-ROW-OK-SW = "N"
               DISPLAY "MERITAWD.DAT row " AWARD-ROW-NUMBER
                   " is not valid - skipped"
           ELSE
               PERFORM VARYING AWARD-CHECK-IDX FROM 1 BY 1
               UNTIL AWARD-CHECK-IDX > AWARD-COUNT
                   IF AWD-T-DEPT(AWARD-CHECK-IDX) = MA-DEPT
                       AND AWD-T-YEAR(AWARD-CHECK-IDX) = MA-YEAR
                       MOVE "N" TO AWARD-ROW-OK-SW
                   END-IF
               END-PERFORM
               IF AWARD-ROW-OK-SW = "N"
                   DISPLAY "MERITAWD.DAT row " AWARD-ROW-NUMBER
                       " repeats department " MA-DEPT " year "
                       MA-YEAR " - skipped"
               END-IF
           END-IF.

       ADD-AWARD-ENTRY.
           IF AWARD-COUNT < 50
               ADD 1 TO AWARD-COUNT
               MOVE MA-DEPT TO AWD-T-DEPT(AWARD-COUNT)
               MOVE MA-YEAR TO AWD-T-YEAR(AWARD-COUNT)
               MOVE MA-BASIS TO AWD-T-BASIS(AWARD-COUNT)
               MOVE MA-COUNT TO AWD-T-COUNT(AWARD-COUNT)
               MOVE MA-AMOUNT TO AWD-T-AMOUNT(AWARD-COUNT)
               MOVE MA-MIN-ATTEND TO AWD-T-MIN-ATTEND(AWARD-COUNT)
           ELSE
               DISPLAY "MERITAWD.DAT has more rows than the award "
                   "table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       LOAD-CANDIDATE-TABLE.
           MOVE 0 TO CANDIDATE-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT RANKS-FILE.
           IF RANKS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ RANKS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           PERFORM ADD-CANDIDATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RANKS-FILE
           END-IF.

       ADD-CANDIDATE-ENTRY.
           IF CANDIDATE-COUNT < 1000
               ADD 1 TO CANDIDATE-COUNT
               MOVE RK-ROLL TO CAN-ROLL(CANDIDATE-COUNT)
               MOVE RK-DEPT TO CAN-DEPT(CANDIDATE-COUNT)
               MOVE RK-YEAR TO CAN-YEAR(CANDIDATE-COUNT)
               MOVE RK-GPA TO CAN-GPA(CANDIDATE-COUNT)
               MOVE RK-RANK TO CAN-RANK(CANDIDATE-COUNT)
               MOVE SPACES TO CAN-NAME(CANDIDATE-COUNT)
               MOVE "N" TO CAN-ACTIVE-SW(CANDIDATE-COUNT)
               MOVE "N" TO CAN-DEBARRED-SW(CANDIDATE-COUNT)
               MOVE "N" TO CAN-HELD-SW(CANDIDATE-COUNT)
               MOVE 0 TO CAN-MARKED(CANDIDATE-COUNT)
               MOVE 0 TO CAN-PRESENT(CANDIDATE-COUNT)
               MOVE 0 TO CAN-ATTEND-PCT(CANDIDATE-COUNT)
               MOVE "N" TO CAN-AWARDED-SW(CANDIDATE-COUNT)
               MOVE 0 TO CAN-AWARD-AMOUNT(CANDIDATE-COUNT)
           ELSE
               DISPLAY "GPARANKS.DAT has more rows than the candidate "
                   "table can hold"
               MOVE "Y" TO TABLE-EOF-SW
           END-IF.

       FIND-CANDIDATE-ENTRY.
           MOVE "N" TO CANDIDATE-FOUND-SW.
           PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
           UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
               OR CANDIDATE-FOUND-SW = "Y"
               IF CAN-ROLL(CANDIDATE-IDX) = SEARCH-ROLL
                   MOVE "Y" TO CANDIDATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF CANDIDATE-FOUND-SW = "Y"
               SUBTRACT 1 FROM CANDIDATE-IDX
           END-IF.

       LOAD-STUDENT-DETAILS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           MOVE STU-ROLL TO SEARCH-ROLL
                           PERFORM FIND-CANDIDATE-ENTRY
                           IF CANDIDATE-FOUND-SW = "Y"
                               MOVE STU-NAME
                                   TO CAN-NAME(CANDIDATE-IDX)
                               IF STU-STATUS = "A"
                                   OR STU-STATUS = SPACE
                                   MOVE "Y"
                                       TO CAN-ACTIVE-SW(CANDIDATE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Present marks over all marks recorded in the assessment term,
      * up to the business date. A student with no marks has no
      * attendance to show.
       COUNT-TERM-ATTENDANCE.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT ATTEND-FILE.
           IF ATTEND-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ ATTEND-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF AT-DATE >= ASSESS-FROM
                               AND AT-DATE <= ASSESS-TO
                               MOVE AT-ROLL TO SEARCH-ROLL
                               PERFORM FIND-CANDIDATE-ENTRY
                               IF CANDIDATE-FOUND-SW = "Y"
                                   PERFORM COUNT-ATTENDANCE-MARK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.
           PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
           UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
               IF CAN-MARKED(CANDIDATE-IDX) > 0
                   COMPUTE CAN-ATTEND-PCT(CANDIDATE-IDX) ROUNDED =
                       CAN-PRESENT(CANDIDATE-IDX) * 100
                       / CAN-MARKED(CANDIDATE-IDX)
               END-IF
           END-PERFORM.

       COUNT-ATTENDANCE-MARK.
           IF CAN-MARKED(CANDIDATE-IDX) < 9999
               ADD 1 TO CAN-MARKED(CANDIDATE-IDX)
               IF AT-PRESENT = "Y"
                   ADD 1 TO CAN-PRESENT(CANDIDATE-IDX)
               END-IF
           END-IF.

       LOAD-DEBARMENTS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEBAR-FILE.
           IF DEBAR-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEBAR-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DB-STATUS = "DEBARRED"
                               AND (ASSESS-TERM = SPACES
                                   OR DB-TERM = ASSESS-TERM)
                               MOVE DB-ROLL TO SEARCH-ROLL
                               PERFORM FIND-CANDIDATE-ENTRY
                               IF CANDIDATE-FOUND-SW = "Y"
                                   MOVE "Y" TO
                                       CAN-DEBARRED-SW(CANDIDATE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBAR-FILE
           END-IF.

      * A merit concession for the award term that has not been
      * cancelled means the student was awarded on an earlier run.
       LOAD-EXISTING-AWARDS.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT CONCESSION-FILE.
           IF CONCESSION-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ CONCESSION-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF CN-TYPE = "MERIT"
                               AND CN-TERM = AWARD-TERM
                               AND CN-STATUS NOT = "C"
                               MOVE CN-ROLL TO SEARCH-ROLL
                               PERFORM FIND-CANDIDATE-ENTRY
                               IF CANDIDATE-FOUND-SW = "Y"
                                   MOVE "Y" TO
                                       CAN-HELD-SW(CANDIDATE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCESSION-FILE
           END-IF.

      * With no calendar on file every attendance mark up to the
      * business date counts and any confirmed debarment excludes.
       FIND-AWARD-TERMS.
           MOVE SPACES TO ASSESS-TERM NEXT-TERM.
           MOVE 0 TO ASSESS-FROM NEXT-TERM-START.
           MOVE BUSINESS-DATE TO ASSESS-TO.
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
                           PERFORM NOTE-CALENDAR-TERM
                   END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF ASSESS-TERM = SPACES
               MOVE 0 TO ASSESS-FROM
               MOVE BUSINESS-DATE TO ASSESS-TO
           END-IF.

       NOTE-CALENDAR-TERM.
           IF TC-START <= BUSINESS-DATE
               IF TC-START >= ASSESS-FROM
                   MOVE TC-TERM TO ASSESS-TERM
                   MOVE TC-START TO ASSESS-FROM
                   MOVE TC-END TO ASSESS-TO
                   IF ASSESS-TO > BUSINESS-DATE
                       MOVE BUSINESS-DATE TO ASSESS-TO
                   END-IF
               END-IF
           ELSE
               IF NEXT-TERM = SPACES OR TC-START < NEXT-TERM-START
                   MOVE TC-TERM TO NEXT-TERM
                   MOVE TC-START TO NEXT-TERM-START
               END-IF
           END-IF.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
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
                           IF OPM-ID = SUPERVISOR-ID
                               AND OPM-ACTIVE = "Y"
                               AND OPM-ROLE = "S"
                               MOVE "Y" TO SUPERVISOR-OK-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           IF SUPERVISOR-OK-SW NOT = "Y"
               DISPLAY "Not an active supervisor ID: "
                   SUPERVISOR-ID
           END-IF.

       LOAD-DEPT-NAMES.
           MOVE SPACES TO DEPT-NAMES.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF DT-CODE > 0
                               MOVE DT-NAME
                                   TO DEPT-ENTRY-NAME(DT-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
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
               MOVE TODAY-DATE TO BUSINESS-DATE
           END-IF.
