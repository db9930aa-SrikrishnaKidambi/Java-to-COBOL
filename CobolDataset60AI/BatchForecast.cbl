       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT SLA-FILE ASSIGN TO "SLATAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT SETTINGS-FILE ASSIGN TO "SETTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTINGS-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "BATCHFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-JOB        PIC X(12).
           05 SCH-PROGRAM    PIC X(20).
           05 SCH-FREQUENCY  PIC X.
           05 SCH-PRED1      PIC X(12).
           05 SCH-PRED2      PIC X(12).

       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(8).
           05 HOL-DESC       PIC X(30).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-JOB         PIC X(12).
           05 RC-DATE        PIC 9(8).
           05 RC-STATUS      PIC X(8).
           05 RC-START-TIME  PIC 9(6).
           05 RC-END-TIME    PIC 9(6).

       FD  SLA-FILE.
       01 SLA-RECORD.
           05 SLA-JOB          PIC X(12).
           05 SLA-DEADLINE     PIC 9(6).
           05 SLA-TYPICAL-SECS PIC 9(5).

       FD  BUSDATE-FILE.
       01 BUSDATE-RECORD.
           05 BD-CURRENT-DATE PIC 9(8).
           05 BD-LAST-CLOSED  PIC 9(8).

       FD  SETTINGS-FILE.
       01 SETTINGS-RECORD.
           05 SET-KEY      PIC X(12).
           05 SET-VALUE    PIC X(8).

       FD  FORECAST-FILE.
       01 FORECAST-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01 SCHEDULE-STATUS    PIC X(2) VALUE "00".
       01 HOLIDAY-STATUS     PIC X(2) VALUE "00".
       01 RUN-CONTROL-STATUS PIC X(2) VALUE "00".
       01 SLA-STATUS         PIC X(2) VALUE "00".
       01 BUSDATE-STATUS     PIC X(2) VALUE "00".
       01 SETTINGS-STATUS    PIC X(2) VALUE "00".
       01 FORECAST-STATUS    PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".

      * The schedule as JOB-SCHEDULER holds it, with the forecast
      * for each job. State N is not due tonight, W due and not yet
      * placed, D already COMPLETE for the business date, P placed
      * in the projected run and H projected to be held because a
      * predecessor will not complete. Offsets are seconds from the
      * start of the window; CHAIN-SECS is the longest run of
      * predecessors ending with the job, and CHAIN-PRED the
      * predecessor on that run.
       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 20 TIMES.
               10 JOB-T-NAME      PIC X(12).
               10 JOB-T-FREQUENCY PIC X.
               10 JOB-T-PRED1     PIC X(12).
               10 JOB-T-PRED2     PIC X(12).
               10 JOB-T-STATE     PIC X.
               10 JOB-T-TODAY     PIC X(8).
               10 JOB-T-EST-SECS  PIC 9(7).
               10 JOB-T-BASIS     PIC X(7).
               10 JOB-T-HISTORY   PIC 99.
               10 JOB-T-SEQ       PIC 99.
               10 JOB-T-START     PIC 9(7).
               10 JOB-T-END       PIC 9(7).
               10 JOB-T-DEADLINE  PIC 9(6).
               10 JOB-T-DUE-SECS  PIC 9(7).
               10 JOB-T-MISS-SW   PIC X.
               10 JOB-T-CHAIN-SECS PIC 9(7).
               10 JOB-T-CHAIN-PRED PIC 99.
       01 JOB-COUNT          PIC 99 VALUE 0.
       01 JOB-IDX            PIC 99 VALUE 0.
       01 PRED-IDX           PIC 99 VALUE 0.

       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 100 TIMES.
               10 HOL-T-DATE PIC 9(8).
       01 HOLIDAY-COUNT      PIC 999 VALUE 0.
       01 HOLIDAY-IDX        PIC 999 VALUE 0.

       01 SLA-TABLE.
           05 SLA-ENTRY OCCURS 20 TIMES.
               10 SLA-T-JOB      PIC X(12).
               10 SLA-T-DEADLINE PIC 9(6).
               10 SLA-T-TYPICAL  PIC 9(5).
       01 SLA-COUNT          PIC 99 VALUE 0.
       01 SLA-IDX            PIC 99 VALUE 0.

       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 100 TIMES.
               10 RUN-T-JOB     PIC X(12).
               10 RUN-T-DATE    PIC 9(8).
               10 RUN-T-STATUS  PIC X(8).
               10 RUN-T-ELAPSED PIC 9(7).
       01 RUN-COUNT          PIC 999 VALUE 0.
       01 RUN-IDX            PIC 999 VALUE 0.

       01 BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 CALENDAR-DATE      PIC 9(8) VALUE 0.
       01 DATE-DAYS          PIC 9(8) COMP.
       01 DAY-NUMBER         PIC 9.
       01 BUSINESS-DAY-SW    PIC X VALUE "N".
       01 HOLIDAY-FOUND-SW   PIC X VALUE "N".
       01 SCAN-DAY           PIC 99 VALUE 0.
       01 SCAN-DAY-LIMIT     PIC 99 VALUE 0.
       01 FIRST-BUSINESS-SW  PIC X VALUE "N".

      * Completed runs averaged for a job's recent elapsed time
      * (SETTINGS.DAT key FCSTRUNS).
       01 HISTORY-RUNS       PIC 999 VALUE 5.
       01 SETTING-NUMERIC-SW PIC X VALUE "N".
       01 SETTING-NUMERIC-VALUE PIC 9(4) VALUE 0.
       01 SETTING-VALUE-LEN  PIC 9 VALUE 0.
       01 SETTING-SCAN-IDX   PIC 9 VALUE 0.

       01 HISTORY-TOTAL      PIC 9(9) VALUE 0.
       01 HISTORY-AVERAGE    PIC 9(7) VALUE 0.
       01 JOB-TYPICAL        PIC 9(5) VALUE 0.

       01 TIME-OF-DAY-NOW    PIC 9(8) VALUE 0.
       01 WINDOW-INPUT       PIC 9(6) VALUE 0.
       01 WINDOW-START-TIME  PIC 9(6) VALUE 0.
       01 WINDOW-START-SECS  PIC 9(7) VALUE 0.
       01 WINDOW-OFFSET      PIC 9(7) VALUE 0.
       01 START-SECONDS      PIC 9(7) VALUE 0.
       01 END-SECONDS        PIC 9(7) VALUE 0.
       01 ELAPSED-SECONDS    PIC 9(7) VALUE 0.
       01 TIME-WORK          PIC 9(6) VALUE 0.
       01 TIME-HH            PIC 99.
       01 TIME-MM            PIC 99.
       01 TIME-SS            PIC 99.

       01 CLOCK-SECONDS      PIC 9(7) VALUE 0.
       01 CLOCK-REMAINDER    PIC 9(7) VALUE 0.
       01 CLOCK-DAYS         PIC 9 VALUE 0.
       01 CLOCK-TEXT         PIC X(10) VALUE SPACES.
       01 START-TEXT         PIC X(10) VALUE SPACES.
       01 END-TEXT           PIC X(10) VALUE SPACES.
       01 DEADLINE-TEXT      PIC X(10) VALUE SPACES.
       01 RESULT-TEXT        PIC X(10) VALUE SPACES.

       01 PROGRESS-SW        PIC X VALUE "Y".
       01 RUNNABLE-SW        PIC X VALUE "N".
       01 PRED-NAME          PIC X(12).
       01 PRED-CHAIN         PIC 9(7) VALUE 0.
       01 PRED-CHAIN-IDX     PIC 99 VALUE 0.
       01 HELD-PRED          PIC X(12).
       01 NEXT-SEQ           PIC 99 VALUE 0.
       01 SEQ-IDX            PIC 99 VALUE 0.

       01 PATH-TABLE.
           05 PATH-JOB       PIC 99 OCCURS 20 TIMES.
       01 PATH-COUNT         PIC 99 VALUE 0.
       01 PATH-IDX           PIC 99 VALUE 0.
       01 PATH-END-IDX       PIC 99 VALUE 0.
       01 PATH-SECS          PIC 9(7) VALUE 0.

       01 JOBS-DUE           PIC 99 VALUE 0.
       01 JOBS-DONE          PIC 99 VALUE 0.
       01 JOBS-PLACED        PIC 99 VALUE 0.
       01 JOBS-HELD          PIC 99 VALUE 0.
       01 JOBS-MISSING       PIC 99 VALUE 0.
       01 JOBS-NO-ESTIMATE   PIC 99 VALUE 0.
       01 WARNINGS-WRITTEN   PIC 99 VALUE 0.
       01 MISS-SECONDS       PIC 9(7) VALUE 0.
       01 SECONDS-TEXT       PIC ZZZZZZ9.
       01 HISTORY-TEXT       PIC Z9.
       01 SEQ-TEXT           PIC Z9.
       01 COUNT-TEXT         PIC Z9.

       01 ALERT-SEVERITY     PIC X VALUE "W".
       01 ALERT-JOB          PIC X(12) VALUE SPACES.
       01 ALERT-MESSAGE      PIC X(50) VALUE SPACES.

       01 SCHEDULED-JOB      PIC X(12) EXTERNAL.
       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "BATCHFC.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "BATCHFCST".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

      * Run at the start of the night window. Tonight's jobs are
      * the ones JOB-SCHEDULER would find due on the business date;
      * they are placed one after another in the order it would
      * start them, each taking the larger of its SLATAB.DAT
      * typical seconds and the average of its last FCSTRUNS
      * COMPLETE runs on RUNCTL.DAT. A job whose projected end is
      * past its SLA deadline, or which would be held, is warned on
      * the console and the alert log before the night run starts,
      * and heads the BATCHFC.DAT forecast. The critical path is
      * the longest chain of predecessors among tonight's jobs.
       PROCEDURE DIVISION.
           ACCEPT TIME-OF-DAY-NOW FROM TIME.
           MOVE TIME-OF-DAY-NOW(1:6) TO WINDOW-START-TIME.
           IF SCHEDULED-JOB = SPACES OR SCHEDULED-JOB = LOW-VALUES
               PERFORM ACCEPT-WINDOW-START
           END-IF.
           MOVE WINDOW-START-TIME TO TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           MOVE ELAPSED-SECONDS TO WINDOW-START-SECS.

           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PROGRAM-SETTINGS.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF JOB-COUNT = 0
               DISPLAY "No jobs in SCHEDULE.DAT - nothing to forecast"
               GOBACK
           END-IF.

           MOVE BUSINESS-DATE TO CALENDAR-DATE.
           PERFORM JUDGE-BUSINESS-DAY.
           IF BUSINESS-DAY-SW = "N"
               DISPLAY "Business date " BUSINESS-DATE
                   " is not a working day - no night run to forecast"
               GOBACK
           END-IF.

           PERFORM LOAD-SLA-TABLE.
           PERFORM LOAD-RUN-TABLE.
           PERFORM MARK-JOBS-DUE.
           PERFORM ESTIMATE-JOBS-DUE.
           PERFORM PROJECT-NIGHT-RUN.
           PERFORM JUDGE-DEADLINES.
           PERFORM FIND-CRITICAL-PATH.

           OPEN OUTPUT FORECAST-FILE.
           IF FORECAST-STATUS NOT = "00"
               DISPLAY "Cannot open BATCHFC.DAT - status "
                   FORECAST-STATUS
               GOBACK
           END-IF.
           PERFORM WRITE-FORECAST-HEADING.
           PERFORM WRITE-WARNINGS.
           PERFORM WRITE-PROJECTED-RUN.
           PERFORM WRITE-CRITICAL-PATH.
           PERFORM WRITE-FORECAST-TOTALS.
           CLOSE FORECAST-FILE.

           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.

           DISPLAY "Jobs due: " JOBS-DUE
               "  done: " JOBS-DONE
               "  projected: " JOBS-PLACED
               "  held: " JOBS-HELD
               "  missing SLA: " JOBS-MISSING.
           DISPLAY "Projected finish " FUNCTION TRIM(END-TEXT)
               " - forecast written to BATCHFC.DAT".
           GOBACK.

       ACCEPT-WINDOW-START.
           DISPLAY "Window start time (HHMMSS, 0 = now): "
               WITH NO ADVANCING.
           ACCEPT WINDOW-INPUT.
           IF WINDOW-INPUT NOT = 0
               MOVE WINDOW-INPUT TO TIME-WORK
               MOVE TIME-WORK(1:2) TO TIME-HH
               MOVE TIME-WORK(3:2) TO TIME-MM
               MOVE TIME-WORK(5:2) TO TIME-SS
               IF TIME-HH > 23 OR TIME-MM > 59 OR TIME-SS > 59
                   DISPLAY "Not a valid time - forecasting from now"
               ELSE
                   MOVE WINDOW-INPUT TO WINDOW-START-TIME
               END-IF
           END-IF.

      * Same rules as JOB-SCHEDULER: D every business day, W on
      * Mondays, M on the first business day of the month. A job
      * that already ended COMPLETE for the business date would be
      * skipped, so it takes no time tonight.
       MARK-JOBS-DUE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               EVALUATE JOB-T-FREQUENCY(JOB-IDX)
                   WHEN "D"
                       MOVE "W" TO JOB-T-STATE(JOB-IDX)
                   WHEN "W"
                       IF DAY-NUMBER = 1
                           MOVE "W" TO JOB-T-STATE(JOB-IDX)
                       ELSE
                           MOVE "N" TO JOB-T-STATE(JOB-IDX)
                       END-IF
                   WHEN "M"
                       PERFORM JUDGE-FIRST-BUSINESS-DAY
                       IF FIRST-BUSINESS-SW = "Y"
                           MOVE "W" TO JOB-T-STATE(JOB-IDX)
                       ELSE
                           MOVE "N" TO JOB-T-STATE(JOB-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO JOB-T-STATE(JOB-IDX)
               END-EVALUATE

               MOVE SPACES TO JOB-T-TODAY(JOB-IDX)
               PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
                   IF RUN-T-JOB(RUN-IDX) = JOB-T-NAME(JOB-IDX)
                       AND RUN-T-DATE(RUN-IDX) = BUSINESS-DATE
                       MOVE RUN-T-STATUS(RUN-IDX)
                           TO JOB-T-TODAY(JOB-IDX)
                   END-IF
               END-PERFORM

               IF JOB-T-STATE(JOB-IDX) = "W"
                   ADD 1 TO JOBS-DUE
                   IF JOB-T-TODAY(JOB-IDX) = "COMPLETE"
                       MOVE "D" TO JOB-T-STATE(JOB-IDX)
                       ADD 1 TO JOBS-DONE
                   END-IF
               END-IF
           END-PERFORM.

      * Estimate = the larger of the typical seconds and the average
      * of the job's most recent COMPLETE runs, so the forecast errs
      * late rather than early. A job with neither is placed at no
      * cost and warned.
       ESTIMATE-JOBS-DUE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-STATE(JOB-IDX) = "W"
                   PERFORM ESTIMATE-ONE-JOB
               END-IF
           END-PERFORM.

       ESTIMATE-ONE-JOB.
           MOVE 0 TO JOB-TYPICAL.
           MOVE 0 TO JOB-T-DEADLINE(JOB-IDX).
           PERFORM VARYING SLA-IDX FROM 1 BY 1
           UNTIL SLA-IDX > SLA-COUNT
               IF SLA-T-JOB(SLA-IDX) = JOB-T-NAME(JOB-IDX)
                   MOVE SLA-T-DEADLINE(SLA-IDX)
                       TO JOB-T-DEADLINE(JOB-IDX)
                   MOVE SLA-T-TYPICAL(SLA-IDX) TO JOB-TYPICAL
               END-IF
           END-PERFORM.

           MOVE 0 TO HISTORY-TOTAL.
           MOVE 0 TO HISTORY-AVERAGE.
           MOVE 0 TO JOB-T-HISTORY(JOB-IDX).
           PERFORM VARYING RUN-IDX FROM RUN-COUNT BY -1
           UNTIL RUN-IDX < 1
               OR JOB-T-HISTORY(JOB-IDX) >= HISTORY-RUNS
               IF RUN-T-JOB(RUN-IDX) = JOB-T-NAME(JOB-IDX)
                   AND RUN-T-STATUS(RUN-IDX) = "COMPLETE"
                   ADD 1 TO JOB-T-HISTORY(JOB-IDX)
                   ADD RUN-T-ELAPSED(RUN-IDX) TO HISTORY-TOTAL
               END-IF
           END-PERFORM.
           IF JOB-T-HISTORY(JOB-IDX) > 0
               COMPUTE HISTORY-AVERAGE =
                   HISTORY-TOTAL / JOB-T-HISTORY(JOB-IDX)
           END-IF.

           IF JOB-T-HISTORY(JOB-IDX) > 0
               AND HISTORY-AVERAGE >= JOB-TYPICAL
               MOVE HISTORY-AVERAGE TO JOB-T-EST-SECS(JOB-IDX)
               MOVE "HISTORY" TO JOB-T-BASIS(JOB-IDX)
           ELSE
               IF JOB-TYPICAL > 0
                   MOVE JOB-TYPICAL TO JOB-T-EST-SECS(JOB-IDX)
                   MOVE "TYPICAL" TO JOB-T-BASIS(JOB-IDX)
               ELSE
                   MOVE 0 TO JOB-T-EST-SECS(JOB-IDX)
                   MOVE "NONE" TO JOB-T-BASIS(JOB-IDX)
                   ADD 1 TO JOBS-NO-ESTIMATE
               END-IF
           END-IF.

      * Walks the schedule the way JOB-SCHEDULER does: each pass
      * places every due job whose predecessors are COMPLETE today
      * or placed earlier in the projection, one job after another,
      * until a pass places nothing. Whatever is left would be held.
       PROJECT-NIGHT-RUN.
           MOVE 0 TO WINDOW-OFFSET.
           MOVE 0 TO NEXT-SEQ.
           MOVE "Y" TO PROGRESS-SW.
           PERFORM UNTIL PROGRESS-SW = "N"
               MOVE "N" TO PROGRESS-SW
               PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   IF JOB-T-STATE(JOB-IDX) = "W"
                       PERFORM TRY-PLACE-ONE-JOB
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-STATE(JOB-IDX) = "W"
                   MOVE "H" TO JOB-T-STATE(JOB-IDX)
                   ADD 1 TO JOBS-HELD
               END-IF
           END-PERFORM.

       TRY-PLACE-ONE-JOB.
           MOVE "Y" TO RUNNABLE-SW.
           MOVE 0 TO PRED-CHAIN.
           MOVE 0 TO PRED-CHAIN-IDX.
           MOVE JOB-T-PRED1(JOB-IDX) TO PRED-NAME.
           PERFORM CHECK-ONE-PREDECESSOR.
           IF RUNNABLE-SW = "Y"
               MOVE JOB-T-PRED2(JOB-IDX) TO PRED-NAME
               PERFORM CHECK-ONE-PREDECESSOR
           END-IF.

           IF RUNNABLE-SW = "Y"
               ADD 1 TO NEXT-SEQ
               ADD 1 TO JOBS-PLACED
               MOVE NEXT-SEQ TO JOB-T-SEQ(JOB-IDX)
               MOVE WINDOW-OFFSET TO JOB-T-START(JOB-IDX)
               ADD JOB-T-EST-SECS(JOB-IDX) TO WINDOW-OFFSET
               MOVE WINDOW-OFFSET TO JOB-T-END(JOB-IDX)
               COMPUTE JOB-T-CHAIN-SECS(JOB-IDX) =
                   PRED-CHAIN + JOB-T-EST-SECS(JOB-IDX)
               MOVE PRED-CHAIN-IDX TO JOB-T-CHAIN-PRED(JOB-IDX)
               MOVE "P" TO JOB-T-STATE(JOB-IDX)
               MOVE "Y" TO PROGRESS-SW
           END-IF.

      * A predecessor is satisfied when it is placed earlier in the
      * projection or already ended COMPLETE for the business date,
      * whether or not it is on the schedule.
       CHECK-ONE-PREDECESSOR.
           IF PRED-NAME NOT = SPACES
               MOVE "N" TO RUNNABLE-SW
               PERFORM VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JOB-COUNT
                   IF JOB-T-NAME(PRED-IDX) = PRED-NAME
                       AND JOB-T-STATE(PRED-IDX) = "P"
                       MOVE "Y" TO RUNNABLE-SW
                       IF JOB-T-CHAIN-SECS(PRED-IDX) > PRED-CHAIN
                           OR PRED-CHAIN-IDX = 0
                           MOVE JOB-T-CHAIN-SECS(PRED-IDX)
                               TO PRED-CHAIN
                           MOVE PRED-IDX TO PRED-CHAIN-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF RUNNABLE-SW = "N"
                   PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
                       IF RUN-T-JOB(RUN-IDX) = PRED-NAME
                           AND RUN-T-DATE(RUN-IDX) = BUSINESS-DATE
                           IF RUN-T-STATUS(RUN-IDX) = "COMPLETE"
                               MOVE "Y" TO RUNNABLE-SW
                           ELSE
                               MOVE "N" TO RUNNABLE-SW
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Deadlines are wall-clock times. One earlier in the day than
      * the window start falls after midnight, on the next day.
       JUDGE-DEADLINES.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               MOVE "N" TO JOB-T-MISS-SW(JOB-IDX)
               IF JOB-T-STATE(JOB-IDX) = "P"
                   AND JOB-T-DEADLINE(JOB-IDX) > 0
                   MOVE JOB-T-DEADLINE(JOB-IDX) TO TIME-WORK
                   PERFORM TIME-TO-SECONDS
                   IF ELAPSED-SECONDS < WINDOW-START-SECS
                       ADD 86400 TO ELAPSED-SECONDS
                   END-IF
                   MOVE ELAPSED-SECONDS TO JOB-T-DUE-SECS(JOB-IDX)
                   COMPUTE END-SECONDS =
                       WINDOW-START-SECS + JOB-T-END(JOB-IDX)
                   IF END-SECONDS > JOB-T-DUE-SECS(JOB-IDX)
                       MOVE "Y" TO JOB-T-MISS-SW(JOB-IDX)
                       ADD 1 TO JOBS-MISSING
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CRITICAL-PATH.
           MOVE 0 TO PATH-COUNT.
           MOVE 0 TO PATH-SECS.
           MOVE 0 TO PATH-END-IDX.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-STATE(JOB-IDX) = "P"
                   IF JOB-T-CHAIN-SECS(JOB-IDX) > PATH-SECS
                       OR PATH-END-IDX = 0
                       MOVE JOB-T-CHAIN-SECS(JOB-IDX) TO PATH-SECS
                       MOVE JOB-IDX TO PATH-END-IDX
                   END-IF
               END-IF
           END-PERFORM.

           MOVE PATH-END-IDX TO JOB-IDX.
           PERFORM UNTIL JOB-IDX = 0 OR PATH-COUNT >= 20
               ADD 1 TO PATH-COUNT
               MOVE JOB-IDX TO PATH-JOB(PATH-COUNT)
               MOVE JOB-T-CHAIN-PRED(JOB-IDX) TO JOB-IDX
           END-PERFORM.

       WRITE-FORECAST-HEADING.
           MOVE WINDOW-START-SECS TO CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK.
           MOVE HISTORY-RUNS TO SECONDS-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "BATCH WINDOW FORECAST FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "  WINDOW START " DELIMITED BY SIZE
                  CLOCK-TEXT DELIMITED BY SPACE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "ESTIMATE = LARGER OF SLATAB TYPICAL AND AVERAGE"
                      DELIMITED BY SIZE
                  " OF LAST " DELIMITED BY SIZE
                  FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                  " COMPLETE RUNS" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.

      * Projected SLA misses and held jobs come first, so the
      * operator can decide what to defer before the run starts.
       WRITE-WARNINGS.
           MOVE "WARNINGS" TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.
           MOVE 0 TO WARNINGS-WRITTEN.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               EVALUATE TRUE
                   WHEN JOB-T-MISS-SW(JOB-IDX) = "Y"
                       PERFORM WARN-DEADLINE-MISS
                   WHEN JOB-T-STATE(JOB-IDX) = "H"
                       PERFORM WARN-JOB-HELD
                   WHEN JOB-T-STATE(JOB-IDX) = "P"
                       AND JOB-T-BASIS(JOB-IDX) = "NONE"
                       ADD 1 TO WARNINGS-WRITTEN
                       MOVE SPACES TO FORECAST-RECORD
                       STRING "  " DELIMITED BY SIZE
                              JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                              " NO TYPICAL SECONDS OR COMPLETE RUNS"
                                  DELIMITED BY SIZE
                              " - PLACED AT NO COST" DELIMITED BY SIZE
                              INTO FORECAST-RECORD
                       END-STRING
                       PERFORM WRITE-FORECAST-LINE
                       DISPLAY FORECAST-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WARNINGS-WRITTEN = 0
               MOVE "  NONE" TO FORECAST-RECORD
               PERFORM WRITE-FORECAST-LINE
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.

       WARN-DEADLINE-MISS.
           ADD 1 TO WARNINGS-WRITTEN.
           COMPUTE CLOCK-SECONDS =
               WINDOW-START-SECS + JOB-T-END(JOB-IDX).
           COMPUTE MISS-SECONDS =
               CLOCK-SECONDS - JOB-T-DUE-SECS(JOB-IDX).
           PERFORM FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO END-TEXT.
           MOVE JOB-T-DUE-SECS(JOB-IDX) TO CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO DEADLINE-TEXT.
           MOVE MISS-SECONDS TO SECONDS-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "  " DELIMITED BY SIZE
                  JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                  " PROJECTED END " DELIMITED BY SIZE
                  END-TEXT DELIMITED BY SPACE
                  " MISSES SLA DEADLINE " DELIMITED BY SIZE
                  DEADLINE-TEXT DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                  " SECS" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           DISPLAY FORECAST-RECORD.

           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Forecast to miss SLA " DELIMITED BY SIZE
                  DEADLINE-TEXT DELIMITED BY SPACE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                  " secs" DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           PERFORM RAISE-FORECAST-ALERT.

       WARN-JOB-HELD.
           ADD 1 TO WARNINGS-WRITTEN.
           MOVE JOB-T-PRED1(JOB-IDX) TO HELD-PRED.
           MOVE JOB-T-PRED1(JOB-IDX) TO PRED-NAME.
           MOVE "Y" TO RUNNABLE-SW.
           PERFORM CHECK-ONE-PREDECESSOR.
           IF RUNNABLE-SW = "Y"
               MOVE JOB-T-PRED2(JOB-IDX) TO HELD-PRED
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "  " DELIMITED BY SIZE
                  JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                  " WOULD BE HELD - PREDECESSOR " DELIMITED BY SIZE
                  HELD-PRED DELIMITED BY SPACE
                  " WILL NOT BE COMPLETE" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           DISPLAY FORECAST-RECORD.

           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Forecast held - predecessor " DELIMITED BY SIZE
                  HELD-PRED DELIMITED BY SPACE
                  " not complete" DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           PERFORM RAISE-FORECAST-ALERT.

       RAISE-FORECAST-ALERT.
           MOVE "W" TO ALERT-SEVERITY.
           MOVE JOB-T-NAME(JOB-IDX) TO ALERT-JOB.
           CALL "ALERTWTR" USING ALERT-SEVERITY ALERT-JOB
               ALERT-MESSAGE
           END-CALL.

      * Tonight's jobs in projected start order, then the jobs that
      * are already done or would be held.
       WRITE-PROJECTED-RUN.
           MOVE "PROJECTED RUN" TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "SEQ JOB          EST SECS BASIS   START      "
                      DELIMITED BY SIZE
                  "END        DEADLINE   RESULT" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
           UNTIL SEQ-IDX > NEXT-SEQ
               PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   IF JOB-T-STATE(JOB-IDX) = "P"
                       AND JOB-T-SEQ(JOB-IDX) = SEQ-IDX
                       PERFORM WRITE-ONE-PROJECTED-JOB
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
           UNTIL JOB-IDX > JOB-COUNT
               IF JOB-T-STATE(JOB-IDX) = "D"
                   OR JOB-T-STATE(JOB-IDX) = "H"
                   PERFORM WRITE-ONE-UNPLACED-JOB
               END-IF
           END-PERFORM.
           IF JOBS-DUE = 0
               MOVE "  NO JOBS DUE TONIGHT" TO FORECAST-RECORD
               PERFORM WRITE-FORECAST-LINE
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.

       WRITE-ONE-PROJECTED-JOB.
           COMPUTE CLOCK-SECONDS =
               WINDOW-START-SECS + JOB-T-START(JOB-IDX).
           PERFORM FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO START-TEXT.
           COMPUTE CLOCK-SECONDS =
               WINDOW-START-SECS + JOB-T-END(JOB-IDX).
           PERFORM FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO END-TEXT.
           IF JOB-T-DEADLINE(JOB-IDX) = 0
               MOVE "NONE" TO DEADLINE-TEXT
               MOVE "NO SLA" TO RESULT-TEXT
           ELSE
               MOVE JOB-T-DUE-SECS(JOB-IDX) TO CLOCK-SECONDS
               PERFORM FORMAT-CLOCK
               MOVE CLOCK-TEXT TO DEADLINE-TEXT
               IF JOB-T-MISS-SW(JOB-IDX) = "Y"
                   MOVE "MISSES SLA" TO RESULT-TEXT
               ELSE
                   MOVE "ON TIME" TO RESULT-TEXT
               END-IF
           END-IF.
           MOVE JOB-T-SEQ(JOB-IDX) TO SEQ-TEXT.
           MOVE JOB-T-EST-SECS(JOB-IDX) TO SECONDS-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING " " DELIMITED BY SIZE
                  SEQ-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SECONDS-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  JOB-T-BASIS(JOB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  START-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  END-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEADLINE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULT-TEXT DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.

       WRITE-ONE-UNPLACED-JOB.
           IF JOB-T-STATE(JOB-IDX) = "D"
               MOVE "DONE TODAY" TO RESULT-TEXT
           ELSE
               MOVE "HELD" TO RESULT-TEXT
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "  - " DELIMITED BY SIZE
                  JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULT-TEXT DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.

       WRITE-CRITICAL-PATH.
           MOVE PATH-SECS TO SECONDS-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "CRITICAL PATH - LONGEST PREDECESSOR CHAIN "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                  " SECS" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           PERFORM VARYING PATH-IDX FROM PATH-COUNT BY -1
           UNTIL PATH-IDX < 1
               MOVE PATH-JOB(PATH-IDX) TO JOB-IDX
               COMPUTE CLOCK-SECONDS =
                   WINDOW-START-SECS + JOB-T-END(JOB-IDX)
               PERFORM FORMAT-CLOCK
               MOVE JOB-T-EST-SECS(JOB-IDX) TO SECONDS-TEXT
               MOVE SPACES TO FORECAST-RECORD
               STRING "  " DELIMITED BY SIZE
                      JOB-T-NAME(JOB-IDX) DELIMITED BY SIZE
                      " EST " DELIMITED BY SIZE
                      SECONDS-TEXT DELIMITED BY SIZE
                      " PROJECTED END " DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      INTO FORECAST-RECORD
               END-STRING
               PERFORM WRITE-FORECAST-LINE
           END-PERFORM.
           IF PATH-COUNT = 0
               MOVE "  NONE" TO FORECAST-RECORD
               PERFORM WRITE-FORECAST-LINE
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           PERFORM WRITE-FORECAST-LINE.

       WRITE-FORECAST-TOTALS.
           COMPUTE CLOCK-SECONDS = WINDOW-START-SECS + WINDOW-OFFSET.
           PERFORM FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO END-TEXT.
           MOVE WINDOW-OFFSET TO SECONDS-TEXT.
           MOVE JOBS-PLACED TO COUNT-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "PROJECTED FINISH " DELIMITED BY SIZE
                  END-TEXT DELIMITED BY SPACE
                  "  JOBS " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                  "  ELAPSED " DELIMITED BY SIZE
                  FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                  " SECS" DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           MOVE JOBS-MISSING TO COUNT-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "JOBS PROJECTED TO MISS SLA " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.
           MOVE JOBS-HELD TO COUNT-TEXT.
           MOVE SPACES TO FORECAST-RECORD.
           STRING "JOBS PROJECTED TO BE HELD " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           END-STRING.
           PERFORM WRITE-FORECAST-LINE.

       WRITE-FORECAST-LINE.
           WRITE FORECAST-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

      * Seconds from the start of the window's day as HH:MM:SS, with
      * +1 when the time falls after midnight.
       FORMAT-CLOCK.
           MOVE SPACES TO CLOCK-TEXT.
           DIVIDE CLOCK-SECONDS BY 86400 GIVING CLOCK-DAYS
               REMAINDER CLOCK-REMAINDER.
           DIVIDE CLOCK-REMAINDER BY 3600 GIVING TIME-HH
               REMAINDER CLOCK-REMAINDER.
           DIVIDE CLOCK-REMAINDER BY 60 GIVING TIME-MM
               REMAINDER TIME-SS.
           STRING TIME-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TIME-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TIME-SS DELIMITED BY SIZE
                  INTO CLOCK-TEXT
           END-STRING.
           IF CLOCK-DAYS > 0
               MOVE "+" TO CLOCK-TEXT(9:1)
               MOVE CLOCK-DAYS TO CLOCK-TEXT(10:1)
           END-IF.

       JUDGE-BUSINESS-DAY.
           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE "N" TO HOLIDAY-FOUND-SW.

           COMPUTE DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(CALENDAR-DATE).
           COMPUTE DAY-NUMBER = FUNCTION MOD(DATE-DAYS, 7).

           IF DAY-NUMBER = 0 OR DAY-NUMBER = 6
               CONTINUE
           ELSE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOL-T-DATE(HOLIDAY-IDX) = CALENDAR-DATE
                       MOVE "Y" TO HOLIDAY-FOUND-SW
                   END-IF
               END-PERFORM
               IF HOLIDAY-FOUND-SW = "N"
                   MOVE "Y" TO BUSINESS-DAY-SW
               END-IF
           END-IF.

      * First business day of the month: no earlier day in the same
      * month is a working day.
       JUDGE-FIRST-BUSINESS-DAY.
           MOVE "Y" TO FIRST-BUSINESS-SW.
           MOVE BUSINESS-DATE(7:2) TO SCAN-DAY-LIMIT.
           IF SCAN-DAY-LIMIT > 1
               PERFORM VARYING SCAN-DAY FROM 1 BY 1
               UNTIL SCAN-DAY >= SCAN-DAY-LIMIT
                   MOVE BUSINESS-DATE TO CALENDAR-DATE
                   MOVE SCAN-DAY TO CALENDAR-DATE(7:2)
                   PERFORM JUDGE-BUSINESS-DAY
                   IF BUSINESS-DAY-SW = "Y"
                       MOVE "N" TO FIRST-BUSINESS-SW
                   END-IF
               END-PERFORM
           END-IF.
           MOVE BUSINESS-DATE TO CALENDAR-DATE.
           PERFORM JUDGE-BUSINESS-DAY.

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO JOB-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = "00"
               DISPLAY "Cannot open SCHEDULE.DAT - status "
                   SCHEDULE-STATUS
           ELSE
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF JOB-COUNT < 20
                               ADD 1 TO JOB-COUNT
                               INITIALIZE JOB-ENTRY(JOB-COUNT)
                               MOVE SCH-JOB
                                   TO JOB-T-NAME(JOB-COUNT)
                               MOVE SCH-FREQUENCY
                                   TO JOB-T-FREQUENCY(JOB-COUNT)
                               MOVE SCH-PRED1
                                   TO JOB-T-PRED1(JOB-COUNT)
                               MOVE SCH-PRED2
                                   TO JOB-T-PRED2(JOB-COUNT)
                               MOVE "N"
                                   TO JOB-T-STATE(JOB-COUNT)
                           ELSE
                               DISPLAY "SCHEDULE.DAT has more rows "
                                   "than the job table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO HOLIDAY-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF HOLIDAY-COUNT < 100
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HOL-DATE
                                   TO HOL-T-DATE(HOLIDAY-COUNT)
                           ELSE
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-SLA-TABLE.
           MOVE 0 TO SLA-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SLA-FILE.
           IF SLA-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SLA-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SLA-COUNT < 20
                               ADD 1 TO SLA-COUNT
                               MOVE SLA-JOB
                                   TO SLA-T-JOB(SLA-COUNT)
                               MOVE SLA-DEADLINE
                                   TO SLA-T-DEADLINE(SLA-COUNT)
                               MOVE SLA-TYPICAL-SECS
                                   TO SLA-T-TYPICAL(SLA-COUNT)
                           ELSE
                               DISPLAY "SLATAB.DAT has more rows "
                                   "than the SLA table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           END-IF.

       LOAD-RUN-TABLE.
           MOVE 0 TO RUN-COUNT.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF RUN-COUNT < 100
                               ADD 1 TO RUN-COUNT
                               MOVE RC-JOB
                                   TO RUN-T-JOB(RUN-COUNT)
                               MOVE RC-DATE
                                   TO RUN-T-DATE(RUN-COUNT)
                               MOVE RC-STATUS
                                   TO RUN-T-STATUS(RUN-COUNT)
                               PERFORM COMPUTE-ONE-ELAPSED
                           ELSE
                               DISPLAY "RUNCTL.DAT has more rows "
                                   "than the run table can hold"
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       COMPUTE-ONE-ELAPSED.
           MOVE RC-START-TIME TO TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           MOVE ELAPSED-SECONDS TO START-SECONDS.
           MOVE RC-END-TIME TO TIME-WORK.
           PERFORM TIME-TO-SECONDS.
           MOVE ELAPSED-SECONDS TO END-SECONDS.
           IF END-SECONDS >= START-SECONDS
               COMPUTE RUN-T-ELAPSED(RUN-COUNT) =
                   END-SECONDS - START-SECONDS
           ELSE
               COMPUTE RUN-T-ELAPSED(RUN-COUNT) =
                   END-SECONDS + 86400 - START-SECONDS
           END-IF.

       TIME-TO-SECONDS.
           MOVE TIME-WORK(1:2) TO TIME-HH.
           MOVE TIME-WORK(3:2) TO TIME-MM.
           MOVE TIME-WORK(5:2) TO TIME-SS.
           COMPUTE ELAPSED-SECONDS =
               TIME-HH * 3600 + TIME-MM * 60 + TIME-SS.

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
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SETTINGS-FILE.
           IF SETTINGS-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SET-KEY = "FCSTRUNS"
                               PERFORM PARSE-NUMERIC-SETTING
                               IF SETTING-NUMERIC-SW = "Y"
                                   AND SETTING-NUMERIC-VALUE > 0
                                   AND SETTING-NUMERIC-VALUE < 100
                                   MOVE SETTING-NUMERIC-VALUE
                                       TO HISTORY-RUNS
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
