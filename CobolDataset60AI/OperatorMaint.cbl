       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT SHIFT-TABLE-FILE ASSIGN TO "SHIFTTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFT-TABLE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CATLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "SPOOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.

           SELECT SPOOL-FILE ASSIGN TO SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.

           SELECT PRINTER-FILE ASSIGN TO "PRINTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTER-STATUS.

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

       FD  LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-NAME      PIC X(20).
           05 LCK-OPERATOR  PIC X(10).
           05 LCK-DATE      PIC 9(8).
           05 LCK-TIME      PIC 9(6).

       FD  QUEUE-FILE.
       01 QUEUE-RECORD.
           05 SPQ-NAME      PIC X(12).
           05 SPQ-SPOOL     PIC X(16).
           05 SPQ-DATE      PIC 9(8).
           05 SPQ-OPERATOR  PIC X(10).
           05 SPQ-STATUS    PIC X(8).

       FD  SPOOL-FILE.
       01 SPOOL-RECORD     PIC X(100).

       FD  PRINTER-FILE.
       01 PRINTER-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 SHIFT-TABLE-STATUS PIC X(2) VALUE "00".
       01 LOCK-STATUS        PIC X(2) VALUE "00".
       01 QUEUE-STATUS       PIC X(2) VALUE "00".
       01 SPOOL-STATUS       PIC X(2) VALUE "00".
       01 PRINTER-STATUS     PIC X(2) VALUE "00".
       01 TABLE-EOF-SW       PIC X VALUE "N".
       01 SPOOL-EOF-SW       PIC X VALUE "N".
       01 DONE-SW            PIC X VALUE "N".
       01 USER-CHOICE        PIC 9.

       01 SIGNED-ON-OPERATOR PIC X(10) EXTERNAL.
       01 SUPERVISOR-ID      PIC X(10) VALUE SPACES.
       01 SUPERVISOR-OK-SW   PIC X VALUE "N".

       01 OPERATOR-TABLE.
           05 OPR-ENTRY OCCURS 100 TIMES.
               10 OPR-T-ID       PIC X(10).
               10 OPR-T-NAME     PIC X(20).
               10 OPR-T-ROLE     PIC X.
               10 OPR-T-ACTIVE   PIC X.
       01 OPERATOR-COUNT     PIC 999 VALUE 0.
       01 OPERATOR-IDX       PIC 999 VALUE 0.
       01 OPERATOR-FOUND-IDX PIC 999 VALUE 0.
       01 OPERATOR-FULL-SW   PIC X VALUE "N".
       01 ACTIVE-SUPERVISORS PIC 999 VALUE 0.

       01 SHIFT-TABLE.
           05 SHF-ENTRY OCCURS 100 TIMES.
               10 SHF-T-OPERATOR PIC X(10).
               10 SHF-T-START    PIC 9(4).
               10 SHF-T-END      PIC 9(4).
               10 SHF-T-LABEL    PIC X(10).
       01 SHIFT-COUNT        PIC 999 VALUE 0.
       01 SHIFT-IDX          PIC 999 VALUE 0.
       01 SHIFT-FOUND-IDX    PIC 999 VALUE 0.
       01 SHIFT-FULL-SW      PIC X VALUE "N".

       01 LOCK-TABLE.
           05 LCT-ENTRY OCCURS 100 TIMES.
               10 LCT-NAME      PIC X(20).
               10 LCT-OPERATOR  PIC X(10).
               10 LCT-DATE      PIC 9(8).
               10 LCT-TIME      PIC 9(6).
       01 LOCK-COUNT         PIC 999 VALUE 0.
       01 LOCK-IDX           PIC 999 VALUE 0.
       01 LOCKS-KEPT         PIC 999 VALUE 0.
       01 LOCKS-RELEASED     PIC 999 VALUE 0.
       01 LOCK-FULL-SW       PIC X VALUE "N".

       01 QUEUE-TABLE.
           05 QUE-ENTRY OCCURS 50 TIMES.
               10 QUE-T-NAME     PIC X(12).
               10 QUE-T-SPOOL    PIC X(16).
               10 QUE-T-DATE     PIC 9(8).
               10 QUE-T-OPERATOR PIC X(10).
               10 QUE-T-STATUS   PIC X(8).
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       01 QUEUE-IDX          PIC 99 VALUE 0.
       01 QUEUE-FULL-SW      PIC X VALUE "N".
       01 QUEUE-CHANGED-SW   PIC X VALUE "N".
       01 ITEMS-RELEASED     PIC 99 VALUE 0.
       01 SPOOL-NAME         PIC X(16) VALUE SPACES.
       01 PRINTED-COUNT      PIC 9(7) VALUE 0.

       01 ID-INPUT           PIC X(10) VALUE SPACES.
       01 NAME-INPUT         PIC X(20) VALUE SPACES.
       01 ROLE-INPUT         PIC X VALUE SPACE.
       01 LABEL-INPUT        PIC X(10) VALUE SPACES.
       01 START-INPUT        PIC X(4) VALUE SPACES.
       01 END-INPUT          PIC X(4) VALUE SPACES.
       01 CONFIRM-KEY        PIC X VALUE "N".
       01 OLD-ROLE           PIC X VALUE SPACE.
       01 TIME-CHECK         PIC X(4) VALUE SPACES.
       01 TIME-VALID-SW      PIC X VALUE "N".
       01 TIME-HH            PIC 99 VALUE 0.
       01 TIME-MM            PIC 99 VALUE 0.
       01 SHIFT-TEXT         PIC X(20) VALUE SPACES.

       01 AUDIT-PROGRAM-ID   PIC X(12) VALUE "OPERMAINT".
       01 AUDIT-ACTION       PIC X(8) VALUE SPACES.
       01 AUDIT-DETAIL       PIC X(40) VALUE SPACES.

      * Only an active supervisor may maintain OPERMAST.DAT and
      * SHIFTTAB.DAT. Every change is written to the audit log with
      * the value before and the value after.
       PROCEDURE DIVISION.
           IF SIGNED-ON-OPERATOR NOT = SPACES
               AND SIGNED-ON-OPERATOR NOT = LOW-VALUES
               MOVE SIGNED-ON-OPERATOR TO SUPERVISOR-ID
           ELSE
               DISPLAY "Supervisor ID: " WITH NO ADVANCING
               ACCEPT SUPERVISOR-ID
           END-IF.
           PERFORM VALIDATE-SUPERVISOR-ID.
           IF SUPERVISOR-OK-SW NOT = "Y"
               MOVE "OPMREF" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "NOT A SUPERVISOR=" DELIMITED BY SIZE
                      SUPERVISOR-ID DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-MAINT-AUDIT
               GOBACK
           END-IF.

           MOVE "N" TO DONE-SW.
           PERFORM UNTIL DONE-SW = "Y"
               PERFORM SHOW-MAINT-MENU
           END-PERFORM.
           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "Operator Maintenance:".
           DISPLAY "1. List operators and shifts".
           DISPLAY "2. Add an operator".
           DISPLAY "3. Change an operator's role".
           DISPLAY "4. Deactivate an operator".
           DISPLAY "5. Reactivate an operator".
           DISPLAY "6. Assign a shift".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM LIST-OPERATORS-ACTION
               WHEN 2
                   PERFORM ADD-OPERATOR-ACTION
               WHEN 3
                   PERFORM CHANGE-ROLE-ACTION
               WHEN 4
                   PERFORM DEACTIVATE-ACTION
               WHEN 5
                   PERFORM REACTIVATE-ACTION
               WHEN 6
                   PERFORM ASSIGN-SHIFT-ACTION
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.

       LIST-OPERATORS-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-SHIFT-TABLE.
           IF OPERATOR-COUNT = 0
               DISPLAY "No operators on OPERMAST.DAT"
           ELSE
               DISPLAY "ID         NAME                 ROLE ACTIVE "
                   "SHIFT"
               PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
                   MOVE OPR-T-ID(OPERATOR-IDX) TO ID-INPUT
                   PERFORM FIND-SHIFT-ENTRY
                   PERFORM FORMAT-SHIFT-TEXT
                   DISPLAY OPR-T-ID(OPERATOR-IDX) " "
                       OPR-T-NAME(OPERATOR-IDX) " "
                       OPR-T-ROLE(OPERATOR-IDX) "    "
                       OPR-T-ACTIVE(OPERATOR-IDX) "      "
                       SHIFT-TEXT
               END-PERFORM
           END-IF.

       ADD-OPERATOR-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM GET-OPERATOR-ID.
           IF ID-INPUT = SPACES
               DISPLAY "An operator ID is required"
           ELSE
               IF OPERATOR-FOUND-IDX > 0
                   DISPLAY "Operator already on file: " ID-INPUT
               ELSE
                   IF OPERATOR-COUNT >= 100 OR OPERATOR-FULL-SW = "Y"
                       DISPLAY "Operator table is full - not added"
                   ELSE
                       PERFORM ADD-ONE-OPERATOR
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-OPERATOR.
           DISPLAY "Operator name: " WITH NO ADVANCING.
           ACCEPT NAME-INPUT.
           PERFORM GET-ROLE-INPUT.
           IF NAME-INPUT = SPACES
               DISPLAY "A name is required - not added"
           ELSE
               IF ROLE-INPUT NOT = "S" AND ROLE-INPUT NOT = "O"
                   DISPLAY "Role must be S (supervisor) or "
                       "O (operator) - not added"
               ELSE
                   ADD 1 TO OPERATOR-COUNT
                   MOVE ID-INPUT TO OPR-T-ID(OPERATOR-COUNT)
                   MOVE NAME-INPUT TO OPR-T-NAME(OPERATOR-COUNT)
                   MOVE ROLE-INPUT TO OPR-T-ROLE(OPERATOR-COUNT)
                   MOVE "Y" TO OPR-T-ACTIVE(OPERATOR-COUNT)
                   PERFORM SAVE-OPERATOR-TABLE
                   DISPLAY "Operator added: " ID-INPUT
                   MOVE "OPMADD" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " WAS NONE NOW ROLE=" DELIMITED BY SIZE
                          ROLE-INPUT DELIMITED BY SIZE
                          " ACTIVE=Y" DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
           END-IF.

      * The last active supervisor cannot be turned into an operator
      * or deactivated, or nobody could maintain the file again.
       CHANGE-ROLE-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-FOUND-IDX = 0
               DISPLAY "Not on OPERMAST.DAT: " ID-INPUT
           ELSE
               MOVE OPR-T-ROLE(OPERATOR-FOUND-IDX) TO OLD-ROLE
               DISPLAY "Current role: " OLD-ROLE
               PERFORM GET-ROLE-INPUT
               IF ROLE-INPUT NOT = "S" AND ROLE-INPUT NOT = "O"
                   DISPLAY "Role must be S (supervisor) or "
                       "O (operator)"
               ELSE
                   IF ROLE-INPUT = OLD-ROLE
                       DISPLAY "Role unchanged"
                   ELSE
                       PERFORM CHANGE-ONE-ROLE
                   END-IF
               END-IF
           END-IF.

       CHANGE-ONE-ROLE.
           PERFORM COUNT-ACTIVE-SUPERVISORS.
           IF OLD-ROLE = "S"
               AND OPR-T-ACTIVE(OPERATOR-FOUND-IDX) = "Y"
               AND ACTIVE-SUPERVISORS <= 1
               DISPLAY "The last active supervisor cannot be "
                   "changed to an operator"
           ELSE
               MOVE ROLE-INPUT TO OPR-T-ROLE(OPERATOR-FOUND-IDX)
               PERFORM SAVE-OPERATOR-TABLE
               DISPLAY "Role changed for " ID-INPUT
               MOVE "OPMROLE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING ID-INPUT DELIMITED BY SPACE
                      " ROLE WAS " DELIMITED BY SIZE
                      OLD-ROLE DELIMITED BY SIZE
                      " NOW " DELIMITED BY SIZE
                      ROLE-INPUT DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

      * Deactivating an operator frees what they were holding: their
      * FILECAT locks in CATLOCKS.DAT are dropped and their HELD
      * reports on SPOOLQ.DAT are released to the printer.
       DEACTIVATE-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-FOUND-IDX = 0
               DISPLAY "Not on OPERMAST.DAT: " ID-INPUT
           ELSE
               IF OPR-T-ACTIVE(OPERATOR-FOUND-IDX) NOT = "Y"
                   DISPLAY "Already inactive: " ID-INPUT
               ELSE
                   IF ID-INPUT = SUPERVISOR-ID
                       DISPLAY "You cannot deactivate your own ID"
                   ELSE
                       PERFORM DEACTIVATE-ONE-OPERATOR
                   END-IF
               END-IF
           END-IF.

       DEACTIVATE-ONE-OPERATOR.
           PERFORM COUNT-ACTIVE-SUPERVISORS.
           IF OPR-T-ROLE(OPERATOR-FOUND-IDX) = "S"
               AND ACTIVE-SUPERVISORS <= 1
               DISPLAY "The last active supervisor cannot be "
                   "deactivated"
           ELSE
               DISPLAY "Deactivate " ID-INPUT " "
                   OPR-T-NAME(OPERATOR-FOUND-IDX) "? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-KEY
               IF CONFIRM-KEY = "Y" OR CONFIRM-KEY = "y"
                   MOVE "N" TO OPR-T-ACTIVE(OPERATOR-FOUND-IDX)
                   PERFORM SAVE-OPERATOR-TABLE
                   DISPLAY "Operator deactivated: " ID-INPUT
                   MOVE "OPMDEACT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " ACTIVE WAS Y NOW N" DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
                   PERFORM RELEASE-OPERATOR-LOCKS
                   PERFORM RELEASE-OPERATOR-SPOOL
               ELSE
                   DISPLAY "Not deactivated"
               END-IF
           END-IF.

       REACTIVATE-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-FOUND-IDX = 0
               DISPLAY "Not on OPERMAST.DAT: " ID-INPUT
           ELSE
               IF OPR-T-ACTIVE(OPERATOR-FOUND-IDX) = "Y"
                   DISPLAY "Already active: " ID-INPUT
               ELSE
                   MOVE "Y" TO OPR-T-ACTIVE(OPERATOR-FOUND-IDX)
                   PERFORM SAVE-OPERATOR-TABLE
                   DISPLAY "Operator reactivated: " ID-INPUT
                   MOVE "OPMREACT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " ACTIVE WAS N NOW Y" DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
           END-IF.

      * One SHIFTTAB.DAT row per operator: a blank label removes the
      * operator's shift. Times are hhmm; a shift may run past
      * midnight (end earlier than start).
       ASSIGN-SHIFT-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-SHIFT-TABLE.
           PERFORM GET-OPERATOR-ID.
           IF OPERATOR-FOUND-IDX = 0
               DISPLAY "Not on OPERMAST.DAT: " ID-INPUT
           ELSE
               PERFORM FIND-SHIFT-ENTRY
               PERFORM FORMAT-SHIFT-TEXT
               DISPLAY "Current shift: " SHIFT-TEXT
               DISPLAY "Shift label (blank to remove): "
                   WITH NO ADVANCING
               MOVE SPACES TO LABEL-INPUT
               ACCEPT LABEL-INPUT
               MOVE FUNCTION UPPER-CASE(LABEL-INPUT) TO LABEL-INPUT
               IF LABEL-INPUT = SPACES
                   PERFORM REMOVE-ONE-SHIFT
               ELSE
                   PERFORM SET-ONE-SHIFT
               END-IF
           END-IF.

       REMOVE-ONE-SHIFT.
           IF SHIFT-FOUND-IDX = 0
               DISPLAY "No shift to remove"
           ELSE
               IF SHIFT-FULL-SW = "Y"
                   DISPLAY "SHIFTTAB.DAT has more rows than the "
                       "table can hold - not changed"
               ELSE
                   PERFORM VARYING SHIFT-IDX FROM SHIFT-FOUND-IDX
                   BY 1 UNTIL SHIFT-IDX >= SHIFT-COUNT
                       MOVE SHF-ENTRY(SHIFT-IDX + 1)
                           TO SHF-ENTRY(SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM SHIFT-COUNT
                   PERFORM SAVE-SHIFT-TABLE
                   DISPLAY "Shift removed for " ID-INPUT
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " WAS " DELIMITED BY SIZE
                          SHIFT-TEXT DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   MOVE "OPMSHIFT" TO AUDIT-ACTION
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " NOW NONE" DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
           END-IF.

       SET-ONE-SHIFT.
           DISPLAY "Start time (hhmm): " WITH NO ADVANCING.
           ACCEPT START-INPUT.
           MOVE START-INPUT TO TIME-CHECK.
           PERFORM VALIDATE-SHIFT-TIME.
           IF TIME-VALID-SW = "Y"
               DISPLAY "End time (hhmm): " WITH NO ADVANCING
               ACCEPT END-INPUT
               MOVE END-INPUT TO TIME-CHECK
               PERFORM VALIDATE-SHIFT-TIME
           END-IF.

           IF TIME-VALID-SW NOT = "Y"
               DISPLAY "Times must be hhmm, 0000 to 2359 - "
                   "not changed"
           ELSE
               IF SHIFT-FULL-SW = "Y"
                   OR (SHIFT-FOUND-IDX = 0 AND SHIFT-COUNT >= 100)
                   DISPLAY "SHIFTTAB.DAT has more rows than the "
                       "table can hold - not changed"
               ELSE
                   IF SHIFT-FOUND-IDX = 0
                       ADD 1 TO SHIFT-COUNT
                       MOVE SHIFT-COUNT TO SHIFT-FOUND-IDX
                       MOVE ID-INPUT TO SHF-T-OPERATOR(SHIFT-COUNT)
                   END-IF
                   MOVE START-INPUT TO SHF-T-START(SHIFT-FOUND-IDX)
                   MOVE END-INPUT TO SHF-T-END(SHIFT-FOUND-IDX)
                   MOVE LABEL-INPUT TO SHF-T-LABEL(SHIFT-FOUND-IDX)
                   PERFORM SAVE-SHIFT-TABLE
                   DISPLAY "Shift assigned to " ID-INPUT
                   MOVE "OPMSHIFT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " WAS " DELIMITED BY SIZE
                          SHIFT-TEXT DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
                   PERFORM FORMAT-SHIFT-TEXT
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING ID-INPUT DELIMITED BY SPACE
                          " NOW " DELIMITED BY SIZE
                          SHIFT-TEXT DELIMITED BY SIZE
                          INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
           END-IF.

       VALIDATE-SHIFT-TIME.
           MOVE "N" TO TIME-VALID-SW.
           IF TIME-CHECK IS NUMERIC
               MOVE TIME-CHECK(1:2) TO TIME-HH
               MOVE TIME-CHECK(3:2) TO TIME-MM
               IF TIME-HH < 24 AND TIME-MM < 60
                   MOVE "Y" TO TIME-VALID-SW
               END-IF
           END-IF.

       FIND-SHIFT-ENTRY.
           MOVE 0 TO SHIFT-FOUND-IDX.
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
           UNTIL SHIFT-IDX > SHIFT-COUNT
               IF SHF-T-OPERATOR(SHIFT-IDX) = ID-INPUT
                   MOVE SHIFT-IDX TO SHIFT-FOUND-IDX
               END-IF
           END-PERFORM.

       FORMAT-SHIFT-TEXT.
           IF SHIFT-FOUND-IDX = 0
               MOVE "NONE" TO SHIFT-TEXT
           ELSE
               MOVE SPACES TO SHIFT-TEXT
               STRING SHF-T-LABEL(SHIFT-FOUND-IDX)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SHF-T-START(SHIFT-FOUND-IDX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SHF-T-END(SHIFT-FOUND-IDX) DELIMITED BY SIZE
                      INTO SHIFT-TEXT
               END-STRING
           END-IF.

       RELEASE-OPERATOR-LOCKS.
           PERFORM LOAD-LOCK-TABLE.
           IF LOCK-FULL-SW = "Y"
               DISPLAY "CATLOCKS.DAT has more rows than the table "
                   "can hold - locks not released"
           ELSE
               MOVE 0 TO LOCKS-KEPT
               MOVE 0 TO LOCKS-RELEASED
               PERFORM VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-COUNT
                   IF LCT-OPERATOR(LOCK-IDX) = ID-INPUT
                       PERFORM AUDIT-ONE-LOCK-RELEASE
                   ELSE
                       ADD 1 TO LOCKS-KEPT
                       MOVE LCT-ENTRY(LOCK-IDX)
                           TO LCT-ENTRY(LOCKS-KEPT)
                   END-IF
               END-PERFORM
               IF LOCKS-RELEASED > 0
                   MOVE LOCKS-KEPT TO LOCK-COUNT
                   PERFORM SAVE-LOCK-TABLE
               END-IF
               DISPLAY "Catalog locks released: " LOCKS-RELEASED
           END-IF.

       AUDIT-ONE-LOCK-RELEASE.
           ADD 1 TO LOCKS-RELEASED.
           MOVE "OPMUNLCK" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING ID-INPUT DELIMITED BY SPACE
                  " FILE=" DELIMITED BY SIZE
                  LCT-NAME(LOCK-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-MAINT-AUDIT.

       RELEASE-OPERATOR-SPOOL.
           PERFORM LOAD-QUEUE-TABLE.
           MOVE 0 TO ITEMS-RELEASED.
           MOVE "N" TO QUEUE-CHANGED-SW.
           IF QUEUE-FULL-SW = "Y"
               DISPLAY "SPOOLQ.DAT has more rows than the table "
                   "can hold - print items not released"
           ELSE
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
               UNTIL QUEUE-IDX > QUEUE-COUNT
                   IF QUE-T-OPERATOR(QUEUE-IDX) = ID-INPUT
                       AND QUE-T-STATUS(QUEUE-IDX) NOT = "PRINTED"
                       PERFORM PRINT-ONE-SPOOL
                   END-IF
               END-PERFORM
               IF QUEUE-CHANGED-SW = "Y"
                   PERFORM SAVE-QUEUE-TABLE
               END-IF
               DISPLAY "Print items released: " ITEMS-RELEASED
           END-IF.

       PRINT-ONE-SPOOL.
           MOVE QUE-T-SPOOL(QUEUE-IDX) TO SPOOL-NAME.
           MOVE 0 TO PRINTED-COUNT.
           MOVE "N" TO SPOOL-EOF-SW.
           OPEN INPUT SPOOL-FILE.
           IF SPOOL-STATUS NOT = "00"
               DISPLAY "Spool data set missing: "
                   FUNCTION TRIM(SPOOL-NAME)
           ELSE
               OPEN EXTEND PRINTER-FILE
               IF PRINTER-STATUS = "35"
                   OPEN OUTPUT PRINTER-FILE
               END-IF
               PERFORM UNTIL SPOOL-EOF-SW = "Y"
                   READ SPOOL-FILE
                       AT END
                           MOVE "Y" TO SPOOL-EOF-SW
                       NOT AT END
                           MOVE SPOOL-RECORD TO PRINTER-RECORD
                           WRITE PRINTER-RECORD
                           ADD 1 TO PRINTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE PRINTER-FILE
               CLOSE SPOOL-FILE

               MOVE "PRINTED" TO QUE-T-STATUS(QUEUE-IDX)
               MOVE "Y" TO QUEUE-CHANGED-SW
               ADD 1 TO ITEMS-RELEASED
               MOVE "OPMPRINT" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING ID-INPUT DELIMITED BY SPACE
                      " REPORT=" DELIMITED BY SIZE
                      QUE-T-NAME(QUEUE-IDX) DELIMITED BY SPACE
                      " WAS HELD" DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       GET-OPERATOR-ID.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           MOVE SPACES TO ID-INPUT.
           ACCEPT ID-INPUT.
           MOVE FUNCTION UPPER-CASE(ID-INPUT) TO ID-INPUT.
           MOVE 0 TO OPERATOR-FOUND-IDX.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
           UNTIL OPERATOR-IDX > OPERATOR-COUNT
               IF OPR-T-ID(OPERATOR-IDX) = ID-INPUT
                   MOVE OPERATOR-IDX TO OPERATOR-FOUND-IDX
               END-IF
           END-PERFORM.

       GET-ROLE-INPUT.
           DISPLAY "Role (S supervisor, O operator): "
               WITH NO ADVANCING.
           MOVE SPACE TO ROLE-INPUT.
           ACCEPT ROLE-INPUT.
           MOVE FUNCTION UPPER-CASE(ROLE-INPUT) TO ROLE-INPUT.

       COUNT-ACTIVE-SUPERVISORS.
           MOVE 0 TO ACTIVE-SUPERVISORS.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
           UNTIL OPERATOR-IDX > OPERATOR-COUNT
               IF OPR-T-ROLE(OPERATOR-IDX) = "S"
                   AND OPR-T-ACTIVE(OPERATOR-IDX) = "Y"
                   ADD 1 TO ACTIVE-SUPERVISORS
               END-IF
           END-PERFORM.

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
               DISPLAY "Supervisor authorization required for "
                   "operator maintenance"
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPERATOR-COUNT.
           MOVE "N" TO OPERATOR-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF OPERATOR-COUNT < 100
                               ADD 1 TO OPERATOR-COUNT
                               MOVE OPM-ID
                                   TO OPR-T-ID(OPERATOR-COUNT)
                               MOVE OPM-NAME
                                   TO OPR-T-NAME(OPERATOR-COUNT)
                               MOVE OPM-ROLE
                                   TO OPR-T-ROLE(OPERATOR-COUNT)
                               MOVE OPM-ACTIVE
                                   TO OPR-T-ACTIVE(OPERATOR-COUNT)
                           ELSE
                               MOVE "Y" TO OPERATOR-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

      * The file is only rewritten when every row fitted in the
      * table; otherwise rows beyond it would be lost.
       SAVE-OPERATOR-TABLE.
           IF OPERATOR-FULL-SW = "Y"
               DISPLAY "OPERMAST.DAT has more rows than the table "
                   "can hold - changes not saved"
           ELSE
               OPEN OUTPUT OPERATOR-MASTER
               PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
                   MOVE OPR-T-ID(OPERATOR-IDX) TO OPM-ID
                   MOVE OPR-T-NAME(OPERATOR-IDX) TO OPM-NAME
                   MOVE OPR-T-ROLE(OPERATOR-IDX) TO OPM-ROLE
                   MOVE OPR-T-ACTIVE(OPERATOR-IDX) TO OPM-ACTIVE
                   WRITE OPERATOR-MASTER-RECORD
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       LOAD-SHIFT-TABLE.
           MOVE 0 TO SHIFT-COUNT.
           MOVE "N" TO SHIFT-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT SHIFT-TABLE-FILE.
           IF SHIFT-TABLE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ SHIFT-TABLE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF SHIFT-COUNT < 100
                               ADD 1 TO SHIFT-COUNT
                               MOVE SH-OPERATOR
                                   TO SHF-T-OPERATOR(SHIFT-COUNT)
                               MOVE SH-START
                                   TO SHF-T-START(SHIFT-COUNT)
                               MOVE SH-END
                                   TO SHF-T-END(SHIFT-COUNT)
                               MOVE SH-LABEL
                                   TO SHF-T-LABEL(SHIFT-COUNT)
                           ELSE
                               MOVE "Y" TO SHIFT-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-TABLE-FILE
           END-IF.

       SAVE-SHIFT-TABLE.
           OPEN OUTPUT SHIFT-TABLE-FILE.
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
           UNTIL SHIFT-IDX > SHIFT-COUNT
               MOVE SHF-T-OPERATOR(SHIFT-IDX) TO SH-OPERATOR
               MOVE SHF-T-START(SHIFT-IDX) TO SH-START
               MOVE SHF-T-END(SHIFT-IDX) TO SH-END
               MOVE SHF-T-LABEL(SHIFT-IDX) TO SH-LABEL
               WRITE SHIFT-TABLE-RECORD
           END-PERFORM.
           CLOSE SHIFT-TABLE-FILE.

       LOAD-LOCK-TABLE.
           MOVE 0 TO LOCK-COUNT.
           MOVE "N" TO LOCK-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF LOCK-COUNT < 100
                               ADD 1 TO LOCK-COUNT
                               MOVE LCK-NAME
                                   TO LCT-NAME(LOCK-COUNT)
                               MOVE LCK-OPERATOR
                                   TO LCT-OPERATOR(LOCK-COUNT)
                               MOVE LCK-DATE
                                   TO LCT-DATE(LOCK-COUNT)
                               MOVE LCK-TIME
                                   TO LCT-TIME(LOCK-COUNT)
                           ELSE
                               MOVE "Y" TO LOCK-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       SAVE-LOCK-TABLE.
           OPEN OUTPUT LOCK-FILE.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
           UNTIL LOCK-IDX > LOCK-COUNT
               MOVE LCT-NAME(LOCK-IDX) TO LCK-NAME
               MOVE LCT-OPERATOR(LOCK-IDX) TO LCK-OPERATOR
               MOVE LCT-DATE(LOCK-IDX) TO LCK-DATE
               MOVE LCT-TIME(LOCK-IDX) TO LCK-TIME
               WRITE LOCK-RECORD
           END-PERFORM.
           CLOSE LOCK-FILE.

       LOAD-QUEUE-TABLE.
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO QUEUE-FULL-SW.
           MOVE "N" TO TABLE-EOF-SW.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-STATUS = "00"
               PERFORM UNTIL TABLE-EOF-SW = "Y"
                   READ QUEUE-FILE
                       AT END
                           MOVE "Y" TO TABLE-EOF-SW
                       NOT AT END
                           IF QUEUE-COUNT < 50
                               ADD 1 TO QUEUE-COUNT
                               MOVE SPQ-NAME
                                   TO QUE-T-NAME(QUEUE-COUNT)
                               MOVE SPQ-SPOOL
                                   TO QUE-T-SPOOL(QUEUE-COUNT)
                               MOVE SPQ-DATE
                                   TO QUE-T-DATE(QUEUE-COUNT)
                               MOVE SPQ-OPERATOR
                                   TO QUE-T-OPERATOR(QUEUE-COUNT)
                               MOVE SPQ-STATUS
                                   TO QUE-T-STATUS(QUEUE-COUNT)
                           ELSE
                               MOVE "Y" TO QUEUE-FULL-SW
                               MOVE "Y" TO TABLE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       SAVE-QUEUE-TABLE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
           UNTIL QUEUE-IDX > QUEUE-COUNT
               MOVE QUE-T-NAME(QUEUE-IDX) TO SPQ-NAME
               MOVE QUE-T-SPOOL(QUEUE-IDX) TO SPQ-SPOOL
               MOVE QUE-T-DATE(QUEUE-IDX) TO SPQ-DATE
               MOVE QUE-T-OPERATOR(QUEUE-IDX) TO SPQ-OPERATOR
               MOVE QUE-T-STATUS(QUEUE-IDX) TO SPQ-STATUS
               WRITE QUEUE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.

       WRITE-MAINT-AUDIT.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID SUPERVISOR-ID
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.
