               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-QUEUE-STATUS.

           SELECT ACCESS-LIST-FILE ASSIGN TO "CATACL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LIST-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "CATACRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTINGS-FILE.
           05 LQ-DATE      PIC 9(8).
           05 LQ-TIME      PIC 9(6).

       FD  ACCESS-LIST-FILE.
       01 ACCESS-LIST-RECORD.
           05 ACL-NAME     PIC X(20).
           05 ACL-KIND     PIC X.
           05 ACL-GRANTEE  PIC X(10).
           05 ACL-CLASS    PIC X.
           05 ACL-LEVEL    PIC X.
           05 ACL-DATE     PIC 9(8).
           05 ACL-BY       PIC X(10).

       FD  ACCESS-REPORT-FILE.
       01 ACCESS-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 DONE-SW              PIC X VALUE "N".
       01 USER-CHOICE          PIC 9.
       01 ENTRY-DAYS           PIC 9(8) COMP.
       01 PURGED-COUNT         PIC 999 VALUE 0.
       01 PURGE-COUNT-TEXT     PIC ZZ9.
       01 KEPT-COUNT-TEXT      PIC ZZ9.

       01 OLD-CATALOG-STATUS   PIC X(2) VALUE "00".
       01 MIGRATED-COUNT       PIC 999 VALUE 0.
       01 TIME-OF-DAY-NOW      PIC 9(8).
       01 UNLOCK-NAME          PIC X(20) VALUE SPACES.

      * Ownership and access lists are held in CATACL.DAT beside the
      * catalog. An O row gives an entry's owner and classification
      * (P public, I internal, R restricted); a G row grants read (R)
      * or change (C) to one operator or, keyed *S or *O, to every
      * operator of that role. Public entries are open to anyone the
      * role checks allow, internal entries may be read by anyone but
      * changed only by the owner or a change grant, and restricted
      * entries are reachable only by the owner and their grants. An
      * entry with no O row predates ownership and stays public.
       01 ACCESS-LIST-STATUS   PIC X(2) VALUE "00".
       01 ACCESS-REPORT-STATUS PIC X(2) VALUE "00".
       01 ACCESS-EOF-SW        PIC X VALUE "N".
       01 ACCESS-FULL-SW       PIC X VALUE "N".
       01 ACCESS-TABLE.
           05 ACCESS-ENTRY OCCURS 1000 TIMES.
               10 ACT-NAME     PIC X(20).
               10 ACT-KIND     PIC X.
               10 ACT-GRANTEE  PIC X(10).
               10 ACT-CLASS    PIC X.
               10 ACT-LEVEL    PIC X.
               10 ACT-DATE     PIC 9(8).
               10 ACT-BY       PIC X(10).
       01 ACCESS-COUNT         PIC 9(4) VALUE 0.
       01 ACCESS-IDX           PIC 9(4) VALUE 0.
       01 ACCESS-KEEP-COUNT    PIC 9(4) VALUE 0.
       01 ACCESS-FOUND-IDX     PIC 9(4) VALUE 0.
       01 ACCESS-SCAN-IDX      PIC 9(4) VALUE 0.
       01 OWNER-IDX            PIC 9(4) VALUE 0.
       01 ACCESS-ENTRY-NAME    PIC X(20) VALUE SPACES.
       01 ACCESS-NEEDED        PIC X VALUE "R".
       01 ACCESS-OK-SW         PIC X VALUE "N".
       01 ACCESS-CHANGED-SW    PIC X VALUE "N".
       01 ENTRY-OWNER          PIC X(10) VALUE SPACES.
       01 ENTRY-CLASS          PIC X VALUE SPACE.
       01 ENTRY-CLASS-TEXT     PIC X(10) VALUE SPACES.
       01 ROLE-GRANTEE         PIC X(10) VALUE SPACES.
       01 ACCESS-CHOICE        PIC 9.
       01 GRANTEE-INPUT        PIC X(10) VALUE SPACES.
       01 LEVEL-INPUT          PIC X VALUE SPACE.
       01 CLASS-INPUT          PIC X VALUE SPACE.
       01 GRANTEE-FOUND-SW     PIC X VALUE "N".
       01 GRANTEE-NAME         PIC X(20) VALUE SPACES.
       01 ASSIGN-KEY           PIC X VALUE SPACE.
       01 KEPT-COUNT           PIC 999 VALUE 0.
       01 ACCESS-AUDIT-NOTE    PIC X(14) VALUE SPACES.

      * The access report expands role grants to the operators that
      * hold the role, from the operator master.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OPT-ID       PIC X(10).
               10 OPT-NAME     PIC X(20).
               10 OPT-ROLE     PIC X.
               10 OPT-ACTIVE   PIC X.
       01 OPERATOR-COUNT       PIC 999 VALUE 0.
       01 OPERATOR-IDX         PIC 999 VALUE 0.
       01 OPERATOR-SCAN-IDX    PIC 999 VALUE 0.
       01 ROLE-HOLDER-SW       PIC X VALUE "N".
       01 CATALOG-OPEN-SW      PIC X VALUE "N".
       01 REACH-LEVEL-TEXT     PIC X(6) VALUE SPACES.
       01 REACH-NOTE           PIC X(12) VALUE SPACES.
       01 RESTRICTED-COUNT     PIC 9(5) VALUE 0.
       01 RESTRICTED-COUNT-TEXT PIC ZZZZ9.
       01 REGISTRY-REPORT-NAME PIC X(12) VALUE "CATACRPT.DAT".
       01 REGISTRY-PROGRAM     PIC X(12) VALUE "MENUNESTSW".
       01 REGISTRY-RECORDS     PIC 9(7) VALUE 0.

      * A purge is queued on APPROVQ.DAT and run, with the retention
      * keyed, only when a second supervisor approves it.
       COPY "APPRREQ.CPY".
       01 APPROVAL-TYPE        PIC X(8) VALUE "CATPURGE".
       01 APPROVAL-PROGRAM     PIC X(20) VALUE "MENU-NESTED-SWITCH".
       01 APPROVAL-DESCRIPTION PIC X(40) VALUE SPACES.
       01 APPROVAL-DATA        PIC X(80) VALUE SPACES.
       01 APPROVAL-NUMBER      PIC 9(6) VALUE 0.

       01 AUDIT-PROGRAM-ID     PIC X(12) VALUE "MENUNESTSW".
       01 HELP-PROGRAM         PIC X(12) VALUE "MENUNESTSW".
       01 HELP-MENU            PIC X(12) VALUE "MAIN".
       01 AUDIT-DETAIL         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           IF APR-TYPE = APPROVAL-TYPE
               PERFORM APPLY-APPROVED-PURGE
               GOBACK
           END-IF.

           PERFORM OPERATOR-SIGN-ON.
           IF SIGN-ON-OK-SW NOT = "Y"
               DISPLAY "Sign-on failed - session ended"
           DISPLAY "4. List".
           DISPLAY "5. Backup catalog".
           DISPLAY "6. Restore catalog".
           DISPLAY "7. Access report".
           DISPLAY "9. Back".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT SUBCHOICE.
                   PERFORM BACKUP-CATALOG-ACTION
               WHEN 6
                   PERFORM RESTORE-CATALOG-ACTION
               WHEN 7
                   PERFORM ACCESS-REPORT-ACTION
               WHEN 9
                   CONTINUE
               WHEN OTHER
           DISPLAY "3. Restore".
           DISPLAY "4. Purge".
           DISPLAY "5. Unlock entry".
           DISPLAY "6. Access list".
           DISPLAY "9. Back".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT PROP-CHOICE.
                   PERFORM PURGE-CATALOG-ACTION
               WHEN 5
                   PERFORM UNLOCK-ENTRY-ACTION
               WHEN 6
                   PERFORM ACCESS-LIST-ACTION
               WHEN 9
                   CONTINUE
               WHEN OTHER
                       DISPLAY "New File Created: " FILE-NAME-INPUT
                       MOVE "NEW" TO AUDIT-ACTION
                       PERFORM WRITE-CATALOG-AUDIT
                       MOVE "Y" TO CATALOG-FOUND-SW
               END-WRITE
               CLOSE CATALOG-FILE
               IF CATALOG-FOUND-SW = "Y"
                   PERFORM RECORD-NEW-OWNER
               END-IF
           END-IF.

      * Whoever catalogues an entry owns it. Internal is the default
      * classification.
       RECORD-NEW-OWNER.
           DISPLAY "Classification - (P)ublic, (I)nternal, "
               "(R)estricted (blank = I): " WITH NO ADVANCING.
           ACCEPT CLASS-INPUT.
           MOVE FUNCTION UPPER-CASE(CLASS-INPUT) TO CLASS-INPUT.
           IF CLASS-INPUT NOT = "P" AND CLASS-INPUT NOT = "R"
               MOVE "I" TO CLASS-INPUT
           END-IF.
           MOVE FILE-NAME-INPUT TO ACCESS-ENTRY-NAME.
           PERFORM LOAD-ACCESS-TABLE.
           PERFORM DROP-ENTRY-ACCESS-ROWS.
           IF ACCESS-COUNT >= 1000 OR ACCESS-FULL-SW = "Y"
               DISPLAY "Access list is full - entry left without "
                   "an owner"
           ELSE
               ADD 1 TO ACCESS-COUNT
               MOVE FILE-NAME-INPUT TO ACT-NAME(ACCESS-COUNT)
               MOVE "O" TO ACT-KIND(ACCESS-COUNT)
               MOVE OPERATOR-ID TO ACT-GRANTEE(ACCESS-COUNT)
               MOVE CLASS-INPUT TO ACT-CLASS(ACCESS-COUNT)
               MOVE SPACE TO ACT-LEVEL(ACCESS-COUNT)
               ACCEPT ACT-DATE(ACCESS-COUNT) FROM DATE YYYYMMDD
               MOVE OPERATOR-ID TO ACT-BY(ACCESS-COUNT)
               PERFORM SAVE-ACCESS-TABLE
           END-IF.

       OPEN-FILE-ACTION.
                   INVALID KEY
                       DISPLAY "File not found: " FILE-NAME-INPUT
                   NOT INVALID KEY
                       MOVE "R" TO ACCESS-NEEDED
                       PERFORM CHECK-ENTRY-ACCESS
                       IF ACCESS-OK-SW = "Y"
                           DISPLAY "File Opened: " FILE-NAME-INPUT
                           DISPLAY "  Created: " CAT-CREATED-DATE
                           DISPLAY "  Status: " CAT-STATUS-TEXT
                           IF OWNER-IDX > 0
                               DISPLAY "  Owner: " ENTRY-OWNER
                                   "  Class: " ENTRY-CLASS-TEXT
                           END-IF
                       END-IF
               END-READ
               CLOSE CATALOG-FILE
           END-IF.
       RENAME-FILE-DETAIL.
           DISPLAY "Enter current file name: " WITH NO ADVANCING.
           ACCEPT FILE-NAME-INPUT.
           MOVE "C" TO ACCESS-NEEDED.
           PERFORM CHECK-ENTRY-ACCESS.
           IF ACCESS-OK-SW = "Y"
               PERFORM ACQUIRE-CATALOG-LOCK
           ELSE
               MOVE "N" TO LOCK-GRANTED-SW
           END-IF.
           IF LOCK-GRANTED-SW = "Y"
               PERFORM RENAME-LOCKED-DETAIL
               PERFORM RELEASE-CATALOG-LOCK
                               " to " NEW-NAME-INPUT
                           MOVE "RENAME" TO AUDIT-ACTION
                           PERFORM WRITE-CATALOG-AUDIT
                           PERFORM RENAME-ENTRY-ACCESS-ROWS
                   END-WRITE
               END-IF
               CLOSE CATALOG-FILE
       DELETE-FILE-DETAIL.
           DISPLAY "Enter file name to delete: " WITH NO ADVANCING.
           ACCEPT FILE-NAME-INPUT.
           MOVE "C" TO ACCESS-NEEDED.
           PERFORM CHECK-ENTRY-ACCESS.
           IF ACCESS-OK-SW = "Y"
               PERFORM ACQUIRE-CATALOG-LOCK
           ELSE
               MOVE "N" TO LOCK-GRANTED-SW
           END-IF.
           IF LOCK-GRANTED-SW = "Y"
               PERFORM DELETE-LOCKED-DETAIL
               PERFORM RELEASE-CATALOG-LOCK
       RESTORE-FILE-ACTION.
           DISPLAY "Enter file name to restore: " WITH NO ADVANCING.
           ACCEPT FILE-NAME-INPUT.
           MOVE "C" TO ACCESS-NEEDED.
           PERFORM CHECK-ENTRY-ACCESS.
           IF ACCESS-OK-SW = "Y"
               PERFORM RESTORE-FILE-DETAIL
           END-IF.

       RESTORE-FILE-DETAIL.
           PERFORM OPEN-CATALOG-IO.
           IF CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-ERROR
               MOVE DEFAULT-RETENTION TO RETENTION-DAYS
           END-IF.

           MOVE SPACES TO APPROVAL-DATA.
           MOVE RETENTION-DAYS TO APPROVAL-DATA(1:4).
           MOVE SPACES TO APPROVAL-DESCRIPTION.
           STRING "PURGE DELETED OLDER THAN " DELIMITED BY SIZE
                  RETENTION-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO APPROVAL-DESCRIPTION
           END-STRING.
           CALL "APPRVQ" USING APPROVAL-TYPE APPROVAL-PROGRAM
               OPERATOR-ID APPROVAL-DESCRIPTION APPROVAL-DATA
               APPROVAL-NUMBER
           END-CALL.
           IF APPROVAL-NUMBER > 0
               DISPLAY "Purge queued as request " APPROVAL-NUMBER
                   " - a second supervisor must approve it"
           ELSE
               DISPLAY "Purge could not be queued - nothing purged"
           END-IF.

      * Called from APPROVAL-REVIEW: the purge runs as the supervisor
      * who asked for it, with the retention they keyed and their
      * access to each entry.
       APPLY-APPROVED-PURGE.
           MOVE APR-REQUESTER TO OPERATOR-ID.
           PERFORM VALIDATE-OPERATOR-ID.
           MOVE APR-DATA(1:4) TO RETENTION-DAYS.
           PERFORM PURGE-CATALOG-RUN.
           IF CATALOG-STATUS = "00"
               MOVE "APPLIED" TO APR-RESULT
           ELSE
               MOVE "FAILED" TO APR-RESULT
               MOVE "CANNOT OPEN FILECAT.DAT" TO APR-REASON
           END-IF.

       PURGE-CATALOG-RUN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE CUTOFF-DAYS = TODAY-DAYS - RETENTION-DAYS.

           MOVE 0 TO PURGED-COUNT.
           MOVE 0 TO KEPT-COUNT.
           MOVE "N" TO CATALOG-EOF-SW.
           PERFORM LOAD-ACCESS-TABLE.

           PERFORM OPEN-CATALOG-IO.
           IF CATALOG-STATUS NOT = "00"
                      INTO PURGE-REPORT-RECORD
               END-STRING
               WRITE PURGE-REPORT-RECORD
               IF KEPT-COUNT > 0
                   MOVE KEPT-COUNT TO KEPT-COUNT-TEXT
                   MOVE SPACES TO PURGE-REPORT-RECORD
                   STRING "KEPT - NO CHANGE ACCESS: " DELIMITED BY SIZE
                          KEPT-COUNT-TEXT DELIMITED BY SIZE
                          INTO PURGE-REPORT-RECORD
                   END-STRING
                   WRITE PURGE-REPORT-RECORD
                   DISPLAY "Entries kept for lack of change access: "
                       KEPT-COUNT
               END-IF
               CLOSE PURGE-REPORT-FILE
               CLOSE CATALOG-FILE
               DISPLAY "Entries purged: " PURGED-COUNT
               COMPUTE ENTRY-DAYS =
                   FUNCTION INTEGER-OF-DATE(CAT-CREATED-DATE)
               IF ENTRY-DAYS < CUTOFF-DAYS
                   MOVE CAT-NAME TO ACCESS-ENTRY-NAME
                   MOVE "C" TO ACCESS-NEEDED
                   PERFORM JUDGE-ENTRY-ACCESS
                   IF ACCESS-OK-SW = "Y"
                       PERFORM PURGE-ACCESSIBLE-ENTRY
                   ELSE
                       MOVE SPACES TO PURGE-REPORT-RECORD
                       STRING "KEPT   " DELIMITED BY SIZE
                              CAT-NAME DELIMITED BY SIZE
                              " OWNER " DELIMITED BY SIZE
                              ENTRY-OWNER DELIMITED BY SIZE
                              " NO CHANGE ACCESS" DELIMITED BY SIZE
                              INTO PURGE-REPORT-RECORD
                       END-STRING
                       WRITE PURGE-REPORT-RECORD
                       ADD 1 TO KEPT-COUNT
                   END-IF
               END-IF
           END-IF.

      * A purged entry keeps its owner and grants on CATACL.DAT, so an
      * entry brought back from a FILECAT.DAT generation is guarded
      * as before; a new entry of the same name clears them when its
      * owner is recorded.
       PURGE-ACCESSIBLE-ENTRY.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "PURGED " DELIMITED BY SIZE
                  CAT-NAME DELIMITED BY SIZE
                  " CREATED " DELIMITED BY SIZE
                  CAT-CREATED-DATE DELIMITED BY SIZE
                  INTO PURGE-REPORT-RECORD
           END-STRING.
           WRITE PURGE-REPORT-RECORD.
           DELETE CATALOG-FILE.
           ADD 1 TO PURGED-COUNT.

       ACQUIRE-CATALOG-LOCK.
           PERFORM LOAD-LOCK-TABLE.
           MOVE "N" TO LOCK-GRANTED-SW.
           END-PERFORM.
           CLOSE LOCK-FILE.

      * Judges the entry keyed in FILE-NAME-INPUT for the access in
      * ACCESS-NEEDED and refuses, with an audit row, when the
      * operator has none.
       CHECK-ENTRY-ACCESS.
           MOVE FILE-NAME-INPUT TO ACCESS-ENTRY-NAME.
           PERFORM LOAD-ACCESS-TABLE.
           PERFORM JUDGE-ENTRY-ACCESS.
           IF ACCESS-OK-SW NOT = "Y"
               DISPLAY "Access denied - " FUNCTION TRIM(FILE-NAME-INPUT)
                   " is " FUNCTION TRIM(ENTRY-CLASS-TEXT)
                   " and owned by " ENTRY-OWNER
               MOVE "DENIED" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "FILE=" DELIMITED BY SIZE
                      FILE-NAME-INPUT DELIMITED BY SIZE
                      " NEED=" DELIMITED BY SIZE
                      ACCESS-NEEDED DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               CALL "AUDITWTR" USING AUDIT-PROGRAM-ID OPERATOR-ID
                   AUDIT-ACTION AUDIT-DETAIL
               END-CALL
           END-IF.

      * Uses the access table already loaded; ACCESS-ENTRY-NAME names
      * the entry and ACCESS-NEEDED is R to read or C to change.
       JUDGE-ENTRY-ACCESS.
           PERFORM FIND-ENTRY-OWNER.
           MOVE "N" TO ACCESS-OK-SW.
           EVALUATE TRUE
               WHEN OWNER-IDX = 0 AND ACCESS-FULL-SW = "Y"
                   CONTINUE
               WHEN OWNER-IDX = 0
               WHEN ENTRY-OWNER = OPERATOR-ID
               WHEN ENTRY-CLASS = "P"
                   MOVE "Y" TO ACCESS-OK-SW
               WHEN ENTRY-CLASS = "I" AND ACCESS-NEEDED = "R"
                   MOVE "Y" TO ACCESS-OK-SW
               WHEN OTHER
                   PERFORM FIND-ACCESS-GRANT
                   IF ACCESS-FOUND-IDX > 0
                       IF ACT-LEVEL(ACCESS-FOUND-IDX) = "C"
                           OR ACCESS-NEEDED = "R"
                           MOVE "Y" TO ACCESS-OK-SW
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-ENTRY-OWNER.
           MOVE 0 TO OWNER-IDX.
           MOVE SPACES TO ENTRY-OWNER.
           MOVE "P" TO ENTRY-CLASS.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT OR OWNER-IDX > 0
               IF ACT-NAME(ACCESS-IDX) = ACCESS-ENTRY-NAME
                   AND ACT-KIND(ACCESS-IDX) = "O"
                   MOVE ACCESS-IDX TO OWNER-IDX
                   MOVE ACT-GRANTEE(ACCESS-IDX) TO ENTRY-OWNER
                   MOVE ACT-CLASS(ACCESS-IDX) TO ENTRY-CLASS
               END-IF
           END-PERFORM.
           EVALUATE ENTRY-CLASS
               WHEN "R"
                   MOVE "RESTRICTED" TO ENTRY-CLASS-TEXT
               WHEN "I"
                   MOVE "INTERNAL" TO ENTRY-CLASS-TEXT
               WHEN OTHER
                   MOVE "PUBLIC" TO ENTRY-CLASS-TEXT
           END-EVALUATE.

      * A change grant outranks a read grant when the operator holds
      * both, personally or through their role.
       FIND-ACCESS-GRANT.
           MOVE 0 TO ACCESS-FOUND-IDX.
           MOVE SPACES TO ROLE-GRANTEE.
           STRING "*" DELIMITED BY SIZE
                  OPERATOR-ROLE DELIMITED BY SIZE
                  INTO ROLE-GRANTEE
           END-STRING.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-IDX) = ACCESS-ENTRY-NAME
                   AND ACT-KIND(ACCESS-IDX) = "G"
                   AND (ACT-GRANTEE(ACCESS-IDX) = OPERATOR-ID
                   OR ACT-GRANTEE(ACCESS-IDX) = ROLE-GRANTEE)
                   IF ACCESS-FOUND-IDX = 0
                       OR ACT-LEVEL(ACCESS-IDX) = "C"
                       MOVE ACCESS-IDX TO ACCESS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Anyone may see who can reach an entry; only its owner changes
      * the list. A supervisor may give an owner to an entry that
      * predates ownership.
       ACCESS-LIST-ACTION.
           DISPLAY "Enter file name: " WITH NO ADVANCING.
           ACCEPT FILE-NAME-INPUT.
           MOVE "N" TO CATALOG-FOUND-SW.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "00"
               MOVE FILE-NAME-INPUT TO CAT-NAME
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CATALOG-FOUND-SW
               END-READ
               CLOSE CATALOG-FILE
           END-IF.

           IF CATALOG-FOUND-SW = "N"
               DISPLAY "File not found: " FILE-NAME-INPUT
           ELSE
               MOVE FILE-NAME-INPUT TO ACCESS-ENTRY-NAME
               PERFORM LOAD-ACCESS-TABLE
               PERFORM FIND-ENTRY-OWNER
               PERFORM SHOW-ACCESS-LIST
               EVALUATE TRUE
                   WHEN ACCESS-FULL-SW = "Y"
                       DISPLAY "Access lists cannot be changed until "
                           "CATACL.DAT fits the access table"
                   WHEN OWNER-IDX = 0 AND OPERATOR-ROLE = "S"
                       PERFORM ASSIGN-FIRST-OWNER
                   WHEN OWNER-IDX = 0
                       DISPLAY "No owner on record - a supervisor "
                           "can assign one"
                   WHEN ENTRY-OWNER NOT = OPERATOR-ID
                       DISPLAY "Only the owner can change this "
                           "access list"
                   WHEN OTHER
                       PERFORM SHOW-ACCESS-MENU
               END-EVALUATE
           END-IF.

       SHOW-ACCESS-LIST.
           IF OWNER-IDX = 0
               DISPLAY "  Owner: none on record  Class: PUBLIC"
           ELSE
               DISPLAY "  Owner: " ENTRY-OWNER
                   "  Class: " ENTRY-CLASS-TEXT
           END-IF.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-IDX) = ACCESS-ENTRY-NAME
                   AND ACT-KIND(ACCESS-IDX) = "G"
                   IF ACT-LEVEL(ACCESS-IDX) = "C"
                       MOVE "CHANGE" TO REACH-LEVEL-TEXT
                   ELSE
                       MOVE "READ" TO REACH-LEVEL-TEXT
                   END-IF
                   IF ACT-GRANTEE(ACCESS-IDX)(1:1) = "*"
                       DISPLAY "  " REACH-LEVEL-TEXT " ROLE "
                           ACT-GRANTEE(ACCESS-IDX)(2:1)
                           "      GRANTED " ACT-DATE(ACCESS-IDX)
                           " BY " ACT-BY(ACCESS-IDX)
                   ELSE
                       DISPLAY "  " REACH-LEVEL-TEXT " "
                           ACT-GRANTEE(ACCESS-IDX)
                           " GRANTED " ACT-DATE(ACCESS-IDX)
                           " BY " ACT-BY(ACCESS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-ACCESS-MENU.
           DISPLAY "Access List Menu:".
           DISPLAY "1. Grant access".
           DISPLAY "2. Revoke access".
           DISPLAY "3. Change classification".
           DISPLAY "4. Transfer ownership".
           DISPLAY "9. Back".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT ACCESS-CHOICE.

           EVALUATE ACCESS-CHOICE
               WHEN 1
                   PERFORM GRANT-ACCESS-ACTION
               WHEN 2
                   PERFORM REVOKE-ACCESS-ACTION
               WHEN 3
                   PERFORM CLASSIFY-ENTRY-ACTION
               WHEN 4
                   PERFORM TRANSFER-OWNER-ACTION
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid access list option"
           END-EVALUATE.

      * A second grant to the same operator or role replaces the
      * first, so each grantee holds one level per entry.
       GRANT-ACCESS-ACTION.
           DISPLAY "Grant to operator ID, or *S / *O for a role: "
               WITH NO ADVANCING.
           ACCEPT GRANTEE-INPUT.
           DISPLAY "Access - (R)ead or (C)hange: " WITH NO ADVANCING.
           ACCEPT LEVEL-INPUT.
           MOVE FUNCTION UPPER-CASE(LEVEL-INPUT) TO LEVEL-INPUT.
           PERFORM VALIDATE-GRANTEE.
           IF GRANTEE-FOUND-SW = "Y"
               AND LEVEL-INPUT NOT = "R" AND LEVEL-INPUT NOT = "C"
               DISPLAY "Access must be R or C"
               MOVE "N" TO GRANTEE-FOUND-SW
           END-IF.

           IF GRANTEE-FOUND-SW = "Y"
               PERFORM FIND-GRANTEE-ROW
               IF ACCESS-FOUND-IDX = 0
                   IF ACCESS-COUNT >= 1000
                       DISPLAY "Access list is full - nothing granted"
                       MOVE "N" TO GRANTEE-FOUND-SW
                   ELSE
                       ADD 1 TO ACCESS-COUNT
                       MOVE ACCESS-COUNT TO ACCESS-FOUND-IDX
                       MOVE ACCESS-ENTRY-NAME
                           TO ACT-NAME(ACCESS-FOUND-IDX)
                       MOVE "G" TO ACT-KIND(ACCESS-FOUND-IDX)
                       MOVE GRANTEE-INPUT
                           TO ACT-GRANTEE(ACCESS-FOUND-IDX)
                       MOVE SPACE TO ACT-CLASS(ACCESS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

           IF GRANTEE-FOUND-SW = "Y"
               MOVE LEVEL-INPUT TO ACT-LEVEL(ACCESS-FOUND-IDX)
               ACCEPT ACT-DATE(ACCESS-FOUND-IDX) FROM DATE YYYYMMDD
               MOVE OPERATOR-ID TO ACT-BY(ACCESS-FOUND-IDX)
               PERFORM SAVE-ACCESS-TABLE
               DISPLAY "Granted " LEVEL-INPUT " on "
                   FUNCTION TRIM(ACCESS-ENTRY-NAME) " to "
                   GRANTEE-INPUT
               MOVE "GRANT" TO AUDIT-ACTION
               MOVE SPACES TO ACCESS-AUDIT-NOTE
               STRING GRANTEE-INPUT DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      LEVEL-INPUT DELIMITED BY SIZE
                      INTO ACCESS-AUDIT-NOTE
               END-STRING
               PERFORM WRITE-ACCESS-AUDIT
           END-IF.

       REVOKE-ACCESS-ACTION.
           DISPLAY "Revoke from operator ID, or *S / *O for a role: "
               WITH NO ADVANCING.
           ACCEPT GRANTEE-INPUT.
           IF GRANTEE-INPUT(1:1) = "*"
               MOVE FUNCTION UPPER-CASE(GRANTEE-INPUT(2:1))
                   TO GRANTEE-INPUT(2:1)
           END-IF.
           PERFORM FIND-GRANTEE-ROW.
           IF ACCESS-FOUND-IDX = 0
               DISPLAY "No grant to " FUNCTION TRIM(GRANTEE-INPUT)
                   " on this entry"
           ELSE
               PERFORM DROP-ACCESS-ROW
               PERFORM SAVE-ACCESS-TABLE
               DISPLAY "Revoked " FUNCTION TRIM(GRANTEE-INPUT)
               MOVE "REVOKE" TO AUDIT-ACTION
               MOVE GRANTEE-INPUT TO ACCESS-AUDIT-NOTE
               PERFORM WRITE-ACCESS-AUDIT
           END-IF.

       CLASSIFY-ENTRY-ACTION.
           DISPLAY "Classification - (P)ublic, (I)nternal, "
               "(R)estricted: " WITH NO ADVANCING.
           ACCEPT CLASS-INPUT.
           MOVE FUNCTION UPPER-CASE(CLASS-INPUT) TO CLASS-INPUT.
           IF CLASS-INPUT NOT = "P" AND CLASS-INPUT NOT = "I"
               AND CLASS-INPUT NOT = "R"
               DISPLAY "Classification must be P, I or R"
           ELSE
               MOVE CLASS-INPUT TO ACT-CLASS(OWNER-IDX)
               ACCEPT ACT-DATE(OWNER-IDX) FROM DATE YYYYMMDD
               MOVE OPERATOR-ID TO ACT-BY(OWNER-IDX)
               PERFORM SAVE-ACCESS-TABLE
               PERFORM FIND-ENTRY-OWNER
               DISPLAY "Classified " ENTRY-CLASS-TEXT
               MOVE "CLASSIFY" TO AUDIT-ACTION
               MOVE SPACES TO ACCESS-AUDIT-NOTE
               STRING "CLASS=" DELIMITED BY SIZE
                      CLASS-INPUT DELIMITED BY SIZE
                      INTO ACCESS-AUDIT-NOTE
               END-STRING
               PERFORM WRITE-ACCESS-AUDIT
           END-IF.

      * The new owner's own grant is dropped as redundant; the old
      * owner keeps nothing unless the new owner grants it back.
       TRANSFER-OWNER-ACTION.
           DISPLAY "New owner operator ID: " WITH NO ADVANCING.
           ACCEPT GRANTEE-INPUT.
           PERFORM VALIDATE-NEW-OWNER.
           IF GRANTEE-FOUND-SW = "Y"
               MOVE GRANTEE-INPUT TO ACT-GRANTEE(OWNER-IDX)
               ACCEPT ACT-DATE(OWNER-IDX) FROM DATE YYYYMMDD
               MOVE OPERATOR-ID TO ACT-BY(OWNER-IDX)
               PERFORM FIND-GRANTEE-ROW
               IF ACCESS-FOUND-IDX > 0
                   PERFORM DROP-ACCESS-ROW
               END-IF
               PERFORM SAVE-ACCESS-TABLE
               DISPLAY "Ownership of " FUNCTION TRIM(ACCESS-ENTRY-NAME)
                   " passed to " GRANTEE-INPUT
               MOVE "TRANSFER" TO AUDIT-ACTION
               MOVE SPACES TO ACCESS-AUDIT-NOTE
               STRING "TO=" DELIMITED BY SIZE
                      GRANTEE-INPUT DELIMITED BY SIZE
                      INTO ACCESS-AUDIT-NOTE
               END-STRING
               PERFORM WRITE-ACCESS-AUDIT
           END-IF.

       ASSIGN-FIRST-OWNER.
           DISPLAY "Assign an owner now? (Y/N): " WITH NO ADVANCING.
           ACCEPT ASSIGN-KEY.
           IF ASSIGN-KEY = "Y" OR ASSIGN-KEY = "y"
               DISPLAY "Owner operator ID: " WITH NO ADVANCING
               ACCEPT GRANTEE-INPUT
               PERFORM VALIDATE-NEW-OWNER
               IF GRANTEE-FOUND-SW = "Y" AND ACCESS-COUNT >= 1000
                   DISPLAY "Access list is full - no owner assigned"
                   MOVE "N" TO GRANTEE-FOUND-SW
               END-IF
               IF GRANTEE-FOUND-SW = "Y"
                   DISPLAY "Classification - (P)ublic, (I)nternal, "
                       "(R)estricted (blank = I): " WITH NO ADVANCING
                   ACCEPT CLASS-INPUT
                   MOVE FUNCTION UPPER-CASE(CLASS-INPUT) TO CLASS-INPUT
                   IF CLASS-INPUT NOT = "P" AND CLASS-INPUT NOT = "R"
                       MOVE "I" TO CLASS-INPUT
                   END-IF
                   ADD 1 TO ACCESS-COUNT
                   MOVE ACCESS-ENTRY-NAME TO ACT-NAME(ACCESS-COUNT)
                   MOVE "O" TO ACT-KIND(ACCESS-COUNT)
                   MOVE GRANTEE-INPUT TO ACT-GRANTEE(ACCESS-COUNT)
                   MOVE CLASS-INPUT TO ACT-CLASS(ACCESS-COUNT)
                   MOVE SPACE TO ACT-LEVEL(ACCESS-COUNT)
                   ACCEPT ACT-DATE(ACCESS-COUNT) FROM DATE YYYYMMDD
                   MOVE OPERATOR-ID TO ACT-BY(ACCESS-COUNT)
                   PERFORM FIND-GRANTEE-ROW
                   IF ACCESS-FOUND-IDX > 0
                       PERFORM DROP-ACCESS-ROW
                   END-IF
                   PERFORM SAVE-ACCESS-TABLE
                   DISPLAY "Owner of " FUNCTION TRIM(ACCESS-ENTRY-NAME)
                       " set to " GRANTEE-INPUT
                   MOVE "OWNER" TO AUDIT-ACTION
                   MOVE SPACES TO ACCESS-AUDIT-NOTE
                   STRING GRANTEE-INPUT DELIMITED BY SPACE
                          " CLASS=" DELIMITED BY SIZE
                          CLASS-INPUT DELIMITED BY SIZE
                          INTO ACCESS-AUDIT-NOTE
                   END-STRING
                   PERFORM WRITE-ACCESS-AUDIT
               END-IF
           END-IF.

      * A grantee is an active operator on OPERMAST.DAT or one of the
      * role keys *S and *O; the owner needs no grant.
       VALIDATE-GRANTEE.
           MOVE "N" TO GRANTEE-FOUND-SW.
           IF GRANTEE-INPUT(1:1) = "*"
               MOVE FUNCTION UPPER-CASE(GRANTEE-INPUT(2:1))
                   TO GRANTEE-INPUT(2:1)
               IF GRANTEE-INPUT = "*S" OR GRANTEE-INPUT = "*O"
                   MOVE "Y" TO GRANTEE-FOUND-SW
               ELSE
                   DISPLAY "Role key must be *S or *O"
               END-IF
           ELSE
               IF GRANTEE-INPUT = ENTRY-OWNER
                   DISPLAY "The owner already has full access"
               ELSE
                   PERFORM FIND-GRANTEE-OPERATOR
                   IF GRANTEE-FOUND-SW NOT = "Y"
                       DISPLAY "Unknown or inactive operator ID"
                   END-IF
               END-IF
           END-IF.

       VALIDATE-NEW-OWNER.
           MOVE "N" TO GRANTEE-FOUND-SW.
           EVALUATE TRUE
               WHEN GRANTEE-INPUT(1:1) = "*"
                   DISPLAY "An owner must be a single operator"
               WHEN OWNER-IDX > 0 AND GRANTEE-INPUT = ENTRY-OWNER
                   DISPLAY "Already the owner"
               WHEN OTHER
                   PERFORM FIND-GRANTEE-OPERATOR
                   IF GRANTEE-FOUND-SW NOT = "Y"
                       DISPLAY "Unknown or inactive operator ID"
                   END-IF
           END-EVALUATE.

       FIND-GRANTEE-OPERATOR.
           MOVE "N" TO GRANTEE-FOUND-SW.
           MOVE "N" TO MASTER-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM UNTIL MASTER-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO MASTER-EOF-SW
                       NOT AT END
                           IF OPM-ID = GRANTEE-INPUT
                               AND OPM-ACTIVE = "Y"
                               MOVE "Y" TO GRANTEE-FOUND-SW
                               MOVE "Y" TO MASTER-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       FIND-GRANTEE-ROW.
           MOVE 0 TO ACCESS-FOUND-IDX.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-IDX) = ACCESS-ENTRY-NAME
                   AND ACT-KIND(ACCESS-IDX) = "G"
                   AND ACT-GRANTEE(ACCESS-IDX) = GRANTEE-INPUT
                   MOVE ACCESS-IDX TO ACCESS-FOUND-IDX
               END-IF
           END-PERFORM.

       DROP-ACCESS-ROW.
           PERFORM VARYING ACCESS-IDX FROM ACCESS-FOUND-IDX BY 1
           UNTIL ACCESS-IDX >= ACCESS-COUNT
               MOVE ACCESS-ENTRY(ACCESS-IDX + 1)
                   TO ACCESS-ENTRY(ACCESS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM ACCESS-COUNT.

       WRITE-ACCESS-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "FILE=" DELIMITED BY SIZE
                  ACCESS-ENTRY-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ACCESS-AUDIT-NOTE DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID OPERATOR-ID
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

      * A renamed entry keeps its owner and grants under the new name.
       RENAME-ENTRY-ACCESS-ROWS.
           PERFORM LOAD-ACCESS-TABLE.
           MOVE "N" TO ACCESS-CHANGED-SW.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-IDX) = FILE-NAME-INPUT
                   MOVE NEW-NAME-INPUT TO ACT-NAME(ACCESS-IDX)
                   MOVE "Y" TO ACCESS-CHANGED-SW
               END-IF
           END-PERFORM.
           IF ACCESS-CHANGED-SW = "Y"
               PERFORM SAVE-ACCESS-TABLE
           END-IF.

       DROP-ENTRY-ACCESS-ROWS.
           MOVE 0 TO ACCESS-KEEP-COUNT.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-IDX) = ACCESS-ENTRY-NAME
                   MOVE "Y" TO ACCESS-CHANGED-SW
               ELSE
                   ADD 1 TO ACCESS-KEEP-COUNT
                   IF ACCESS-KEEP-COUNT NOT = ACCESS-IDX
                       MOVE ACCESS-ENTRY(ACCESS-IDX)
                           TO ACCESS-ENTRY(ACCESS-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ACCESS-KEEP-COUNT TO ACCESS-COUNT.

       LOAD-ACCESS-TABLE.
           MOVE 0 TO ACCESS-COUNT.
           MOVE "N" TO ACCESS-FULL-SW.
           MOVE "N" TO ACCESS-EOF-SW.
           OPEN INPUT ACCESS-LIST-FILE.
           IF ACCESS-LIST-STATUS = "00"
               PERFORM UNTIL ACCESS-EOF-SW = "Y"
                   READ ACCESS-LIST-FILE
                       AT END
                           MOVE "Y" TO ACCESS-EOF-SW
                       NOT AT END
                           IF ACCESS-COUNT < 1000
                               ADD 1 TO ACCESS-COUNT
                               MOVE ACL-NAME TO ACT-NAME(ACCESS-COUNT)
                               MOVE ACL-KIND TO ACT-KIND(ACCESS-COUNT)
                               MOVE ACL-GRANTEE
                                   TO ACT-GRANTEE(ACCESS-COUNT)
                               MOVE ACL-CLASS
                                   TO ACT-CLASS(ACCESS-COUNT)
                               MOVE ACL-LEVEL
                                   TO ACT-LEVEL(ACCESS-COUNT)
                               MOVE ACL-DATE TO ACT-DATE(ACCESS-COUNT)
                               MOVE ACL-BY TO ACT-BY(ACCESS-COUNT)
                           ELSE
                               DISPLAY "CATACL.DAT has more rows than "
                                   "the access table can hold"
                               MOVE "Y" TO ACCESS-FULL-SW
                               MOVE "Y" TO ACCESS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LIST-FILE
           END-IF.

       SAVE-ACCESS-TABLE.
           IF ACCESS-FULL-SW = "Y"
               DISPLAY "CATACL.DAT has more rows than the access "
                   "table can hold - access list not saved"
           ELSE
               OPEN OUTPUT ACCESS-LIST-FILE
               PERFORM VARYING ACCESS-IDX FROM 1 BY 1
               UNTIL ACCESS-IDX > ACCESS-COUNT
                   MOVE ACT-NAME(ACCESS-IDX) TO ACL-NAME
                   MOVE ACT-KIND(ACCESS-IDX) TO ACL-KIND
                   MOVE ACT-GRANTEE(ACCESS-IDX) TO ACL-GRANTEE
                   MOVE ACT-CLASS(ACCESS-IDX) TO ACL-CLASS
                   MOVE ACT-LEVEL(ACCESS-IDX) TO ACL-LEVEL
                   MOVE ACT-DATE(ACCESS-IDX) TO ACL-DATE
                   MOVE ACT-BY(ACCESS-IDX) TO ACL-BY
                   WRITE ACCESS-LIST-RECORD
               END-PERFORM
               CLOSE ACCESS-LIST-FILE
           END-IF.

       ACCESS-REPORT-ACTION.
           IF OPERATOR-ROLE NOT = "S"
               DISPLAY "Supervisor authorization required for the "
                   "access report"
           ELSE
               PERFORM ACCESS-REPORT-DETAIL
           END-IF.

      * Every restricted entry with its owner and everyone its grants
      * reach; role grants are spelled out operator by operator.
       ACCESS-REPORT-DETAIL.
           PERFORM LOAD-ACCESS-TABLE.
           PERFORM LOAD-OPERATOR-TABLE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO RESTRICTED-COUNT.
           MOVE 0 TO REGISTRY-RECORDS.

           OPEN OUTPUT ACCESS-REPORT-FILE.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           STRING "CATALOG ACCESS REPORT - RESTRICTED ENTRIES  "
                      DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "  BY " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SIZE
                  INTO ACCESS-REPORT-RECORD
           END-STRING.
           WRITE ACCESS-REPORT-RECORD.
           MOVE "ENTRY                OWNER      STATUS"
               TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.

           MOVE "N" TO CATALOG-OPEN-SW.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "00"
               MOVE "Y" TO CATALOG-OPEN-SW
           END-IF.
           PERFORM VARYING ACCESS-IDX FROM 1 BY 1
           UNTIL ACCESS-IDX > ACCESS-COUNT
               IF ACT-KIND(ACCESS-IDX) = "O"
                   AND ACT-CLASS(ACCESS-IDX) = "R"
                   PERFORM WRITE-RESTRICTED-ENTRY
               END-IF
           END-PERFORM.
           IF CATALOG-OPEN-SW = "Y"
               CLOSE CATALOG-FILE
           END-IF.

           MOVE RESTRICTED-COUNT TO RESTRICTED-COUNT-TEXT.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           STRING "RESTRICTED ENTRIES: " DELIMITED BY SIZE
                  RESTRICTED-COUNT-TEXT DELIMITED BY SIZE
                  INTO ACCESS-REPORT-RECORD
           END-STRING.
           WRITE ACCESS-REPORT-RECORD.
           CLOSE ACCESS-REPORT-FILE.

           CALL "RPTREG" USING REGISTRY-REPORT-NAME
               REGISTRY-PROGRAM REGISTRY-RECORDS
           END-CALL.
           DISPLAY "Access report written to CATACRPT.DAT - "
               "restricted entries: " RESTRICTED-COUNT.
           MOVE "ACCRPT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "RESTRICTED=" DELIMITED BY SIZE
                  RESTRICTED-COUNT-TEXT DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID OPERATOR-ID
               AUDIT-ACTION AUDIT-DETAIL
           END-CALL.

       WRITE-RESTRICTED-ENTRY.
           ADD 1 TO RESTRICTED-COUNT.
           ADD 1 TO REGISTRY-RECORDS.
           MOVE ACT-NAME(ACCESS-IDX) TO ACCESS-ENTRY-NAME.
           MOVE "MISSING" TO SAVED-STATUS-TEXT.
           IF CATALOG-OPEN-SW = "Y"
               MOVE ACCESS-ENTRY-NAME TO CAT-NAME
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE "MISSING" TO SAVED-STATUS-TEXT
                   NOT INVALID KEY
                       MOVE CAT-STATUS-TEXT TO SAVED-STATUS-TEXT
               END-READ
           END-IF.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           STRING ACCESS-ENTRY-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACT-GRANTEE(ACCESS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SAVED-STATUS-TEXT DELIMITED BY SIZE
                  INTO ACCESS-REPORT-RECORD
           END-STRING.
           WRITE ACCESS-REPORT-RECORD.

           MOVE "OWNER" TO REACH-LEVEL-TEXT.
           MOVE ACT-GRANTEE(ACCESS-IDX) TO GRANTEE-INPUT.
           MOVE SPACES TO REACH-NOTE.
           PERFORM WRITE-REACH-LINE.
           PERFORM VARYING ACCESS-SCAN-IDX FROM 1 BY 1
           UNTIL ACCESS-SCAN-IDX > ACCESS-COUNT
               IF ACT-NAME(ACCESS-SCAN-IDX) = ACCESS-ENTRY-NAME
                   AND ACT-KIND(ACCESS-SCAN-IDX) = "G"
                   PERFORM WRITE-GRANT-REACH
               END-IF
           END-PERFORM.

       WRITE-GRANT-REACH.
           IF ACT-LEVEL(ACCESS-SCAN-IDX) = "C"
               MOVE "CHANGE" TO REACH-LEVEL-TEXT
           ELSE
               MOVE "READ" TO REACH-LEVEL-TEXT
           END-IF.
           IF ACT-GRANTEE(ACCESS-SCAN-IDX)(1:1) = "*"
               MOVE SPACES TO REACH-NOTE
               STRING "BY ROLE " DELIMITED BY SIZE
                      ACT-GRANTEE(ACCESS-SCAN-IDX)(2:1)
                          DELIMITED BY SIZE
                      INTO REACH-NOTE
               END-STRING
               MOVE "N" TO ROLE-HOLDER-SW
               PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
                   IF OPT-ROLE(OPERATOR-IDX)
                       = ACT-GRANTEE(ACCESS-SCAN-IDX)(2:1)
                       AND OPT-ACTIVE(OPERATOR-IDX) = "Y"
                       MOVE OPT-ID(OPERATOR-IDX) TO GRANTEE-INPUT
                       PERFORM WRITE-REACH-LINE
                       MOVE "Y" TO ROLE-HOLDER-SW
                   END-IF
               END-PERFORM
               IF ROLE-HOLDER-SW = "N"
                   MOVE "(NONE)" TO GRANTEE-INPUT
                   PERFORM WRITE-REACH-LINE
               END-IF
           ELSE
               MOVE ACT-GRANTEE(ACCESS-SCAN-IDX) TO GRANTEE-INPUT
               MOVE SPACES TO REACH-NOTE
               PERFORM WRITE-REACH-LINE
           END-IF.

      * An operator no longer active on the master is still listed,
      * flagged, so stale grants can be revoked.
       WRITE-REACH-LINE.
           MOVE SPACES TO GRANTEE-NAME.
           MOVE "N" TO GRANTEE-FOUND-SW.
           PERFORM VARYING OPERATOR-SCAN-IDX FROM 1 BY 1
           UNTIL OPERATOR-SCAN-IDX > OPERATOR-COUNT
               OR GRANTEE-FOUND-SW = "Y"
               IF OPT-ID(OPERATOR-SCAN-IDX) = GRANTEE-INPUT
                   MOVE OPT-NAME(OPERATOR-SCAN-IDX) TO GRANTEE-NAME
                   IF OPT-ACTIVE(OPERATOR-SCAN-IDX) = "Y"
                       MOVE "Y" TO GRANTEE-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF GRANTEE-FOUND-SW = "N" AND GRANTEE-INPUT NOT = "(NONE)"
               MOVE "INACTIVE" TO REACH-NOTE
           END-IF.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           STRING "    " DELIMITED BY SIZE
                  REACH-LEVEL-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRANTEE-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRANTEE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REACH-NOTE DELIMITED BY SIZE
                  INTO ACCESS-REPORT-RECORD
           END-STRING.
           WRITE ACCESS-REPORT-RECORD.
           ADD 1 TO REGISTRY-RECORDS.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPERATOR-COUNT.
           MOVE "N" TO MASTER-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM UNTIL MASTER-EOF-SW = "Y"
                   READ OPERATOR-MASTER
                       AT END
                           MOVE "Y" TO MASTER-EOF-SW
                       NOT AT END
                           IF OPERATOR-COUNT < 200
                               ADD 1 TO OPERATOR-COUNT
                               MOVE OPM-ID TO OPT-ID(OPERATOR-COUNT)
                               MOVE OPM-NAME
                                   TO OPT-NAME(OPERATOR-COUNT)
                               MOVE OPM-ROLE
                                   TO OPT-ROLE(OPERATOR-COUNT)
                               MOVE OPM-ACTIVE
                                   TO OPT-ACTIVE(OPERATOR-COUNT)
                           ELSE
                               DISPLAY "OPERMAST.DAT has more rows "
                                   "than the operator table can hold"
                               MOVE "Y" TO MASTER-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       REPORT-CATALOG-ERROR.
           MOVE "FILECAT.DAT" TO FILE-ERROR-NAME.
           MOVE "OPEN" TO FILE-ERROR-OPERATION.
