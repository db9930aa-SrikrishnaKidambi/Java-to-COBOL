               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-TABLE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLL
               FILE STATUS IS CONTACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           05 YT-LABEL        PIC X(15).
           05 YT-ACTIVE      PIC X.

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

       WORKING-STORAGE SECTION.
       01 STUDENT-STATUS     PIC X(2) VALUE "00".
       01 OLD-STUDENT-STATUS PIC X(2) VALUE "00".
               10 WT-TIME    PIC 9(6).
               10 WT-STATUS  PIC X(8).
       01 WAIT-COUNT         PIC 999 VALUE 0.
       01 WAIT-FULL-SW       PIC X VALUE "N".
       01 WAIT-IDX           PIC 999 VALUE 0.
       01 OFFER-IDX          PIC 999 VALUE 0.

      * Postal address, phone, e-mail and guardian per roll on
      * STUCONT.DAT. On change a blank answer keeps what is on file.
       01 CONTACT-STATUS     PIC X(2) VALUE "00".
       01 CONTACT-FOUND-SW   PIC X VALUE "N".
       01 CONTACT-INPUT      PIC X(40) VALUE SPACES.
       01 CONTACT-PROMPT     PIC X(28) VALUE SPACES.

       01 ISSUED-NUMBER      PIC 9(8) VALUE 0.
       01 ISSUE-RESULT       PIC X(8) VALUE SPACES.

           DISPLAY "5. Browse by name".
           DISPLAY "6. Status change".
           DISPLAY "7. Waitlist offer".
           DISPLAY "8. Contact details".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT USER-CHOICE.
                   PERFORM STATUS-CHANGE
               WHEN 7
                   PERFORM OFFER-FROM-WAITLIST
               WHEN 8
                   PERFORM MAINTAIN-CONTACT
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
               CLOSE STUDENT-FILE
           END-IF.

       MAINTAIN-CONTACT.
           DISPLAY "Enter roll number: " WITH NO ADVANCING.
           ACCEPT ROLL-INPUT.

           PERFORM OPEN-STUDENT-IO.
           IF STUDENT-STATUS NOT = "00"
               DISPLAY "Cannot open STUMAST.DAT - status "
                   STUDENT-STATUS
               MOVE "N" TO RECORD-FOUND-SW
           ELSE
               MOVE ROLL-INPUT TO STU-ROLL
               PERFORM READ-STUDENT-BY-ROLL
               CLOSE STUDENT-FILE
           END-IF.

           IF RECORD-FOUND-SW = "N"
               DISPLAY "Roll number not found: " ROLL-INPUT
           ELSE
               PERFORM OPEN-CONTACT-IO
               IF CONTACT-STATUS NOT = "00"
                   DISPLAY "Cannot open STUCONT.DAT - status "
                       CONTACT-STATUS
               ELSE
                   MOVE ROLL-INPUT TO CT-ROLL
                   MOVE "N" TO CONTACT-FOUND-SW
                   READ CONTACT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CONTACT-FOUND-SW
                   END-READ
                   IF CONTACT-FOUND-SW = "Y"
                       PERFORM SHOW-CONTACT-DETAIL
                       DISPLAY "Blank answers keep the value shown"
                   ELSE
                       MOVE SPACES TO CONTACT-RECORD
                       MOVE ROLL-INPUT TO CT-ROLL
                       DISPLAY "No contact details on file for "
                           STU-NAME
                   END-IF
                   PERFORM ACCEPT-CONTACT-FIELDS
                   ACCEPT CT-UPDATED FROM DATE YYYYMMDD
                   IF CONTACT-FOUND-SW = "Y"
                       REWRITE CONTACT-RECORD
                           INVALID KEY
                               DISPLAY "Rewrite failed - status "
                                   CONTACT-STATUS
                           NOT INVALID KEY
                               MOVE "CONTCHG" TO AUDIT-ACTION
                               PERFORM AUDIT-CONTACT-CHANGE
                       END-REWRITE
                   ELSE
                       WRITE CONTACT-RECORD
                           INVALID KEY
                               DISPLAY "Write failed - status "
                                   CONTACT-STATUS
                           NOT INVALID KEY
                               MOVE "CONTADD" TO AUDIT-ACTION
                               PERFORM AUDIT-CONTACT-CHANGE
                       END-WRITE
                   END-IF
                   CLOSE CONTACT-FILE
               END-IF
           END-IF.

       SHOW-CONTACT-DETAIL.
           DISPLAY "Address:  " CT-ADDRESS-1.
           DISPLAY "          " CT-ADDRESS-2.
           DISPLAY "City:     " CT-CITY " POSTCODE " CT-POSTCODE.
           DISPLAY "Phone:    " CT-PHONE.
           DISPLAY "E-mail:   " CT-EMAIL.
           DISPLAY "Guardian: " CT-GUARDIAN " (" CT-GUARD-RELATION
               ") " CT-GUARD-PHONE.

      * A postal address needs its first line and a postal code;
      * without them the label run lists the student as an
      * exception, so both are asked for until given.
       ACCEPT-CONTACT-FIELDS.
           MOVE "Address line 1: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-ADDRESS-1
           END-IF.
           MOVE "Address line 2: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-ADDRESS-2
           END-IF.
           MOVE "City: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-CITY
           END-IF.
           MOVE "Postal code: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-POSTCODE
           END-IF.
           MOVE "Phone: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-PHONE
           END-IF.
           MOVE "E-mail: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-EMAIL
           END-IF.
           MOVE "Guardian name: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-GUARDIAN
           END-IF.
           MOVE "Guardian relation: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-GUARD-RELATION
           END-IF.
           MOVE "Guardian phone: " TO CONTACT-PROMPT.
           PERFORM ACCEPT-CONTACT-VALUE.
           IF CONTACT-INPUT NOT = SPACES
               MOVE CONTACT-INPUT TO CT-GUARD-PHONE
           END-IF.
           PERFORM UNTIL CT-ADDRESS-1 NOT = SPACES
               MOVE "Address line 1 (required): " TO CONTACT-PROMPT
               PERFORM ACCEPT-CONTACT-VALUE
               MOVE CONTACT-INPUT TO CT-ADDRESS-1
           END-PERFORM.
           PERFORM UNTIL CT-POSTCODE NOT = SPACES
               MOVE "Postal code (required): " TO CONTACT-PROMPT
               PERFORM ACCEPT-CONTACT-VALUE
               MOVE CONTACT-INPUT TO CT-POSTCODE
           END-PERFORM.

       ACCEPT-CONTACT-VALUE.
           DISPLAY CONTACT-PROMPT WITH NO ADVANCING.
           MOVE SPACES TO CONTACT-INPUT.
           ACCEPT CONTACT-INPUT.

       AUDIT-CONTACT-CHANGE.
           DISPLAY "Contact details saved: " ROLL-INPUT.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ROLL=" DELIMITED BY SIZE
                  ROLL-INPUT DELIMITED BY SIZE
                  " PC=" DELIMITED BY SIZE
                  CT-POSTCODE DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           CALL "AUDITWTR" USING AUDIT-PROGRAM-ID
               AUDIT-OPERATOR AUDIT-ACTION
               AUDIT-DETAIL
           END-CALL.

       OPEN-CONTACT-IO.
           OPEN I-O CONTACT-FILE.
           IF CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.

      * Name browse rides the alternate key: position at the first
      * name on or after the entered value and list forward.
       BROWSE-BY-NAME.
                   DEPT-CAPACITY " taken"
           ELSE
               PERFORM LOAD-WAIT-TABLE
               IF WAIT-FULL-SW = "Y"
                   DISPLAY "WAITLIST.DAT has more rows than the table "
                       "can hold - no offer made"
               ELSE
                   PERFORM OFFER-NEXT-APPLICANT
               END-IF
           END-IF.

      * The earliest applicant still waiting for the department and
      * year is offered the free seat.
       OFFER-NEXT-APPLICANT.
           MOVE "N" TO OFFER-FOUND-SW.
           MOVE 0 TO OFFER-IDX.
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
           UNTIL WAIT-IDX > WAIT-COUNT
               IF OFFER-FOUND-SW = "N"
                   AND WT-STATUS(WAIT-IDX) = "WAIT"
                   AND WT-DEPT(WAIT-IDX) = DEPT-CODE
                   AND WT-YEAR(WAIT-IDX) = YEAR-NUM
                   MOVE "Y" TO OFFER-FOUND-SW
                   MOVE WAIT-IDX TO OFFER-IDX
               END-IF
           END-PERFORM.
           IF OFFER-FOUND-SW = "N"
               DISPLAY "Waitlist is empty for department "
                   DEPT-CODE " year " YEAR-NUM
           ELSE
               DISPLAY "Next on waitlist: "
                   WT-ROLL(OFFER-IDX) " "
                   WT-NAME(OFFER-IDX) " queued "
                   WT-DATE(OFFER-IDX)
               DISPLAY "Promote and enroll? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WAITLIST-KEY
               IF WAITLIST-KEY = "Y" OR WAITLIST-KEY = "y"
                   PERFORM PROMOTE-ONE-APPLICANT
               END-IF
           END-IF.


       LOAD-WAIT-TABLE.
           MOVE 0 TO WAIT-COUNT.
           MOVE "N" TO WAIT-FULL-SW.
           MOVE "N" TO CAPACITY-EOF-SW.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS = "00"
                           ELSE
                               DISPLAY "WAITLIST.DAT has more rows "
                                   "than the table can hold"
                               MOVE "Y" TO WAIT-FULL-SW
                               MOVE "Y" TO CAPACITY-EOF-SW
                           END-IF
                   END-READ
           END-IF.

       SAVE-WAIT-TABLE.
           IF WAIT-FULL-SW = "Y"
               DISPLAY "WAITLIST.DAT has more rows than the table "
                   "can hold - waitlist not saved"
           ELSE
               OPEN OUTPUT WAITLIST-FILE
               PERFORM VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT
                   MOVE WT-ROLL(WAIT-IDX) TO WL-ROLL
                   MOVE WT-NAME(WAIT-IDX) TO WL-NAME
                   MOVE WT-DEPT(WAIT-IDX) TO WL-DEPT
                   MOVE WT-YEAR(WAIT-IDX) TO WL-YEAR
                   MOVE WT-DATE(WAIT-IDX) TO WL-DATE
                   MOVE WT-TIME(WAIT-IDX) TO WL-TIME
                   MOVE WT-STATUS(WAIT-IDX) TO WL-STATUS
                   WRITE WAITLIST-RECORD
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK-SW.
