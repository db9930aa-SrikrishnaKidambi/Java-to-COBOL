       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Student holds register, one row per hold placed. A hold is
      * active until HLD-RELEASED carries the release date.
       FD  HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ROLL       PIC 9(8).
               10 HLD-TYPE       PIC X(8).
               10 HLD-PLACED     PIC 9(8).
           05 HLD-OFFICE         PIC X(10).
           05 HLD-REASON         PIC X(30).
           05 HLD-PLACED-BY      PIC X(10).
           05 HLD-RELEASED       PIC 9(8).
           05 HLD-RELEASED-BY    PIC X(10).

       WORKING-STORAGE SECTION.
       01 HOLD-STATUS        PIC X(2) VALUE "00".
       01 HOLD-EOF-SW        PIC X VALUE "N".

       LINKAGE SECTION.
       01 HC-L-ROLL          PIC 9(8).
       01 HC-L-COUNT         PIC 99.
       01 HC-L-TYPE          PIC X(8).
       01 HC-L-OFFICE        PIC X(10).

      * Counts the active holds on a roll and returns the type and
      * placing office of the first one. No register on file means
      * no holds.
       PROCEDURE DIVISION USING HC-L-ROLL HC-L-COUNT HC-L-TYPE
           HC-L-OFFICE.
           MOVE 0 TO HC-L-COUNT.
           MOVE SPACES TO HC-L-TYPE.
           MOVE SPACES TO HC-L-OFFICE.

           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE "N" TO HOLD-EOF-SW.
           MOVE HC-L-ROLL TO HLD-ROLL.
           MOVE LOW-VALUES TO HLD-TYPE.
           MOVE 0 TO HLD-PLACED.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLD-EOF-SW
           END-START.

           PERFORM UNTIL HOLD-EOF-SW = "Y"
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF-SW
                   NOT AT END
                       IF HLD-ROLL NOT = HC-L-ROLL
                           MOVE "Y" TO HOLD-EOF-SW
                       ELSE
                           IF HLD-RELEASED = 0
                               AND HC-L-COUNT < 99
                               ADD 1 TO HC-L-COUNT
                               IF HC-L-COUNT = 1
                                   MOVE HLD-TYPE TO HC-L-TYPE
                                   MOVE HLD-OFFICE TO HC-L-OFFICE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           GOBACK.
