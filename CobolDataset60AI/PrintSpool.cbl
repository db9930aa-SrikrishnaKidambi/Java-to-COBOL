       01 LINES-ON-PAGE     PIC 99 VALUE 0.
       01 COLUMN-HEADING    PIC X(100) VALUE SPACES.
       01 HEADING-SEEN-SW   PIC X VALUE "N".
      * A report line holding only this starts a new page and is not
      * printed. A report that opens with one (merged letters) has
      * no column heading to repeat.
       01 PAGE-BREAK-LINE   PIC X(6) VALUE "<PAGE>".
       01 BODY-LINE-COUNT   PIC 9(7) VALUE 0.

       01 QUEUE-TABLE.
           END-IF.

       SPOOL-ONE-LINE.
           IF REPORT-IN-RECORD = PAGE-BREAK-LINE
               MOVE "Y" TO HEADING-SEEN-SW
               MOVE PAGE-LENGTH TO LINES-ON-PAGE
           ELSE
               IF HEADING-SEEN-SW = "N"
                   MOVE REPORT-IN-RECORD TO COLUMN-HEADING
                   MOVE "Y" TO HEADING-SEEN-SW
               END-IF
               IF LINES-ON-PAGE >= PAGE-LENGTH
                   PERFORM START-NEW-PAGE
               END-IF
               MOVE REPORT-IN-RECORD TO SPOOL-RECORD
               WRITE SPOOL-RECORD
               ADD 1 TO LINES-ON-PAGE
               ADD 1 TO BODY-LINE-COUNT
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
                  INTO SPOOL-RECORD
           END-STRING.
           WRITE SPOOL-RECORD.
           IF PAGE-NUMBER > 1 AND COLUMN-HEADING NOT = SPACES
               MOVE COLUMN-HEADING TO SPOOL-RECORD
               WRITE SPOOL-RECORD
               MOVE 2 TO LINES-ON-PAGE
