       01 AUDIT-LOG-STATUS PIC X(2) VALUE "00".
       01 TIME-OF-DAY-NOW  PIC 9(8).

       COPY "APPRREQ.CPY".

       LINKAGE SECTION.
       01 AUD-L-PROGRAM    PIC X(12).
       01 AUD-L-OPERATOR   PIC X(10).
           MOVE AUD-L-OPERATOR TO AUD-OPERATOR.
           MOVE AUD-L-ACTION TO AUD-ACTION.
           MOVE AUD-L-DETAIL TO AUD-DETAIL.
           MOVE SPACES TO AUD-APPROVER.
           IF APR-APPROVER NOT = SPACES
               AND APR-APPROVER NOT = LOW-VALUES
               MOVE APR-APPROVER TO AUD-APPROVER
           END-IF.

           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
