           END-IF.
           IF OPERATOR-FILTER NOT = SPACES
               AND AUD-OPERATOR NOT = OPERATOR-FILTER
               AND AUD-APPROVER NOT = OPERATOR-FILTER
               MOVE "N" TO MATCH-SW
           END-IF.

                      AUD-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-DETAIL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AUD-APPROVER DELIMITED BY SIZE
                      INTO QUERY-OUT-RECORD
               END-STRING
               WRITE QUERY-OUT-RECORD
