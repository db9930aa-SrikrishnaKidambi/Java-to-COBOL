           DISPLAY "1. Verify and release CALCIN".
           DISPLAY "2. Verify and release CLASSIN".
           DISPLAY "3. Verify and release CSVIN".
           DISPLAY "4. Verify and release ADMITIN".
           DISPLAY "5. Verify and release BANKDEP".
           DISPLAY "6. Verify and release BIOSWIPE".
           DISPLAY "9. Exit".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT FILE-CHOICE.
               WHEN 3
                   MOVE "CSVIN" TO FEED-BASE-NAME
                   PERFORM GATE-ONE-FILE
               WHEN 4
                   MOVE "ADMITIN" TO FEED-BASE-NAME
                   PERFORM GATE-ONE-FILE
               WHEN 5
                   MOVE "BANKDEP" TO FEED-BASE-NAME
                   PERFORM GATE-ONE-FILE
               WHEN 6
                   MOVE "BIOSWIPE" TO FEED-BASE-NAME
                   PERFORM GATE-ONE-FILE
               WHEN 9
                   MOVE "Y" TO DONE-SW
               WHEN OTHER
