       01 CHAINED-COUNT      PIC 9(7) VALUE 0.
       01 UNCHAINED-COUNT    PIC 9(7) VALUE 0.

      * Every reversal seen ("REVERSES nnnnnnn" in column 65) is held
      * with its own sequence so the links can be judged once the
      * whole chain has been walked.
       01 REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 500 TIMES.
               10 REV-T-SEQ       PIC 9(7).
               10 REV-T-TARGET    PIC 9(7).
       01 REVERSAL-COUNT     PIC 9(3) VALUE 0.
       01 REVERSAL-IDX       PIC 9(3) VALUE 0.
       01 OTHER-REV-IDX      PIC 9(3) VALUE 0.
       01 REVERSALS-DROPPED  PIC 9(5) VALUE 0.
       01 BASELINE-SEQ       PIC 9(7) VALUE 0.
       01 LINK-BROKEN-SW     PIC X VALUE "N".
       01 LINK-BAD-COUNT     PIC 9(5) VALUE 0.
       01 LINK-OUTSIDE-COUNT PIC 9(5) VALUE 0.
       01 TARGET-IS-REVERSAL-SW PIC X VALUE "N".
       01 TARGET-REVERSED-TWICE-SW PIC X VALUE "N".

       PROCEDURE DIVISION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

               PERFORM VERIFY-ONE-FILE
           END-IF.

           IF CHAIN-BROKEN-SW = "N"
               PERFORM VERIFY-REVERSAL-LINKS
           END-IF.

           DISPLAY "Chained records verified: " CHAINED-COUNT.
           IF UNCHAINED-COUNT > 0
               DISPLAY "Records from before chaining (not "
           ELSE
               DISPLAY "VERDICT: CHAIN INTACT"
               MOVE 0 TO RETURN-CODE
               IF LINK-BROKEN-SW = "Y"
                   DISPLAY "VERDICT: REVERSAL LINKS BROKEN - "
                       LINK-BAD-COUNT " bad"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "VERDICT: REVERSAL LINKS INTACT"
               END-IF
           END-IF.
           GOBACK.

                   END-IF
               END-IF
           ELSE
               MOVE THIS-SEQ TO BASELINE-SEQ
               DISPLAY "Chain baseline at "
                   FUNCTION TRIM(SCAN-FILE-NAME)
                   " record " RECORD-IN-FILE
           END-IF.

           IF CHAIN-BROKEN-SW = "N"
               IF SCAN-RECORD(65:8) = "REVERSES"
                   PERFORM NOTE-REVERSAL-RECORD
               END-IF
               ADD 1 TO CHAINED-COUNT
               MOVE "Y" TO HAVE-PREV-SW
               MOVE THIS-SEQ TO PREV-SEQ
               MOVE SCAN-RECORD TO PREV-ENTRY
           END-IF.

       NOTE-REVERSAL-RECORD.
           IF REVERSAL-COUNT < 500
               ADD 1 TO REVERSAL-COUNT
               MOVE THIS-SEQ TO REV-T-SEQ(REVERSAL-COUNT)
               IF SCAN-RECORD(74:7) IS NUMERIC
                   MOVE SCAN-RECORD(74:7)
                       TO REV-T-TARGET(REVERSAL-COUNT)
               ELSE
                   MOVE 0 TO REV-T-TARGET(REVERSAL-COUNT)
               END-IF
           ELSE
               ADD 1 TO REVERSALS-DROPPED
           END-IF.

      * With the chain intact every sequence from the baseline up to
      * the last record exists, so a reversal is sound when it points
      * back inside that range at an entry that is not itself a
      * reversal and that no other reversal also points at. A target
      * older than the baseline lies outside the years verified and
      * is reported but not judged.
       VERIFY-REVERSAL-LINKS.
           PERFORM VARYING REVERSAL-IDX FROM 1 BY 1
           UNTIL REVERSAL-IDX > REVERSAL-COUNT
               PERFORM JUDGE-ONE-REVERSAL
           END-PERFORM.

           DISPLAY "Reversals checked: " REVERSAL-COUNT.
           IF LINK-OUTSIDE-COUNT > 0
               DISPLAY "Reversals of entries before the verified "
                   "range (not judged): " LINK-OUTSIDE-COUNT
           END-IF.
           IF REVERSALS-DROPPED > 0
               DISPLAY "The ledger has more reversals than the "
                   "reversal table can hold - " REVERSALS-DROPPED
                   " not checked"
           END-IF.

       JUDGE-ONE-REVERSAL.
           MOVE "N" TO TARGET-IS-REVERSAL-SW.
           MOVE "N" TO TARGET-REVERSED-TWICE-SW.
           PERFORM VARYING OTHER-REV-IDX FROM 1 BY 1
           UNTIL OTHER-REV-IDX > REVERSAL-COUNT
               IF REV-T-SEQ(OTHER-REV-IDX) =
                   REV-T-TARGET(REVERSAL-IDX)
                   MOVE "Y" TO TARGET-IS-REVERSAL-SW
               END-IF
               IF OTHER-REV-IDX < REVERSAL-IDX
                   AND REV-T-TARGET(OTHER-REV-IDX) =
                       REV-T-TARGET(REVERSAL-IDX)
                   MOVE "Y" TO TARGET-REVERSED-TWICE-SW
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN REV-T-TARGET(REVERSAL-IDX) = 0
                   OR REV-T-TARGET(REVERSAL-IDX) >=
                       REV-T-SEQ(REVERSAL-IDX)
                   PERFORM NOTE-BAD-LINK
                   DISPLAY "REVERSAL " REV-T-SEQ(REVERSAL-IDX)
                       " - no earlier entry "
                       REV-T-TARGET(REVERSAL-IDX)
               WHEN REV-T-TARGET(REVERSAL-IDX) < BASELINE-SEQ
                   ADD 1 TO LINK-OUTSIDE-COUNT
               WHEN TARGET-IS-REVERSAL-SW = "Y"
                   PERFORM NOTE-BAD-LINK
                   DISPLAY "REVERSAL " REV-T-SEQ(REVERSAL-IDX)
                       " - entry " REV-T-TARGET(REVERSAL-IDX)
                       " is itself a reversal"
               WHEN TARGET-REVERSED-TWICE-SW = "Y"
                   PERFORM NOTE-BAD-LINK
                   DISPLAY "REVERSAL " REV-T-SEQ(REVERSAL-IDX)
                       " - entry " REV-T-TARGET(REVERSAL-IDX)
                       " was already reversed"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-BAD-LINK.
           MOVE "Y" TO LINK-BROKEN-SW.
           ADD 1 TO LINK-BAD-COUNT.
