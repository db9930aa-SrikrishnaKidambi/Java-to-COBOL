      * One merge row per student: the standing code names the
      * template, the values fill its markers. A row whose template
      * is missing from SENTTMPL.DAT lands on SENTERR.DAT during
      * the merge, which is the catch for unmergeable students. The
      * roll after the template name has the merge head each letter
      * with the student's postal address.
           MOVE RK-GPA TO GPA-TEXT.
           MOVE SPACES TO MERGE-DATA-RECORD.
           STRING FUNCTION TRIM(STUDENT-STANDING)
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RK-ROLL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(FOUND-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
