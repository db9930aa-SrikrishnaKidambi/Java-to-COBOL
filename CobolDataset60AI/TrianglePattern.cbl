       01 GLYPH-CELL     PIC X.
       01 GLYPH-OFFSET   PIC 999 VALUE 0.

       COPY "BLKFONT.CPY".

       PROCEDURE DIVISION.
           DISPLAY "Shape - 1:Right triangle 2:Inverted 3:Pyramid "
