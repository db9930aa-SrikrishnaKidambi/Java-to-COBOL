       01 BLOCK-FONT-DATA.
           05 FILLER PIC X(25) VALUE
               ".XXX.X...XXXXXXX...XX...X".
           05 FILLER PIC X(25) VALUE
               "XXXX.X...XXXXX.X...XXXXX.".
           05 FILLER PIC X(25) VALUE
               ".XXXXX....X....X.....XXXX".
           05 FILLER PIC X(25) VALUE
               "XXXX.X...XX...XX...XXXXX.".
           05 FILLER PIC X(25) VALUE
               "XXXXXX....XXXX.X....XXXXX".
           05 FILLER PIC X(25) VALUE
               "XXXXXX....XXXX.X....X....".
           05 FILLER PIC X(25) VALUE
               ".XXXXX....X..XXX...X.XXX.".
           05 FILLER PIC X(25) VALUE
               "X...XX...XXXXXXX...XX...X".
           05 FILLER PIC X(25) VALUE
               "XXXXX..X....X....X..XXXXX".
           05 FILLER PIC X(25) VALUE
               "XXXXX...X....X..X..X..XX.".
           05 FILLER PIC X(25) VALUE
               "X...XX..X.XXX..X..X.X...X".
           05 FILLER PIC X(25) VALUE
               "X....X....X....X....XXXXX".
           05 FILLER PIC X(25) VALUE
               "X...XXX.XXX.X.XX...XX...X".
           05 FILLER PIC X(25) VALUE
               "X...XXX..XX.X.XX..XXX...X".
           05 FILLER PIC X(25) VALUE
               ".XXX.X...XX...XX...X.XXX.".
           05 FILLER PIC X(25) VALUE
               "XXXX.X...XXXXX.X....X....".
           05 FILLER PIC X(25) VALUE
               ".XXX.X...XX.X.XX..X..XX.X".
           05 FILLER PIC X(25) VALUE
               "XXXX.X...XXXXX.X..X.X...X".
           05 FILLER PIC X(25) VALUE
               ".XXXXX.....XXX.....XXXXX.".
           05 FILLER PIC X(25) VALUE
               "XXXXX..X....X....X....X..".
           05 FILLER PIC X(25) VALUE
               "X...XX...XX...XX...X.XXX.".
           05 FILLER PIC X(25) VALUE
               "X...XX...XX...X.X.X...X..".
           05 FILLER PIC X(25) VALUE
               "X...XX...XX.X.XXX.XXX...X".
           05 FILLER PIC X(25) VALUE
               "X...X.X.X...X...X.X.X...X".
           05 FILLER PIC X(25) VALUE
               "X...X.X.X...X....X....X..".
           05 FILLER PIC X(25) VALUE
               "XXXXX...X...X...X...XXXXX".
       01 BLOCK-FONT REDEFINES BLOCK-FONT-DATA.
           05 FONT-GLYPH OCCURS 26 TIMES PIC X(25).
