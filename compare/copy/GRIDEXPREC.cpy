000170*     COLS 121-124  GEX-HDR-ROWS
000180*     COLS 125-128  GEX-HDR-COLS
000190*     COLS 129-133  GEX-HDR-MAXI
000191*     COLS 134-134  GEX-HDR-PRECISION "P" PLAIN / "D" EXTENDED
000192*     COLS 135-135  GEX-HDR-SET       "M" MANDELBROT / "J" JULIA
000193*     COLS 136-163  GEX-HDR-JC-X      SIGNED, 9 INT + 18 DECIMAL
000194*                   (JULIA CONSTANT, ZERO ON A MANDELBROT RENDER)
000195*     COLS 164-191  GEX-HDR-JC-Y      SIGNED, 9 INT + 18 DECIMAL
000196*     COLS 192-200  FILLER
000210*
000220*     DETAIL (GEX-DTL-TAG "GRIDDTL")
000230*     COLS   1-  8  GEX-DTL-TAG
000280*     COLS  73- 79  GEX-I             FINAL ITERATION COUNT
000290*     COLS  80- 81  GEX-BAND          BAND INDEX 1-10
000300*     COLS  82- 82  GEX-ESCAPED       "Y"/"N"
000310*     COLS  83-200  FILLER
000320*****************************************************************
000330 01  GEX-HEADER-RECORD.
000340     05  GEX-HDR-TAG              PIC X(08) VALUE "GRIDHDR".
000430     05  GEX-HDR-ROWS             PIC 9(04).
000440     05  GEX-HDR-COLS             PIC 9(04).
000450     05  GEX-HDR-MAXI             PIC 9(05).
000451     05  GEX-HDR-PRECISION        PIC X(01).
000452     05  GEX-HDR-SET              PIC X(01).
000453     05  GEX-HDR-JC-X PIC S9(09)V9(18)
000454         SIGN IS LEADING SEPARATE CHARACTER.
000455     05  GEX-HDR-JC-Y PIC S9(09)V9(18)
000456         SIGN IS LEADING SEPARATE CHARACTER.
000457     05  FILLER                   PIC X(09) VALUE SPACES.
000470 01  GEX-DETAIL-RECORD.
000480     05  GEX-DTL-TAG              PIC X(08) VALUE "GRIDDTL".
000490     05  GEX-ROW                  PIC 9(04).
000550     05  GEX-I                    PIC 9(07).
000560     05  GEX-BAND                 PIC 9(02).
000570     05  GEX-ESCAPED              PIC X(01).
000580     05  FILLER                   PIC X(118) VALUE SPACES.
