000010*****************************************************************
000020* RCATREC - RENDER CATALOG RECORD.  ONE RECORD PER ARCHIVED
000030*     GENERATION ON RENDCAT, IN ASCENDING GENERATION ORDER.
000040*     HALLOARC ADDS ONE AT THE END OF EVERY RENDER JOB, ROLLS THE
000050*     OLDEST OFF AT THE INSTALLATION RETENTION LIMIT AND WRITES
000060*     THE FILE BACK WHOLE; HALLOCMP, HALLOHOT AND HALLOIMG READ IT
000070*     THROUGH RCATFIND WHEN A CARD NAMES A GENERATION INSTEAD OF A
000080*     PHYSICAL FILE.  THE WINDOW, GRID, MAXI, PRECISION AND SET
000090*     ARE THE RENDER'S GRIDHDR VALUES; A MERGED COMPOSITE HAS NO
000100*     GRID EXPORT, SO ITS WINDOW, GRID AND MAXI ARE ZERO.  A FILE
000110*     NAME IS BLANK WHEN THE GENERATION DOES NOT HOLD THAT FILE.
000120*
000130*     COLS   1-  4  RC-GEN-NO        GENERATION NUMBER 0001-9999
000140*     COLS   6- 13  RC-RUN-DATE      YYYYMMDD THE RENDER WAS FILED
000150*     COLS  14- 19  RC-RUN-TIME      HHMMSS THE RENDER WAS FILED
000160*     COLS  21- 21  RC-KIND          "P" PLANE RENDER (PLANEOUT,
000170*                   GRIDEXP AND STATISTICS) / "M" MERGED COMPOSITE
000180*                   (MERGEOUT ONLY)
000190*     COLS  22- 31  RC-REGION-NAME   REGIONMST NAME, BLANK IF NONE
000200*     COLS  32- 32  RC-PRECISION     "P" PLAIN / "D" EXTENDED
000210*     COLS  33- 33  RC-SET           "M" MANDELBROT / "J" JULIA
000220*     COLS  34- 37  RC-ROWS
000230*     COLS  38- 41  RC-COLS
000240*     COLS  42- 46  RC-MAXI
000250*     COLS  47- 74  RC-X-MIN         SIGNED, 9 INT + 18 DECIMAL
000260*     COLS  75-102  RC-X-MAX         SIGNED, 9 INT + 18 DECIMAL
000270*     COLS 103-130  RC-Y-MIN         SIGNED, 9 INT + 18 DECIMAL
000280*     COLS 131-158  RC-Y-MAX         SIGNED, 9 INT + 18 DECIMAL
000290*     COLS 159-166  RC-PICTURE-FILE  THE PLANEOUT OR MERGEOUT COPY
000300*     COLS 167-174  RC-GRIDEXP-FILE  THE GRIDEXP COPY
000310*     COLS 175-182  RC-STATS-FILE    THE STATISTICS SECTION COPY
000320*     COLS 183-200  FILLER
000330*****************************************************************
000340 01  RCAT-RECORD.
000350     05  RC-GEN-NO                PIC 9(04).
000360     05  FILLER                   PIC X(01).
000370     05  RC-RUN-DATE              PIC 9(08).
000380     05  RC-RUN-TIME              PIC 9(06).
000390     05  FILLER                   PIC X(01).
000400     05  RC-KIND                  PIC X(01).
000410     05  RC-REGION-NAME           PIC X(10).
000420     05  RC-PRECISION             PIC X(01).
000430     05  RC-SET                   PIC X(01).
000440     05  RC-ROWS                  PIC 9(04).
000450     05  RC-COLS                  PIC 9(04).
000460     05  RC-MAXI                  PIC 9(05).
000470     05  RC-X-MIN PIC S9(09)V9(18)
000480         SIGN IS LEADING SEPARATE CHARACTER.
000490     05  RC-X-MAX PIC S9(09)V9(18)
000500         SIGN IS LEADING SEPARATE CHARACTER.
000510     05  RC-Y-MIN PIC S9(09)V9(18)
000520         SIGN IS LEADING SEPARATE CHARACTER.
000530     05  RC-Y-MAX PIC S9(09)V9(18)
000540         SIGN IS LEADING SEPARATE CHARACTER.
000550     05  RC-PICTURE-FILE          PIC X(08).
000560     05  RC-GRIDEXP-FILE          PIC X(08).
000570     05  RC-STATS-FILE            PIC X(08).
000580     05  FILLER                   PIC X(18).
