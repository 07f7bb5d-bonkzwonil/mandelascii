000050*     THE ROWS ACTUALLY RENDERED, AND THE WALL-CLOCK SECONDS
000060*     SPENT IN EACH PHASE - TREND DATA FOR SIZING THE BATCH
000070*     WINDOW.  A DEEP-ZOOM RUN'S WINDOW IS TRUNCATED INTO THE
000080*     PLAIN S9V9(07) FIELDS, LIKE A DEEP TILE HEADER'S.  THE
000082*     SET RENDERED AND ITS JULIA CONSTANT CLOSE THE LINE.
000090*
000100*     COLS   1-  8  RH-RUN-DATE       YYYYMMDD
000110*     COLS  11- 11  RH-PRECISION      "P" PLAIN / "D" EXTENDED
000200*     COLS  77- 85  RH-BENCH-SECS     BENCHMARK PHASE SECONDS
000210*     COLS  88- 96  RH-RENDER-SECS    RENDER PHASE SECONDS
000220*     COLS  99-107  RH-QUEUE-SECS     ZOOM QUEUE PHASE SECONDS
000230*     COLS 110-110  RH-SET            "M" MANDELBROT / "J" JULIA
000232*     COLS 113-140  RH-JC-X           SIGNED, 9 INT + 18 DECIMAL
000234*     COLS 141-168  RH-JC-Y           SIGNED, 9 INT + 18 DECIMAL
000236*     COLS 169-180  FILLER
000240*****************************************************************
000250 01  RUNHIST-RECORD.
000260     05  RH-RUN-DATE              PIC 9(08).
000470     05  RH-RENDER-SECS           PIC ZZZZZ9.99.
000480     05  FILLER                   PIC X(02) VALUE SPACES.
000490     05  RH-QUEUE-SECS            PIC ZZZZZ9.99.
000500     05  FILLER                   PIC X(02) VALUE SPACES.
000502     05  RH-SET                   PIC X(01).
000504     05  FILLER                   PIC X(02) VALUE SPACES.
000506     05  RH-JC-X PIC S9(09)V9(18)
000507         SIGN IS LEADING SEPARATE CHARACTER.
000508     05  RH-JC-Y PIC S9(09)V9(18)
000509         SIGN IS LEADING SEPARATE CHARACTER.
000510     05  FILLER                   PIC X(12) VALUE SPACES.
