000100*     MATCH ON THE PCHK-X/Y BOUNDS, DEEP-ZOOM RENDERS ON THE
000110*     PCHK-DZ WINDOW ORIGIN AND SPAN (NOT ON DZ-X/DZ-Y, WHICH
000112*     THE RENDER LOOP OVERWRITES PER GRID POINT) - AND IS
000114*     IGNORED IF ANY DIFFER.  A JULIA RENDER ALSO MATCHES ON
000115*     PCHK-SET AND THE CONSTANT, SO A CHECKPOINT CANNOT CARRY
000116*     ONE SET'S ROWS INTO THE OTHER'S PICTURE.
000120*
000130*     COLS   1-  4  PCHK-ROW         LAST COMPLETED ROW
000140*     COLS   5-  5  PCHK-DEEPZOOM-SW DEEPZOOM-SW OF THE RENDER
000220*     COLS  55- 82  PCHK-DZ-X-MIN    SIGNED, 9 INT + 18 DECIMAL
000230*     COLS  83-110  PCHK-DZ-Y-MIN    SIGNED, 9 INT + 18 DECIMAL
000240*     COLS 111-138  PCHK-DZ-SPAN     SIGNED, 9 INT + 18 DECIMAL
000250*     COLS 139-139  PCHK-SET         "M" MANDELBROT / "J" JULIA
000252*     COLS 140-167  PCHK-JC-X        SIGNED, 9 INT + 18 DECIMAL
000254*     COLS 168-195  PCHK-JC-Y        SIGNED, 9 INT + 18 DECIMAL
000256*     COLS 196-200  FILLER
000260*****************************************************************
000270 01  PLNCHK-RECORD.
000280     05  PCHK-ROW                 PIC 9(04).
000440         SIGN IS LEADING SEPARATE CHARACTER.
000450     05  PCHK-DZ-SPAN PIC S9(09)V9(18)
000460         SIGN IS LEADING SEPARATE CHARACTER.
000462     05  PCHK-SET                 PIC X(01).
000464     05  PCHK-JC-X PIC S9(09)V9(18)
000465         SIGN IS LEADING SEPARATE CHARACTER.
000466     05  PCHK-JC-Y PIC S9(09)V9(18)
000467         SIGN IS LEADING SEPARATE CHARACTER.
000470     05  FILLER                   PIC X(05).
