000058*     IS "Y" - ALSO CHKPT-DZ-X/CHKPT-DZ-Y AGAINST DZ-X/DZ-Y, AND
000059*     IGNORES THE CHECKPOINT IF ANY OF THEM DIFFER.  THIS MATTERS
000060*     MOST FOR DEEP ZOOM, WHERE TWO DIFFERENT CENTERS CAN SHARE
000061*     THE SAME NARROW X/Y PLACEHOLDER.  CHKPT-SET AND THE
000062*     JULIA CONSTANT ARE MATCHED THE SAME WAY.
000070*
000080*     COLS  1- 8  CHKPT-BI    LAST COMPLETED PASS NUMBER
000090*     COLS  9-16  CHKPT-C     C  AS OF THAT PASS
000122*                 CHKPT-X/CHKPT-Y.
000123*     COLS 56-83  CHKPT-DZ-X  SIGNED, 9 INT + 18 DECIMAL DIGITS
000124*     COLS 84-111 CHKPT-DZ-Y  SIGNED, 9 INT + 18 DECIMAL DIGITS
000125*     COLS 112-112 CHKPT-SET  "M" MANDELBROT / "J" JULIA
000126*     COLS 113-140 CHKPT-JC-X SIGNED, 9 INT + 18 DECIMAL DIGITS
000127*     COLS 141-168 CHKPT-JC-Y SIGNED, 9 INT + 18 DECIMAL DIGITS
000128*     COLS 169-180 FILLER
000130*****************************************************************
000140 01  CHECKPOINT-RECORD.
000150     05  CHKPT-BI                PIC 9(08).
000280         SIGN IS LEADING SEPARATE CHARACTER.
000290     05  CHKPT-DZ-Y PIC S9(09)V9(18)
000300         SIGN IS LEADING SEPARATE CHARACTER.
000302     05  CHKPT-SET                PIC X(01).
000304     05  CHKPT-JC-X PIC S9(09)V9(18)
000305         SIGN IS LEADING SEPARATE CHARACTER.
000306     05  CHKPT-JC-Y PIC S9(09)V9(18)
000307         SIGN IS LEADING SEPARATE CHARACTER.
000310     05  FILLER                   PIC X(12).
