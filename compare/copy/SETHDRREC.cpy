000010*****************************************************************
000020* SETHDRREC - SET-IDENTIFICATION HEADER RECORD WRITTEN INTO
000030*     PLANEOUT, TILE AND FRAME FILES BY HALLOPGM AND INTO
000040*     MERGEOUT BY HALLOMRG.  SAYS WHICH SET THE PICTURE BELOW IT
000050*     IS ("M" MANDELBROT / "J" JULIA) AND, FOR A JULIA PICTURE,
000060*     THE FIXED CONSTANT AT FULL WIDE PRECISION.  AN UNTILED
000070*     PLANEOUT CARRIES IT AS ITS FIRST LINE; A TILE OR FRAME
000080*     FILE CARRIES IT DIRECTLY AFTER ITS TILEHDR OR FRAMEHDR.
000090*     HALLOCMP, HALLOMRG AND HALLOSEQ REFUSE TO PUT A JULIA
000100*     PICTURE ALONGSIDE A MANDELBROT ONE (OR TWO JULIA PICTURES
000110*     OF DIFFERENT CONSTANTS).  A FILE WRITTEN BEFORE THIS
000120*     RECORD EXISTED HAS NONE AND IS TAKEN AS MANDELBROT.
000130*
000140*     COLS  1- 8  SH-TAG      "SETHDR"
000150*     COLS  9- 9  SH-SET      "M" OR "J"
000160*     COLS 10-10  FILLER
000170*     COLS 11-38  SH-JC-X     SIGNED, 9 INT + 18 DECIMAL DIGITS
000180*     COLS 39-66  SH-JC-Y     SIGNED, 9 INT + 18 DECIMAL DIGITS
000190*     COLS 67-70  FILLER
000200*****************************************************************
000210 01  SET-HEADER-RECORD.
000220     05  SH-TAG                   PIC X(08) VALUE "SETHDR".
000230     05  SH-SET                   PIC X(01).
000240     05  FILLER                   PIC X(01) VALUE SPACES.
000250     05  SH-JC-X PIC S9(09)V9(18)
000260         SIGN IS LEADING SEPARATE CHARACTER.
000270     05  SH-JC-Y PIC S9(09)V9(18)
000280         SIGN IS LEADING SEPARATE CHARACTER.
000290     05  FILLER                   PIC X(04) VALUE SPACES.
