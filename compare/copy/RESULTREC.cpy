000186*     THE COUNT IS THE NUMBER OF HITS.  RECORDS WRITTEN BEFORE
000187*     THESE FIELDS EXISTED CARRY SPACES HERE - EVERY READER
000188*     TREATS A NON-NUMERIC VALUE AS ZERO.
000189*
000190*     RM-KEY-SET IS "M" FOR A MANDELBROT RESULT AND "J" FOR A
000191*     JULIA ONE, AND RM-KEY-JC-X/RM-KEY-JC-Y ARE THE JULIA
000192*     CONSTANT (ZERO ON A MANDELBROT RESULT) - THE SAME POINT
000193*     UNDER THE TWO SETS, OR UNDER TWO CONSTANTS, IS TWO RESULTS.
000194*     THE RECORD GREW FROM 160 TO 220 COLUMNS TO CARRY THEM; AN
000195*     ARCHIVED 160-COLUMN RECORD IS RECOGNIZED BY HALLORMM ON
000196*     RELOAD (ITS COL 63 IS RM-C'S SIGN, NOT A SET CODE) AND
000197*     RELOADED AS A MANDELBROT RESULT.
000198*
000199*     RM-STORED-DATE IS THE YYYYMMDD OF THE RUN THAT FIRST
000200*     STORED THE RECORD - UNLIKE RM-LAST-REF-DATE IT IS NEVER
000201*     REFRESHED, SO HALLOBAL CAN COUNT ONE NIGHT'S GROWTH.
000202*     OLDER RECORDS CARRY SPACES HERE.
000203*****************************************************************
000204 01  RESULT-RECORD.
000210     05  RM-KEY.
000220         10  RM-PRECISION         PIC X(01).
000230         10  RM-KEY-X PIC S9(09)V9(18)
000250         10  RM-KEY-Y PIC S9(09)V9(18)
000260             SIGN IS LEADING SEPARATE CHARACTER.
000270         10  RM-KEY-MAXI          PIC 9(05).
000271         10  RM-KEY-SET           PIC X(01).
000272         10  RM-KEY-JC-X PIC S9(09)V9(18)
000273             SIGN IS LEADING SEPARATE CHARACTER.
000274         10  RM-KEY-JC-Y PIC S9(09)V9(18)
000275             SIGN IS LEADING SEPARATE CHARACTER.
000280     05  RM-C PIC S9(09)V9(18)
000290         SIGN IS LEADING SEPARATE CHARACTER.
000300     05  RM-CI PIC S9(09)V9(18)
000330     05  RM-ESCAPED               PIC X(01).
000340     05  RM-LAST-REF-DATE         PIC 9(08).
000350     05  RM-HIT-COUNT             PIC 9(05).
000351     05  RM-STORED-DATE           PIC 9(08).
000360     05  FILLER                   PIC X(16).
