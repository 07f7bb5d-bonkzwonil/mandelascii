000186*                 DIGITS - ONLY MEANINGFUL WHEN ZQ-ZOOM-LEVEL > 0
000187*     COLS 65-92  ZQ-DZ-Y           SIGNED, 9 INT + 18 DECIMAL
000188*                 DIGITS - ONLY MEANINGFUL WHEN ZQ-ZOOM-LEVEL > 0
000190*     COLS 93-93  ZQ-PRIORITY       PRIORITY CLASS 1-9, 1 THE
000191*                 MOST URGENT.  P-PROCESS-ZOOM-QUEUE WORKS THE
000192*                 QUEUE CLASS 1 FIRST, ARRIVAL ORDER WITHIN A
000193*                 CLASS.  HALLOEDT FILLS A BLANK CLASS WITH THE
000194*                 DEFAULT OF 5 AND REJECTS ANY OTHER NON-DIGIT.
000195*                 A REQUEST DEFERRED BY THE NIGHTLY BUDGET (SEE
000196*                 PARM-BUDGET IN PARMREC) IS PUT BACK ON THE QUEUE
000197*                 ONE CLASS MORE URGENT, SO NOTHING WAITS FOREVER.
000198*     COLS 94-95  ZQ-DEFER-NIGHTS   NIGHTS THIS REQUEST HAS BEEN
000199*                 DEFERRED - ZERO ON EVERY CARD HALLOEDT ACCEPTS,
000200*                 ADDED TO EACH TIME IT IS CARRIED FORWARD.
000201*     COLS 96-100 FILLER
000202*     COLS 101-110 ZQ-REGION-NAME   A REGIONMST REGION NAME (SEE
000203*                 REGIONREC).  NONBLANK IS RESOLVED BY HALLOEDT -
000204*                 THE CENTER, DZ COORDINATES AND (IF NOT ALREADY
000205*                 OVERRIDDEN) MAXI ARE FILLED FROM THE MASTER
000206*                 RECORD BEFORE THE FIELD EDITS RUN, SO A NAMED
000207*                 REQUEST NEEDS NO HAND-KEYED COORDINATES AT ALL.
000208*                 A NAME THE MASTER DOES NOT HOLD REJECTS THE
000209*                 CARD.
000210*     COLS 111-111 ZQ-JULIA-SW      "Y" ASKS FOR THE JULIA SET OF
000211*                 THE CONSTANT BELOW - THE ESCAPE-TIME TEST STARTS
000220*                 THE ORBIT AT THE REQUEST'S COORDINATE AND HOLDS
000230*                 THE CONSTANT FIXED.  THE CONSTANT FOLLOWS THE
000240*                 COORDINATE'S CONVENTION: ZQ-JC-DZ-X/ZQ-JC-DZ-Y
000250*                 WHEN ZQ-ZOOM-LEVEL > 0, ZQ-JC-X/ZQ-JC-Y
000260*                 OTHERWISE.  ANY OTHER VALUE (INCLUDING SPACE, AS
000270*                 ON EVERY CARD CUT BEFORE THESE COLUMNS EXISTED)
000280*                 IS A MANDELBROT REQUEST.
000290*     COLS 112-120 ZQ-JC-X          SIGNED, 1 INT + 7 DECIMAL
000300*     COLS 121-129 ZQ-JC-Y          SIGNED, 1 INT + 7 DECIMAL
000310*     COLS 130-157 ZQ-JC-DZ-X       SIGNED, 9 INT + 18 DECIMAL
000320*     COLS 158-185 ZQ-JC-DZ-Y       SIGNED, 9 INT + 18 DECIMAL
000330*     COLS 186-195 ZQ-JC-REGION     A REGIONMST REGION NAME WHOSE
000340*                 CENTER IS THE CONSTANT.  RESOLVED BY HALLOEDT
000350*                 THE SAME WAY AS ZQ-REGION-NAME - BOTH FORMS OF
000360*                 THE CONSTANT ARE FILLED FROM THE MASTER RECORD
000370*                 BEFORE THE FIELD EDITS RUN.
000371*
000372*     A RECORD WHOSE COLS 1-8 ARE "FILETRL" IS NOT A REQUEST BUT
000373*     THE TRAILER RECORD ENDING ZOOMQRAW OR ZOOMQFILE (SEE
000374*     FILETRLREC) - ZQ-TRAILER-RECORD.  NO PROGRAM WORKS IT.
000380*****************************************************************
000390 01  ZOOMQ-RECORD.
000400     05  ZQ-REQUEST-ID           PIC X(10).
000401     05  FILLER REDEFINES ZQ-REQUEST-ID.
000402         10  ZQ-TRAILER-TAG      PIC X(08).
000403             88  ZQ-TRAILER-RECORD         VALUE "FILETRL".
000404         10  FILLER              PIC X(02).
000410     05  ZQ-CENTER-X PIC S9V9(07)
000420         SIGN IS LEADING SEPARATE CHARACTER.
000430     05  ZQ-CENTER-Y PIC S9V9(07)
000440         SIGN IS LEADING SEPARATE CHARACTER.
000450     05  ZQ-ZOOM-LEVEL           PIC 9(03).
000460     05  ZQ-MAXI-OVERRIDE        PIC 9(05).
000470     05  ZQ-DZ-X PIC S9(09)V9(18)
000480         SIGN IS LEADING SEPARATE CHARACTER.
000490     05  ZQ-DZ-Y PIC S9(09)V9(18)
000500         SIGN IS LEADING SEPARATE CHARACTER.
000510     05  ZQ-PRIORITY-X           PIC X(01).
000511     05  ZQ-PRIORITY REDEFINES ZQ-PRIORITY-X
000512                                 PIC 9(01).
000513     05  ZQ-DEFER-NIGHTS         PIC 9(02).
000514     05  FILLER                  PIC X(05).
000520     05  ZQ-REGION-NAME          PIC X(10).
000530     05  ZQ-JULIA-EXT.
000540         10  ZQ-JULIA-SW         PIC X(01).
000550         10  ZQ-JC-X PIC S9V9(07)
000560             SIGN IS LEADING SEPARATE CHARACTER.
000570         10  ZQ-JC-Y PIC S9V9(07)
000580             SIGN IS LEADING SEPARATE CHARACTER.
000590         10  ZQ-JC-DZ-X PIC S9(09)V9(18)
000600             SIGN IS LEADING SEPARATE CHARACTER.
000610         10  ZQ-JC-DZ-Y PIC S9(09)V9(18)
000620             SIGN IS LEADING SEPARATE CHARACTER.
000630         10  ZQ-JC-REGION        PIC X(10).
