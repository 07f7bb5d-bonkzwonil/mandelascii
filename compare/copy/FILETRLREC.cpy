000010*****************************************************************
000020* FILETRLREC - FILE TRAILER RECORD ENDING EVERY FILE ONE JOB STEP
000030*     HANDS TO ANOTHER (GRIDEXP, ZOOMQRAW, ZOOMQFILE, THE
000040*     FRAMEOUTNN FRAME FILES AND THE RESULTARC ARCHIVE), AND THE
000050*     WORK FIELDS THE FILETRLCHK PARAGRAPHS KEEP WHILE THE FILE IS
000060*     WRITTEN OR READ.  THE TRAILER CARRIES THE NUMBER OF RECORDS
000070*     AHEAD OF IT, A HASH TOTAL OF THEIR COORDINATE AND ITERATION
000080*     FIELDS AND THE DATE AND TIME OF THE RUN THAT WROTE IT, SO A
000090*     READER CAN TELL A WHOLE FILE FROM A TRUNCATED COPY OR ONE
000100*     LEFT OVER FROM ANOTHER NIGHT.  IT IS NARROWER THAN ANY OF
000110*     THE FILES IT ENDS AND IS BLANK-PADDED TO THEIR WIDTH.
000120*
000130*     COLS  1- 8  FT-TAG           "FILETRL"
000140*     COLS  9-17  FT-RECORD-COUNT  RECORDS AHEAD OF THE TRAILER
000150*     COLS 18-49  FT-HASH-TOTAL    SIGNED, 13 INT + 18 DECIMAL
000160*     COLS 50-57  FT-RUN-DATE      YYYYMMDD OF THE WRITING RUN
000170*     COLS 58-65  FT-RUN-TIME      HHMMSSHH OF THE WRITING RUN
000180*     COLS 66-70  FILLER
000190*
000200*     THE HASH TOTAL IS THE PLAIN SUM OF THESE FIELDS, EACH TAKEN
000210*     ONLY WHEN IT IS NUMERIC (A BLANK OR BAD FIELD ADDS NOTHING
000220*     ON EITHER SIDE) -
000230*
000240*       GRIDEXP    GRIDHDR WINDOW BOUNDS AND MAXI, AND EVERY
000250*                  GRIDDTL'S GEX-X, GEX-Y AND GEX-I.
000260*       ZOOMQ      ZQ-CENTER-X/Y, ZQ-MAXI-OVERRIDE AND ZQ-DZ-X/Y
000270*                  (ZOOMQRAW AND ZOOMQFILE ALIKE).
000280*       FRAME      THE FRAMEHDR WINDOW BOUNDS AND FH-MAXI.  THE
000290*                  PICTURE ROWS HAVE NO NUMBERS AND ARE ONLY
000300*                  COUNTED.
000310*       RESULT     RM-KEY-X, RM-KEY-Y, RM-KEY-MAXI AND RM-I.
000320*****************************************************************
000330 01  FILE-TRAILER-RECORD.
000340     05  FT-TAG                   PIC X(08) VALUE "FILETRL".
000350     05  FT-RECORD-COUNT          PIC 9(09).
000360     05  FT-HASH-TOTAL PIC S9(13)V9(18)
000370         SIGN IS LEADING SEPARATE CHARACTER.
000380     05  FT-RUN-DATE              PIC 9(08).
000390     05  FT-RUN-TIME              PIC 9(08).
000400     05  FILLER                   PIC X(05) VALUE SPACES.
000410*----------------------------------------------------------------
000420* TRAILER WORK.  THE CALLER SETS FTW-KIND, FTW-FILE-LABEL AND THE
000430* OVERRIDE AND ARCHIVED SWITCHES; FTW-RECORD HOLDS THE RECORD IN
000440* HAND.  FTW-COUNT/FTW-HASH RUN OVER EVERY RECORD THAT IS NOT A
000450* TRAILER; FTW-TRL-COUNT/FTW-TRL-HASH ARE WHAT THEY STOOD AT WHEN
000460* THE TRAILER WAS READ, WHICH IS WHAT THE TRAILER MUST MATCH.
000461* FTW-EOF-SW IS THE CALLER'S, FOR ITS OWN READ THROUGH THE FILE.
000470*----------------------------------------------------------------
000480 01  FILE-TRAILER-WORK.
000490     05  FTW-KIND                 PIC X(01) VALUE "G".
000500         88  FTW-GRIDEXP                    VALUE "G".
000510         88  FTW-ZOOMQ                      VALUE "Z".
000520         88  FTW-FRAME                      VALUE "F".
000530         88  FTW-RESULT                     VALUE "R".
000540     05  FTW-TRAILER-SW           PIC X(01) VALUE "N".
000550         88  FTW-TRAILER-SEEN               VALUE "Y".
000560     05  FTW-AFTER-SW             PIC X(01) VALUE "N".
000570         88  FTW-AFTER-TRAILER              VALUE "Y".
000580     05  FTW-OVERRIDE-SW          PIC X(01) VALUE "N".
000590         88  FTW-OVERRIDE                   VALUE "Y".
000600     05  FTW-ARCHIVED-SW          PIC X(01) VALUE "N".
000610         88  FTW-ARCHIVED                   VALUE "Y".
000620     05  FTW-VERDICT-SW           PIC X(01) VALUE "G".
000630         88  FTW-GOOD                       VALUE "G".
000640         88  FTW-WAIVED                     VALUE "W".
000650         88  FTW-BAD                        VALUE "B".
000651     05  FTW-EOF-SW               PIC X(01) VALUE "N".
000652         88  FTW-EOF                        VALUE "Y".
000660     05  FTW-COUNT                PIC 9(09) COMP VALUE 0.
000670     05  FTW-HASH PIC S9(13)V9(18) COMP-3 VALUE 0.
000680     05  FTW-TRL-COUNT            PIC 9(09) COMP VALUE 0.
000690     05  FTW-TRL-HASH PIC S9(13)V9(18) COMP-3 VALUE 0.
000700     05  FTW-POS                  PIC 9(03) COMP VALUE 1.
000710     05  FTW-RECORD               PIC X(220) VALUE SPACES.
000720*----------------------------------------------------------------
000730* NUMERIC SCRATCH VIEWS - ONE FIELD OF FTW-RECORD AT A TIME IS
000740* MOVED IN AT FTW-POS AND ADDED ONLY IF ITS VIEW IS NUMERIC.
000750*----------------------------------------------------------------
000760 01  FTW-SCRATCH.
000770     05  FTW-WIDE-CHAR            PIC X(28).
000780     05  FTW-WIDE-NUM REDEFINES FTW-WIDE-CHAR
000790         PIC S9(09)V9(18)
000800         SIGN IS LEADING SEPARATE CHARACTER.
000810     05  FTW-PLAIN-CHAR           PIC X(09).
000820     05  FTW-PLAIN-NUM REDEFINES FTW-PLAIN-CHAR
000830         PIC S9V9(07)
000840         SIGN IS LEADING SEPARATE CHARACTER.
000850     05  FTW-ITER-CHAR            PIC X(07).
000860     05  FTW-ITER-NUM REDEFINES FTW-ITER-CHAR
000870                                  PIC 9(07).
000880     05  FTW-MAXI-CHAR            PIC X(05).
000890     05  FTW-MAXI-NUM REDEFINES FTW-MAXI-CHAR
000900                                  PIC 9(05).
000910*----------------------------------------------------------------
000920* RUN DATE WORK.  A TRAILER IS CURRENT IF IT WAS WRITTEN TODAY OR
000930* YESTERDAY (A NIGHT'S RUN CAN CROSS MIDNIGHT).  YESTERDAY IS
000940* TODAY STEPPED BACK ONE DAY WITH THE MONTH-LENGTH TABLE AND THE
000950* CENTURY LEAP RULE, AS HALLORMM WALKS BACK ITS PURGE CUTOFF.
000960*----------------------------------------------------------------
000970 01  FTW-DATE-WORK.
000980     05  FTW-TODAY                PIC 9(08) VALUE 0.
000990     05  FTW-NOW                  PIC 9(08) VALUE 0.
001000     05  FTW-YESTERDAY            PIC 9(08) VALUE 0.
001010     05  FTW-YD-PARTS REDEFINES FTW-YESTERDAY.
001020         10  FTW-YD-YYYY          PIC 9(04).
001030         10  FTW-YD-MM            PIC 9(02).
001040         10  FTW-YD-DD            PIC 9(02).
001050     05  FTW-LEAP-QUOT            PIC 9(04) COMP.
001060     05  FTW-LEAP-REM-4           PIC 9(04) COMP.
001070     05  FTW-LEAP-REM-100         PIC 9(04) COMP.
001080     05  FTW-LEAP-REM-400         PIC 9(04) COMP.
001090 01  FTW-MONTH-DAYS-LITERAL      PIC X(24) VALUE
001100     "312831303130313130313031".
001110 01  FTW-MONTH-DAYS-TABLE REDEFINES FTW-MONTH-DAYS-LITERAL.
001120     05  FTW-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001130*----------------------------------------------------------------
001140* VERDICT MESSAGES.  FTW-DISPLAY-LINE IS ONE 80-COLUMN LINE THE
001150* CALLER CAN DISPLAY OR WRITE TO ITS OWN REPORT.
001160*----------------------------------------------------------------
001170 01  FTW-DISPLAY-LINE.
001180     05  FTW-FILE-LABEL           PIC X(10) VALUE SPACES.
001190     05  FILLER                   PIC X(01) VALUE SPACES.
001200     05  FTW-VERDICT-WORD         PIC X(10) VALUE SPACES.
001210     05  FILLER                   PIC X(03) VALUE " - ".
001220     05  FTW-MESSAGE              PIC X(56) VALUE SPACES.
001230 01  FTW-COUNT-TEXT.
001240     05  FILLER                   PIC X(13) VALUE "RECORD COUNT ".
001250     05  FTW-CT-COUNT             PIC 9(09).
001260     05  FILLER                   PIC X(22)
001270                                  VALUE " BUT THE TRAILER SAYS ".
001280     05  FTW-CT-TRAILER           PIC 9(09).
001290     05  FILLER                   PIC X(03) VALUE SPACES.
001300 01  FTW-STALE-TEXT.
001310     05  FILLER                   PIC X(14)
001320                                  VALUE "TRAILER DATED ".
001330     05  FTW-ST-DATE              PIC 9(08).
001340     05  FILLER                   PIC X(23)
001350                                  VALUE " - NOT THIS NIGHT'S RUN".
001360     05  FILLER                   PIC X(11) VALUE SPACES.
