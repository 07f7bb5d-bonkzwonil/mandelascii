000010*****************************************************************
000020* HALLOIMG - RENDER IMAGE EXPORT FOR HALLOPGM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOIMG.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  TURNS A RENDER INTO A PORTABLE IMAGE FILE THAT CAN
000120*     LEAVE THE SHOP - A PLAIN-TEXT PGM (GREYSCALE, MAGIC "P2")
000130*     OR PPM (COLOUR, MAGIC "P3"), SO IT COMES OFF THE MACHINE
000140*     AS ORDINARY TEXT AND OPENS IN ANY IMAGE VIEWER.  THREE
000150*     KINDS OF INPUT, CHOSEN ON THE IMGPARM CARD:
000160*
000170*     G - ONE RENDER'S GRIDEXP EXPORT (SEE GRIDEXPREC), ONE
000180*         PIXEL PER GRID CELL.  THIS IS THE DEFAULT.
000190*     T - THE GRIDEXP EXPORTS OF A TILED RENDER, ONE PER TILE
000200*         STEP, ON TILEGX01 TO TILEGX08 AND ARRANGED R BY C IN
000210*         ROW-MAJOR SLOT ORDER THE WAY HALLOMRG ARRANGES THE
000220*         TILE PLANEOUTS.  EVERY SLOT OF THE ARRANGEMENT MUST BE
000230*         PRESENT, OF THE SAME GRID SHAPE AND OF THE SAME SET -
000240*         A HOLE OR A MISMATCH IS NOT PAINTED OVER.
000250*     F - THE FRAMEOUTNN FILES OF A ZOOM SEQUENCE, READ IN
000260*         ORDER THE WAY HALLOSEQ READS THEM, EACH INTO ITS OWN
000270*         NUMBERED IMAGEOUTNN FILE.  A FRAME CARRIES ONLY ITS
000280*         PAINTED CHARACTERS, SO EACH ONE IS LOOKED UP IN THE
000290*         BAND TABLE, AND THE TOP BAND - WHERE THE POINTS THAT
000300*         NEVER ESCAPED ARE PAINTED - TAKES THE IN-SET COLOUR.
000310*
000320*     A GRID CELL'S PIXEL COMES FROM ITS EXPORTED GEX-BAND, OR
000330*     (PIXEL SOURCE "I") FROM ITS GEX-I CLASSIFIED AGAIN AGAINST
000340*     THE BAND TABLE IN EFFECT NOW, THE SAME WAY HALLOPGM'S
000350*     P-CLASSIFY-BAND DOES IT - SO AN OLD EXPORT CAN BE REPAINTED
000360*     UNDER THE CURRENT INSTALLATION BANDS.  THE PALETTE FOLLOWS
000370*     THE INSTALLATION BANDDEF: EACH BAND'S GREY LEVEL OR COLOUR
000380*     COMES FROM ITS BANDDEF PALETTE COLUMNS (SEE BANDDEFREC)
000390*     WHERE THEY ARE KEYED, AND FROM THE BUILT-IN DARK-TO-LIGHT
000400*     RAMP WHERE THEY ARE NOT.  A POINT THAT NEVER ESCAPED
000410*     (GEX-ESCAPED "N") IS ALWAYS BLACK.  EACH CELL CAN BE
000420*     REPLICATED INTO AN N-BY-N BLOCK OF PIXELS SO A 70-COLUMN
000430*     RENDER COMES OUT AT A USEFUL SIZE.
000440*
000450*     THE IMGPARM CARD -
000460*     COLS  1- 2  "P2" GREYSCALE (DEFAULT) OR "P3" COLOUR
000470*     COLS  4- 4  PIXEL SOURCE - "B" GEX-BAND (DEFAULT) OR "I"
000480*     COLS  6- 7  SCALE FACTOR 01 TO 10, DEFAULT 01
000490*     COLS  9- 9  INPUT - "G" GRIDEXP (DEFAULT), "T" TILE
000500*                 EXPORTS, "F" SEQUENCE FRAMES
000510*     COLS 11-12  TILE ARRANGEMENT - ROWS THEN COLUMNS, R TIMES
000520*                 C AT MOST 8, DEFAULT 8 BY 1 AS IN HALLOMRG
000530*     COLS 14-15  FRAME WIDTH 01 TO 70, DEFAULT 70
000531*     COLS 17-20  A RENDER CATALOG GENERATION TO READ IN PLACE OF
000532*                 GRIDEXP (SEE RCATFIND) - INPUT G ONLY
000533*     COLS 22-31  THE REGION THAT GENERATION IS A RENDER OF
000540*     A MISSING CARD, OR ANYTHING UNUSABLE IN A COLUMN, LEAVES
000550*     THAT COLUMN'S DEFAULT.
000560*
000570*     THE IMGRPT LISTING SHOWS THE SETTINGS, EVERY SOURCE FILE
000580*     WITH ITS DISPOSITION AND IMAGE DIMENSIONS, THE SOURCE
000590*     WINDOW, THE PALETTE USED BAND BY BAND AND THE CONTROL
000600*     TOTALS.  A MISSING OR HEADERLESS SOURCE, A TILE OF THE
000610*     WRONG SHAPE OR SET, A GRID CELL THE EXPORT NEVER DELIVERED
000620*     OR A FRAME CHARACTER NOT IN THE BAND TABLE ENDS THE JOB
000630*     WITH CONDITION CODE 8.
000631*     SO DOES A CATALOG GENERATION THAT CANNOT BE FOUND.
000640*
000650* MODIFICATION HISTORY.
000660*     10/15/2026  RH   ORIGINAL VERSION.
000661*     10/15/2026  RH   IMGPARM CAN NAME A RENDER CATALOG
000662*                       GENERATION TO READ INSTEAD OF GRIDEXP.
000663*     10/15/2026  RH   THE TRAILER RECORD NOW ENDING A FRAME FILE
000664*                       IS NOT PAINTED AS A PICTURE ROW.
000670*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT IMGPARM ASSIGN TO "IMGPARM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS IMGPARM-STATUS.
000740     SELECT BANDDEF ASSIGN TO "BANDDEF"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BANDDEF-STATUS.
000770     SELECT GEXIN ASSIGN USING GEX-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GEXIN-STATUS.
000800     SELECT FRAMEIN ASSIGN USING FRAME-FILE-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FRAMEIN-STATUS.
000830     SELECT IMAGEOUT ASSIGN USING IMAGE-FILE-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS IMAGEOUT-STATUS.
000860     SELECT IMGRPT ASSIGN TO "IMGRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS IMGRPT-STATUS.
000881     SELECT RENDCAT ASSIGN TO "RENDCAT"
000882         ORGANIZATION IS LINE SEQUENTIAL
000883         FILE STATUS IS RENDCAT-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  IMGPARM
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  IMG-PARM-REC                PIC X(80).
000940 FD  BANDDEF
000950     RECORD CONTAINS 40 CHARACTERS.
000960     COPY BANDDEFREC.
000970 FD  GEXIN
000980     RECORD CONTAINS 200 CHARACTERS.
000990 01  GEX-IN-REC                  PIC X(200).
001000 FD  FRAMEIN
001010     RECORD CONTAINS 70 CHARACTERS.
001020 01  FRAME-IN-REC                PIC X(70).
001030 FD  IMAGEOUT
001040     RECORD CONTAINS 70 CHARACTERS.
001050 01  IMAGE-OUT-REC               PIC X(70).
001060 FD  IMGRPT
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  IMG-OUT-REC                 PIC X(80).
001081 FD  RENDCAT
001082     RECORD CONTAINS 200 CHARACTERS.
001083     COPY RCATREC.
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110* FILE STATUS FIELDS AND THE FILE NAMES THE NUMBERED SOURCES AND
001120* IMAGES ARE OPENED UNDER
001130*----------------------------------------------------------------
001140 01  IMGPARM-STATUS              PIC X(02).
001150 01  BANDDEF-STATUS              PIC X(02).
001160 01  GEXIN-STATUS                PIC X(02).
001170 01  FRAMEIN-STATUS              PIC X(02).
001180 01  IMAGEOUT-STATUS             PIC X(02).
001190 01  IMGRPT-STATUS               PIC X(02).
001191 01  RENDCAT-STATUS              PIC X(02).
001200 01  GEX-FILE-NAME               PIC X(08) VALUE "GRIDEXP".
001210 01  TILE-GEX-NAME.
001220     05  FILLER                   PIC X(06) VALUE "TILEGX".
001230     05  TILE-GEX-NO              PIC 9(02).
001240 01  FRAME-FILE-NAME.
001250     05  FILLER                   PIC X(08) VALUE "FRAMEOUT".
001260     05  FRAME-FILE-NO            PIC 9(02).
001270 01  IMAGE-FILE-NAME             PIC X(10) VALUE "IMAGEOUT".
001280 01  FRAME-IMAGE-NAME.
001290     05  FILLER                   PIC X(08) VALUE "IMAGEOUT".
001300     05  FRAME-IMAGE-NO           PIC 9(02).
001301*----------------------------------------------------------------
001302* RENDER CATALOG GENERATION REFERENCE (SEE RCATFIND)
001303*----------------------------------------------------------------
001304     COPY RCATREF.
001310*----------------------------------------------------------------
001320* LISTING LAYOUT, THE GRID EXPORT AND FRAME RECORD LAYOUTS, AND
001330* THE SHARED BAND TABLE
001340*----------------------------------------------------------------
001350     COPY IMGRPTREC.
001360     COPY GRIDEXPREC.
001370     COPY FRAMEHDRREC.
001380     COPY SETHDRREC.
001390     COPY BANDTABREC.
001400*----------------------------------------------------------------
001410* THE IMGPARM CARD AS KEYED, AND THE OPTIONS IN EFFECT
001420*----------------------------------------------------------------
001430 01  IMG-PARM-CARD               VALUE SPACES.
001440     05  IMG-PARM-FORMAT          PIC X(02).
001450     05  FILLER                   PIC X(01).
001460     05  IMG-PARM-SOURCE          PIC X(01).
001470     05  FILLER                   PIC X(01).
001480     05  IMG-PARM-SCALE           PIC X(02).
001490     05  FILLER                   PIC X(01).
001500     05  IMG-PARM-INPUT           PIC X(01).
001510     05  FILLER                   PIC X(01).
001520     05  IMG-PARM-MOSAIC.
001530         10  IMG-PARM-MOS-ROWS    PIC X(01).
001540         10  IMG-PARM-MOS-COLS    PIC X(01).
001550     05  FILLER                   PIC X(01).
001560     05  IMG-PARM-FRAME-COLS      PIC X(02).
001570     05  FILLER                   PIC X(01).
001571     05  IMG-PARM-GEN             PIC X(04).
001572     05  FILLER                   PIC X(01).
001573     05  IMG-PARM-REGION          PIC X(10).
001574     05  FILLER                   PIC X(49).
001580 01  IMG-OPTIONS.
001590     05  IMG-FORMAT               PIC X(02) VALUE "P2".
001600         88  IMG-COLOUR                     VALUE "P3".
001610     05  IMG-SOURCE-SW            PIC X(01) VALUE "B".
001620         88  IMG-FROM-I                     VALUE "I".
001630     05  IMG-SCALE                PIC 9(02) VALUE 1.
001640     05  IMG-INPUT-SW             PIC X(01) VALUE "G".
001650         88  IMG-FROM-TILES                 VALUE "T".
001660         88  IMG-FROM-FRAMES                VALUE "F".
001670     05  IMG-FRAME-COLS           PIC 9(02) VALUE 70.
001680*----------------------------------------------------------------
001690* TILE ARRANGEMENT.  SLOTS ARE LAID OUT ROW-MAJOR AS IN HALLOMRG -
001700* BAND B HOLDS SLOTS (B-1)*COLS+1 THROUGH (B-1)*COLS+COLS.  A
001710* SINGLE GRIDEXP OR A FRAME IS A ONE-BY-ONE ARRANGEMENT.
001720*----------------------------------------------------------------
001730 01  MOSAIC-FIELDS.
001740     05  MOS-ROWS-N               PIC 9(01) VALUE 1.
001750     05  MOS-COLS-N               PIC 9(01) VALUE 1.
001760     05  MOS-SLOT-LIMIT           PIC 9(02) VALUE 1.
001770*----------------------------------------------------------------
001780* THE LOADED PICTURE.  ONE PALETTE INDEX PER CELL PER SLOT -
001790* 1 TO 10 A BAND, 11 THE IN-SET COLOUR, ZERO A CELL NOTHING WAS
001800* DELIVERED FOR (IT PAINTS AS IN-SET, AND FAILS THE EXPORT).
001810*----------------------------------------------------------------
001820 01  IMG-PIXEL-STORE.
001830     05  IMG-SLOT OCCURS 8 TIMES.
001840         10  IMG-ROW OCCURS 70 TIMES.
001850             15  IMG-PIX          PIC 9(02) OCCURS 70 TIMES.
001860 01  IMG-SLOT-TABLE.
001870     05  IMG-SLOT-ENTRY OCCURS 8 TIMES.
001880         10  SLT-FILE             PIC X(10).
001890         10  SLT-DISP             PIC X(12).
001900         10  SLT-ROWS             PIC 9(04).
001910         10  SLT-COLS             PIC 9(04).
001920         10  SLT-MAXI             PIC 9(05).
001930         10  SLT-PRECISION        PIC X(01).
001940         10  SLT-SET              PIC X(01).
001950         10  SLT-CELLS            PIC 9(05) COMP.
001960*----------------------------------------------------------------
001970* THE PALETTE.  ENTRIES 1-10 ARE THE BANDS, ENTRY 11 THE FIXED
001980* IN-SET COLOUR.  THE BUILT-IN SHADES RUN DARK TO LIGHT AS THE
001990* CLASSIC CHARACTERS DO, " " TO "@"; A BANDDEF RECORD'S PALETTE
002000* COLUMNS REPLACE THEM BAND BY BAND.
002010*----------------------------------------------------------------
002020 01  IMG-DEFAULT-GREYS           PIC X(30) VALUE
002030     "025050075100125150175200225250".
002040 01  IMG-DEFAULT-GREY-TABLE REDEFINES IMG-DEFAULT-GREYS.
002050     05  IMG-DFLT-GREY            PIC 9(03) OCCURS 10 TIMES.
002060 01  IMG-DEFAULT-COLOURS.
002070     05  FILLER                   PIC X(09) VALUE "000000064".
002080     05  FILLER                   PIC X(09) VALUE "000000128".
002090     05  FILLER                   PIC X(09) VALUE "000064192".
002100     05  FILLER                   PIC X(09) VALUE "000128255".
002110     05  FILLER                   PIC X(09) VALUE "000192255".
002120     05  FILLER                   PIC X(09) VALUE "064255192".
002130     05  FILLER                   PIC X(09) VALUE "192255064".
002140     05  FILLER                   PIC X(09) VALUE "255192000".
002150     05  FILLER                   PIC X(09) VALUE "255128000".
002160     05  FILLER                   PIC X(09) VALUE "255255255".
002170 01  IMG-DEFAULT-COLOUR-TABLE REDEFINES IMG-DEFAULT-COLOURS.
002180     05  IMG-DFLT-RGB OCCURS 10 TIMES.
002190         10  IMG-DFLT-RED         PIC 9(03).
002200         10  IMG-DFLT-GREEN       PIC 9(03).
002210         10  IMG-DFLT-BLUE        PIC 9(03).
002220 01  IMG-PALETTE.
002230     05  IMG-PAL-ENTRY OCCURS 11 TIMES.
002240         10  IMG-PAL-GREY         PIC 9(03).
002250         10  IMG-PAL-RED          PIC 9(03).
002260         10  IMG-PAL-GREEN        PIC 9(03).
002270         10  IMG-PAL-BLUE         PIC 9(03).
002280         10  IMG-PAL-SOURCE       PIC X(08).
002290 01  IMG-PAL-READ.
002300     05  PR-GREY                  PIC 9(03).
002310     05  PR-RGB.
002320         10  PR-RED               PIC 9(03).
002330         10  PR-GREEN             PIC 9(03).
002340         10  PR-BLUE              PIC 9(03).
002350*----------------------------------------------------------------
002360* THE SOURCE WINDOW - THE FIRST EXPORT'S, WIDENED BY EVERY LATER
002370* TILE'S - AND THE SET THE FIRST EXPORT NAMED.
002380*----------------------------------------------------------------
002390 01  IMG-WINDOW.
002400     05  IMG-WIN-X-MIN PIC S9(09)V9(18)
002410         SIGN IS LEADING SEPARATE CHARACTER.
002420     05  IMG-WIN-X-MAX PIC S9(09)V9(18)
002430         SIGN IS LEADING SEPARATE CHARACTER.
002440     05  IMG-WIN-Y-MIN PIC S9(09)V9(18)
002450         SIGN IS LEADING SEPARATE CHARACTER.
002460     05  IMG-WIN-Y-MAX PIC S9(09)V9(18)
002470         SIGN IS LEADING SEPARATE CHARACTER.
002480     05  IMG-SET                  PIC X(01) VALUE "M".
002490     05  IMG-SET-JC               PIC X(56) VALUE SPACES.
002500 01  IMG-JC-FIELDS.
002510     05  IMG-JC-X PIC S9(09)V9(18)
002520         SIGN IS LEADING SEPARATE CHARACTER.
002530     05  IMG-JC-Y PIC S9(09)V9(18)
002540         SIGN IS LEADING SEPARATE CHARACTER.
002550 01  IMG-JC-CHAR REDEFINES IMG-JC-FIELDS PIC X(56).
002560*----------------------------------------------------------------
002570* SWITCHES
002580*----------------------------------------------------------------
002590 01  IMG-SWITCHES.
002600     05  GEX-EOF-SW               PIC X(01) VALUE "N".
002610         88  GEX-EOF                        VALUE "Y".
002620     05  FRAME-EOF-SW             PIC X(01) VALUE "N".
002630         88  FRAME-EOF                      VALUE "Y".
002640     05  HDR-SEEN-SW              PIC X(01) VALUE "N".
002650         88  HDR-SEEN                       VALUE "Y".
002660     05  WINDOW-TAKEN-SW          PIC X(01) VALUE "N".
002670         88  WINDOW-TAKEN                   VALUE "Y".
002680     05  SOURCE-BAD-SW            PIC X(01) VALUE "N".
002690         88  SOURCE-BAD                     VALUE "Y".
002700     05  SLOT-FAILED-SW           PIC X(01) VALUE "N".
002710         88  SLOT-FAILED                    VALUE "Y".
002720     05  BAND-FOUND-SW            PIC X(01) VALUE "N".
002730         88  BAND-FOUND                     VALUE "Y".
002740     05  IMG-ERROR-SW             PIC X(01) VALUE "N".
002750         88  IMG-ERROR                      VALUE "Y".
002751     05  GEN-FAILED-SW            PIC X(01) VALUE "N".
002752         88  GEN-FAILED                     VALUE "Y".
002760*----------------------------------------------------------------
002770* LOAD AND WRITE WORK.  IMG-ROWS-N/IMG-COLS-N ARE THE SHAPE OF ONE
002780* SLOT - EVERY TILE SHARES THE FIRST ONE'S.
002790*----------------------------------------------------------------
002800 01  IMG-CONTROL.
002810     05  IMG-ROWS-N               PIC 9(04) COMP VALUE 0.
002820     05  IMG-COLS-N               PIC 9(04) COMP VALUE 0.
002830     05  IMG-WIDTH                PIC 9(05) COMP VALUE 0.
002840     05  IMG-HEIGHT               PIC 9(05) COMP VALUE 0.
002850     05  IMG-FRAME-COUNT          PIC 9(03) COMP VALUE 1.
002860     05  IMG-CELL-PRODUCT         PIC 9(05) COMP.
002870     05  IMG-BAND-DIVISOR         PIC 9(05) COMP.
002880     05  IMG-BAND-NO              PIC 9(02) COMP.
002890     05  IMG-CHAR                 PIC X(01).
002900 01  IMG-COUNTS.
002910     05  IMG-SOURCES-READ         PIC 9(08) COMP VALUE 0.
002920     05  IMG-CELLS-LOADED         PIC 9(08) COMP VALUE 0.
002930     05  IMG-CELLS-MISSING        PIC 9(08) COMP VALUE 0.
002940     05  IMG-CHARS-UNKNOWN        PIC 9(08) COMP VALUE 0.
002950     05  IMG-IMAGES-WRITTEN       PIC 9(08) COMP VALUE 0.
002960     05  IMG-PIXELS-WRITTEN       PIC 9(09) COMP VALUE 0.
002970 77  IMG-SLOT-NO                 PIC 9(02) COMP.
002980 77  IMG-FRAME-NO                PIC 9(03) COMP.
002990 77  IMG-MBAND-IDX               PIC 9(02) COMP.
003000 77  IMG-MCOL-IDX                PIC 9(02) COMP.
003010 77  IMG-ROW-IDX                 PIC 9(04) COMP.
003020 77  IMG-COL-IDX                 PIC 9(04) COMP.
003030 77  IMG-REP-IDX                 PIC 9(02) COMP.
003040 77  IMG-PAL-IDX                 PIC 9(02) COMP.
003050 77  IMG-SCAN-IDX                PIC 9(02) COMP.
003060*----------------------------------------------------------------
003070* IMAGE TEXT BUILD.  SAMPLES GO OUT SEVENTEEN TO A LINE, EACH A
003080* THREE-DIGIT FIELD AND A SPACE, SO NO LINE PASSES THE 70
003090* CHARACTERS A PLAIN PGM OR PPM LINE IS HELD TO.
003100*----------------------------------------------------------------
003110 01  IMG-LINE                    PIC X(70) VALUE SPACES.
003120 01  IMG-LINE-WORK.
003130     05  IMG-LINE-TOKENS          PIC 9(02) COMP VALUE 0.
003140     05  IMG-LINE-POS             PIC 9(02) COMP.
003150     05  IMG-SAMPLE               PIC 9(03).
003160     05  IMG-SAMPLE-EDIT          PIC ZZ9.
003170 01  IMG-DIM-LINE.
003180     05  IMG-DIM-WIDTH            PIC ZZZZ9.
003190     05  FILLER                   PIC X(01) VALUE SPACES.
003200     05  IMG-DIM-HEIGHT           PIC ZZZZ9.
003210     05  FILLER                   PIC X(59) VALUE SPACES.
003220 01  IMG-MAXVAL-LINE             PIC X(70) VALUE "255".
003230 PROCEDURE DIVISION.
003240*****************************************************************
003250* P-START - MAINLINE.  READS THE CARD AND THE BAND TABLE, BUILDS
003260*     THE PALETTE, CUTS THE IMAGE OR IMAGES, AND CLOSES THE
003270*     LISTING WITH THE PALETTE AND THE TOTALS.
003280*****************************************************************
003290 P-START.
003300     PERFORM P-READ-IMAGE-PARM THRU P-READ-IMAGE-PARM-EXIT
003310     IF IMG-FROM-TILES
003320         PERFORM P-TAKE-MOSAIC
003330     END-IF
003340     PERFORM P-LOAD-BANDDEF THRU P-LOAD-BANDDEF-EXIT
003350     PERFORM P-BUILD-PALETTE-ENTRY
003360         VARYING BAND-LOAD-IDX FROM 1 BY 1
003370         UNTIL BAND-LOAD-IDX > 10
003380     MOVE 0 TO IMG-PAL-GREY (11)
003390     MOVE 0 TO IMG-PAL-RED (11)
003400     MOVE 0 TO IMG-PAL-GREEN (11)
003410     MOVE 0 TO IMG-PAL-BLUE (11)
003420     MOVE "FIXED" TO IMG-PAL-SOURCE (11)
003430     PERFORM P-WRITE-REPORT-HEADERS
003431     IF IMG-PARM-GEN NOT = SPACES OR IMG-PARM-REGION NOT = SPACES
003432         IF NOT IMG-FROM-TILES AND NOT IMG-FROM-FRAMES
003433             PERFORM P-RESOLVE-GENERATION
003434         END-IF
003435     END-IF
003440     IF IMG-FROM-FRAMES
003450         PERFORM P-EXPORT-FRAME THRU P-EXPORT-FRAME-EXIT
003460             VARYING IMG-FRAME-NO FROM 1 BY 1
003470             UNTIL IMG-FRAME-NO > IMG-FRAME-COUNT
003480     ELSE
003485         IF NOT GEN-FAILED
003490             PERFORM P-EXPORT-GRID
003495         END-IF
003500     END-IF
003510     PERFORM P-WRITE-PALETTE
003520     PERFORM P-WRITE-TOTALS
003530     PERFORM P-END.
003540*****************************************************************
003550* P-READ-IMAGE-PARM - THE ONE IMGPARM CARD, IF PRESENT.  EACH
003560*     COLUMN THAT IS NOT USABLE LEAVES ITS DEFAULT; A TILE
003570*     ARRANGEMENT NEEDING MORE THAN 8 SLOTS IS AN ERROR AND THE
003580*     8-BY-1 DEFAULT STANDS, AS IN HALLOMRG.
003590*****************************************************************
003600 P-READ-IMAGE-PARM.
003610     OPEN INPUT IMGPARM
003620     IF IMGPARM-STATUS NOT = "00"
003630         GO TO P-READ-IMAGE-PARM-EXIT
003640     END-IF
003650     READ IMGPARM
003660         AT END
003670             GO TO P-READ-IMAGE-PARM-CLOSE
003680     END-READ
003690     MOVE IMG-PARM-REC TO IMG-PARM-CARD
003700     IF IMG-PARM-FORMAT = "P3"
003710         MOVE "P3" TO IMG-FORMAT
003720     END-IF
003730     IF IMG-PARM-SOURCE = "I"
003740         MOVE "I" TO IMG-SOURCE-SW
003750     END-IF
003760     IF IMG-PARM-SCALE IS NUMERIC
003770             AND IMG-PARM-SCALE NOT = "00"
003780         MOVE IMG-PARM-SCALE TO IMG-SCALE
003790         IF IMG-SCALE > 10
003800             MOVE 10 TO IMG-SCALE
003810         END-IF
003820     END-IF
003830     IF IMG-PARM-INPUT = "T" OR IMG-PARM-INPUT = "F"
003840         MOVE IMG-PARM-INPUT TO IMG-INPUT-SW
003850     END-IF
003860     IF IMG-PARM-FRAME-COLS IS NUMERIC
003870             AND IMG-PARM-FRAME-COLS NOT = "00"
003880             AND IMG-PARM-FRAME-COLS NOT > "70"
003890         MOVE IMG-PARM-FRAME-COLS TO IMG-FRAME-COLS
003900     END-IF.
003910 P-READ-IMAGE-PARM-CLOSE.
003920     CLOSE IMGPARM.
003930 P-READ-IMAGE-PARM-EXIT.
003940     EXIT.
003950*****************************************************************
003960* P-TAKE-MOSAIC - THE TILE ARRANGEMENT, FROM THE CARD OR THE
003970*     8-BY-1 DEFAULT.
003980*****************************************************************
003990 P-TAKE-MOSAIC.
004000     MOVE 8 TO MOS-ROWS-N
004010     MOVE 1 TO MOS-COLS-N
004020     MOVE 8 TO MOS-SLOT-LIMIT
004030     IF IMG-PARM-MOSAIC IS NUMERIC
004040             AND IMG-PARM-MOS-ROWS NOT = "0"
004050             AND IMG-PARM-MOS-COLS NOT = "0"
004060         MOVE IMG-PARM-MOS-ROWS TO MOS-ROWS-N
004070         MOVE IMG-PARM-MOS-COLS TO MOS-COLS-N
004080         MULTIPLY MOS-ROWS-N BY MOS-COLS-N
004090             GIVING MOS-SLOT-LIMIT
004100         IF MOS-SLOT-LIMIT > 8
004110             SET IMG-ERROR TO TRUE
004120             MOVE 8 TO MOS-ROWS-N
004130             MOVE 1 TO MOS-COLS-N
004140             MOVE 8 TO MOS-SLOT-LIMIT
004150         END-IF
004160     END-IF.
004170*****************************************************************
004180* P-LOAD-BANDDEF - OVERLAYS THE DEFAULT BAND TABLE FROM THE
004190*     INSTALLATION BANDDEF FILE, IF ONE IS ON THE JOB, THE SAME
004200*     WAY HALLOPGM DOES, AND KEEPS EACH BAND'S PALETTE COLUMNS.
004210*     NO FILE LEAVES THE CLASSIC CHARACTERS, THE PERCENT-OF-MAXI
004220*     BANDS AND THE BUILT-IN SHADES IN EFFECT.
004230*****************************************************************
004240 P-LOAD-BANDDEF.
004250     PERFORM P-CLEAR-BAND-THRESH
004260         VARYING BAND-LOAD-IDX FROM 1 BY 1
004270         UNTIL BAND-LOAD-IDX > 10
004280     OPEN INPUT BANDDEF
004290     IF BANDDEF-STATUS NOT = "00"
004300         GO TO P-LOAD-BANDDEF-EXIT
004310     END-IF
004320     MOVE "N" TO BANDDEF-EOF-SW
004330     PERFORM P-TAKE-BANDDEF-REC UNTIL BANDDEF-EOF
004340     CLOSE BANDDEF.
004350 P-LOAD-BANDDEF-EXIT.
004360     EXIT.
004370*****************************************************************
004380* P-CLEAR-BAND-THRESH - ONE BAND'S THRESHOLD CLEARED.
004390*****************************************************************
004400 P-CLEAR-BAND-THRESH.
004410     MOVE 0 TO BAND-THRESH (BAND-LOAD-IDX).
004420*****************************************************************
004430* P-TAKE-BANDDEF-REC - APPLIES ONE BAND DEFINITION RECORD.  A
004440*     RECORD WITH A BAD BAND NUMBER OR THRESHOLD IS SKIPPED
004450*     RATHER THAN POISONING THE TABLE.
004460*****************************************************************
004470 P-TAKE-BANDDEF-REC.
004480     READ BANDDEF
004490         AT END
004500             SET BANDDEF-EOF TO TRUE
004510     END-READ
004520     IF NOT BANDDEF-EOF
004530         IF BD-BAND-NO IS NUMERIC
004540                 AND BD-BAND-NO >= 1 AND BD-BAND-NO <= 10
004550                 AND BD-THRESH IS NUMERIC
004560             MOVE BD-CHAR TO BAND-CODE-ENTRY (BD-BAND-NO)
004570             MOVE BD-THRESH TO BAND-THRESH (BD-BAND-NO)
004580             MOVE BD-PALETTE TO BAND-PALETTE (BD-BAND-NO)
004590             SET BANDDEF-LOADED TO TRUE
004600         END-IF
004610     END-IF.
004620*****************************************************************
004630* P-BUILD-PALETTE-ENTRY - ONE BAND'S SHADE.  THE BUILT-IN GREY
004640*     AND COLOUR FIRST; THEN, FOR THE FORMAT BEING WRITTEN, THE
004650*     BANDDEF PALETTE COLUMNS IF THEY ARE KEYED.  A LEVEL OVER
004660*     255 IS HELD AT 255.
004670*****************************************************************
004680 P-BUILD-PALETTE-ENTRY.
004690     MOVE IMG-DFLT-GREY (BAND-LOAD-IDX)
004700         TO IMG-PAL-GREY (BAND-LOAD-IDX)
004710     MOVE IMG-DFLT-RED (BAND-LOAD-IDX)
004720         TO IMG-PAL-RED (BAND-LOAD-IDX)
004730     MOVE IMG-DFLT-GREEN (BAND-LOAD-IDX)
004740         TO IMG-PAL-GREEN (BAND-LOAD-IDX)
004750     MOVE IMG-DFLT-BLUE (BAND-LOAD-IDX)
004760         TO IMG-PAL-BLUE (BAND-LOAD-IDX)
004770     MOVE "BUILT-IN" TO IMG-PAL-SOURCE (BAND-LOAD-IDX)
004780     MOVE BAND-PALETTE (BAND-LOAD-IDX) TO IMG-PAL-READ
004790     IF IMG-COLOUR
004800         IF PR-RGB IS NUMERIC
004810             MOVE PR-RED TO IMG-PAL-RED (BAND-LOAD-IDX)
004820             MOVE PR-GREEN TO IMG-PAL-GREEN (BAND-LOAD-IDX)
004830             MOVE PR-BLUE TO IMG-PAL-BLUE (BAND-LOAD-IDX)
004840             MOVE "BANDDEF" TO IMG-PAL-SOURCE (BAND-LOAD-IDX)
004850         END-IF
004860     ELSE
004870         IF PR-GREY IS NUMERIC
004880             MOVE PR-GREY TO IMG-PAL-GREY (BAND-LOAD-IDX)
004890             MOVE "BANDDEF" TO IMG-PAL-SOURCE (BAND-LOAD-IDX)
004900         END-IF
004910     END-IF
004920     IF IMG-PAL-GREY (BAND-LOAD-IDX) > 255
004930         MOVE 255 TO IMG-PAL-GREY (BAND-LOAD-IDX)
004940     END-IF
004950     IF IMG-PAL-RED (BAND-LOAD-IDX) > 255
004960         MOVE 255 TO IMG-PAL-RED (BAND-LOAD-IDX)
004970     END-IF
004980     IF IMG-PAL-GREEN (BAND-LOAD-IDX) > 255
004990         MOVE 255 TO IMG-PAL-GREEN (BAND-LOAD-IDX)
005000     END-IF
005010     IF IMG-PAL-BLUE (BAND-LOAD-IDX) > 255
005020         MOVE 255 TO IMG-PAL-BLUE (BAND-LOAD-IDX)
005030     END-IF.
005040*****************************************************************
005050* P-EXPORT-GRID - ONE GRIDEXP, OR EVERY TILE EXPORT OF THE
005060*     ARRANGEMENT, INTO ONE IMAGEOUT PICTURE.  THE PICTURE IS
005070*     WRITTEN ONLY WHEN EVERY SLOT LOADED CLEAN - A MOSAIC WITH A
005080*     MISSING OR MISMATCHED TILE WOULD BE A WRONG PICTURE.
005090*****************************************************************
005100 P-EXPORT-GRID.
005110     MOVE ZEROS TO IMG-PIXEL-STORE
005120     PERFORM P-LOAD-SLOT THRU P-LOAD-SLOT-EXIT
005130         VARYING IMG-SLOT-NO FROM 1 BY 1
005140         UNTIL IMG-SLOT-NO > MOS-SLOT-LIMIT
005150     MOVE IMG-RULE TO IMG-OUT-REC
005160     WRITE IMG-OUT-REC
005170     IF WINDOW-TAKEN
005180         PERFORM P-WRITE-WINDOW
005190     END-IF
005200     MOVE SPACES TO IMG-SETTING-LINE
005210     MOVE "IMAGE FILE" TO IMG-SET-LABEL
005220     IF SLOT-FAILED OR NOT WINDOW-TAKEN
005230         SET IMG-ERROR TO TRUE
005240         MOVE "NOT WRITTEN - SEE SOURCE DISPOSITIONS ABOVE"
005250             TO IMG-SET-VALUE
005260         MOVE IMG-SETTING-LINE TO IMG-OUT-REC
005270         WRITE IMG-OUT-REC
005280     ELSE
005290         MOVE "IMAGEOUT" TO IMAGE-FILE-NAME
005300         PERFORM P-WRITE-IMAGE THRU P-WRITE-IMAGE-EXIT
005310         MOVE IMAGE-FILE-NAME TO IMG-SET-VALUE
005320         IF IMG-WIDTH = 0
005330             MOVE "IMAGEOUT - NOT WRITTEN, IT WOULD NOT OPEN"
005340                 TO IMG-SET-VALUE
005350         END-IF
005360         MOVE IMG-SETTING-LINE TO IMG-OUT-REC
005370         WRITE IMG-OUT-REC
005380         MOVE SPACES TO IMG-TOTAL-LINE
005390         MOVE "IMAGE WIDTH" TO IMG-TOTAL-LABEL
005400         MOVE IMG-WIDTH TO IMG-TOTAL-COUNT
005410         MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
005420         WRITE IMG-OUT-REC
005430         MOVE SPACES TO IMG-TOTAL-LINE
005440         MOVE "IMAGE HEIGHT" TO IMG-TOTAL-LABEL
005450         MOVE IMG-HEIGHT TO IMG-TOTAL-COUNT
005460         MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
005470         WRITE IMG-OUT-REC
005480     END-IF.
005490*****************************************************************
005500* P-LOAD-SLOT - ONE EXPORT INTO ITS SLOT OF THE PICTURE.  THE
005510*     HEADER GIVES THE SHAPE, MAXI, PRECISION PATH, SET AND
005520*     WINDOW; EACH DETAIL PAINTS ONE CELL.  A MISSING OR
005530*     HEADERLESS EXPORT, A SHAPE OR SET THAT DIFFERS FROM THE
005540*     FIRST SLOT'S, OR CELLS THE EXPORT NEVER DELIVERED FAIL
005550*     THE SLOT AND THE EXPORT.
005560*****************************************************************
005570 P-LOAD-SLOT.
005580     MOVE "N" TO SOURCE-BAD-SW
005590     MOVE "LOADED" TO SLT-DISP (IMG-SLOT-NO)
005600     MOVE 0 TO SLT-ROWS (IMG-SLOT-NO)
005610     MOVE 0 TO SLT-COLS (IMG-SLOT-NO)
005620     MOVE 0 TO SLT-MAXI (IMG-SLOT-NO)
005630     MOVE SPACES TO SLT-PRECISION (IMG-SLOT-NO)
005640     MOVE SPACES TO SLT-SET (IMG-SLOT-NO)
005650     MOVE 0 TO SLT-CELLS (IMG-SLOT-NO)
005660     IF IMG-FROM-TILES
005670         MOVE IMG-SLOT-NO TO TILE-GEX-NO
005680         MOVE TILE-GEX-NAME TO GEX-FILE-NAME
005690     END-IF
005700     MOVE GEX-FILE-NAME TO SLT-FILE (IMG-SLOT-NO)
005710     OPEN INPUT GEXIN
005720     IF GEXIN-STATUS NOT = "00"
005730         MOVE "MISSING" TO SLT-DISP (IMG-SLOT-NO)
005740         PERFORM P-FLAG-SOURCE
005750         PERFORM P-WRITE-SLOT-LINE
005760         GO TO P-LOAD-SLOT-EXIT
005770     END-IF
005780     ADD 1 TO IMG-SOURCES-READ
005790     MOVE "N" TO GEX-EOF-SW
005800     MOVE "N" TO HDR-SEEN-SW
005810     PERFORM P-LOAD-GEX-REC UNTIL GEX-EOF
005820     CLOSE GEXIN
005830     IF NOT HDR-SEEN
005840         MOVE "NO HEADER" TO SLT-DISP (IMG-SLOT-NO)
005850         PERFORM P-FLAG-SOURCE
005860     ELSE
005870         PERFORM P-CHECK-SLOT-CELLS
005880     END-IF
005890     PERFORM P-WRITE-SLOT-LINE.
005900 P-LOAD-SLOT-EXIT.
005910     EXIT.
005920*****************************************************************
005930* P-LOAD-GEX-REC - CLASSIFIES ONE EXPORT RECORD.  ONLY THE FIRST
005940*     HEADER COUNTS, AND NO DETAIL IS TAKEN AHEAD OF IT.
005950*****************************************************************
005960 P-LOAD-GEX-REC.
005970     READ GEXIN
005980         AT END
005990             SET GEX-EOF TO TRUE
006000     END-READ
006010     IF NOT GEX-EOF
006020         IF GEX-IN-REC (1:7) = "GRIDHDR" AND NOT HDR-SEEN
006030             MOVE GEX-IN-REC TO GEX-HEADER-RECORD
006040             PERFORM P-TAKE-GEX-HEADER
006050         ELSE
006060             IF GEX-IN-REC (1:7) = "GRIDDTL" AND HDR-SEEN
006070                 MOVE GEX-IN-REC TO GEX-DETAIL-RECORD
006080                 PERFORM P-TAKE-GEX-DETAIL
006090                     THRU P-TAKE-GEX-DETAIL-EXIT
006100             END-IF
006110         END-IF
006120     END-IF.
006130*****************************************************************
006140* P-TAKE-GEX-HEADER - THE SLOT'S SHAPE, CLAMPED TO THE 70 CELLS A
006150*     RENDER CAN PRODUCE, AND ITS PLACE IN THE PICTURE.  THE
006160*     FIRST HEADER SETS THE SHAPE, THE SET AND THE WINDOW; A
006170*     LATER TILE MUST MATCH THE SHAPE AND SET AND WIDENS THE
006180*     WINDOW.
006190*****************************************************************
006200 P-TAKE-GEX-HEADER.
006210     SET HDR-SEEN TO TRUE
006220     MOVE GEX-HDR-ROWS TO SLT-ROWS (IMG-SLOT-NO)
006230     MOVE GEX-HDR-COLS TO SLT-COLS (IMG-SLOT-NO)
006240     IF SLT-ROWS (IMG-SLOT-NO) > 70
006250         MOVE 70 TO SLT-ROWS (IMG-SLOT-NO)
006260     END-IF
006270     IF SLT-COLS (IMG-SLOT-NO) > 70
006280         MOVE 70 TO SLT-COLS (IMG-SLOT-NO)
006290     END-IF
006300     MOVE GEX-HDR-MAXI TO SLT-MAXI (IMG-SLOT-NO)
006310     MOVE GEX-HDR-PRECISION TO SLT-PRECISION (IMG-SLOT-NO)
006320     MOVE "M" TO SLT-SET (IMG-SLOT-NO)
006330     MOVE SPACES TO IMG-JC-CHAR
006340     IF GEX-HDR-SET = "J"
006350         MOVE "J" TO SLT-SET (IMG-SLOT-NO)
006360         MOVE GEX-HDR-JC-X TO IMG-JC-X
006370         MOVE GEX-HDR-JC-Y TO IMG-JC-Y
006380     END-IF
006390     IF NOT WINDOW-TAKEN
006400         SET WINDOW-TAKEN TO TRUE
006410         MOVE SLT-ROWS (IMG-SLOT-NO) TO IMG-ROWS-N
006420         MOVE SLT-COLS (IMG-SLOT-NO) TO IMG-COLS-N
006430         MOVE SLT-SET (IMG-SLOT-NO) TO IMG-SET
006440         MOVE IMG-JC-CHAR TO IMG-SET-JC
006450         MOVE GEX-HDR-X-MIN TO IMG-WIN-X-MIN
006460         MOVE GEX-HDR-X-MAX TO IMG-WIN-X-MAX
006470         MOVE GEX-HDR-Y-MIN TO IMG-WIN-Y-MIN
006480         MOVE GEX-HDR-Y-MAX TO IMG-WIN-Y-MAX
006490     ELSE
006500         PERFORM P-CHECK-SLOT-HEADER
006510     END-IF.
006520*****************************************************************
006530* P-CHECK-SLOT-HEADER - A LATER TILE AGAINST THE FIRST.  THE
006540*     SHAPE CHECK COMES FIRST, SINCE A TILE OF ANOTHER SHAPE
006550*     CANNOT BE PLACED AT ALL.
006560*****************************************************************
006570 P-CHECK-SLOT-HEADER.
006580     IF SLT-ROWS (IMG-SLOT-NO) NOT = IMG-ROWS-N
006590             OR SLT-COLS (IMG-SLOT-NO) NOT = IMG-COLS-N
006600         MOVE "BAD SHAPE" TO SLT-DISP (IMG-SLOT-NO)
006610         PERFORM P-FLAG-SOURCE
006620     ELSE
006630         IF SLT-SET (IMG-SLOT-NO) NOT = IMG-SET
006640                 OR (IMG-SET = "J"
006650                 AND IMG-JC-CHAR NOT = IMG-SET-JC)
006660             MOVE "WRONG SET" TO SLT-DISP (IMG-SLOT-NO)
006670             PERFORM P-FLAG-SOURCE
006680         END-IF
006690     END-IF
006700     IF GEX-HDR-X-MIN < IMG-WIN-X-MIN
006710         MOVE GEX-HDR-X-MIN TO IMG-WIN-X-MIN
006720     END-IF
006730     IF GEX-HDR-X-MAX > IMG-WIN-X-MAX
006740         MOVE GEX-HDR-X-MAX TO IMG-WIN-X-MAX
006750     END-IF
006760     IF GEX-HDR-Y-MIN < IMG-WIN-Y-MIN
006770         MOVE GEX-HDR-Y-MIN TO IMG-WIN-Y-MIN
006780     END-IF
006790     IF GEX-HDR-Y-MAX > IMG-WIN-Y-MAX
006800         MOVE GEX-HDR-Y-MAX TO IMG-WIN-Y-MAX
006810     END-IF.
006820*****************************************************************
006830* P-TAKE-GEX-DETAIL - ONE CELL INTO THE SLOT.  A DETAIL OUTSIDE
006840*     THE DECLARED SHAPE IS DROPPED; A POINT THAT NEVER ESCAPED
006850*     TAKES THE IN-SET ENTRY; ANY OTHER TAKES ITS EXPORTED BAND,
006860*     OR ITS BAND RECLASSIFIED FROM GEX-I.
006870*****************************************************************
006880 P-TAKE-GEX-DETAIL.
006890     IF GEX-ROW IS NOT NUMERIC OR GEX-COL IS NOT NUMERIC
006900         GO TO P-TAKE-GEX-DETAIL-EXIT
006910     END-IF
006920     IF GEX-ROW < 1 OR GEX-ROW > SLT-ROWS (IMG-SLOT-NO)
006930             OR GEX-COL < 1 OR GEX-COL > SLT-COLS (IMG-SLOT-NO)
006940         GO TO P-TAKE-GEX-DETAIL-EXIT
006950     END-IF
006960     ADD 1 TO SLT-CELLS (IMG-SLOT-NO)
006970     ADD 1 TO IMG-CELLS-LOADED
006980     MOVE 0 TO IMG-BAND-NO
006990     IF GEX-ESCAPED = "N"
007000         MOVE 11 TO IMG-BAND-NO
007010     ELSE
007020         IF IMG-FROM-I
007030             IF GEX-I IS NUMERIC
007040                 PERFORM P-CLASSIFY-I
007050             END-IF
007060         ELSE
007070             IF GEX-BAND IS NUMERIC
007080                     AND GEX-BAND >= 1 AND GEX-BAND <= 10
007090                 MOVE GEX-BAND TO IMG-BAND-NO
007100             END-IF
007110         END-IF
007120     END-IF
007130     MOVE IMG-BAND-NO TO IMG-PIX (IMG-SLOT-NO, GEX-ROW, GEX-COL).
007140 P-TAKE-GEX-DETAIL-EXIT.
007150     EXIT.
007160*****************************************************************
007170* P-CLASSIFY-I - A CELL'S GEX-I INTO ONE OF THE 10 BANDS, AS
007180*     HALLOPGM'S P-CLASSIFY-BAND DOES IT - THE FIRST BANDDEF
007190*     THRESHOLD I DOES NOT EXCEED WHEN A BANDDEF IS LOADED (BAND
007200*     10 TAKES EVERYTHING PAST BAND 9), OTHERWISE PERCENT OF THE
007210*     EXPORT'S OWN MAXI.
007220*****************************************************************
007230 P-CLASSIFY-I.
007240     IF BANDDEF-LOADED
007250         MOVE 10 TO IMG-BAND-NO
007260         MOVE "N" TO BAND-FOUND-SW
007270         PERFORM P-MATCH-THRESH-BAND
007280             VARYING IMG-SCAN-IDX FROM 1 BY 1
007290             UNTIL IMG-SCAN-IDX > 9 OR BAND-FOUND
007300     ELSE
007310         DIVIDE SLT-MAXI (IMG-SLOT-NO) BY 10
007320             GIVING IMG-BAND-DIVISOR
007330         IF IMG-BAND-DIVISOR = 0
007340             MOVE 1 TO IMG-BAND-DIVISOR
007350         END-IF
007360         DIVIDE GEX-I BY IMG-BAND-DIVISOR GIVING IMG-CELL-PRODUCT
007370         IF IMG-CELL-PRODUCT > 10
007380             MOVE 10 TO IMG-CELL-PRODUCT
007390         END-IF
007400         IF IMG-CELL-PRODUCT < 1
007410             MOVE 1 TO IMG-CELL-PRODUCT
007420         END-IF
007430         MOVE IMG-CELL-PRODUCT TO IMG-BAND-NO
007440     END-IF.
007450*****************************************************************
007460* P-MATCH-THRESH-BAND - ONE BAND'S THRESHOLD AGAINST GEX-I.
007470*****************************************************************
007480 P-MATCH-THRESH-BAND.
007490     IF GEX-I NOT > BAND-THRESH (IMG-SCAN-IDX)
007500         MOVE IMG-SCAN-IDX TO IMG-BAND-NO
007510         SET BAND-FOUND TO TRUE
007520     END-IF.
007530*****************************************************************
007540* P-CHECK-SLOT-CELLS - EVERY CELL OF THE DECLARED SHAPE MUST HAVE
007550*     BEEN DELIVERED.  A SHORT EXPORT (A CANCELLED RENDER STEP)
007560*     WOULD PAINT AS A BLACK HOLE IN THE PICTURE.
007570*****************************************************************
007580 P-CHECK-SLOT-CELLS.
007590     MULTIPLY SLT-ROWS (IMG-SLOT-NO) BY SLT-COLS (IMG-SLOT-NO)
007600         GIVING IMG-CELL-PRODUCT
007610     IF SLT-CELLS (IMG-SLOT-NO) < IMG-CELL-PRODUCT
007620         SUBTRACT SLT-CELLS (IMG-SLOT-NO) FROM IMG-CELL-PRODUCT
007630         ADD IMG-CELL-PRODUCT TO IMG-CELLS-MISSING
007640         IF NOT SOURCE-BAD
007650             MOVE "SHORT" TO SLT-DISP (IMG-SLOT-NO)
007660         END-IF
007670         PERFORM P-FLAG-SOURCE
007680     END-IF.
007690*****************************************************************
007700* P-FLAG-SOURCE - MARKS THE SOURCE IN HAND, AND THE EXPORT AS A
007710*     WHOLE, AS BAD.  IN GRID MODE A BAD SLOT ALSO HOLDS BACK THE
007720*     PICTURE.
007730*****************************************************************
007740 P-FLAG-SOURCE.
007750     SET SOURCE-BAD TO TRUE
007760     SET SLOT-FAILED TO TRUE
007770     SET IMG-ERROR TO TRUE.
007780*****************************************************************
007790* P-WRITE-SLOT-LINE - ONE EXPORT'S LISTING LINE.  THE IMAGE
007800*     COLUMNS STAY BLANK - THE SLOTS SHARE ONE PICTURE, LISTED
007810*     UNDER THE WINDOW.
007820*****************************************************************
007830 P-WRITE-SLOT-LINE.
007840     MOVE SPACES TO IMG-SOURCE-LINE
007850     MOVE IMG-SLOT-NO TO IMG-SRC-NO
007860     MOVE SLT-FILE (IMG-SLOT-NO) TO IMG-SRC-FILE
007870     MOVE SLT-DISP (IMG-SLOT-NO) TO IMG-SRC-DISP
007880     MOVE SLT-ROWS (IMG-SLOT-NO) TO IMG-SRC-ROWS
007890     MOVE SLT-COLS (IMG-SLOT-NO) TO IMG-SRC-COLS
007900     MOVE SPACES TO IMG-SRC-WIDTH-X
007910     MOVE SPACES TO IMG-SRC-HEIGHT-X
007920     MOVE SLT-PRECISION (IMG-SLOT-NO) TO IMG-SRC-PRECISION
007930     MOVE SLT-SET (IMG-SLOT-NO) TO IMG-SRC-SET
007940     MOVE IMG-SOURCE-LINE TO IMG-OUT-REC
007950     WRITE IMG-OUT-REC.
007960*****************************************************************
007970* P-WRITE-WINDOW - THE SOURCE WINDOW AT FULL WIDTH, AND A JULIA
007980*     PICTURE'S CONSTANT.
007990*****************************************************************
008000 P-WRITE-WINDOW.
008010     MOVE SPACES TO IMG-WINDOW-LINE
008020     MOVE "SOURCE WINDOW X-MIN" TO IMG-WIN-LABEL
008030     MOVE IMG-WIN-X-MIN TO IMG-WIN-VALUE
008040     MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008050     WRITE IMG-OUT-REC
008060     MOVE "SOURCE WINDOW X-MAX" TO IMG-WIN-LABEL
008070     MOVE IMG-WIN-X-MAX TO IMG-WIN-VALUE
008080     MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008090     WRITE IMG-OUT-REC
008100     MOVE "SOURCE WINDOW Y-MIN" TO IMG-WIN-LABEL
008110     MOVE IMG-WIN-Y-MIN TO IMG-WIN-VALUE
008120     MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008130     WRITE IMG-OUT-REC
008140     MOVE "SOURCE WINDOW Y-MAX" TO IMG-WIN-LABEL
008150     MOVE IMG-WIN-Y-MAX TO IMG-WIN-VALUE
008160     MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008170     WRITE IMG-OUT-REC
008180     MOVE SPACES TO IMG-SETTING-LINE
008190     MOVE "SET" TO IMG-SET-LABEL
008200     IF IMG-SET = "J"
008210         MOVE "JULIA" TO IMG-SET-VALUE
008220     ELSE
008230         MOVE "MANDELBROT" TO IMG-SET-VALUE
008240     END-IF
008250     MOVE IMG-SETTING-LINE TO IMG-OUT-REC
008260     WRITE IMG-OUT-REC
008270     IF IMG-SET = "J"
008280         MOVE IMG-SET-JC TO IMG-JC-CHAR
008290         MOVE "JULIA CONSTANT X" TO IMG-WIN-LABEL
008300         MOVE IMG-JC-X TO IMG-WIN-VALUE
008310         MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008320         WRITE IMG-OUT-REC
008330         MOVE "JULIA CONSTANT Y" TO IMG-WIN-LABEL
008340         MOVE IMG-JC-Y TO IMG-WIN-VALUE
008350         MOVE IMG-WINDOW-LINE TO IMG-OUT-REC
008360         WRITE IMG-OUT-REC
008370     END-IF.
008380*****************************************************************
008390* P-EXPORT-FRAME - ONE FRAME FILE INTO ITS OWN NUMBERED IMAGE.
008400*     FRAME 1'S HEADER SAYS HOW LONG THE FLIGHT IS.  A FRAME
008410*     THAT CANNOT BE OPENED OR HAS NO HEADER IS LISTED AND
008420*     FLAGGED, AND THE WALK GOES ON.
008430*****************************************************************
008440 P-EXPORT-FRAME.
008450     MOVE "N" TO SOURCE-BAD-SW
008460     MOVE IMG-FRAME-NO TO FRAME-FILE-NO
008470     MOVE IMG-FRAME-NO TO FRAME-IMAGE-NO
008480     MOVE FRAME-IMAGE-NAME TO IMAGE-FILE-NAME
008490     MOVE "CONVERTED" TO SLT-DISP (1)
008500     MOVE SPACES TO SLT-PRECISION (1)
008510     MOVE "M" TO SLT-SET (1)
008520     MOVE 0 TO IMG-ROWS-N
008530     MOVE IMG-FRAME-COLS TO IMG-COLS-N
008540     MOVE 0 TO IMG-WIDTH
008550     MOVE 0 TO IMG-HEIGHT
008560     MOVE ZEROS TO IMG-SLOT (1)
008570     MOVE "N" TO HDR-SEEN-SW
008580     OPEN INPUT FRAMEIN
008590     IF FRAMEIN-STATUS NOT = "00"
008600         MOVE "MISSING" TO SLT-DISP (1)
008610         PERFORM P-FLAG-SOURCE
008620         PERFORM P-WRITE-FRAME-LINE
008630         GO TO P-EXPORT-FRAME-EXIT
008640     END-IF
008650     ADD 1 TO IMG-SOURCES-READ
008660     MOVE "N" TO FRAME-EOF-SW
008670     READ FRAMEIN
008680         AT END
008690             SET FRAME-EOF TO TRUE
008700     END-READ
008710     IF FRAME-EOF OR FRAME-IN-REC (1:8) NOT = "FRAMEHDR"
008720         MOVE "NO HEADER" TO SLT-DISP (1)
008730         PERFORM P-FLAG-SOURCE
008740         CLOSE FRAMEIN
008750         PERFORM P-WRITE-FRAME-LINE
008760         GO TO P-EXPORT-FRAME-EXIT
008770     END-IF
008780     SET HDR-SEEN TO TRUE
008790     MOVE FRAME-IN-REC TO FRAME-HEADER-RECORD
008800     MOVE FH-PRECISION TO SLT-PRECISION (1)
008810     IF IMG-FRAME-NO = 1 AND FH-FRAME-COUNT IS NUMERIC
008820             AND FH-FRAME-COUNT > 0 AND FH-FRAME-COUNT <= 99
008830         MOVE FH-FRAME-COUNT TO IMG-FRAME-COUNT
008840     END-IF
008850     PERFORM P-LOAD-FRAME-ROW UNTIL FRAME-EOF
008860     CLOSE FRAMEIN
008870     IF IMG-ROWS-N = 0
008880         MOVE "NO ROWS" TO SLT-DISP (1)
008890         PERFORM P-FLAG-SOURCE
008900     ELSE
008910         PERFORM P-WRITE-IMAGE THRU P-WRITE-IMAGE-EXIT
008920     END-IF
008930     PERFORM P-WRITE-FRAME-LINE.
008940 P-EXPORT-FRAME-EXIT.
008950     EXIT.
008960*****************************************************************
008970* P-LOAD-FRAME-ROW - ONE FRAME RECORD.  THE SETHDR SAYS WHICH SET
008980*     THE FRAME IS; EVERY OTHER RECORD IS A PICTURE ROW, UP TO
008990*     THE 70 A FRAME CAN HOLD.  THE FILE'S TRAILER RECORD (SEE
008991*     FILETRLREC) IS PASSED OVER.
009000*****************************************************************
009010 P-LOAD-FRAME-ROW.
009020     READ FRAMEIN
009030         AT END
009040             SET FRAME-EOF TO TRUE
009050     END-READ
009060     IF NOT FRAME-EOF AND FRAME-IN-REC (1:8) NOT = "FILETRL"
009070         IF FRAME-IN-REC (1:6) = "SETHDR"
009080             MOVE FRAME-IN-REC TO SET-HEADER-RECORD
009090             MOVE SH-SET TO SLT-SET (1)
009100         ELSE
009110             IF IMG-ROWS-N < 70
009120                 ADD 1 TO IMG-ROWS-N
009130                 PERFORM P-TAKE-FRAME-CHAR
009140                     VARYING IMG-COL-IDX FROM 1 BY 1
009150                     UNTIL IMG-COL-IDX > IMG-COLS-N
009160             END-IF
009170         END-IF
009180     END-IF.
009190*****************************************************************
009200* P-TAKE-FRAME-CHAR - ONE PAINTED CHARACTER BACK TO ITS BAND.
009210*     THE TOP BAND TAKES THE IN-SET ENTRY.  A CHARACTER THE BAND
009220*     TABLE DOES NOT HOLD (A FRAME PAINTED UNDER ANOTHER BANDDEF)
009230*     IS COUNTED AND FAILS THE FRAME.
009240*****************************************************************
009250 P-TAKE-FRAME-CHAR.
009260     MOVE FRAME-IN-REC (IMG-COL-IDX:1) TO IMG-CHAR
009270     MOVE 0 TO IMG-BAND-NO
009280     MOVE "N" TO BAND-FOUND-SW
009290     PERFORM P-MATCH-FRAME-CHAR
009300         VARYING IMG-SCAN-IDX FROM 1 BY 1
009310         UNTIL IMG-SCAN-IDX > 10 OR BAND-FOUND
009320     ADD 1 TO IMG-CELLS-LOADED
009330     IF NOT BAND-FOUND
009340         ADD 1 TO IMG-CHARS-UNKNOWN
009350         IF NOT SOURCE-BAD
009360             MOVE "BAD CHAR" TO SLT-DISP (1)
009370         END-IF
009380         PERFORM P-FLAG-SOURCE
009390     ELSE
009400         IF IMG-BAND-NO = 10
009410             MOVE 11 TO IMG-BAND-NO
009420         END-IF
009430     END-IF
009440     MOVE IMG-BAND-NO TO IMG-PIX (1, IMG-ROWS-N, IMG-COL-IDX).
009450*****************************************************************
009460* P-MATCH-FRAME-CHAR - ONE BAND'S CHARACTER AGAINST THE FRAME'S.
009470*****************************************************************
009480 P-MATCH-FRAME-CHAR.
009490     IF IMG-CHAR = BAND-CODE-ENTRY (IMG-SCAN-IDX)
009500         MOVE IMG-SCAN-IDX TO IMG-BAND-NO
009510         SET BAND-FOUND TO TRUE
009520     END-IF.
009530*****************************************************************
009540* P-WRITE-FRAME-LINE - ONE FRAME'S LISTING LINE AND, WHEN ITS
009550*     HEADER WAS READ, THE WINDOW IT CARRIED.
009560*****************************************************************
009570 P-WRITE-FRAME-LINE.
009580     MOVE SPACES TO IMG-SOURCE-LINE
009590     MOVE IMG-FRAME-NO TO IMG-SRC-NO
009600     MOVE FRAME-FILE-NAME TO IMG-SRC-FILE
009610     MOVE SLT-DISP (1) TO IMG-SRC-DISP
009620     MOVE IMG-ROWS-N TO IMG-SRC-ROWS
009630     MOVE IMG-COLS-N TO IMG-SRC-COLS
009640     IF IMG-WIDTH > 0
009650         MOVE IMAGE-FILE-NAME TO IMG-SRC-IMAGE
009660         MOVE IMG-WIDTH TO IMG-SRC-WIDTH
009670         MOVE IMG-HEIGHT TO IMG-SRC-HEIGHT
009680     ELSE
009690         MOVE SPACES TO IMG-SRC-WIDTH-X
009700         MOVE SPACES TO IMG-SRC-HEIGHT-X
009710     END-IF
009720     MOVE SLT-PRECISION (1) TO IMG-SRC-PRECISION
009730     MOVE SLT-SET (1) TO IMG-SRC-SET
009740     MOVE IMG-SOURCE-LINE TO IMG-OUT-REC
009750     WRITE IMG-OUT-REC
009760     IF HDR-SEEN
009770             AND FH-X-MIN IS NUMERIC AND FH-X-MAX IS NUMERIC
009780             AND FH-Y-MIN IS NUMERIC AND FH-Y-MAX IS NUMERIC
009790         MOVE FH-X-MIN TO IMG-FRM-X-MIN
009800         MOVE FH-X-MAX TO IMG-FRM-X-MAX
009810         MOVE FH-Y-MIN TO IMG-FRM-Y-MIN
009820         MOVE FH-Y-MAX TO IMG-FRM-Y-MAX
009830         MOVE IMG-FRAME-WINDOW-LINE TO IMG-OUT-REC
009840         WRITE IMG-OUT-REC
009850     END-IF.
009860*****************************************************************
009870* P-WRITE-IMAGE - ONE IMAGE FILE: THE MAGIC NUMBER, THE WIDTH AND
009880*     HEIGHT, THE MAXIMUM SAMPLE VALUE, THEN EVERY PIXEL ROW BY
009890*     ROW, EACH CELL REPLICATED SCALE TIMES EACH WAY.
009900*****************************************************************
009910 P-WRITE-IMAGE.
009920     MULTIPLY IMG-COLS-N BY MOS-COLS-N GIVING IMG-WIDTH
009930     MULTIPLY IMG-SCALE BY IMG-WIDTH
009940     MULTIPLY IMG-ROWS-N BY MOS-ROWS-N GIVING IMG-HEIGHT
009950     MULTIPLY IMG-SCALE BY IMG-HEIGHT
009960     OPEN OUTPUT IMAGEOUT
009970     IF IMAGEOUT-STATUS NOT = "00"
009980         IF IMG-FROM-FRAMES AND NOT SOURCE-BAD
009990             MOVE "NOT WRITTEN" TO SLT-DISP (1)
010000         END-IF
010010         PERFORM P-FLAG-SOURCE
010020         MOVE 0 TO IMG-WIDTH
010030         GO TO P-WRITE-IMAGE-EXIT
010040     END-IF
010050     MOVE IMG-FORMAT TO IMAGE-OUT-REC
010060     WRITE IMAGE-OUT-REC
010070     MOVE IMG-WIDTH TO IMG-DIM-WIDTH
010080     MOVE IMG-HEIGHT TO IMG-DIM-HEIGHT
010090     MOVE IMG-DIM-LINE TO IMAGE-OUT-REC
010100     WRITE IMAGE-OUT-REC
010110     MOVE IMG-MAXVAL-LINE TO IMAGE-OUT-REC
010120     WRITE IMAGE-OUT-REC
010130     MOVE SPACES TO IMG-LINE
010140     MOVE 0 TO IMG-LINE-TOKENS
010150     PERFORM P-WRITE-MOSAIC-BAND
010160         VARYING IMG-MBAND-IDX FROM 1 BY 1
010170         UNTIL IMG-MBAND-IDX > MOS-ROWS-N
010180     PERFORM P-FLUSH-IMAGE-LINE
010190     IF IMAGEOUT-STATUS NOT = "00"
010200         PERFORM P-FLAG-SOURCE
010210     END-IF
010220     CLOSE IMAGEOUT
010230     ADD 1 TO IMG-IMAGES-WRITTEN.
010240 P-WRITE-IMAGE-EXIT.
010250     EXIT.
010260*****************************************************************
010270* P-WRITE-MOSAIC-BAND - ONE BAND OF TILES, TOP TO BOTTOM.
010280*****************************************************************
010290 P-WRITE-MOSAIC-BAND.
010300     PERFORM P-WRITE-SOURCE-ROW
010310         VARYING IMG-ROW-IDX FROM 1 BY 1
010320         UNTIL IMG-ROW-IDX > IMG-ROWS-N.
010330*****************************************************************
010340* P-WRITE-SOURCE-ROW - ONE GRID ROW, AS SCALE PIXEL ROWS.
010350*****************************************************************
010360 P-WRITE-SOURCE-ROW.
010370     PERFORM P-WRITE-PIXEL-ROW IMG-SCALE TIMES.
010380*****************************************************************
010390* P-WRITE-PIXEL-ROW - ONE PIXEL ROW ACROSS EVERY TILE OF THE
010400*     BAND, LEFT TO RIGHT.
010410*****************************************************************
010420 P-WRITE-PIXEL-ROW.
010430     PERFORM P-WRITE-TILE-SPAN
010440         VARYING IMG-MCOL-IDX FROM 1 BY 1
010450         UNTIL IMG-MCOL-IDX > MOS-COLS-N.
010460*****************************************************************
010470* P-WRITE-TILE-SPAN - ONE TILE'S SHARE OF THE PIXEL ROW.
010480*****************************************************************
010490 P-WRITE-TILE-SPAN.
010500     SUBTRACT 1 FROM IMG-MBAND-IDX GIVING IMG-SLOT-NO
010510     MULTIPLY MOS-COLS-N BY IMG-SLOT-NO
010520     ADD IMG-MCOL-IDX TO IMG-SLOT-NO
010530     PERFORM P-WRITE-SOURCE-CELL
010540         VARYING IMG-COL-IDX FROM 1 BY 1
010550         UNTIL IMG-COL-IDX > IMG-COLS-N.
010560*****************************************************************
010570* P-WRITE-SOURCE-CELL - ONE CELL, AS SCALE PIXELS.  A CELL THAT
010580*     WAS NEVER DELIVERED PAINTS IN THE IN-SET COLOUR.
010590*****************************************************************
010600 P-WRITE-SOURCE-CELL.
010610     MOVE IMG-PIX (IMG-SLOT-NO, IMG-ROW-IDX, IMG-COL-IDX)
010620         TO IMG-PAL-IDX
010630     IF IMG-PAL-IDX < 1 OR IMG-PAL-IDX > 11
010640         MOVE 11 TO IMG-PAL-IDX
010650     END-IF
010660     PERFORM P-WRITE-PIXEL IMG-SCALE TIMES.
010670*****************************************************************
010680* P-WRITE-PIXEL - ONE PIXEL: A GREY SAMPLE, OR A RED, GREEN AND
010690*     BLUE SAMPLE.
010700*****************************************************************
010710 P-WRITE-PIXEL.
010720     ADD 1 TO IMG-PIXELS-WRITTEN
010730     IF IMG-COLOUR
010740         MOVE IMG-PAL-RED (IMG-PAL-IDX) TO IMG-SAMPLE
010750         PERFORM P-PUT-SAMPLE
010760         MOVE IMG-PAL-GREEN (IMG-PAL-IDX) TO IMG-SAMPLE
010770         PERFORM P-PUT-SAMPLE
010780         MOVE IMG-PAL-BLUE (IMG-PAL-IDX) TO IMG-SAMPLE
010790         PERFORM P-PUT-SAMPLE
010800     ELSE
010810         MOVE IMG-PAL-GREY (IMG-PAL-IDX) TO IMG-SAMPLE
010820         PERFORM P-PUT-SAMPLE
010830     END-IF.
010840*****************************************************************
010850* P-PUT-SAMPLE - ONE SAMPLE INTO THE IMAGE LINE, WRITING THE LINE
010860*     OUT FIRST WHEN IT IS FULL.
010870*****************************************************************
010880 P-PUT-SAMPLE.
010890     IF IMG-LINE-TOKENS = 17
010900         PERFORM P-FLUSH-IMAGE-LINE
010910     END-IF
010920     MULTIPLY IMG-LINE-TOKENS BY 4 GIVING IMG-LINE-POS
010930     ADD 1 TO IMG-LINE-POS
010940     MOVE IMG-SAMPLE TO IMG-SAMPLE-EDIT
010950     MOVE IMG-SAMPLE-EDIT TO IMG-LINE (IMG-LINE-POS:3)
010960     ADD 1 TO IMG-LINE-TOKENS.
010970*****************************************************************
010980* P-FLUSH-IMAGE-LINE - THE IMAGE LINE IN HAND, IF IT HOLDS ANY
010990*     SAMPLES.
011000*****************************************************************
011010 P-FLUSH-IMAGE-LINE.
011020     IF IMG-LINE-TOKENS > 0
011030         MOVE IMG-LINE TO IMAGE-OUT-REC
011040         WRITE IMAGE-OUT-REC
011050         MOVE SPACES TO IMG-LINE
011060         MOVE 0 TO IMG-LINE-TOKENS
011070     END-IF.
011080*****************************************************************
011090* P-WRITE-REPORT-HEADERS - OPENS IMGRPT AND WRITES THE TITLE, THE
011100*     SETTINGS IN EFFECT AND THE SOURCE COLUMN HEADINGS.
011110*****************************************************************
011120 P-WRITE-REPORT-HEADERS.
011130     OPEN OUTPUT IMGRPT
011140     MOVE IMG-TITLE TO IMG-OUT-REC
011150     WRITE IMG-OUT-REC
011160     MOVE IMG-RULE TO IMG-OUT-REC
011170     WRITE IMG-OUT-REC
011180     MOVE SPACES TO IMG-SETTING-LINE
011190     MOVE "INPUT" TO IMG-SET-LABEL
011200     IF IMG-FROM-FRAMES
011210         MOVE "ZOOM SEQUENCE FRAMES" TO IMG-SET-VALUE
011220     ELSE
011230         IF IMG-FROM-TILES
011240             MOVE "TILE EXPORTS, R BY C =" TO IMG-SET-VALUE
011250             MOVE MOS-ROWS-N TO IMG-SET-VALUE (24:1)
011260             MOVE "BY" TO IMG-SET-VALUE (26:2)
011270             MOVE MOS-COLS-N TO IMG-SET-VALUE (29:1)
011280         ELSE
011290             MOVE "GRIDEXP" TO IMG-SET-VALUE
011300         END-IF
011310     END-IF
011320     MOVE IMG-SETTING-LINE TO IMG-OUT-REC
011330     WRITE IMG-OUT-REC
011340     MOVE SPACES TO IMG-SETTING-LINE
011350     MOVE "FORMAT" TO IMG-SET-LABEL
011360     IF IMG-COLOUR
011370         MOVE "P3 - PLAIN PPM, COLOUR" TO IMG-SET-VALUE
011380     ELSE
011390         MOVE "P2 - PLAIN PGM, GREYSCALE" TO IMG-SET-VALUE
011400     END-IF
011410     MOVE IMG-SETTING-LINE TO IMG-OUT-REC
011420     WRITE IMG-OUT-REC
011430     MOVE SPACES TO IMG-SETTING-LINE
011440     MOVE "PIXEL SOURCE" TO IMG-SET-LABEL
011450     IF IMG-FROM-FRAMES
011460         MOVE "FRAME CHARACTERS BY THE BAND TABLE"
011470             TO IMG-SET-VALUE
011480     ELSE
011490         IF IMG-FROM-I
011500             MOVE "GEX-I BY THE BAND TABLE" TO IMG-SET-VALUE
011510         ELSE
011520             MOVE "GEX-BAND AS EXPORTED" TO IMG-SET-VALUE
011530         END-IF
011540     END-IF
011550     MOVE IMG-SETTING-LINE TO IMG-OUT-REC
011560     WRITE IMG-OUT-REC
011570     MOVE SPACES TO IMG-SETTING-LINE
011580     MOVE "BAND TABLE" TO IMG-SET-LABEL
011590     IF BANDDEF-LOADED
011600         MOVE "INSTALLATION BANDDEF" TO IMG-SET-VALUE
011610     ELSE
011620         MOVE "CLASSIC, PERCENT OF MAXI" TO IMG-SET-VALUE
011630     END-IF
011640     MOVE IMG-SETTING-LINE TO IMG-OUT-REC
011650     WRITE IMG-OUT-REC
011660     MOVE SPACES TO IMG-TOTAL-LINE
011670     MOVE "SCALE FACTOR" TO IMG-TOTAL-LABEL
011680     MOVE IMG-SCALE TO IMG-TOTAL-COUNT
011690     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
011700     WRITE IMG-OUT-REC
011710     MOVE IMG-RULE TO IMG-OUT-REC
011720     WRITE IMG-OUT-REC
011730     MOVE IMG-SOURCE-HEADING TO IMG-OUT-REC
011740     WRITE IMG-OUT-REC
011750     MOVE IMG-RULE TO IMG-OUT-REC
011760     WRITE IMG-OUT-REC.
011770*****************************************************************
011780* P-WRITE-PALETTE - THE PALETTE THE IMAGES WERE PAINTED WITH,
011790*     BAND BY BAND, AND THE FIXED IN-SET ENTRY.
011800*****************************************************************
011810 P-WRITE-PALETTE.
011820     MOVE IMG-RULE TO IMG-OUT-REC
011830     WRITE IMG-OUT-REC
011840     MOVE IMG-PALETTE-HEADING TO IMG-OUT-REC
011850     WRITE IMG-OUT-REC
011860     MOVE IMG-RULE TO IMG-OUT-REC
011870     WRITE IMG-OUT-REC
011880     PERFORM P-WRITE-PALETTE-LINE
011890         VARYING IMG-PAL-IDX FROM 1 BY 1
011900         UNTIL IMG-PAL-IDX > 11.
011910*****************************************************************
011920* P-WRITE-PALETTE-LINE - ONE PALETTE ENTRY.  WITHOUT A BANDDEF
011930*     THE BANDS ARE TENTHS OF MAXI AND HAVE NO THRESHOLD TO
011940*     SHOW.
011950*****************************************************************
011960 P-WRITE-PALETTE-LINE.
011970     MOVE SPACES TO IMG-PALETTE-LINE
011980     IF IMG-PAL-IDX = 11
011990         MOVE "IN SET" TO IMG-PL-BAND
012000         MOVE SPACES TO IMG-PL-THRESH-X
012010     ELSE
012020         MOVE IMG-PAL-IDX TO IMG-PL-BAND-NO
012030         MOVE "'" TO IMG-PL-CHAR-OPEN
012040         MOVE BAND-CODE-ENTRY (IMG-PAL-IDX) TO IMG-PL-CHAR
012050         MOVE "'" TO IMG-PL-CHAR-CLOSE
012060         IF BANDDEF-LOADED
012070             MOVE BAND-THRESH (IMG-PAL-IDX) TO IMG-PL-THRESH
012080         ELSE
012090             MOVE SPACES TO IMG-PL-THRESH-X
012100         END-IF
012110     END-IF
012120     MOVE IMG-PAL-GREY (IMG-PAL-IDX) TO IMG-PL-GREY
012130     MOVE IMG-PAL-RED (IMG-PAL-IDX) TO IMG-PL-RED
012140     MOVE IMG-PAL-GREEN (IMG-PAL-IDX) TO IMG-PL-GREEN
012150     MOVE IMG-PAL-BLUE (IMG-PAL-IDX) TO IMG-PL-BLUE
012160     MOVE IMG-PAL-SOURCE (IMG-PAL-IDX) TO IMG-PL-SOURCE
012170     MOVE IMG-PALETTE-LINE TO IMG-OUT-REC
012180     WRITE IMG-OUT-REC.
012190*****************************************************************
012200* P-WRITE-TOTALS - CONTROL TOTALS AND THE EXPORT STATUS.
012210*****************************************************************
012220 P-WRITE-TOTALS.
012230     MOVE IMG-RULE TO IMG-OUT-REC
012240     WRITE IMG-OUT-REC
012250     MOVE SPACES TO IMG-TOTAL-LINE
012260     MOVE "SOURCE FILES READ" TO IMG-TOTAL-LABEL
012270     MOVE IMG-SOURCES-READ TO IMG-TOTAL-COUNT
012280     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
012290     WRITE IMG-OUT-REC
012300     MOVE "CELLS LOADED" TO IMG-TOTAL-LABEL
012310     MOVE IMG-CELLS-LOADED TO IMG-TOTAL-COUNT
012320     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
012330     WRITE IMG-OUT-REC
012340     IF IMG-FROM-FRAMES
012350         MOVE "CHARACTERS NOT IN TABLE" TO IMG-TOTAL-LABEL
012360         MOVE IMG-CHARS-UNKNOWN TO IMG-TOTAL-COUNT
012370     ELSE
012380         MOVE "CELLS NOT DELIVERED" TO IMG-TOTAL-LABEL
012390         MOVE IMG-CELLS-MISSING TO IMG-TOTAL-COUNT
012400     END-IF
012410     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
012420     WRITE IMG-OUT-REC
012430     MOVE "IMAGE FILES WRITTEN" TO IMG-TOTAL-LABEL
012440     MOVE IMG-IMAGES-WRITTEN TO IMG-TOTAL-COUNT
012450     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
012460     WRITE IMG-OUT-REC
012470     MOVE "PIXELS WRITTEN" TO IMG-TOTAL-LABEL
012480     MOVE IMG-PIXELS-WRITTEN TO IMG-TOTAL-COUNT
012490     MOVE IMG-TOTAL-LINE TO IMG-OUT-REC
012500     WRITE IMG-OUT-REC
012510     IF IMG-ERROR
012520         MOVE "ERROR" TO IMG-STATUS
012530     ELSE
012540         MOVE "GOOD" TO IMG-STATUS
012550     END-IF
012560     MOVE IMG-STATUS-LINE TO IMG-OUT-REC
012570     WRITE IMG-OUT-REC.
012580*****************************************************************
012590* P-END - JOB TERMINATION.
012600*****************************************************************
012610 P-END.
012620     CLOSE IMGRPT
012630     IF IMG-ERROR
012640         MOVE 8 TO RETURN-CODE
012650     END-IF
012660     DISPLAY "The ENd"
012670     STOP RUN.
012680*****************************************************************
012690* P-RESOLVE-GENERATION - LOOKS THE IMGPARM GENERATION UP IN THE
012700*     RENDER CATALOG AND READS ITS ARCHIVED EXPORT IN PLACE OF
012710*     GRIDEXP.  THE LISTING SAYS WHICH GENERATION WAS READ; ONE
012720*     THAT CANNOT BE FOUND CUTS NO IMAGE.
012730*****************************************************************
012740 P-RESOLVE-GENERATION.
012750     MOVE IMG-PARM-GEN TO RCF-REF-GEN
012760     MOVE IMG-PARM-REGION TO RCF-REF-REGION
012770     SET RCF-WANT-GRIDEXP TO TRUE
012780     PERFORM P-FIND-GENERATION THRU P-FIND-GENERATION-EXIT
012790     MOVE "GRIDEXP" TO RCF-SRC-FILE
012800     MOVE RCF-SOURCE-LINE TO IMG-OUT-REC
012810     WRITE IMG-OUT-REC
012820     IF RCF-FOUND
012830         MOVE RCF-FILE-NAME TO GEX-FILE-NAME
012840     ELSE
012850         SET GEN-FAILED TO TRUE
012860         SET IMG-ERROR TO TRUE
012870     END-IF.
012880     COPY RCATFIND.
