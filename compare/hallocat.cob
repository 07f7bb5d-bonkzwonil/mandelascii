000010*****************************************************************
000020* HALLOCAT - REGION CATALOG BOOK FOR HALLOPGM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOCAT.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  PRINTS THE REGION CATALOG BOOK - ONE ENTRY FOR EVERY
000120*     REGION ON REGIONMST (SEE REGIONREC), IN NAME ORDER, SO AN
000130*     ANALYST CAN SEE WHAT A NAME LOOKS LIKE BEFORE PUTTING IT ON
000140*     A PARM OR ZOOM-QUEUE CARD.  EACH ENTRY SHOWS THE REGION'S
000150*     NAME, CENTER, SPAN AND MAXI, A SMALL THUMBNAIL RENDER OF
000160*     THE REGION, THE THUMBNAIL'S POINTS BAND BY BAND, AND HOW
000170*     MANY ZOOMQHIST REQUESTS HAVE NAMED THE REGION.
000180*
000190*     THE THUMBNAIL IS RENDERED THE WAY HALLOPGM WOULD RENDER THE
000200*     REGION IF A CARD NAMED IT - CENTERED ON RGN-X/RGN-Y, ACROSS
000210*     RGN-SPAN, TO RGN-MAXI, WITH THE SAME COLS-1/ROWS-1 GRID
000220*     STEPS AND CLASSIFIED THROUGH THE INSTALLATION BANDDEF BAND
000230*     TABLE WHEN ONE IS ON THE JOB (TENTHS OF MAXI WHEN NOT).  A
000240*     REGION WITH NO SUGGESTED SPAN OR MAXI ON THE MASTER TAKES
000250*     THE CATPARM DEFAULT, WHICH IS NOTED ON ITS ENTRY.  THE
000260*     PLAIN SV9(07) ARITHMETIC IS USED WHERE IT CAN RESOLVE THE
000270*     THUMBNAIL - EVERY BOUND INSIDE +/-0.9999999 AND A SPAN OF
000280*     AT LEAST ONE SEVEN-DECIMAL STEP PER GRID INTERVAL, THE SAME
000290*     RULE HALLOPGM'S ZOOM SEQUENCE APPLIES TO A FRAME - AND THE
000300*     EXTENDED-PRECISION (DZ-) ARITHMETIC EVERYWHERE ELSE.
000310*     THUMBNAILS ARE ALWAYS OF THE MANDELBROT SET.
000320*
000330*     A REQUEST COUNTS AGAINST A REGION WHEN ITS ZOOMQHIST RECORD
000340*     NAMES THE REGION AS ZQ-REGION-NAME OR AS ZQ-JC-REGION.  A
000350*     REQUEST THE BUDGET DEFERRED IS HISTORIED AGAIN EACH NIGHT
000360*     IT IS CARRIED, SO ONLY ITS FIRST HISTORY RECORD (ZERO
000370*     ZQ-DEFER-NIGHTS) IS COUNTED, AS IN HALLOCHG.
000380*
000390*     A THUMBNAIL WHOSE POINTS ALL FALL IN ONE BAND SHOWS THE
000400*     ANALYST NOTHING - THE SPAN OR MAXI ON THE MASTER IS WRONG
000410*     FOR THE REGION.  EVERY SUCH REGION IS LISTED AGAIN ON THE
000420*     EXCEPTIONS PAGE AT THE BACK OF THE BOOK WITH A SUGGESTED
000430*     CORRECTION, FOR THE REGION'S OWNER TO KEY AS A HALLORGN
000440*     CHANGE TRANSACTION.  AN EXCEPTION IS NOT AN ERROR.
000450*
000460*     THE CATPARM CARD -
000470*     COLS  1- 2  THUMBNAIL ROWS 03 TO 25, DEFAULT 13
000480*     COLS  4- 5  THUMBNAIL COLUMNS 03 TO 60, DEFAULT 27
000490*     COLS  7-11  MAXI FOR A REGION WITH NONE ON THE MASTER,
000500*                 DEFAULT 05000 (HALLOPGM'S OWN DEFAULT)
000510*     COLS 13-40  SPAN FOR A REGION WITH NONE ON THE MASTER,
000520*                 SIGNED, 9 INT + 18 DECIMAL DIGITS, DEFAULT
000530*                 +0.000001 (HALLOPGM'S OWN DEFAULT)
000540*     A MISSING CARD, OR ANYTHING UNUSABLE IN A COLUMN, LEAVES
000550*     THAT COLUMN'S DEFAULT.
000560*
000570*     A REGION MASTER THAT CANNOT BE OPENED OR READ, OR MORE
000580*     REGIONS THAN THE REQUEST-COUNT TABLE HOLDS, ENDS THE JOB
000590*     WITH CONDITION CODE 8.  A MISSING ZOOMQHIST COUNTS NOTHING.
000600*
000610* MODIFICATION HISTORY.
000620*     10/15/2026  RH   ORIGINAL VERSION.
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CATPARM ASSIGN TO "CATPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CATPARM-STATUS.
000700     SELECT BANDDEF ASSIGN TO "BANDDEF"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS BANDDEF-STATUS.
000730     SELECT REGIONMST ASSIGN TO "REGIONMST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RGN-NAME
000770         FILE STATUS IS REGIONMST-STATUS.
000780     SELECT ZOOMQHIST ASSIGN TO "ZOOMQHIST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS ZOOMQHIST-STATUS.
000810     SELECT CATRPT ASSIGN TO "CATRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CATRPT-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CATPARM
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  CAT-PARM-REC                PIC X(80).
000890 FD  BANDDEF
000900     RECORD CONTAINS 40 CHARACTERS.
000910     COPY BANDDEFREC.
000920 FD  REGIONMST
000930     RECORD CONTAINS 120 CHARACTERS.
000940     COPY REGIONREC.
000950 FD  ZOOMQHIST
000960     RECORD CONTAINS 225 CHARACTERS.
000970     COPY ZOOMQHREC.
000980 FD  CATRPT
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  CAT-OUT-REC                 PIC X(80).
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* FILE STATUS FIELDS
001040*----------------------------------------------------------------
001050 01  CATPARM-STATUS              PIC X(02).
001060 01  BANDDEF-STATUS              PIC X(02).
001070 01  REGIONMST-STATUS            PIC X(02).
001080 01  ZOOMQHIST-STATUS            PIC X(02).
001090 01  CATRPT-STATUS               PIC X(02).
001100*----------------------------------------------------------------
001110* CATALOG BOOK LAYOUT
001120*----------------------------------------------------------------
001130     COPY CATRPTREC.
001140*----------------------------------------------------------------
001150* ESCAPE-TIME BAND TABLE, OVERLAID FROM BANDDEF WHEN ONE IS ON
001160* THE JOB (SEE BANDTABREC)
001170*----------------------------------------------------------------
001180     COPY BANDTABREC.
001190*----------------------------------------------------------------
001200* THE CATPARM CARD
001210*----------------------------------------------------------------
001220 01  CAT-PARM-CARD               PIC X(80) VALUE SPACES.
001230 01  CAT-PARM-FIELDS REDEFINES CAT-PARM-CARD.
001240     05  CAT-PARM-ROWS            PIC X(02).
001250     05  FILLER                   PIC X(01).
001260     05  CAT-PARM-COLS            PIC X(02).
001270     05  FILLER                   PIC X(01).
001280     05  CAT-PARM-MAXI            PIC X(05).
001290     05  FILLER                   PIC X(01).
001300     05  CAT-PARM-SPAN            PIC X(28).
001310     05  CAT-PARM-SPAN-N REDEFINES CAT-PARM-SPAN
001320         PIC S9(09)V9(18)
001330         SIGN IS LEADING SEPARATE CHARACTER.
001340     05  FILLER                   PIC X(40).
001350*----------------------------------------------------------------
001360* SWITCHES
001370*----------------------------------------------------------------
001380 01  CAT-SWITCHES.
001390     05  MST-EOF-SW               PIC X(01) VALUE "N".
001400         88  MST-EOF                        VALUE "Y".
001410     05  HIST-EOF-SW              PIC X(01) VALUE "N".
001420         88  HIST-EOF                       VALUE "Y".
001430     05  CAT-ERROR-SW             PIC X(01) VALUE "N".
001440         88  CAT-ERROR                      VALUE "Y".
001450     05  REGION-FOUND-SW          PIC X(01) VALUE "N".
001460         88  REGION-FOUND                   VALUE "Y".
001470     05  REGION-PASSED-SW         PIC X(01) VALUE "N".
001480         88  REGION-PASSED                  VALUE "Y".
001490     05  REGION-TABLED-SW         PIC X(01) VALUE "N".
001500         88  REGION-TABLED                  VALUE "Y".
001510     05  CAT-PLAIN-SW             PIC X(01) VALUE "Y".
001520         88  CAT-PLAIN                      VALUE "Y".
001530     05  SPAN-DEFAULTED-SW        PIC X(01) VALUE "N".
001540         88  SPAN-DEFAULTED                 VALUE "Y".
001550     05  MAXI-DEFAULTED-SW        PIC X(01) VALUE "N".
001560         88  MAXI-DEFAULTED                 VALUE "Y".
001570     05  RESULT-ESCAPED-SW        PIC X(01) VALUE "N".
001580         88  RESULT-ESCAPED                 VALUE "Y".
001590*----------------------------------------------------------------
001600* DEFAULTS FOR A REGION WITH NO SUGGESTION ON THE MASTER, AND THE
001610* SMALLEST SPAN THE PLAIN ARITHMETIC CAN RESOLVE ACROSS THE
001620* THUMBNAIL (ONE SV9(07) STEP PER GRID INTERVAL)
001630*----------------------------------------------------------------
001640 01  CAT-DEFAULTS.
001650     05  CAT-DFLT-MAXI            PIC 9(05) VALUE 5000.
001660     05  CAT-DFLT-SPAN            PIC S9(09)V9(18) COMP-3
001670                                  VALUE 0.000001.
001680     05  CAT-DZ-THRESHOLD         PIC S9(09)V9(18) COMP-3.
001690     05  CAT-CENTER-X             PIC S9(09)V9(18) COMP-3.
001700     05  CAT-CENTER-Y             PIC S9(09)V9(18) COMP-3.
001710*----------------------------------------------------------------
001720* CONTROL TOTALS
001730*----------------------------------------------------------------
001740 01  CAT-COUNTS.
001750     05  CAT-REGIONS-READ         PIC 9(08) COMP VALUE 0.
001760     05  CAT-PLAIN-COUNT          PIC 9(08) COMP VALUE 0.
001770     05  CAT-DZ-COUNT             PIC 9(08) COMP VALUE 0.
001780     05  CAT-POINTS-RENDERED      PIC 9(08) COMP VALUE 0.
001790     05  CAT-EXC-COUNT            PIC 9(08) COMP VALUE 0.
001800     05  CAT-HIST-READ            PIC 9(08) COMP VALUE 0.
001810     05  CAT-HIST-COUNTED         PIC 9(08) COMP VALUE 0.
001820     05  CAT-HIST-UNCATALOGED     PIC 9(08) COMP VALUE 0.
001830     05  CAT-TABLE-OVERFLOW       PIC 9(08) COMP VALUE 0.
001840*----------------------------------------------------------------
001850* ONE THUMBNAIL'S POINTS BAND BY BAND
001860*----------------------------------------------------------------
001870 01  CAT-BAND-POINTS-TABLE.
001880     05  CAT-BAND-POINTS          PIC 9(05) COMP OCCURS 10 TIMES.
001890 01  CAT-IN-SET-POINTS           PIC 9(05) COMP VALUE 0.
001900 77  CAT-BANDS-USED              PIC 9(02) COMP.
001910 77  CAT-ONE-BAND                PIC 9(02) COMP.
001920*----------------------------------------------------------------
001930* REGION TABLE, ONE ENTRY PER MASTER RECORD IN KEY ORDER AS THE
001940* FIRST PASS READS THEM, SO THE SECOND PASS FINDS ITS ENTRY BY
001950* POSITION.  CARRIES EACH REGION'S REQUEST COUNT FROM ZOOMQHIST
001960* AND, FOR AN ALL-ONE-BAND THUMBNAIL, THE BAND AND MAXI FOR THE
001970* EXCEPTIONS PAGE.
001980*----------------------------------------------------------------
001990 01  CAT-REGION-TABLE.
002000     05  CAT-REGION-COUNT         PIC 9(04) COMP VALUE 0.
002010     05  CAT-REGION-ENTRY         OCCURS 2000 TIMES.
002020         10  CAT-R-NAME           PIC X(10).
002030         10  CAT-R-REQUESTS       PIC 9(07) COMP.
002040         10  CAT-R-EXC-BAND       PIC 9(02) COMP.
002050         10  CAT-R-MAXI           PIC 9(05) COMP.
002060 77  CAT-R-IDX                   PIC 9(04) COMP.
002070 77  CAT-HIT-IDX                 PIC 9(04) COMP.
002080 77  CAT-CUR-IDX                 PIC 9(04) COMP.
002090*----------------------------------------------------------------
002100* ZOOMQHIST VIEWS - THE QUEUE CARD AS HISTORIED, FOR THE DEFER
002110* COUNT AND THE REGION NAME, AND ITS JULIA EXTENSION, FOR THE
002120* CONSTANT'S REGION NAME
002130*----------------------------------------------------------------
002140 01  CAT-QUEUE-VIEW              PIC X(110).
002150 01  CAT-QUEUE-FIELDS REDEFINES CAT-QUEUE-VIEW.
002160     05  FILLER                   PIC X(93).
002170     05  CAT-VIEW-DEFER           PIC X(02).
002180     05  FILLER                   PIC X(05).
002190     05  CAT-VIEW-REGION          PIC X(10).
002200 01  CAT-JULIA-VIEW              PIC X(85).
002210 01  CAT-JULIA-FIELDS REDEFINES CAT-JULIA-VIEW.
002220     05  FILLER                   PIC X(75).
002230     05  CAT-VIEW-JC-REGION       PIC X(10).
002240 01  CAT-LOOKUP-NAME             PIC X(10).
002250*----------------------------------------------------------------
002260* SETTINGS DISPLAY WORK
002270*----------------------------------------------------------------
002280 01  CAT-SIZE-WORK.
002290     05  CAT-SIZE-ROWS            PIC Z9.
002300     05  FILLER                   PIC X(09) VALUE " ROWS BY ".
002310     05  CAT-SIZE-COLS            PIC Z9.
002320     05  FILLER                   PIC X(08) VALUE " COLUMNS".
002330 01  CAT-MAXI-WORK               PIC ZZZZ9.
002340*----------------------------------------------------------------
002350* ESCAPE-TIME WORKING FIELDS - THE PLAIN SV9(07)/V9(07) FIELDS
002360* AND THEIR EXTENDED-PRECISION (DZ-) TWINS, AS IN HALLOPGM
002370*----------------------------------------------------------------
002380 77  C                           PIC SV9(07) COMP.
002390 77  CI                          PIC SV9(07) COMP.
002400 77  C2                          PIC V9(07)  COMP.
002410 77  CI2                         PIC V9(07)  COMP.
002420 77  ZWI                         PIC V9(07)  COMP.
002430 77  I                           PIC 9(7)    COMP.
002440 77  X                           PIC SV9(07) COMP.
002450 77  Y                           PIC SV9(07) COMP.
002460 77  MAXI                        PIC 9(5).
002470 01  DZ-ITER-FIELDS.
002480     05  DZ-X                     PIC S9(09)V9(18) COMP-3.
002490     05  DZ-Y                     PIC S9(09)V9(18) COMP-3.
002500     05  DZ-C                     PIC S9(09)V9(18) COMP-3.
002510     05  DZ-CI                    PIC S9(09)V9(18) COMP-3.
002520     05  DZ-C2                    PIC S9(09)V9(18) COMP-3.
002530     05  DZ-CI2                   PIC S9(09)V9(18) COMP-3.
002540     05  DZ-ZWI                   PIC S9(09)V9(18) COMP-3.
002550*----------------------------------------------------------------
002560* THUMBNAIL WINDOW AND GRID, DERIVED FROM THE REGION'S CENTER AND
002570* SPAN AS P-COMPUTE-DZ-PLANE-WINDOW DERIVES HALLOPGM'S
002580*----------------------------------------------------------------
002590 01  DZ-PLANE-WINDOW.
002600     05  DZ-PLN-SPAN              PIC S9(09)V9(18) COMP-3.
002610     05  DZ-PLN-HALF-SPAN         PIC S9(09)V9(18) COMP-3.
002620     05  DZ-PLN-X-MIN             PIC S9(09)V9(18) COMP-3.
002630     05  DZ-PLN-X-MAX             PIC S9(09)V9(18) COMP-3.
002640     05  DZ-PLN-Y-MIN             PIC S9(09)V9(18) COMP-3.
002650     05  DZ-PLN-Y-MAX             PIC S9(09)V9(18) COMP-3.
002660     05  DZ-PLN-X-STEP            PIC S9(09)V9(18) COMP-3.
002670     05  DZ-PLN-Y-STEP            PIC S9(09)V9(18) COMP-3.
002680 01  DZ-PLANE-WORK.
002690     05  DZ-PLN-X-CUR             PIC S9(09)V9(18) COMP-3.
002700     05  DZ-PLN-Y-CUR             PIC S9(09)V9(18) COMP-3.
002710     05  DZ-PLN-OFFSET-DIST       PIC S9(09)V9(18) COMP-3.
002720 01  PLANE-WORK.
002730     05  PLN-ROWS                 PIC 9(04) COMP VALUE 13.
002740     05  PLN-COLS                 PIC 9(04) COMP VALUE 27.
002750     05  PLN-ROW-IDX              PIC 9(04) COMP.
002760     05  PLN-COL-IDX              PIC 9(04) COMP.
002770     05  PLN-OFFSET-IDX           PIC 9(04) COMP.
002780     05  PLN-ROWS-LESS1           PIC 9(04) COMP.
002790     05  PLN-COLS-LESS1           PIC 9(04) COMP.
002800     05  PLN-LESS1-MAX            PIC 9(04) COMP.
002810     05  PLN-EDGE-POS             PIC 9(04) COMP.
002820 01  BAND-WORK.
002830     05  BAND-IDX                 PIC 9(02) COMP.
002840     05  BAND-DIVISOR             PIC 9(07) COMP.
002850     05  BAND-SCAN-IDX            PIC 9(02) COMP.
002860     05  BAND-THRESH-FOUND-SW     PIC X(01).
002870         88  BAND-THRESH-FOUND              VALUE "Y".
002880 PROCEDURE DIVISION.
002890*****************************************************************
002900* P-START - MAINLINE.  READS THE CARD AND THE BAND TABLE, TABLES
002910*     THE REGION NAMES, COUNTS THE REQUESTS NAMING EACH ONE, THEN
002920*     PRINTS THE BOOK, THE EXCEPTIONS PAGE AND THE TOTALS.
002930*****************************************************************
002940 P-START.
002950     PERFORM P-READ-CAT-PARM THRU P-READ-CAT-PARM-EXIT
002960     PERFORM P-SET-GRID
002970     PERFORM P-LOAD-BANDDEF THRU P-LOAD-BANDDEF-EXIT
002980     PERFORM P-WRITE-REPORT-HEADERS
002990     PERFORM P-LOAD-REGION-NAMES THRU P-LOAD-REGION-NAMES-EXIT
003000     PERFORM P-SCAN-HISTORY THRU P-SCAN-HISTORY-EXIT
003010     PERFORM P-CATALOG-REGIONS THRU P-CATALOG-REGIONS-EXIT
003020     PERFORM P-WRITE-EXCEPTIONS
003030     PERFORM P-WRITE-TOTALS
003040     PERFORM P-END.
003050*****************************************************************
003060* P-READ-CAT-PARM - THE ONE CATPARM CARD, IF PRESENT.  EACH
003070*     COLUMN THAT IS NOT USABLE LEAVES ITS DEFAULT.
003080*****************************************************************
003090 P-READ-CAT-PARM.
003100     OPEN INPUT CATPARM
003110     IF CATPARM-STATUS NOT = "00"
003120         GO TO P-READ-CAT-PARM-EXIT
003130     END-IF
003140     READ CATPARM
003150         AT END
003160             GO TO P-READ-CAT-PARM-CLOSE
003170     END-READ
003180     MOVE CAT-PARM-REC TO CAT-PARM-CARD
003190     IF CAT-PARM-ROWS IS NUMERIC
003200             AND CAT-PARM-ROWS NOT < "03"
003210             AND CAT-PARM-ROWS NOT > "25"
003220         MOVE CAT-PARM-ROWS TO PLN-ROWS
003230     END-IF
003240     IF CAT-PARM-COLS IS NUMERIC
003250             AND CAT-PARM-COLS NOT < "03"
003260             AND CAT-PARM-COLS NOT > "60"
003270         MOVE CAT-PARM-COLS TO PLN-COLS
003280     END-IF
003290     IF CAT-PARM-MAXI IS NUMERIC
003300             AND CAT-PARM-MAXI NOT = "00000"
003310         MOVE CAT-PARM-MAXI TO CAT-DFLT-MAXI
003320     END-IF
003330     IF CAT-PARM-SPAN (1:1) = "+"
003340             AND CAT-PARM-SPAN (2:27) IS NUMERIC
003350         IF CAT-PARM-SPAN-N > 0
003360             MOVE CAT-PARM-SPAN-N TO CAT-DFLT-SPAN
003370         END-IF
003380     END-IF.
003390 P-READ-CAT-PARM-CLOSE.
003400     CLOSE CATPARM.
003410 P-READ-CAT-PARM-EXIT.
003420     EXIT.
003430*****************************************************************
003440* P-SET-GRID - THE GRID INTERVALS, THE RIGHT-HAND BORDER
003450*     POSITION AND THE SMALLEST SPAN THE PLAIN ARITHMETIC CAN
003460*     RESOLVE - ONE SV9(07) STEP ACROSS EACH INTERVAL OF THE
003470*     LONGER SIDE.
003480*****************************************************************
003490 P-SET-GRID.
003500     SUBTRACT 1 FROM PLN-COLS GIVING PLN-COLS-LESS1
003510     SUBTRACT 1 FROM PLN-ROWS GIVING PLN-ROWS-LESS1
003520     MOVE PLN-COLS-LESS1 TO PLN-LESS1-MAX
003530     IF PLN-ROWS-LESS1 > PLN-LESS1-MAX
003540         MOVE PLN-ROWS-LESS1 TO PLN-LESS1-MAX
003550     END-IF
003560     MULTIPLY PLN-LESS1-MAX BY 0.0000001
003570         GIVING CAT-DZ-THRESHOLD
003580     ADD 1 TO PLN-COLS GIVING PLN-EDGE-POS.
003590*****************************************************************
003600* P-LOAD-BANDDEF - OVERLAYS THE DEFAULT BAND TABLE FROM THE
003610*     INSTALLATION BANDDEF FILE, IF ONE IS ON THE JOB, THE SAME
003620*     WAY HALLOPGM DOES.  NO FILE LEAVES THE CLASSIC CHARACTERS
003630*     AND THE PERCENT-OF-MAXI BANDS IN EFFECT.
003640*****************************************************************
003650 P-LOAD-BANDDEF.
003660     PERFORM P-CLEAR-BAND-THRESH
003670         VARYING BAND-LOAD-IDX FROM 1 BY 1
003680         UNTIL BAND-LOAD-IDX > 10
003690     OPEN INPUT BANDDEF
003700     IF BANDDEF-STATUS NOT = "00"
003710         GO TO P-LOAD-BANDDEF-EXIT
003720     END-IF
003730     MOVE "N" TO BANDDEF-EOF-SW
003740     PERFORM P-TAKE-BANDDEF-REC UNTIL BANDDEF-EOF
003750     CLOSE BANDDEF.
003760 P-LOAD-BANDDEF-EXIT.
003770     EXIT.
003780*****************************************************************
003790* P-CLEAR-BAND-THRESH - ONE BAND'S THRESHOLD CLEARED.
003800*****************************************************************
003810 P-CLEAR-BAND-THRESH.
003820     MOVE 0 TO BAND-THRESH (BAND-LOAD-IDX).
003830*****************************************************************
003840* P-TAKE-BANDDEF-REC - APPLIES ONE BAND DEFINITION RECORD.  A
003850*     RECORD WITH A BAD BAND NUMBER OR THRESHOLD IS SKIPPED
003860*     RATHER THAN POISONING THE TABLE.
003870*****************************************************************
003880 P-TAKE-BANDDEF-REC.
003890     READ BANDDEF
003900         AT END
003910             SET BANDDEF-EOF TO TRUE
003920     END-READ
003930     IF NOT BANDDEF-EOF
003940         IF BD-BAND-NO IS NUMERIC
003950                 AND BD-BAND-NO >= 1 AND BD-BAND-NO <= 10
003960                 AND BD-THRESH IS NUMERIC
003970             MOVE BD-CHAR TO BAND-CODE-ENTRY (BD-BAND-NO)
003980             MOVE BD-THRESH TO BAND-THRESH (BD-BAND-NO)
003990             SET BANDDEF-LOADED TO TRUE
004000         END-IF
004010     END-IF.
004020*****************************************************************
004030* P-WRITE-REPORT-HEADERS - OPENS CATRPT AND WRITES THE TITLE AND
004040*     THE SETTINGS THE BOOK IS CUT UNDER.
004050*****************************************************************
004060 P-WRITE-REPORT-HEADERS.
004070     OPEN OUTPUT CATRPT
004080     MOVE CAT-TITLE TO CAT-OUT-REC
004090     WRITE CAT-OUT-REC
004100     MOVE CAT-RULE TO CAT-OUT-REC
004110     WRITE CAT-OUT-REC
004120     MOVE "THUMBNAIL SIZE" TO CAT-SET-LABEL
004130     MOVE PLN-ROWS TO CAT-SIZE-ROWS
004140     MOVE PLN-COLS TO CAT-SIZE-COLS
004150     MOVE CAT-SIZE-WORK TO CAT-SET-VALUE
004160     MOVE CAT-SETTING-LINE TO CAT-OUT-REC
004170     WRITE CAT-OUT-REC
004180     MOVE "BANDS" TO CAT-SET-LABEL
004190     IF BANDDEF-LOADED
004200         MOVE "BANDDEF ITERATION THRESHOLDS" TO CAT-SET-VALUE
004210     ELSE
004220         MOVE "TENTHS OF MAXI" TO CAT-SET-VALUE
004230     END-IF
004240     MOVE CAT-SETTING-LINE TO CAT-OUT-REC
004250     WRITE CAT-OUT-REC
004260     MOVE "DEFAULT MAXI" TO CAT-SET-LABEL
004270     MOVE CAT-DFLT-MAXI TO CAT-MAXI-WORK
004280     MOVE CAT-MAXI-WORK TO CAT-SET-VALUE
004290     MOVE CAT-SETTING-LINE TO CAT-OUT-REC
004300     WRITE CAT-OUT-REC
004310     MOVE "DEFAULT SPAN" TO CAT-SSET-LABEL
004320     MOVE CAT-DFLT-SPAN TO CAT-SSET-VALUE
004330     MOVE CAT-SPAN-SETTING-LINE TO CAT-OUT-REC
004340     WRITE CAT-OUT-REC
004350     MOVE "EXTENDED BELOW SPAN" TO CAT-SSET-LABEL
004360     MOVE CAT-DZ-THRESHOLD TO CAT-SSET-VALUE
004370     MOVE CAT-SPAN-SETTING-LINE TO CAT-OUT-REC
004380     WRITE CAT-OUT-REC
004390     MOVE CAT-RULE TO CAT-OUT-REC
004400     WRITE CAT-OUT-REC.
004410*****************************************************************
004420* P-LOAD-REGION-NAMES - THE FIRST PASS OVER REGIONMST, TABLING
004430*     EVERY REGION NAME IN KEY ORDER.  A MASTER THAT CANNOT BE
004440*     OPENED HAS NOTHING TO CATALOG AND FAILS THE JOB.
004450*****************************************************************
004460 P-LOAD-REGION-NAMES.
004470     OPEN INPUT REGIONMST
004480     IF REGIONMST-STATUS NOT = "00"
004490         DISPLAY "REGION MASTER UNAVAILABLE - STATUS "
004500             REGIONMST-STATUS
004510         SET CAT-ERROR TO TRUE
004520         GO TO P-LOAD-REGION-NAMES-EXIT
004530     END-IF
004540     MOVE "N" TO MST-EOF-SW
004550     PERFORM P-TABLE-REGION UNTIL MST-EOF
004560     CLOSE REGIONMST.
004570 P-LOAD-REGION-NAMES-EXIT.
004580     EXIT.
004590*****************************************************************
004600* P-TABLE-REGION - ONE MASTER RECORD INTO THE REGION TABLE.  A
004610*     REGION PAST THE TABLE'S SIZE IS STILL CATALOGED BUT ITS
004620*     REQUESTS CANNOT BE COUNTED, AND FAILS THE JOB.
004630*****************************************************************
004640 P-TABLE-REGION.
004650     READ REGIONMST NEXT RECORD
004660         AT END
004670             SET MST-EOF TO TRUE
004680     END-READ
004690     IF NOT MST-EOF
004700         IF REGIONMST-STATUS NOT = "00"
004710             DISPLAY "REGION MASTER READ FAILED - STATUS "
004720                 REGIONMST-STATUS
004730             SET CAT-ERROR TO TRUE
004740             SET MST-EOF TO TRUE
004750         ELSE
004760             IF CAT-REGION-COUNT < 2000
004770                 ADD 1 TO CAT-REGION-COUNT
004780                 MOVE RGN-NAME TO CAT-R-NAME (CAT-REGION-COUNT)
004790                 MOVE 0 TO CAT-R-REQUESTS (CAT-REGION-COUNT)
004800                 MOVE 0 TO CAT-R-EXC-BAND (CAT-REGION-COUNT)
004810                 MOVE 0 TO CAT-R-MAXI (CAT-REGION-COUNT)
004820             ELSE
004830                 ADD 1 TO CAT-TABLE-OVERFLOW
004840                 SET CAT-ERROR TO TRUE
004850             END-IF
004860         END-IF
004870     END-IF.
004880*****************************************************************
004890* P-SCAN-HISTORY - EVERY ZOOMQHIST RECORD AGAINST THE REGION
004900*     TABLE.  A MISSING HISTORY COUNTS NOTHING.
004910*****************************************************************
004920 P-SCAN-HISTORY.
004930     OPEN INPUT ZOOMQHIST
004940     IF ZOOMQHIST-STATUS NOT = "00"
004950         GO TO P-SCAN-HISTORY-EXIT
004960     END-IF
004970     MOVE "N" TO HIST-EOF-SW
004980     PERFORM P-TALLY-HISTORY UNTIL HIST-EOF
004990     CLOSE ZOOMQHIST.
005000 P-SCAN-HISTORY-EXIT.
005010     EXIT.
005020*****************************************************************
005030* P-TALLY-HISTORY - ONE ZOOMQHIST RECORD.  ONLY A REQUEST'S FIRST
005040*     HISTORY RECORD COUNTS; A REQUEST NAMING THE SAME REGION FOR
005050*     ITS CENTER AND ITS JULIA CONSTANT COUNTS ONCE.
005060*****************************************************************
005070 P-TALLY-HISTORY.
005080     READ ZOOMQHIST
005090         AT END
005100             SET HIST-EOF TO TRUE
005110     END-READ
005120     IF NOT HIST-EOF
005130         ADD 1 TO CAT-HIST-READ
005140         MOVE ZQH-QUEUE-REC TO CAT-QUEUE-VIEW
005150         MOVE ZQH-JULIA-EXT TO CAT-JULIA-VIEW
005160         IF CAT-VIEW-DEFER NOT NUMERIC OR CAT-VIEW-DEFER = "00"
005170             IF CAT-VIEW-REGION NOT = SPACES
005180                 MOVE CAT-VIEW-REGION TO CAT-LOOKUP-NAME
005190                 PERFORM P-COUNT-REQUEST
005200             END-IF
005210             IF CAT-VIEW-JC-REGION NOT = SPACES
005220                     AND CAT-VIEW-JC-REGION NOT = CAT-VIEW-REGION
005230                 MOVE CAT-VIEW-JC-REGION TO CAT-LOOKUP-NAME
005240                 PERFORM P-COUNT-REQUEST
005250             END-IF
005260         END-IF
005270     END-IF.
005280*****************************************************************
005290* P-COUNT-REQUEST - ONE REQUEST AGAINST THE REGION IN
005300*     CAT-LOOKUP-NAME.  A NAME NO LONGER ON THE MASTER (DELETED
005310*     SINCE THE REQUEST RAN) IS COUNTED SEPARATELY.
005320*****************************************************************
005330 P-COUNT-REQUEST.
005340     PERFORM P-FIND-REGION
005350     IF REGION-FOUND
005360         ADD 1 TO CAT-R-REQUESTS (CAT-HIT-IDX)
005370         ADD 1 TO CAT-HIST-COUNTED
005380     ELSE
005390         ADD 1 TO CAT-HIST-UNCATALOGED
005400     END-IF.
005410*****************************************************************
005420* P-FIND-REGION - LOOKS CAT-LOOKUP-NAME UP IN THE REGION TABLE,
005430*     WHICH IS IN KEY ORDER, STOPPING AT THE FIRST NAME PAST IT.
005440*     CAT-HIT-IDX IS LEFT ON THE ENTRY WHEN REGION-FOUND.
005450*****************************************************************
005460 P-FIND-REGION.
005470     MOVE "N" TO REGION-FOUND-SW
005480     MOVE "N" TO REGION-PASSED-SW
005490     PERFORM P-SEARCH-REGION
005500         VARYING CAT-R-IDX FROM 1 BY 1
005510         UNTIL CAT-R-IDX > CAT-REGION-COUNT
005520             OR REGION-FOUND OR REGION-PASSED.
005530*****************************************************************
005540* P-SEARCH-REGION - ONE TABLE ENTRY AGAINST THE NAME.
005550*****************************************************************
005560 P-SEARCH-REGION.
005570     IF CAT-R-NAME (CAT-R-IDX) = CAT-LOOKUP-NAME
005580         MOVE CAT-R-IDX TO CAT-HIT-IDX
005590         SET REGION-FOUND TO TRUE
005600     ELSE
005610         IF CAT-R-NAME (CAT-R-IDX) > CAT-LOOKUP-NAME
005620             SET REGION-PASSED TO TRUE
005630         END-IF
005640     END-IF.
005650*****************************************************************
005660* P-CATALOG-REGIONS - THE SECOND PASS OVER REGIONMST, ONE BOOK
005670*     ENTRY PER REGION.
005680*****************************************************************
005690 P-CATALOG-REGIONS.
005700     OPEN INPUT REGIONMST
005710     IF REGIONMST-STATUS NOT = "00"
005720         GO TO P-CATALOG-REGIONS-EXIT
005730     END-IF
005740     MOVE 0 TO CAT-CUR-IDX
005750     MOVE "N" TO MST-EOF-SW
005760     PERFORM P-CATALOG-REGION THRU P-CATALOG-REGION-EXIT
005770         UNTIL MST-EOF
005780     CLOSE REGIONMST.
005790 P-CATALOG-REGIONS-EXIT.
005800     EXIT.
005810*****************************************************************
005820* P-CATALOG-REGION - READS ONE REGION, RENDERS ITS THUMBNAIL AND
005830*     PRINTS ITS ENTRY.  THE REGION'S TABLE ENTRY IS THE ONE AT
005840*     THE SAME POSITION THE FIRST PASS FILED IT IN.
005850*****************************************************************
005860 P-CATALOG-REGION.
005870     READ REGIONMST NEXT RECORD
005880         AT END
005890             SET MST-EOF TO TRUE
005900     END-READ
005910     IF MST-EOF
005920         GO TO P-CATALOG-REGION-EXIT
005930     END-IF
005940     IF REGIONMST-STATUS NOT = "00"
005950         SET CAT-ERROR TO TRUE
005960         SET MST-EOF TO TRUE
005970         GO TO P-CATALOG-REGION-EXIT
005980     END-IF
005990     ADD 1 TO CAT-REGIONS-READ
006000     ADD 1 TO CAT-CUR-IDX
006010     MOVE "N" TO REGION-TABLED-SW
006020     IF CAT-CUR-IDX NOT > CAT-REGION-COUNT
006030         IF CAT-R-NAME (CAT-CUR-IDX) = RGN-NAME
006040             SET REGION-TABLED TO TRUE
006050         END-IF
006060     END-IF
006070     PERFORM P-SET-REGION-WINDOW
006080     PERFORM P-WRITE-ENTRY-HEADING
006090     PERFORM P-CLEAR-BAND-POINTS
006100         VARYING BAND-LOAD-IDX FROM 1 BY 1
006110         UNTIL BAND-LOAD-IDX > 10
006120     MOVE 0 TO CAT-IN-SET-POINTS
006130     PERFORM P-WRITE-PICTURE-EDGE
006140     PERFORM P-RENDER-ROW VARYING PLN-ROW-IDX FROM 1 BY 1
006150         UNTIL PLN-ROW-IDX > PLN-ROWS
006160     PERFORM P-WRITE-PICTURE-EDGE
006170     PERFORM P-WRITE-BAND-BREAKDOWN
006180     PERFORM P-CHECK-ONE-BAND
006190     MOVE CAT-RULE TO CAT-OUT-REC
006200     WRITE CAT-OUT-REC.
006210 P-CATALOG-REGION-EXIT.
006220     EXIT.
006230*****************************************************************
006240* P-SET-REGION-WINDOW - THE REGION'S SPAN AND MAXI (OR THE
006250*     DEFAULTS), THE THUMBNAIL WINDOW AND GRID STEPS, AND THE
006260*     PRECISION PATH.  THE WINDOW IS THE SAME ONE HALLOPGM'S
006270*     P-COMPUTE-DZ-PLANE-WINDOW BUILDS AROUND A NAMED REGION.
006280*****************************************************************
006290 P-SET-REGION-WINDOW.
006300     MOVE RGN-X TO CAT-CENTER-X
006310     MOVE RGN-Y TO CAT-CENTER-Y
006320     MOVE "N" TO SPAN-DEFAULTED-SW
006330     IF RGN-SPAN > 0
006340         MOVE RGN-SPAN TO DZ-PLN-SPAN
006350     ELSE
006360         MOVE CAT-DFLT-SPAN TO DZ-PLN-SPAN
006370         SET SPAN-DEFAULTED TO TRUE
006380     END-IF
006390     MOVE "N" TO MAXI-DEFAULTED-SW
006400     IF RGN-MAXI > 0
006410         MOVE RGN-MAXI TO MAXI
006420     ELSE
006430         MOVE CAT-DFLT-MAXI TO MAXI
006440         SET MAXI-DEFAULTED TO TRUE
006450     END-IF
006460     DIVIDE DZ-PLN-SPAN BY 2 GIVING DZ-PLN-HALF-SPAN
006470     SUBTRACT DZ-PLN-HALF-SPAN FROM CAT-CENTER-X
006480         GIVING DZ-PLN-X-MIN
006490     ADD CAT-CENTER-X TO DZ-PLN-HALF-SPAN GIVING DZ-PLN-X-MAX
006500     SUBTRACT DZ-PLN-HALF-SPAN FROM CAT-CENTER-Y
006510         GIVING DZ-PLN-Y-MIN
006520     ADD CAT-CENTER-Y TO DZ-PLN-HALF-SPAN GIVING DZ-PLN-Y-MAX
006530     DIVIDE DZ-PLN-SPAN BY PLN-COLS-LESS1 GIVING DZ-PLN-X-STEP
006540     DIVIDE DZ-PLN-SPAN BY PLN-ROWS-LESS1 GIVING DZ-PLN-Y-STEP
006550     SET CAT-PLAIN TO TRUE
006560     IF DZ-PLN-SPAN < CAT-DZ-THRESHOLD
006570             OR DZ-PLN-X-MIN < -0.9999999
006580             OR DZ-PLN-X-MAX > 0.9999999
006590             OR DZ-PLN-Y-MIN < -0.9999999
006600             OR DZ-PLN-Y-MAX > 0.9999999
006610         MOVE "N" TO CAT-PLAIN-SW
006620         ADD 1 TO CAT-DZ-COUNT
006630     ELSE
006640         ADD 1 TO CAT-PLAIN-COUNT
006650     END-IF.
006660*****************************************************************
006670* P-WRITE-ENTRY-HEADING - THE REGION'S NAME, PRECISION PATH AND
006680*     REQUEST COUNT, THEN ITS CENTER, SPAN AND MAXI.
006690*****************************************************************
006700 P-WRITE-ENTRY-HEADING.
006710     MOVE RGN-NAME TO CAT-RGN-NAME
006720     IF CAT-PLAIN
006730         MOVE "PLAIN" TO CAT-PRECISION
006740     ELSE
006750         MOVE "EXTENDED" TO CAT-PRECISION
006760     END-IF
006770     IF REGION-TABLED
006780         MOVE CAT-R-REQUESTS (CAT-CUR-IDX) TO CAT-REQUESTS
006790     ELSE
006800         MOVE " NOT HELD" TO CAT-REQUESTS-X
006810     END-IF
006820     MOVE CAT-NAME-LINE TO CAT-OUT-REC
006830     WRITE CAT-OUT-REC
006840     MOVE SPACES TO CAT-COORD-NOTE
006850     MOVE "CENTER X" TO CAT-COORD-LABEL
006860     MOVE RGN-X TO CAT-COORD-VALUE
006870     MOVE CAT-COORD-LINE TO CAT-OUT-REC
006880     WRITE CAT-OUT-REC
006890     MOVE "CENTER Y" TO CAT-COORD-LABEL
006900     MOVE RGN-Y TO CAT-COORD-VALUE
006910     MOVE CAT-COORD-LINE TO CAT-OUT-REC
006920     WRITE CAT-OUT-REC
006930     MOVE "SPAN" TO CAT-COORD-LABEL
006940     MOVE DZ-PLN-SPAN TO CAT-COORD-VALUE
006950     IF SPAN-DEFAULTED
006960         MOVE "(DEFAULT - NONE ON THE MASTER)" TO CAT-COORD-NOTE
006970     END-IF
006980     MOVE CAT-COORD-LINE TO CAT-OUT-REC
006990     WRITE CAT-OUT-REC
007000     MOVE MAXI TO CAT-MAXI
007010     IF MAXI-DEFAULTED
007020         MOVE "(DEFAULT - NONE ON THE MASTER)" TO CAT-MAXI-NOTE
007030     ELSE
007040         MOVE SPACES TO CAT-MAXI-NOTE
007050     END-IF
007060     MOVE CAT-MAXI-LINE TO CAT-OUT-REC
007070     WRITE CAT-OUT-REC.
007080*****************************************************************
007090* P-CLEAR-BAND-POINTS - ONE BAND'S POINT COUNT CLEARED.
007100*****************************************************************
007110 P-CLEAR-BAND-POINTS.
007120     MOVE 0 TO CAT-BAND-POINTS (BAND-LOAD-IDX).
007130*****************************************************************
007140* P-WRITE-PICTURE-EDGE - THE TOP OR BOTTOM BORDER OF THE
007150*     THUMBNAIL.
007160*****************************************************************
007170 P-WRITE-PICTURE-EDGE.
007180     MOVE SPACES TO CAT-PICTURE
007190     MOVE "+" TO CAT-PIC-EDGE
007200     MOVE ALL "-" TO CAT-PICTURE (1:PLN-COLS)
007210     MOVE "+" TO CAT-PICTURE (PLN-EDGE-POS:1)
007220     MOVE CAT-PICTURE-LINE TO CAT-OUT-REC
007230     WRITE CAT-OUT-REC.
007240*****************************************************************
007250* P-RENDER-ROW - BUILDS AND PRINTS ONE ROW OF THE THUMBNAIL, TOP
007260*     ROW AT THE WINDOW'S Y-MAX AS IN HALLOPGM.
007270*****************************************************************
007280 P-RENDER-ROW.
007290     MOVE SPACES TO CAT-PICTURE
007300     MOVE "|" TO CAT-PIC-EDGE
007310     SUBTRACT 1 FROM PLN-ROW-IDX GIVING PLN-OFFSET-IDX
007320     MULTIPLY PLN-OFFSET-IDX BY DZ-PLN-Y-STEP
007330         GIVING DZ-PLN-OFFSET-DIST
007340     SUBTRACT DZ-PLN-OFFSET-DIST FROM DZ-PLN-Y-MAX
007350         GIVING DZ-PLN-Y-CUR
007360     PERFORM P-RENDER-POINT VARYING PLN-COL-IDX FROM 1 BY 1
007370         UNTIL PLN-COL-IDX > PLN-COLS
007380     MOVE "|" TO CAT-PICTURE (PLN-EDGE-POS:1)
007390     MOVE CAT-PICTURE-LINE TO CAT-OUT-REC
007400     WRITE CAT-OUT-REC.
007410*****************************************************************
007420* P-RENDER-POINT - ESCAPE-TESTS ONE THUMBNAIL POINT ON THE
007430*     REGION'S PRECISION PATH, TALLIES ITS BAND AND PLACES ITS
007440*     BAND CHARACTER INTO THE ROW.
007450*****************************************************************
007460 P-RENDER-POINT.
007470     SUBTRACT 1 FROM PLN-COL-IDX GIVING PLN-OFFSET-IDX
007480     MULTIPLY PLN-OFFSET-IDX BY DZ-PLN-X-STEP
007490         GIVING DZ-PLN-OFFSET-DIST
007500     ADD DZ-PLN-X-MIN TO DZ-PLN-OFFSET-DIST
007510         GIVING DZ-PLN-X-CUR
007520     IF CAT-PLAIN
007530         MOVE DZ-PLN-X-CUR TO X
007540         MOVE DZ-PLN-Y-CUR TO Y
007550         PERFORM P-MANDEL
007560     ELSE
007570         MOVE DZ-PLN-X-CUR TO DZ-X
007580         MOVE DZ-PLN-Y-CUR TO DZ-Y
007590         PERFORM DZ-P-MANDEL
007600     END-IF
007610     PERFORM P-CLASSIFY-BAND
007620     ADD 1 TO CAT-BAND-POINTS (BAND-IDX)
007630     IF NOT RESULT-ESCAPED
007640         ADD 1 TO CAT-IN-SET-POINTS
007650     END-IF
007660     ADD 1 TO CAT-POINTS-RENDERED
007670     MOVE BAND-CODE-ENTRY (BAND-IDX)
007680         TO CAT-PICTURE (PLN-COL-IDX:1).
007690*****************************************************************
007700* P-MANDEL - PLAIN-PRECISION ESCAPE-TIME TEST FOR THE POINT IN
007710*     X, Y.  LEAVES THE ESCAPE VERDICT IN RESULT-ESCAPED-SW.
007720*****************************************************************
007730 P-MANDEL.
007740     MOVE 0 TO ZWI C,CI,CI2,C2
007750     PERFORM P-ITER VARYING I FROM 1 BY 1
007760         UNTIL ZWI > 4 OR I >= MAXI
007770     IF ZWI > 4
007780         SET RESULT-ESCAPED TO TRUE
007790     ELSE
007800         MOVE "N" TO RESULT-ESCAPED-SW
007810     END-IF.
007820*****************************************************************
007830* P-ITER - ONE ITERATION OF Z = Z**2 + C ON THE PLAIN FIELDS, AS
007840*     HALLOPGM'S P-ITER.  A THUMBNAIL IS A PICTURE, NOT A STORED
007850*     RESULT, SO THE OUT-OF-RANGE CHECKS HALLOPGM MAKES FOR ITS
007860*     EXCEPTION FILE ARE NOT REPEATED HERE.
007870*****************************************************************
007880 P-ITER.
007890     MULTIPLY C BY CI
007900     MULTIPLY 2 BY CI
007910     ADD Y TO CI
007920     SUBTRACT CI2 FROM C2 GIVING C
007930     ADD X TO C
007940     MULTIPLY C BY C GIVING C2
007950     MULTIPLY CI BY CI GIVING CI2
007960     ADD C2 TO CI2 GIVING ZWI.
007970*****************************************************************
007980* DZ-P-MANDEL - ESCAPE-TIME TEST FOR THE POINT IN DZ-X, DZ-Y ON
007990*     THE EXTENDED-PRECISION FIELDS.  LEAVES THE ESCAPE VERDICT IN
008000*     RESULT-ESCAPED-SW.
008010*****************************************************************
008020 DZ-P-MANDEL.
008030     MOVE 0 TO DZ-ZWI DZ-C,DZ-CI,DZ-CI2,DZ-C2
008040     PERFORM DZ-P-ITER VARYING I FROM 1 BY 1
008050         UNTIL DZ-ZWI > 4 OR I >= MAXI
008060     IF DZ-ZWI > 4
008070         SET RESULT-ESCAPED TO TRUE
008080     ELSE
008090         MOVE "N" TO RESULT-ESCAPED-SW
008100     END-IF.
008110*****************************************************************
008120* DZ-P-ITER - ONE ITERATION OF Z = Z**2 + C ON THE EXTENDED-
008130*     PRECISION FIELDS, AS HALLOPGM'S DZ-P-ITER.
008140*****************************************************************
008150 DZ-P-ITER.
008160     MULTIPLY DZ-C BY DZ-CI
008170     MULTIPLY 2 BY DZ-CI
008180     ADD DZ-Y TO DZ-CI
008190     SUBTRACT DZ-CI2 FROM DZ-C2 GIVING DZ-C
008200     ADD DZ-X TO DZ-C
008210     MULTIPLY DZ-C BY DZ-C GIVING DZ-C2
008220     MULTIPLY DZ-CI BY DZ-CI GIVING DZ-CI2
008230     ADD DZ-C2 TO DZ-CI2 GIVING DZ-ZWI.
008240*****************************************************************
008250* P-CLASSIFY-BAND - THE LAST ITERATION COUNT I INTO ONE OF 10
008260*     BANDS, EXACTLY AS HALLOPGM'S P-CLASSIFY-BAND - THE LOADED
008270*     BANDDEF THRESHOLDS, ELSE TENTHS OF MAXI.
008280*****************************************************************
008290 P-CLASSIFY-BAND.
008300     IF BANDDEF-LOADED
008310         MOVE 10 TO BAND-IDX
008320         MOVE "N" TO BAND-THRESH-FOUND-SW
008330         PERFORM P-MATCH-THRESH-BAND
008340             VARYING BAND-SCAN-IDX FROM 1 BY 1
008350             UNTIL BAND-SCAN-IDX > 9 OR BAND-THRESH-FOUND
008360     ELSE
008370         DIVIDE MAXI BY 10 GIVING BAND-DIVISOR
008380         IF BAND-DIVISOR = 0
008390             MOVE 1 TO BAND-DIVISOR
008400         END-IF
008410         DIVIDE I BY BAND-DIVISOR GIVING BAND-IDX
008420         IF BAND-IDX > 10
008430             MOVE 10 TO BAND-IDX
008440         END-IF
008450         IF BAND-IDX < 1
008460             MOVE 1 TO BAND-IDX
008470         END-IF
008480     END-IF.
008490*****************************************************************
008500* P-MATCH-THRESH-BAND - ONE BAND'S THRESHOLD AGAINST I.
008510*****************************************************************
008520 P-MATCH-THRESH-BAND.
008530     IF I NOT > BAND-THRESH (BAND-SCAN-IDX)
008540         MOVE BAND-SCAN-IDX TO BAND-IDX
008550         SET BAND-THRESH-FOUND TO TRUE
008560     END-IF.
008570*****************************************************************
008580* P-WRITE-BAND-BREAKDOWN - THE THUMBNAIL'S POINTS BAND BY BAND,
008590*     UNDER EACH BAND'S CHARACTER, AND THE POINTS THAT NEVER
008600*     ESCAPED.
008610*****************************************************************
008620 P-WRITE-BAND-BREAKDOWN.
008630     MOVE CAT-BAND-HEADING TO CAT-OUT-REC
008640     WRITE CAT-OUT-REC
008650     PERFORM P-SET-BAND-COLUMN
008660         VARYING BAND-LOAD-IDX FROM 1 BY 1
008670         UNTIL BAND-LOAD-IDX > 10
008680     MOVE CAT-IN-SET-POINTS TO CAT-BP-IN-SET
008690     MOVE CAT-BAND-CHAR-LINE TO CAT-OUT-REC
008700     WRITE CAT-OUT-REC
008710     MOVE CAT-BAND-COUNT-LINE TO CAT-OUT-REC
008720     WRITE CAT-OUT-REC.
008730*****************************************************************
008740* P-SET-BAND-COLUMN - ONE BAND'S CHARACTER AND POINT COUNT.
008750*****************************************************************
008760 P-SET-BAND-COLUMN.
008770     MOVE SPACES TO CAT-BC-PAD (BAND-LOAD-IDX)
008780     MOVE "'" TO CAT-BC-OPEN (BAND-LOAD-IDX)
008790     MOVE BAND-CODE-ENTRY (BAND-LOAD-IDX)
008800         TO CAT-BC-CHAR (BAND-LOAD-IDX)
008810     MOVE "'" TO CAT-BC-CLOSE (BAND-LOAD-IDX)
008820     MOVE CAT-BAND-POINTS (BAND-LOAD-IDX)
008830         TO CAT-BP-COUNT (BAND-LOAD-IDX).
008840*****************************************************************
008850* P-CHECK-ONE-BAND - COUNTS THE BANDS THE THUMBNAIL USED.  ONE
008860*     BAND ONLY MAKES THE REGION AN EXCEPTION, HELD ON ITS TABLE
008870*     ENTRY FOR THE EXCEPTIONS PAGE.
008880*****************************************************************
008890 P-CHECK-ONE-BAND.
008900     MOVE 0 TO CAT-BANDS-USED
008910     MOVE 0 TO CAT-ONE-BAND
008920     PERFORM P-COUNT-BAND-USED
008930         VARYING BAND-LOAD-IDX FROM 1 BY 1
008940         UNTIL BAND-LOAD-IDX > 10
008950     IF CAT-BANDS-USED = 1
008960         ADD 1 TO CAT-EXC-COUNT
008970         IF REGION-TABLED
008980             MOVE CAT-ONE-BAND TO CAT-R-EXC-BAND (CAT-CUR-IDX)
008990             MOVE MAXI TO CAT-R-MAXI (CAT-CUR-IDX)
009000         END-IF
009010     END-IF.
009020*****************************************************************
009030* P-COUNT-BAND-USED - ONE BAND, COUNTED IF ANY POINT LANDED IN IT.
009040*****************************************************************
009050 P-COUNT-BAND-USED.
009060     IF CAT-BAND-POINTS (BAND-LOAD-IDX) > 0
009070         ADD 1 TO CAT-BANDS-USED
009080         MOVE BAND-LOAD-IDX TO CAT-ONE-BAND
009090     END-IF.
009100*****************************************************************
009110* P-WRITE-EXCEPTIONS - THE EXCEPTIONS PAGE AT THE BACK OF THE
009120*     BOOK - EVERY REGION WHOSE THUMBNAIL CAME OUT ALL ONE BAND,
009130*     WITH A SUGGESTED CORRECTION FOR ITS OWNER.
009140*****************************************************************
009150 P-WRITE-EXCEPTIONS.
009160     MOVE CAT-EXC-TITLE TO CAT-OUT-REC
009170     WRITE CAT-OUT-REC
009180     MOVE CAT-RULE TO CAT-OUT-REC
009190     WRITE CAT-OUT-REC
009200     MOVE CAT-EXC-HEADING TO CAT-OUT-REC
009210     WRITE CAT-OUT-REC
009220     MOVE CAT-RULE TO CAT-OUT-REC
009230     WRITE CAT-OUT-REC
009240     PERFORM P-WRITE-EXCEPTION-LINE
009250         VARYING CAT-R-IDX FROM 1 BY 1
009260         UNTIL CAT-R-IDX > CAT-REGION-COUNT
009270     IF CAT-EXC-COUNT = 0
009280         MOVE "NO REGION'S THUMBNAIL IS ALL ONE BAND."
009290             TO CAT-EXC-NOTE
009300     ELSE
009310         MOVE "FIX EACH REGION ABOVE WITH A HALLORGN CHANGE CARD."
009320             TO CAT-EXC-NOTE
009330     END-IF
009340     MOVE CAT-EXC-NOTE-LINE TO CAT-OUT-REC
009350     WRITE CAT-OUT-REC.
009360*****************************************************************
009370* P-WRITE-EXCEPTION-LINE - ONE TABLE ENTRY, LISTED IF IT IS AN
009380*     EXCEPTION.  EVERY POINT IN THE TOP BAND MEANS THE WINDOW
009390*     SITS INSIDE THE SET OR MAXI IS TOO LOW TO SEPARATE IT;
009400*     EVERY POINT IN THE BOTTOM BAND MEANS IT SITS WELL OUTSIDE;
009410*     ANY OTHER SINGLE BAND MEANS IT IS TOO NARROW TO SHOW DETAIL.
009420*****************************************************************
009430 P-WRITE-EXCEPTION-LINE.
009440     IF CAT-R-EXC-BAND (CAT-R-IDX) > 0
009450         MOVE SPACES TO CAT-EXC-LINE
009460         MOVE CAT-R-NAME (CAT-R-IDX) TO CAT-EX-NAME
009470         MOVE CAT-R-EXC-BAND (CAT-R-IDX) TO CAT-EX-BAND
009480         MOVE "'" TO CAT-EX-CHAR-OPEN
009490         MOVE BAND-CODE-ENTRY (CAT-R-EXC-BAND (CAT-R-IDX))
009500             TO CAT-EX-CHAR
009510         MOVE "'" TO CAT-EX-CHAR-CLOSE
009520         MOVE CAT-R-MAXI (CAT-R-IDX) TO CAT-EX-MAXI
009530         IF CAT-R-EXC-BAND (CAT-R-IDX) = 10
009540             MOVE "TOP BAND THROUGHOUT - WIDEN SPAN OR RAISE MAXI"
009550                 TO CAT-EX-ACTION
009560         ELSE
009570             IF CAT-R-EXC-BAND (CAT-R-IDX) = 1
009580                 MOVE "BOTTOM BAND THROUGHOUT - RECENTER OR WIDEN"
009590                     TO CAT-EX-ACTION
009600             ELSE
009610                 MOVE "ONE BAND THROUGHOUT - WIDEN SPAN"
009620                     TO CAT-EX-ACTION
009630             END-IF
009640         END-IF
009650         MOVE CAT-EXC-LINE TO CAT-OUT-REC
009660         WRITE CAT-OUT-REC
009670     END-IF.
009680*****************************************************************
009690* P-WRITE-TOTALS - CONTROL TOTALS AND THE CATALOG STATUS.
009700*****************************************************************
009710 P-WRITE-TOTALS.
009720     MOVE CAT-RULE TO CAT-OUT-REC
009730     WRITE CAT-OUT-REC
009740     MOVE "REGIONS CATALOGED" TO CAT-TOTAL-LABEL
009750     MOVE CAT-REGIONS-READ TO CAT-TOTAL-COUNT
009760     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009770     WRITE CAT-OUT-REC
009780     MOVE "THUMBNAILS ON THE PLAIN PATH" TO CAT-TOTAL-LABEL
009790     MOVE CAT-PLAIN-COUNT TO CAT-TOTAL-COUNT
009800     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009810     WRITE CAT-OUT-REC
009820     MOVE "THUMBNAILS ON THE EXTENDED PATH" TO CAT-TOTAL-LABEL
009830     MOVE CAT-DZ-COUNT TO CAT-TOTAL-COUNT
009840     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009850     WRITE CAT-OUT-REC
009860     MOVE "POINTS RENDERED" TO CAT-TOTAL-LABEL
009870     MOVE CAT-POINTS-RENDERED TO CAT-TOTAL-COUNT
009880     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009890     WRITE CAT-OUT-REC
009900     MOVE "ALL-ONE-BAND EXCEPTIONS" TO CAT-TOTAL-LABEL
009910     MOVE CAT-EXC-COUNT TO CAT-TOTAL-COUNT
009920     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009930     WRITE CAT-OUT-REC
009940     MOVE "ZOOMQHIST RECORDS READ" TO CAT-TOTAL-LABEL
009950     MOVE CAT-HIST-READ TO CAT-TOTAL-COUNT
009960     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
009970     WRITE CAT-OUT-REC
009980     MOVE "REGION NAMINGS COUNTED" TO CAT-TOTAL-LABEL
009990     MOVE CAT-HIST-COUNTED TO CAT-TOTAL-COUNT
010000     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
010010     WRITE CAT-OUT-REC
010020     MOVE "NAMINGS OF NO MASTER REGION" TO CAT-TOTAL-LABEL
010030     MOVE CAT-HIST-UNCATALOGED TO CAT-TOTAL-COUNT
010040     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
010050     WRITE CAT-OUT-REC
010060     MOVE "REGIONS PAST THE TABLE LIMIT" TO CAT-TOTAL-LABEL
010070     MOVE CAT-TABLE-OVERFLOW TO CAT-TOTAL-COUNT
010080     MOVE CAT-TOTAL-LINE TO CAT-OUT-REC
010090     WRITE CAT-OUT-REC
010100     IF CAT-ERROR
010110         MOVE "ERROR" TO CAT-STATUS
010120     ELSE
010130         MOVE "GOOD" TO CAT-STATUS
010140     END-IF
010150     MOVE CAT-STATUS-LINE TO CAT-OUT-REC
010160     WRITE CAT-OUT-REC.
010170*****************************************************************
010180* P-END - JOB TERMINATION.
010190*****************************************************************
010200 P-END.
010210     CLOSE CATRPT
010220     IF CAT-ERROR
010230         MOVE 8 TO RETURN-CODE
010240     END-IF
010250     DISPLAY "The ENd"
010260     STOP RUN.
