000010*****************************************************************
000020* HALLOSCR - ZOOM REQUEST ENTRY AND INQUIRY SCREEN FOR HALLOPGM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOSCR.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  ONLINE FRONT END TO THE ZOOM QUEUE.  AN ANALYST AT A
000120*     TERMINAL KEYS A ZOOM REQUEST FIELD BY FIELD, OR PICKS A
000130*     REGION OFF A SCROLLING LIST OF THE REGIONMST MASTER, AND THE
000140*     FINISHED CARD IS APPENDED TO ZOOMQRAW FOR THE NIGHT'S
000150*     HALLOEDT STEP - NO COUNTING COLUMNS IN AN EDITOR, AND NO
000160*     WAITING FOR THE NEXT MORNING'S EDITRPT TO LEARN THE CARD WAS
000170*     BAD.  THE SAME SCREEN ANSWERS THE TWO QUESTIONS THAT USED TO
000180*     NEED A BATCH JOB - "IS THIS POINT ALREADY COMPUTED" (A
000190*     RESULTMST LOOKUP) AND "WHAT HAPPENED TO MY REQUEST" (THE
000200*     ANALYST'S ZOOMQHIST HISTORY BY REQUEST-ID PREFIX, AS
000210*     HALLOZQI PRINTS IT).
000220*
000230*     MENU SELECTIONS -
000240*       1  KEY A ZOOM REQUEST.
000250*       2  PAGE THROUGH REGIONMST IN NAME ORDER, 15 REGIONS TO A
000260*          PAGE (F FORWARD, B BACK), AND KEY A REQUEST FOR THE
000270*          REGION ON THE LINE NUMBER ENTERED.
000280*       3  RESULTS MASTER INQUIRY.  THE KEY IS BUILT THE WAY
000290*          HALLOPGM'S P-BUILD-RESULT-KEY BUILDS IT - PRECISION
000300*          PATH, COORDINATE, MAXI, SET AND JULIA CONSTANT - AND
000310*          THE STORED FINAL STATE IS SHOWN.  THE INQUIRY IS READ-
000320*          ONLY; UNLIKE A HALLOPGM LOOKUP IT DOES NOT COUNT AS A
000330*          HIT AGAINST THE RECORD'S USAGE TRACKING.
000340*       4  ZOOMQHIST HISTORY FOR A REQUEST ID OR ID PREFIX, 15
000350*          RECORDS TO A PAGE.
000360*       X  END.
000370*
000380*     EVERY FIELD OF A KEYED REQUEST TAKES HALLOEDT'S OWN EDIT AS
000390*     IT IS ENTERED, WITH HALLOEDT'S OWN FIELD NAME AND REASON ON
000400*     THE MESSAGE LINE, AND THE CURSOR STAYS ON THE FIELD UNTIL IT
000410*     PASSES.  THE EDIT PARAGRAPHS BELOW ARE HALLOEDT'S AND MUST
000420*     BE KEPT IN STEP WITH IT.  A NAMED REGION IS RESOLVED ON THE
000430*     MASTER AS SOON AS IT IS KEYED AND FILLS THE CENTER AND DZ
000440*     FIELDS, WHICH ARE THEN NOT KEYED; A NAMED JULIA-CONSTANT
000450*     REGION FILLS THE CONSTANT THE SAME WAY.  ZOOM LEVEL AND MAXI
000460*     OVERRIDE ARE NUMERIC SCREEN FIELDS, SO HALLOEDT'S NUMERIC
000470*     EDIT ON THEM CANNOT FAIL.  THE REQUEST ID IS CHECKED AGAINST
000480*     EVERY ID ALREADY WAITING ON ZOOMQFILE OR ZOOMQRAW AND EVERY
000490*     ID KEYED THIS SESSION.  HALLOEDT STILL EDITS THE CARD AGAIN
000500*     AT NIGHT - THE SCREEN ONLY SEES TO IT THAT IT WILL PASS.
000510*
000520*     ZOOMQRAW IS REWRITTEN THROUGH ZOOMQHLD FOR EACH REQUEST
000530*     WRITTEN, WITH THE NEW CARD AND A FRESH TRAILER RECORD (SEE
000540*     FILETRLREC) ON THE END, SO NOTHING IS LOST IF THE SESSION
000550*     IS DROPPED.  A ZOOMQRAW WHOSE OLD TRAILER DOES NOT MATCH ITS
000551*     CARDS IS LEFT ALONE AND THE CARD IS NOT WRITTEN.  A MISSING
000552*     REGIONMST OR RESULTMST ONLY DISABLES THE SELECTIONS THAT
000553*     NEED IT.
000560*
000570* MODIFICATION HISTORY.
000580*     10/15/2026  RH   ORIGINAL VERSION.
000581*     10/15/2026  RH   ZOOMQRAW IS REWRITTEN THROUGH ZOOMQHLD AND
000582*                       ENDED WITH A TRAILER RECORD.
000583*     10/15/2026  RH   EVERY ZOOMQHLD AND ZOOMQRAW WRITE IS
000584*                       CHECKED; A FAILED ONE SHOWS NOT WRITTEN.
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ZOOMQRAW ASSIGN TO "ZOOMQRAW"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ZOOMQRAW-STATUS.
000660     SELECT ZOOMQFILE ASSIGN TO "ZOOMQFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ZOOMQFILE-STATUS.
000690     SELECT REGIONMST ASSIGN TO "REGIONMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS RGN-NAME
000730         FILE STATUS IS REGIONMST-STATUS.
000740     SELECT RESULTMST ASSIGN TO "RESULTMST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS RM-KEY
000780         FILE STATUS IS RESULTMST-STATUS.
000790     SELECT ZOOMQHIST ASSIGN TO "ZOOMQHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS ZOOMQHIST-STATUS.
000811     SELECT ZOOMQHLD ASSIGN TO "ZOOMQHLD"
000812         ORGANIZATION IS LINE SEQUENTIAL
000813         FILE STATUS IS ZOOMQHLD-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ZOOMQRAW
000850     RECORD CONTAINS 195 CHARACTERS.
000860 01  ZOOMQ-RAW-REC               PIC X(195).
000870 FD  ZOOMQFILE
000880     RECORD CONTAINS 195 CHARACTERS.
000890     COPY ZOOMQREC.
000900 FD  REGIONMST
000910     RECORD CONTAINS 120 CHARACTERS.
000920     COPY REGIONREC.
000930 FD  RESULTMST
000940     RECORD CONTAINS 220 CHARACTERS.
000950     COPY RESULTREC.
000960 FD  ZOOMQHIST
000970     RECORD CONTAINS 225 CHARACTERS.
000980     COPY ZOOMQHREC.
000981 FD  ZOOMQHLD
000982     RECORD CONTAINS 195 CHARACTERS.
000983 01  ZOOMQ-HOLD-REC              PIC X(195).
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010* FILE STATUS FIELDS
001020*----------------------------------------------------------------
001030 01  ZOOMQRAW-STATUS             PIC X(02).
001040 01  ZOOMQFILE-STATUS            PIC X(02).
001050 01  REGIONMST-STATUS            PIC X(02).
001060 01  RESULTMST-STATUS            PIC X(02).
001070 01  ZOOMQHIST-STATUS            PIC X(02).
001071 01  ZOOMQHLD-STATUS             PIC X(02).
001080*----------------------------------------------------------------
001090* SESSION SWITCHES.  REC-ERROR IS THE FIELD JUST KEYED FAILING
001100* ITS EDIT; PANEL-DONE ENDS WHICHEVER LIST OR INQUIRY PANEL IS
001110* UP AND RETURNS TO THE MENU.
001120*----------------------------------------------------------------
001130 01  SCR-SWITCHES.
001140     05  SCR-QUIT-SW              PIC X(01) VALUE "N".
001150         88  SCR-QUIT                       VALUE "Y".
001160     05  FILE-EOF-SW              PIC X(01) VALUE "N".
001170         88  FILE-EOF                       VALUE "Y".
001180     05  REC-ERROR-SW             PIC X(01) VALUE "N".
001190         88  REC-ERROR                      VALUE "Y".
001200     05  DUP-FOUND-SW             PIC X(01) VALUE "N".
001210         88  DUP-FOUND                      VALUE "Y".
001220     05  ID-TABLE-FULL-SW         PIC X(01) VALUE "N".
001230         88  ID-TABLE-FULL                  VALUE "Y".
001240     05  RGN-AVAILABLE-SW         PIC X(01) VALUE "N".
001250         88  RGN-AVAILABLE                  VALUE "Y".
001260     05  RGN-FOUND-SW             PIC X(01) VALUE "N".
001270         88  RGN-FOUND                      VALUE "Y".
001280     05  RM-AVAILABLE-SW          PIC X(01) VALUE "N".
001290         88  RM-AVAILABLE                   VALUE "Y".
001300     05  RM-HIT-SW                PIC X(01) VALUE "N".
001310         88  RM-HIT                         VALUE "Y".
001320     05  PANEL-DONE-SW            PIC X(01) VALUE "N".
001330         88  PANEL-DONE                     VALUE "Y".
001340     05  LIST-MORE-SW             PIC X(01) VALUE "N".
001350         88  LIST-MORE                      VALUE "Y".
001351     05  HOLD-FAILED-SW           PIC X(01) VALUE "N".
001352         88  HOLD-FAILED                    VALUE "Y".
001353     05  RESTORE-FAILED-SW        PIC X(01) VALUE "N".
001354         88  RESTORE-FAILED                 VALUE "Y".
001360*----------------------------------------------------------------
001370* MESSAGE LINE, SHOWN ON LINE 24 OF EVERY PANEL.  A FAILED EDIT
001380* PUTS HALLOEDT'S FIELD NAME AND REASON HERE; OTHER MESSAGES USE
001390* THE SAME TWO PARTS.  SCR-FIELD-WS/SCR-REASON-WS ARE WHERE THE
001400* EDIT PARAGRAPHS LEAVE THEM, AS EDR-FIELD-WS/EDR-REASON-WS ARE
001410* IN HALLOEDT.
001420*----------------------------------------------------------------
001430 01  SCR-MESSAGE-LINE.
001440     05  SCR-MSG-FIELD            PIC X(16).
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  SCR-MSG-REASON           PIC X(50).
001470     05  FILLER                   PIC X(11) VALUE SPACES.
001480 01  SCR-MESSAGE-TEXT REDEFINES SCR-MESSAGE-LINE
001490                                 PIC X(79).
001500 01  SCR-EDIT-CONTROL.
001510     05  SCR-FIELD-WS             PIC X(16) VALUE SPACES.
001520     05  SCR-REASON-WS            PIC X(50) VALUE SPACES.
001530*----------------------------------------------------------------
001540* KEYED FIELDS THAT DO NOT LIVE IN THE CARD ITSELF.  ZOOM LEVEL
001550* AND MAXI OVERRIDE ARE KEYED NUMERIC AND MOVED INTO THE CARD.
001560* SCR-RGN-MAXI KEEPS THE NAMED REGION'S SUGGESTED MAXI FOR THE
001570* MAXI OVERRIDE THAT IS KEYED AFTER IT.
001580*----------------------------------------------------------------
001590 01  SCR-MENU-CHOICE             PIC X(01) VALUE SPACE.
001600 01  SCR-CONFIRM                 PIC X(01) VALUE SPACE.
001610 01  SCR-ZOOM-IN                 PIC 9(03) VALUE 0.
001620 01  SCR-MAXI-IN                 PIC 9(05) VALUE 0.
001630 01  SCR-RGN-MAXI                PIC 9(05) VALUE 0.
001640 01  SCR-PICKED-REGION           PIC X(10) VALUE SPACES.
001650 01  SCR-RULE                    PIC X(78) VALUE ALL "-".
001651*----------------------------------------------------------------
001652* TRAILER RECORD WORK FOR ZOOMQRAW (SEE FILETRLCHK)
001653*----------------------------------------------------------------
001654     COPY FILETRLREC.
001660*----------------------------------------------------------------
001670* CHARACTER-LEVEL VIEW OF THE CARD BEING KEYED - THE SAME LAYOUT
001680* HALLOEDT EDITS A RAW CARD IN (SEE ZOOMQREC FOR THE COLUMNS).
001690*----------------------------------------------------------------
001700 01  EDT-WORK-REC                PIC X(195).
001710 01  EDT-FIELDS REDEFINES EDT-WORK-REC.
001720     05  EDT-REQUEST-ID           PIC X(10).
001730     05  EDT-CENTER-X.
001740         10  EDT-CENTER-X-SIGN    PIC X(01).
001750         10  EDT-CENTER-X-DIGITS  PIC X(08).
001760     05  EDT-CENTER-Y.
001770         10  EDT-CENTER-Y-SIGN    PIC X(01).
001780         10  EDT-CENTER-Y-DIGITS  PIC X(08).
001790     05  EDT-ZOOM-LEVEL           PIC X(03).
001800     05  EDT-MAXI-OVERRIDE        PIC X(05).
001810     05  EDT-DZ-X.
001820         10  EDT-DZ-X-SIGN        PIC X(01).
001830         10  EDT-DZ-X-DIGITS      PIC X(27).
001840     05  EDT-DZ-Y.
001850         10  EDT-DZ-Y-SIGN        PIC X(01).
001860         10  EDT-DZ-Y-DIGITS      PIC X(27).
001870     05  EDT-PRIORITY             PIC X(01).
001880     05  EDT-DEFER-NIGHTS         PIC X(02).
001890     05  FILLER                   PIC X(05).
001900     05  EDT-REGION-NAME          PIC X(10).
001910     05  EDT-JULIA-SW             PIC X(01).
001920     05  EDT-JC-X.
001930         10  EDT-JC-X-SIGN        PIC X(01).
001940         10  EDT-JC-X-DIGITS      PIC X(08).
001950     05  EDT-JC-Y.
001960         10  EDT-JC-Y-SIGN        PIC X(01).
001970         10  EDT-JC-Y-DIGITS      PIC X(08).
001980     05  EDT-JC-DZ-X.
001990         10  EDT-JC-DZ-X-SIGN     PIC X(01).
002000         10  EDT-JC-DZ-X-DIGITS   PIC X(27).
002010     05  EDT-JC-DZ-Y.
002020         10  EDT-JC-DZ-Y-SIGN     PIC X(01).
002030         10  EDT-JC-DZ-Y-DIGITS   PIC X(27).
002040     05  EDT-JC-REGION            PIC X(10).
002050*----------------------------------------------------------------
002060* NUMERIC SCRATCH VIEWS FOR THE RANGE EDITS, AS IN HALLOEDT.
002070*----------------------------------------------------------------
002080 01  EDT-RANGE-WORK.
002090     05  EDT-COORD-CHAR           PIC X(09).
002100     05  EDT-COORD-NUM REDEFINES EDT-COORD-CHAR
002110         PIC S9V9(07)
002120         SIGN IS LEADING SEPARATE CHARACTER.
002130     05  EDT-DZ-COORD-CHAR        PIC X(28).
002140     05  EDT-DZ-COORD-NUM REDEFINES EDT-DZ-COORD-CHAR
002150         PIC S9(09)V9(18)
002160         SIGN IS LEADING SEPARATE CHARACTER.
002170     05  EDT-ZOOM-N               PIC 9(03) VALUE 0.
002180     05  EDT-PLAIN-BUILD
002190         PIC S9V9(07)
002200         SIGN IS LEADING SEPARATE CHARACTER.
002210*----------------------------------------------------------------
002220* REQUEST-ID UNIQUENESS TABLE - EVERY ID WAITING ON ZOOMQFILE OR
002230* ZOOMQRAW WHEN THE SESSION STARTS, PLUS EVERY ID WRITTEN SINCE.
002240* 1000 ENTRIES, AS IN HALLOEDT; WITH THE TABLE FULL NO FURTHER
002250* REQUEST CAN BE KEYED.
002260*----------------------------------------------------------------
002270 01  EDT-ID-TABLE.
002280     05  EDT-ID-COUNT             PIC 9(04) COMP VALUE 0.
002290     05  EDT-ID-ENTRY             PIC X(10) OCCURS 1000 TIMES.
002300 77  EDT-ID-IDX                  PIC 9(04) COMP.
002310*----------------------------------------------------------------
002320* REGION LIST.  ONE PAGE OF UP TO 15 REGIONS IS HELD AT A TIME;
002330* SCR-PAGE-KEY HOLDS THE FIRST REGION NAME OF EVERY PAGE SHOWN SO
002340* FAR, SO B CAN START THE MASTER AGAIN AT THE PAGE BEFORE.
002350*----------------------------------------------------------------
002360 01  SCR-LIST-TABLE.
002370     05  SCR-LIST-COUNT           PIC 9(02) COMP VALUE 0.
002380     05  SCR-LIST-ENTRIES.
002390         10  SCR-LIST-ENTRY       OCCURS 15 TIMES.
002400             15  SCR-LIST-NAME    PIC X(10).
002410             15  SCR-LIST-TEXT    PIC X(78).
002420 01  SCR-PAGE-TABLE.
002430     05  SCR-PAGE-NO              PIC 9(03) COMP VALUE 0.
002440     05  SCR-PAGE-KEY             PIC X(10) OCCURS 200 TIMES.
002450 01  SCR-NEXT-KEY                PIC X(10) VALUE SPACES.
002460 01  SCR-LIST-CMD                PIC X(02) VALUE SPACES.
002470 01  SCR-LIST-PICK               PIC 9(02) VALUE 0.
002480 01  SCR-LIST-HEADING.
002490     05  FILLER                   PIC X(03) VALUE "NO".
002500     05  FILLER                   PIC X(11) VALUE "REGION".
002510     05  FILLER                   PIC X(18) VALUE "CENTER X".
002520     05  FILLER                   PIC X(18) VALUE "CENTER Y".
002530     05  FILLER                   PIC X(19) VALUE "SPAN".
002540     05  FILLER                   PIC X(09) VALUE " MAXI".
002550 01  SCR-LIST-DETAIL.
002560     05  SCR-LD-LINE-NO           PIC Z9.
002570     05  FILLER                   PIC X(01) VALUE SPACES.
002580     05  SCR-LD-NAME              PIC X(10).
002590     05  FILLER                   PIC X(01) VALUE SPACES.
002600     05  SCR-LD-X                 PIC -9.9(14).
002610     05  FILLER                   PIC X(01) VALUE SPACES.
002620     05  SCR-LD-Y                 PIC -9.9(14).
002630     05  FILLER                   PIC X(01) VALUE SPACES.
002640     05  SCR-LD-SPAN              PIC 9.9(16).
002650     05  FILLER                   PIC X(01) VALUE SPACES.
002660     05  SCR-LD-MAXI              PIC ZZZZ9.
002670     05  FILLER                   PIC X(04) VALUE SPACES.
002680*----------------------------------------------------------------
002690* RESULTS MASTER INQUIRY.  THE COORDINATES ARE KEYED IN THE FORM
002700* OF THE PRECISION PATH ASKED FOR - SIGN AND 8 DIGITS ON THE
002710* PLAIN PATH, SIGN AND 27 DIGITS ON THE DEEP-ZOOM PATH - AND
002720* WIDENED INTO THE KEY THROUGH SCR-INQ-VALUE.
002730*----------------------------------------------------------------
002740 01  SCR-INQ-FIELDS.
002750     05  SCR-INQ-PATH             PIC X(01).
002760     05  SCR-INQ-X                PIC X(28).
002770     05  SCR-INQ-Y                PIC X(28).
002780     05  SCR-INQ-MAXI             PIC 9(05).
002790     05  SCR-INQ-SET              PIC X(01).
002800     05  SCR-INQ-JC-X             PIC X(28).
002810     05  SCR-INQ-JC-Y             PIC X(28).
002820 01  SCR-INQ-COORD               PIC X(28).
002830 01  SCR-INQ-VALUE PIC S9(09)V9(18)
002840     SIGN IS LEADING SEPARATE CHARACTER.
002850 01  SCR-ANSWER-FIELDS.
002860     05  SCR-ANS-STATUS           PIC X(44).
002870     05  SCR-ANS-I                PIC ZZZZZZ9.
002880     05  SCR-ANS-ESCAPED          PIC X(30).
002890     05  SCR-ANS-C                PIC -(9)9.9(18).
002900     05  SCR-ANS-CI               PIC -(9)9.9(18).
002910     05  SCR-ANS-STORED           PIC X(08).
002920     05  SCR-ANS-LAST-REF         PIC X(08).
002930     05  SCR-ANS-HITS             PIC ZZZZ9.
002940*----------------------------------------------------------------
002950* REQUEST HISTORY.  SCR-KEY-LEN IS THE PREFIX LENGTH UP TO ITS
002960* LAST NONBLANK CHARACTER, AS HALLOZQI MEASURES IT.
002970*----------------------------------------------------------------
002980 01  SCR-HIST-KEY                PIC X(10) VALUE SPACES.
002990 77  SCR-KEY-LEN                 PIC 9(02) COMP VALUE 0.
003000 77  SCR-SCAN-IDX                PIC 9(02) COMP.
003010 01  SCR-HIST-CMD                PIC X(01) VALUE SPACE.
003020 01  SCR-HIST-COUNT              PIC 9(08) COMP VALUE 0.
003030 01  SCR-HIST-COUNT-ED           PIC ZZZZZZZZ9.
003040 01  SCR-HIST-TABLE.
003050     05  SCR-HIST-LINES           PIC 9(02) COMP VALUE 0.
003060     05  SCR-HIST-ENTRIES.
003070         10  SCR-HIST-TEXT        PIC X(78) OCCURS 15 TIMES.
003080 01  SCR-HIST-HEADING.
003090     05  FILLER                   PIC X(10) VALUE "RUN DATE".
003100     05  FILLER                   PIC X(12) VALUE "REQUEST".
003110     05  FILLER                   PIC X(03) VALUE "S".
003120     05  FILLER                   PIC X(05) VALUE "LVL".
003130     05  FILLER                   PIC X(07) VALUE " MAXI".
003140     05  FILLER                   PIC X(03) VALUE "P".
003150     05  FILLER                   PIC X(12) VALUE "REGION".
003160     05  FILLER                   PIC X(10) VALUE "DISP".
003170     05  FILLER                   PIC X(16) VALUE "FINAL I".
003180 01  SCR-HIST-DETAIL.
003190     05  SCR-HD-RUN-DATE          PIC 9(08).
003200     05  FILLER                   PIC X(02) VALUE SPACES.
003210     05  SCR-HD-REQUEST-ID        PIC X(10).
003220     05  FILLER                   PIC X(02) VALUE SPACES.
003230     05  SCR-HD-SET               PIC X(01).
003240     05  FILLER                   PIC X(02) VALUE SPACES.
003250     05  SCR-HD-ZOOM              PIC X(03).
003260     05  FILLER                   PIC X(02) VALUE SPACES.
003270     05  SCR-HD-MAXI              PIC X(05).
003280     05  FILLER                   PIC X(02) VALUE SPACES.
003290     05  SCR-HD-PRIORITY          PIC X(01).
003300     05  FILLER                   PIC X(02) VALUE SPACES.
003310     05  SCR-HD-REGION            PIC X(10).
003320     05  FILLER                   PIC X(02) VALUE SPACES.
003330     05  SCR-HD-DISP              PIC X(08).
003340     05  FILLER                   PIC X(02) VALUE SPACES.
003350     05  SCR-HD-FINAL-I           PIC ZZZZZZ9.
003360     05  FILLER                   PIC X(09) VALUE SPACES.
003370*----------------------------------------------------------------
003380* CHARACTER VIEW OF THE QUEUE CARD EMBEDDED IN A HISTORY RECORD
003390* (SEE ZOOMQREC FOR THE COLUMN MAP).
003400*----------------------------------------------------------------
003410 01  SCR-QUEUE-VIEW              PIC X(110).
003420 01  SCR-QUEUE-FIELDS REDEFINES SCR-QUEUE-VIEW.
003430     05  FILLER                   PIC X(28).
003440     05  SCR-VIEW-ZOOM            PIC X(03).
003450     05  SCR-VIEW-MAXI            PIC X(05).
003460     05  FILLER                   PIC X(56).
003470     05  SCR-VIEW-PRIORITY        PIC X(01).
003480     05  FILLER                   PIC X(07).
003490     05  SCR-VIEW-REGION          PIC X(10).
003500 SCREEN SECTION.
003510*----------------------------------------------------------------
003520* MENU PANEL
003530*----------------------------------------------------------------
003540 01  SCR-MENU-SCREEN BLANK SCREEN.
003550     05  LINE 1 COL 2 VALUE
003560         "HALLOSCR - ZOOM REQUEST ENTRY AND INQUIRY".
003570     05  LINE 3 COL 6 VALUE
003580         "1  KEY A ZOOM REQUEST".
003590     05  LINE 4 COL 6 VALUE
003600         "2  PICK A REGION FROM REGIONMST AND KEY A REQUEST".
003610     05  LINE 5 COL 6 VALUE
003620         "3  RESULTS MASTER INQUIRY".
003630     05  LINE 6 COL 6 VALUE
003640         "4  REQUEST HISTORY BY REQUEST ID PREFIX".
003650     05  LINE 7 COL 6 VALUE
003660         "X  END".
003670     05  LINE 9 COL 6 VALUE "SELECTION".
003680     05  LINE 9 COL 17 PIC X(01) USING SCR-MENU-CHOICE UNDERLINE.
003690     05  LINE 24 COL 1 PIC X(79) FROM SCR-MESSAGE-TEXT HIGHLIGHT.
003700*----------------------------------------------------------------
003710* REQUEST ENTRY PANEL.  DISPLAYED WHOLE AFTER EVERY FIELD; EACH
003720* FIELD IS THEN KEYED THROUGH ITS OWN ONE-FIELD INPUT SCREEN
003730* BELOW, AT THE SAME LINE AND COLUMN.
003740*----------------------------------------------------------------
003750 01  SCR-ENTRY-SCREEN BLANK SCREEN.
003760     05  LINE 1 COL 2 VALUE "HALLOSCR - KEY A ZOOM REQUEST".
003770     05  LINE 3 COL 2 VALUE "REQUEST ID".
003780     05  LINE 3 COL 21 PIC X(10) FROM EDT-REQUEST-ID UNDERLINE.
003790     05  LINE 3 COL 34 VALUE "BLANK RETURNS TO THE MENU".
003800     05  LINE 4 COL 2 VALUE "REGION NAME".
003810     05  LINE 4 COL 21 PIC X(10) FROM EDT-REGION-NAME UNDERLINE.
003820     05  LINE 4 COL 34 VALUE "BLANK TO KEY THE CENTER".
003830     05  LINE 6 COL 2 VALUE "CENTER X".
003840     05  LINE 6 COL 21 PIC X(09) FROM EDT-CENTER-X UNDERLINE.
003850     05  LINE 6 COL 34 VALUE "SIGN, 1 INTEGER + 7 DECIMAL DIGITS".
003860     05  LINE 7 COL 2 VALUE "CENTER Y".
003870     05  LINE 7 COL 21 PIC X(09) FROM EDT-CENTER-Y UNDERLINE.
003880     05  LINE 8 COL 2 VALUE "ZOOM LEVEL".
003890     05  LINE 8 COL 21 PIC 9(03) FROM SCR-ZOOM-IN UNDERLINE.
003900     05  LINE 8 COL 34 VALUE "000 = PLAIN PATH".
003910     05  LINE 9 COL 2 VALUE "MAXI OVERRIDE".
003920     05  LINE 9 COL 21 PIC 9(05) FROM SCR-MAXI-IN UNDERLINE.
003930     05  LINE 9 COL 34 VALUE "00000 = THE RUN'S MAXI".
003940     05  LINE 10 COL 2 VALUE "DZ X".
003950     05  LINE 10 COL 21 PIC X(28) FROM EDT-DZ-X UNDERLINE.
003960     05  LINE 10 COL 51 VALUE "SIGN, 9 INT + 18 DEC".
003970     05  LINE 11 COL 2 VALUE "DZ Y".
003980     05  LINE 11 COL 21 PIC X(28) FROM EDT-DZ-Y UNDERLINE.
003990     05  LINE 13 COL 2 VALUE "PRIORITY CLASS".
004000     05  LINE 13 COL 21 PIC X(01) FROM EDT-PRIORITY UNDERLINE.
004010     05  LINE 13 COL 34 VALUE "1 MOST URGENT TO 9, BLANK = 5".
004020     05  LINE 14 COL 2 VALUE "JULIA SET".
004030     05  LINE 14 COL 21 PIC X(01) FROM EDT-JULIA-SW UNDERLINE.
004040     05  LINE 14 COL 34 VALUE "Y OR BLANK".
004050     05  LINE 15 COL 2 VALUE "CONSTANT REGION".
004060     05  LINE 15 COL 21 PIC X(10) FROM EDT-JC-REGION UNDERLINE.
004070     05  LINE 15 COL 34 VALUE "BLANK TO KEY THE CONSTANT".
004080     05  LINE 16 COL 2 VALUE "CONSTANT X".
004090     05  LINE 16 COL 21 PIC X(09) FROM EDT-JC-X UNDERLINE.
004100     05  LINE 16 COL 34 VALUE "ZOOM LEVEL 000 ONLY".
004110     05  LINE 17 COL 2 VALUE "CONSTANT Y".
004120     05  LINE 17 COL 21 PIC X(09) FROM EDT-JC-Y UNDERLINE.
004130     05  LINE 18 COL 2 VALUE "CONSTANT DZ X".
004140     05  LINE 18 COL 21 PIC X(28) FROM EDT-JC-DZ-X UNDERLINE.
004150     05  LINE 18 COL 51 VALUE "DEEP ZOOM ONLY".
004160     05  LINE 19 COL 2 VALUE "CONSTANT DZ Y".
004170     05  LINE 19 COL 21 PIC X(28) FROM EDT-JC-DZ-Y UNDERLINE.
004180     05  LINE 21 COL 2 VALUE "WRITE TO ZOOMQRAW".
004190     05  LINE 21 COL 21 PIC X(01) FROM SCR-CONFIRM UNDERLINE.
004200     05  LINE 21 COL 34 VALUE "Y WRITES THE CARD".
004210     05  LINE 24 COL 1 PIC X(79) FROM SCR-MESSAGE-TEXT HIGHLIGHT.
004220 01  SCR-ID-INPUT.
004230     05  LINE 3 COL 21 PIC X(10) USING EDT-REQUEST-ID UNDERLINE.
004240 01  SCR-REGION-INPUT.
004250     05  LINE 4 COL 21 PIC X(10) USING EDT-REGION-NAME UNDERLINE.
004260 01  SCR-CENTER-X-INPUT.
004270     05  LINE 6 COL 21 PIC X(09) USING EDT-CENTER-X UNDERLINE.
004280 01  SCR-CENTER-Y-INPUT.
004290     05  LINE 7 COL 21 PIC X(09) USING EDT-CENTER-Y UNDERLINE.
004300 01  SCR-ZOOM-INPUT.
004310     05  LINE 8 COL 21 PIC 9(03) USING SCR-ZOOM-IN UNDERLINE.
004320 01  SCR-MAXI-INPUT.
004330     05  LINE 9 COL 21 PIC 9(05) USING SCR-MAXI-IN UNDERLINE.
004340 01  SCR-DZ-X-INPUT.
004350     05  LINE 10 COL 21 PIC X(28) USING EDT-DZ-X UNDERLINE.
004360 01  SCR-DZ-Y-INPUT.
004370     05  LINE 11 COL 21 PIC X(28) USING EDT-DZ-Y UNDERLINE.
004380 01  SCR-PRIORITY-INPUT.
004390     05  LINE 13 COL 21 PIC X(01) USING EDT-PRIORITY UNDERLINE.
004400 01  SCR-JULIA-INPUT.
004410     05  LINE 14 COL 21 PIC X(01) USING EDT-JULIA-SW UNDERLINE.
004420 01  SCR-JC-REGION-INPUT.
004430     05  LINE 15 COL 21 PIC X(10) USING EDT-JC-REGION UNDERLINE.
004440 01  SCR-JC-X-INPUT.
004450     05  LINE 16 COL 21 PIC X(09) USING EDT-JC-X UNDERLINE.
004460 01  SCR-JC-Y-INPUT.
004470     05  LINE 17 COL 21 PIC X(09) USING EDT-JC-Y UNDERLINE.
004480 01  SCR-JC-DZ-X-INPUT.
004490     05  LINE 18 COL 21 PIC X(28) USING EDT-JC-DZ-X UNDERLINE.
004500 01  SCR-JC-DZ-Y-INPUT.
004510     05  LINE 19 COL 21 PIC X(28) USING EDT-JC-DZ-Y UNDERLINE.
004520 01  SCR-CONFIRM-INPUT.
004530     05  LINE 21 COL 21 PIC X(01) USING SCR-CONFIRM UNDERLINE.
004540*----------------------------------------------------------------
004550* REGION LIST PANEL
004560*----------------------------------------------------------------
004570 01  SCR-LIST-SCREEN BLANK SCREEN.
004580     05  LINE 1 COL 2 VALUE "HALLOSCR - REGION MASTER".
004590     05  LINE 1 COL 60 VALUE "PAGE".
004600     05  LINE 1 COL 65 PIC ZZ9 FROM SCR-PAGE-NO.
004610     05  LINE 3 COL 2 PIC X(78) FROM SCR-LIST-HEADING.
004620     05  LINE 4 COL 2 PIC X(78) FROM SCR-RULE.
004630     05  LINE 5 COL 2 PIC X(78) FROM SCR-LIST-TEXT (1).
004640     05  LINE 6 COL 2 PIC X(78) FROM SCR-LIST-TEXT (2).
004650     05  LINE 7 COL 2 PIC X(78) FROM SCR-LIST-TEXT (3).
004660     05  LINE 8 COL 2 PIC X(78) FROM SCR-LIST-TEXT (4).
004670     05  LINE 9 COL 2 PIC X(78) FROM SCR-LIST-TEXT (5).
004680     05  LINE 10 COL 2 PIC X(78) FROM SCR-LIST-TEXT (6).
004690     05  LINE 11 COL 2 PIC X(78) FROM SCR-LIST-TEXT (7).
004700     05  LINE 12 COL 2 PIC X(78) FROM SCR-LIST-TEXT (8).
004710     05  LINE 13 COL 2 PIC X(78) FROM SCR-LIST-TEXT (9).
004720     05  LINE 14 COL 2 PIC X(78) FROM SCR-LIST-TEXT (10).
004730     05  LINE 15 COL 2 PIC X(78) FROM SCR-LIST-TEXT (11).
004740     05  LINE 16 COL 2 PIC X(78) FROM SCR-LIST-TEXT (12).
004750     05  LINE 17 COL 2 PIC X(78) FROM SCR-LIST-TEXT (13).
004760     05  LINE 18 COL 2 PIC X(78) FROM SCR-LIST-TEXT (14).
004770     05  LINE 19 COL 2 PIC X(78) FROM SCR-LIST-TEXT (15).
004780     05  LINE 21 COL 2 VALUE
004790         "LINE NUMBER KEYS A REQUEST FOR THAT REGION".
004800     05  LINE 22 COL 2 VALUE
004810         "F OR BLANK FORWARD, B BACK, X MENU".
004820     05  LINE 22 COL 40 VALUE "COMMAND".
004830     05  LINE 22 COL 49 PIC X(02) USING SCR-LIST-CMD UNDERLINE.
004840     05  LINE 24 COL 1 PIC X(79) FROM SCR-MESSAGE-TEXT HIGHLIGHT.
004850*----------------------------------------------------------------
004860* RESULTS MASTER INQUIRY PANEL
004870*----------------------------------------------------------------
004880 01  SCR-INQUIRY-SCREEN BLANK SCREEN.
004890     05  LINE 1 COL 2 VALUE "HALLOSCR - RESULTS MASTER INQUIRY".
004900     05  LINE 3 COL 2 VALUE "PRECISION PATH".
004910     05  LINE 3 COL 21 PIC X(01) USING SCR-INQ-PATH UNDERLINE.
004920     05  LINE 3 COL 34 VALUE "P PLAIN, D DEEP ZOOM, BLANK = MENU".
004930     05  LINE 4 COL 2 VALUE "CENTER X".
004940     05  LINE 4 COL 21 PIC X(28) USING SCR-INQ-X UNDERLINE.
004950     05  LINE 4 COL 51 VALUE "P - SIGN AND 8 DIGITS".
004960     05  LINE 5 COL 2 VALUE "CENTER Y".
004970     05  LINE 5 COL 21 PIC X(28) USING SCR-INQ-Y UNDERLINE.
004980     05  LINE 5 COL 51 VALUE "D - SIGN AND 27 DIGITS".
004990     05  LINE 6 COL 2 VALUE "MAXI".
005000     05  LINE 6 COL 21 PIC 9(05) USING SCR-INQ-MAXI UNDERLINE.
005010     05  LINE 6 COL 34 VALUE "THE MAXI IN EFFECT FOR THE POINT".
005020     05  LINE 7 COL 2 VALUE "SET".
005030     05  LINE 7 COL 21 PIC X(01) USING SCR-INQ-SET UNDERLINE.
005040     05  LINE 7 COL 34 VALUE "M MANDELBROT (BLANK), J JULIA".
005050     05  LINE 8 COL 2 VALUE "CONSTANT X".
005060     05  LINE 8 COL 21 PIC X(28) USING SCR-INQ-JC-X UNDERLINE.
005070     05  LINE 8 COL 51 VALUE "JULIA ONLY, AS X/Y".
005080     05  LINE 9 COL 2 VALUE "CONSTANT Y".
005090     05  LINE 9 COL 21 PIC X(28) USING SCR-INQ-JC-Y UNDERLINE.
005100     05  LINE 11 COL 2 VALUE "ANSWER".
005110     05  LINE 11 COL 21 PIC X(44) FROM SCR-ANS-STATUS HIGHLIGHT.
005120     05  LINE 12 COL 2 VALUE "FINAL ITERATION".
005130     05  LINE 12 COL 21 PIC X(07) FROM SCR-ANS-I.
005140     05  LINE 13 COL 2 VALUE "OUTCOME".
005150     05  LINE 13 COL 21 PIC X(30) FROM SCR-ANS-ESCAPED.
005160     05  LINE 14 COL 2 VALUE "FINAL C".
005170     05  LINE 14 COL 21 PIC X(29) FROM SCR-ANS-C.
005180     05  LINE 15 COL 2 VALUE "FINAL CI".
005190     05  LINE 15 COL 21 PIC X(29) FROM SCR-ANS-CI.
005200     05  LINE 16 COL 2 VALUE "FIRST STORED".
005210     05  LINE 16 COL 21 PIC X(08) FROM SCR-ANS-STORED.
005220     05  LINE 17 COL 2 VALUE "LAST REFERENCED".
005230     05  LINE 17 COL 21 PIC X(08) FROM SCR-ANS-LAST-REF.
005240     05  LINE 18 COL 2 VALUE "LOOKUP HITS".
005250     05  LINE 18 COL 21 PIC X(05) FROM SCR-ANS-HITS.
005260     05  LINE 24 COL 1 PIC X(79) FROM SCR-MESSAGE-TEXT HIGHLIGHT.
005270*----------------------------------------------------------------
005280* REQUEST HISTORY PANEL
005290*----------------------------------------------------------------
005300 01  SCR-HISTORY-SCREEN BLANK SCREEN.
005310     05  LINE 1 COL 2 VALUE "HALLOSCR - REQUEST HISTORY".
005320     05  LINE 3 COL 2 VALUE "REQUEST ID PREFIX".
005330     05  LINE 3 COL 21 PIC X(10) FROM SCR-HIST-KEY UNDERLINE.
005340     05  LINE 3 COL 34 VALUE "BLANK RETURNS TO THE MENU".
005350     05  LINE 4 COL 2 VALUE "RECORDS SELECTED".
005360     05  LINE 4 COL 21 PIC X(09) FROM SCR-HIST-COUNT-ED.
005370     05  LINE 5 COL 2 PIC X(78) FROM SCR-HIST-HEADING.
005380     05  LINE 6 COL 2 PIC X(78) FROM SCR-RULE.
005390     05  LINE 7 COL 2 PIC X(78) FROM SCR-HIST-TEXT (1).
005400     05  LINE 8 COL 2 PIC X(78) FROM SCR-HIST-TEXT (2).
005410     05  LINE 9 COL 2 PIC X(78) FROM SCR-HIST-TEXT (3).
005420     05  LINE 10 COL 2 PIC X(78) FROM SCR-HIST-TEXT (4).
005430     05  LINE 11 COL 2 PIC X(78) FROM SCR-HIST-TEXT (5).
005440     05  LINE 12 COL 2 PIC X(78) FROM SCR-HIST-TEXT (6).
005450     05  LINE 13 COL 2 PIC X(78) FROM SCR-HIST-TEXT (7).
005460     05  LINE 14 COL 2 PIC X(78) FROM SCR-HIST-TEXT (8).
005470     05  LINE 15 COL 2 PIC X(78) FROM SCR-HIST-TEXT (9).
005480     05  LINE 16 COL 2 PIC X(78) FROM SCR-HIST-TEXT (10).
005490     05  LINE 17 COL 2 PIC X(78) FROM SCR-HIST-TEXT (11).
005500     05  LINE 18 COL 2 PIC X(78) FROM SCR-HIST-TEXT (12).
005510     05  LINE 19 COL 2 PIC X(78) FROM SCR-HIST-TEXT (13).
005520     05  LINE 20 COL 2 PIC X(78) FROM SCR-HIST-TEXT (14).
005530     05  LINE 21 COL 2 PIC X(78) FROM SCR-HIST-TEXT (15).
005540     05  LINE 22 COL 2 VALUE "BLANK NEXT PAGE, X MENU".
005550     05  LINE 24 COL 1 PIC X(79) FROM SCR-MESSAGE-TEXT HIGHLIGHT.
005560 01  SCR-HIST-KEY-INPUT.
005570     05  LINE 3 COL 21 PIC X(10) USING SCR-HIST-KEY UNDERLINE.
005580 01  SCR-HIST-CMD-INPUT.
005590     05  LINE 22 COL 27 PIC X(01) USING SCR-HIST-CMD UNDERLINE.
005600 PROCEDURE DIVISION.
005610*****************************************************************
005620* P-START - MAINLINE.  OPENS THE TWO MASTERS, NOTES THE REQUEST
005630*     IDS ALREADY QUEUED, AND RUNS THE MENU UNTIL THE ANALYST
005640*     ENDS THE SESSION.
005650*****************************************************************
005660 P-START.
005670     PERFORM P-OPEN-MASTERS
005680     PERFORM P-LOAD-QUEUED-IDS
005690     MOVE SPACES TO SCR-MESSAGE-LINE
005700     PERFORM P-MENU UNTIL SCR-QUIT
005710     PERFORM P-END.
005720*****************************************************************
005730* P-OPEN-MASTERS - OPENS REGIONMST AND RESULTMST FOR LOOKUP, IF
005740*     THEY ARE THERE.  NEITHER IS OPENED FOR UPDATE.
005750*****************************************************************
005760 P-OPEN-MASTERS.
005770     MOVE "N" TO RGN-AVAILABLE-SW
005780     OPEN INPUT REGIONMST
005790     IF REGIONMST-STATUS = "00"
005800         SET RGN-AVAILABLE TO TRUE
005810     END-IF
005820     MOVE "N" TO RM-AVAILABLE-SW
005830     OPEN INPUT RESULTMST
005840     IF RESULTMST-STATUS = "00"
005850         SET RM-AVAILABLE TO TRUE
005860     END-IF.
005870*****************************************************************
005880* P-LOAD-QUEUED-IDS - ENTERS IN THE UNIQUENESS TABLE THE ID OF
005890*     EVERY REQUEST CARRIED FORWARD ON ZOOMQFILE AND EVERY CARD
005900*     ALREADY WAITING ON ZOOMQRAW - HALLOEDT WILL REJECT A NEW
005910*     CARD THAT REPEATS ANY OF THEM.  A FILE THAT IS NOT THERE
005920*     HOLDS NOTHING.
005930*****************************************************************
005940 P-LOAD-QUEUED-IDS.
005950     OPEN INPUT ZOOMQFILE
005960     IF ZOOMQFILE-STATUS = "00"
005970         MOVE "N" TO FILE-EOF-SW
005980         PERFORM P-LOAD-CARRIED-ID UNTIL FILE-EOF
005990         CLOSE ZOOMQFILE
006000     END-IF
006010     OPEN INPUT ZOOMQRAW
006020     IF ZOOMQRAW-STATUS = "00"
006030         MOVE "N" TO FILE-EOF-SW
006040         PERFORM P-LOAD-RAW-ID UNTIL FILE-EOF
006050         CLOSE ZOOMQRAW
006060     END-IF.
006070*****************************************************************
006080* P-LOAD-CARRIED-ID - ONE CARRIED-FORWARD REQUEST.
006090*****************************************************************
006100 P-LOAD-CARRIED-ID.
006110     READ ZOOMQFILE
006120         AT END
006130             SET FILE-EOF TO TRUE
006140     END-READ
006150     IF NOT FILE-EOF AND NOT ZQ-TRAILER-RECORD
006160         MOVE ZQ-REQUEST-ID TO EDT-REQUEST-ID
006170         PERFORM P-REGISTER-ID
006180     END-IF.
006190*****************************************************************
006200* P-LOAD-RAW-ID - ONE CARD WAITING ON ZOOMQRAW.
006210*****************************************************************
006220 P-LOAD-RAW-ID.
006230     READ ZOOMQRAW
006240         AT END
006250             SET FILE-EOF TO TRUE
006260     END-READ
006270     IF NOT FILE-EOF AND ZOOMQ-RAW-REC (1:8) NOT = "FILETRL"
006280         MOVE ZOOMQ-RAW-REC (1:10) TO EDT-REQUEST-ID
006290         IF EDT-REQUEST-ID NOT = SPACES
006300             PERFORM P-REGISTER-ID
006310         END-IF
006320     END-IF.
006330*****************************************************************
006340* P-MENU - ONE PASS OF THE MENU PANEL AND THE SELECTION MADE ON
006350*     IT.  A MESSAGE LEFT BY THE SELECTION SHOWS ON THE NEXT
006360*     MENU.
006370*****************************************************************
006380 P-MENU.
006390     MOVE SPACE TO SCR-MENU-CHOICE
006400     DISPLAY SCR-MENU-SCREEN
006410     ACCEPT SCR-MENU-SCREEN
006420     MOVE SPACES TO SCR-MESSAGE-LINE
006430     IF SCR-MENU-CHOICE = "1"
006440         PERFORM P-KEY-REQUEST THRU P-KEY-REQUEST-EXIT
006450     END-IF
006460     IF SCR-MENU-CHOICE = "2"
006470         PERFORM P-LIST-REGIONS THRU P-LIST-REGIONS-EXIT
006480         IF SCR-PICKED-REGION NOT = SPACES
006490             PERFORM P-KEY-REQUEST THRU P-KEY-REQUEST-EXIT
006500         END-IF
006510     END-IF
006520     IF SCR-MENU-CHOICE = "3"
006530         PERFORM P-RESULT-INQUIRY THRU P-RESULT-INQUIRY-EXIT
006540     END-IF
006550     IF SCR-MENU-CHOICE = "4"
006560         PERFORM P-SHOW-HISTORY THRU P-SHOW-HISTORY-EXIT
006570     END-IF
006580     IF SCR-MENU-CHOICE = "X"
006590         SET SCR-QUIT TO TRUE
006600     END-IF
006610     IF SCR-MENU-CHOICE NOT = "1" AND SCR-MENU-CHOICE NOT = "2"
006620             AND SCR-MENU-CHOICE NOT = "3"
006630             AND SCR-MENU-CHOICE NOT = "4"
006640             AND SCR-MENU-CHOICE NOT = "X"
006650         MOVE "SELECTION" TO SCR-MSG-FIELD
006660         MOVE "NOT 1, 2, 3, 4 OR X" TO SCR-MSG-REASON
006670     END-IF.
006680*****************************************************************
006690* P-KEY-REQUEST - KEYS ONE ZOOM REQUEST FIELD BY FIELD, IN THE
006700*     ORDER HALLOEDT EDITS A CARD, AND WRITES IT TO ZOOMQRAW IF
006710*     THE ANALYST CONFIRMS.  EACH FIELD IS TAKEN AGAIN UNTIL IT
006720*     PASSES ITS EDIT.  A REGION PICKED OFF THE LIST ARRIVES IN
006730*     SCR-PICKED-REGION AND IS OFFERED AS THE REGION NAME.  A
006740*     BLANK REQUEST ID ABANDONS THE CARD.
006750*****************************************************************
006760 P-KEY-REQUEST.
006770     MOVE SPACES TO EDT-WORK-REC
006780     MOVE SCR-PICKED-REGION TO EDT-REGION-NAME
006790     MOVE SPACES TO SCR-PICKED-REGION
006800     MOVE 0 TO SCR-ZOOM-IN
006810     MOVE 0 TO SCR-MAXI-IN
006820     MOVE 0 TO SCR-RGN-MAXI
006830     MOVE 0 TO EDT-ZOOM-N
006840     MOVE SPACE TO SCR-CONFIRM
006850     MOVE SPACES TO SCR-MESSAGE-LINE
006860     DISPLAY SCR-ENTRY-SCREEN
006870     SET REC-ERROR TO TRUE
006880     PERFORM P-ENTER-REQUEST-ID UNTIL NOT REC-ERROR
006890     IF EDT-REQUEST-ID = SPACES
006900         MOVE SPACES TO SCR-MESSAGE-LINE
006910         GO TO P-KEY-REQUEST-EXIT
006920     END-IF
006930     SET REC-ERROR TO TRUE
006940     PERFORM P-ENTER-REGION UNTIL NOT REC-ERROR
006950     IF EDT-REGION-NAME = SPACES
006960         SET REC-ERROR TO TRUE
006970         PERFORM P-ENTER-CENTER-X UNTIL NOT REC-ERROR
006980         SET REC-ERROR TO TRUE
006990         PERFORM P-ENTER-CENTER-Y UNTIL NOT REC-ERROR
007000     END-IF
007010     PERFORM P-ENTER-ZOOM-LEVEL
007020     PERFORM P-ENTER-MAXI
007030     IF EDT-ZOOM-N > 0 AND EDT-REGION-NAME = SPACES
007040         SET REC-ERROR TO TRUE
007050         PERFORM P-ENTER-DZ-X UNTIL NOT REC-ERROR
007060         SET REC-ERROR TO TRUE
007070         PERFORM P-ENTER-DZ-Y UNTIL NOT REC-ERROR
007080     END-IF
007090     SET REC-ERROR TO TRUE
007100     PERFORM P-ENTER-PRIORITY UNTIL NOT REC-ERROR
007110     MOVE "00" TO EDT-DEFER-NIGHTS
007120     SET REC-ERROR TO TRUE
007130     PERFORM P-ENTER-JULIA-SW UNTIL NOT REC-ERROR
007140     IF EDT-JULIA-SW = "Y"
007150         SET REC-ERROR TO TRUE
007160         PERFORM P-ENTER-JC-REGION UNTIL NOT REC-ERROR
007170         IF EDT-JC-REGION = SPACES
007180             IF EDT-ZOOM-N > 0
007190                 SET REC-ERROR TO TRUE
007200                 PERFORM P-ENTER-JC-DZ-X UNTIL NOT REC-ERROR
007210                 SET REC-ERROR TO TRUE
007220                 PERFORM P-ENTER-JC-DZ-Y UNTIL NOT REC-ERROR
007230             ELSE
007240                 SET REC-ERROR TO TRUE
007250                 PERFORM P-ENTER-JC-X UNTIL NOT REC-ERROR
007260                 SET REC-ERROR TO TRUE
007270                 PERFORM P-ENTER-JC-Y UNTIL NOT REC-ERROR
007280             END-IF
007290         END-IF
007300     END-IF
007310     PERFORM P-CONFIRM-REQUEST THRU P-CONFIRM-REQUEST-EXIT.
007320 P-KEY-REQUEST-EXIT.
007330     EXIT.
007340*****************************************************************
007350* P-START-FIELD - CLEARS THE ERROR SWITCH AND THE MESSAGE LINE
007360*     AHEAD OF THE EDIT OF A FIELD JUST KEYED.
007370*****************************************************************
007380 P-START-FIELD.
007390     MOVE "N" TO REC-ERROR-SW
007400     MOVE SPACES TO SCR-MESSAGE-LINE.
007410*****************************************************************
007420* P-ENTER-REQUEST-ID - THE REQUEST ID.  BLANK IS LET THROUGH -
007430*     IT ABANDONS THE CARD - OTHERWISE IT MUST NOT REPEAT AN ID
007440*     ALREADY QUEUED.
007450*****************************************************************
007460 P-ENTER-REQUEST-ID.
007470     ACCEPT SCR-ID-INPUT
007480     PERFORM P-START-FIELD
007490     IF EDT-REQUEST-ID NOT = SPACES
007500         PERFORM P-CHECK-DUP-ID
007510         IF DUP-FOUND
007520             MOVE "ZQ-REQUEST-ID" TO SCR-FIELD-WS
007530             MOVE "DUPLICATE REQUEST ID" TO SCR-REASON-WS
007540             PERFORM P-LOG-REJECT
007550         ELSE
007560             IF ID-TABLE-FULL
007570                 MOVE "ZQ-REQUEST-ID" TO SCR-FIELD-WS
007580                 MOVE "REQUEST-ID TABLE FULL" TO SCR-REASON-WS
007590                 PERFORM P-LOG-REJECT
007600             END-IF
007610         END-IF
007620     END-IF
007630     DISPLAY SCR-ENTRY-SCREEN.
007640*****************************************************************
007650* P-ENTER-REGION - THE REGION NAME.  A NAME IS RESOLVED ON THE
007660*     MASTER AT ONCE AND FILLS THE CENTER, DZ, ZOOM AND MAXI
007670*     FIELDS AS HALLOEDT WOULD FILL THEM; THE FILLED CENTER AND
007680*     DZ FIELDS THEN TAKE THEIR EDITS HERE, SINCE THEY ARE NOT
007690*     KEYED.
007700*****************************************************************
007710 P-ENTER-REGION.
007720     ACCEPT SCR-REGION-INPUT
007730     PERFORM P-START-FIELD
007740     IF EDT-REGION-NAME NOT = SPACES
007750         PERFORM P-RESOLVE-REGION
007760     END-IF
007770     IF EDT-REGION-NAME NOT = SPACES AND NOT REC-ERROR
007780         MOVE "ZQ-CENTER-X" TO SCR-FIELD-WS
007790         MOVE EDT-CENTER-X TO EDT-COORD-CHAR
007800         PERFORM P-EDIT-PLAIN-COORD
007810         MOVE "ZQ-CENTER-Y" TO SCR-FIELD-WS
007820         MOVE EDT-CENTER-Y TO EDT-COORD-CHAR
007830         PERFORM P-EDIT-PLAIN-COORD
007840         MOVE "ZQ-DZ-X" TO SCR-FIELD-WS
007850         MOVE EDT-DZ-X TO EDT-DZ-COORD-CHAR
007860         PERFORM P-EDIT-DZ-COORD
007870         MOVE "ZQ-DZ-Y" TO SCR-FIELD-WS
007880         MOVE EDT-DZ-Y TO EDT-DZ-COORD-CHAR
007890         PERFORM P-EDIT-DZ-COORD
007900         MOVE EDT-ZOOM-LEVEL TO SCR-ZOOM-IN
007910         IF EDT-MAXI-OVERRIDE IS NUMERIC
007920             MOVE EDT-MAXI-OVERRIDE TO SCR-MAXI-IN
007930         END-IF
007940     END-IF
007950     DISPLAY SCR-ENTRY-SCREEN.
007960*****************************************************************
007970* P-ENTER-CENTER-X - THE PLAIN CENTER X.
007980*****************************************************************
007990 P-ENTER-CENTER-X.
008000     ACCEPT SCR-CENTER-X-INPUT
008010     PERFORM P-START-FIELD
008020     MOVE "ZQ-CENTER-X" TO SCR-FIELD-WS
008030     MOVE EDT-CENTER-X TO EDT-COORD-CHAR
008040     PERFORM P-EDIT-PLAIN-COORD
008050     DISPLAY SCR-ENTRY-SCREEN.
008060*****************************************************************
008070* P-ENTER-CENTER-Y - THE PLAIN CENTER Y.
008080*****************************************************************
008090 P-ENTER-CENTER-Y.
008100     ACCEPT SCR-CENTER-Y-INPUT
008110     PERFORM P-START-FIELD
008120     MOVE "ZQ-CENTER-Y" TO SCR-FIELD-WS
008130     MOVE EDT-CENTER-Y TO EDT-COORD-CHAR
008140     PERFORM P-EDIT-PLAIN-COORD
008150     DISPLAY SCR-ENTRY-SCREEN.
008160*****************************************************************
008170* P-ENTER-ZOOM-LEVEL - THE ZOOM LEVEL.  ON A NAMED-REGION CARD A
008180*     ZERO IS PUT BACK TO 001, AS HALLOEDT WOULD PUT IT.
008190*****************************************************************
008200 P-ENTER-ZOOM-LEVEL.
008210     ACCEPT SCR-ZOOM-INPUT
008220     PERFORM P-START-FIELD
008230     IF EDT-REGION-NAME NOT = SPACES AND SCR-ZOOM-IN = 0
008240         MOVE 1 TO SCR-ZOOM-IN
008250         MOVE "ZQ-ZOOM-LEVEL" TO SCR-MSG-FIELD
008260         MOVE "SET TO 001 - A NAMED REGION IS A DEEP-ZOOM TARGET"
008270             TO SCR-MSG-REASON
008280     END-IF
008290     MOVE SCR-ZOOM-IN TO EDT-ZOOM-LEVEL
008300     MOVE SCR-ZOOM-IN TO EDT-ZOOM-N
008310     DISPLAY SCR-ENTRY-SCREEN.
008320*****************************************************************
008330* P-ENTER-MAXI - THE MAXI OVERRIDE.  ON A NAMED-REGION CARD A
008340*     ZERO TAKES THE REGION'S SUGGESTION, IF IT HAS ONE.
008350*****************************************************************
008360 P-ENTER-MAXI.
008370     ACCEPT SCR-MAXI-INPUT
008380     PERFORM P-START-FIELD
008390     IF EDT-REGION-NAME NOT = SPACES AND SCR-MAXI-IN = 0
008400             AND SCR-RGN-MAXI > 0
008410         MOVE SCR-RGN-MAXI TO SCR-MAXI-IN
008420         MOVE "ZQ-MAXI-OVERRIDE" TO SCR-MSG-FIELD
008430         MOVE "SET TO THE REGION'S SUGGESTED MAXI"
008440             TO SCR-MSG-REASON
008450     END-IF
008460     MOVE SCR-MAXI-IN TO EDT-MAXI-OVERRIDE
008470     DISPLAY SCR-ENTRY-SCREEN.
008480*****************************************************************
008490* P-ENTER-DZ-X - THE DEEP-ZOOM CENTER X.
008500*****************************************************************
008510 P-ENTER-DZ-X.
008520     ACCEPT SCR-DZ-X-INPUT
008530     PERFORM P-START-FIELD
008540     MOVE "ZQ-DZ-X" TO SCR-FIELD-WS
008550     MOVE EDT-DZ-X TO EDT-DZ-COORD-CHAR
008560     PERFORM P-EDIT-DZ-COORD
008570     DISPLAY SCR-ENTRY-SCREEN.
008580*****************************************************************
008590* P-ENTER-DZ-Y - THE DEEP-ZOOM CENTER Y.
008600*****************************************************************
008610 P-ENTER-DZ-Y.
008620     ACCEPT SCR-DZ-Y-INPUT
008630     PERFORM P-START-FIELD
008640     MOVE "ZQ-DZ-Y" TO SCR-FIELD-WS
008650     MOVE EDT-DZ-Y TO EDT-DZ-COORD-CHAR
008660     PERFORM P-EDIT-DZ-COORD
008670     DISPLAY SCR-ENTRY-SCREEN.
008680*****************************************************************
008690* P-ENTER-PRIORITY - THE PRIORITY CLASS, BLANK TAKING CLASS 5.
008700*****************************************************************
008710 P-ENTER-PRIORITY.
008720     ACCEPT SCR-PRIORITY-INPUT
008730     PERFORM P-START-FIELD
008740     IF EDT-PRIORITY = SPACE
008750         MOVE "5" TO EDT-PRIORITY
008760     ELSE
008770         IF EDT-PRIORITY < "1" OR EDT-PRIORITY > "9"
008780             MOVE "ZQ-PRIORITY" TO SCR-FIELD-WS
008790             MOVE "CLASS IS NOT 1-9" TO SCR-REASON-WS
008800             PERFORM P-LOG-REJECT
008810         END-IF
008820     END-IF
008830     DISPLAY SCR-ENTRY-SCREEN.
008840*****************************************************************
008850* P-ENTER-JULIA-SW - THE JULIA SWITCH.
008860*****************************************************************
008870 P-ENTER-JULIA-SW.
008880     ACCEPT SCR-JULIA-INPUT
008890     PERFORM P-START-FIELD
008900     IF EDT-JULIA-SW NOT = SPACE AND EDT-JULIA-SW NOT = "Y"
008910         MOVE "ZQ-JULIA-SW" TO SCR-FIELD-WS
008920         MOVE "NOT Y OR BLANK" TO SCR-REASON-WS
008930         PERFORM P-LOG-REJECT
008940     END-IF
008950     DISPLAY SCR-ENTRY-SCREEN.
008960*****************************************************************
008970* P-ENTER-JC-REGION - THE JULIA-CONSTANT REGION.  A NAME FILLS
008980*     BOTH FORMS OF THE CONSTANT, WHICH THEN TAKE THE EDITS OF
008990*     THE PATH THE ZOOM LEVEL PUT THE CARD ON - A REGION CENTER
009000*     PAST THE PLAIN RANGE CANNOT BE A ZERO-ZOOM CONSTANT.
009010*****************************************************************
009020 P-ENTER-JC-REGION.
009030     ACCEPT SCR-JC-REGION-INPUT
009040     PERFORM P-START-FIELD
009050     IF EDT-JC-REGION NOT = SPACES
009060         PERFORM P-RESOLVE-JC-REGION
009070         IF NOT REC-ERROR
009080             IF EDT-ZOOM-N > 0
009090                 MOVE "ZQ-JC-DZ-X" TO SCR-FIELD-WS
009100                 MOVE EDT-JC-DZ-X TO EDT-DZ-COORD-CHAR
009110                 PERFORM P-EDIT-DZ-COORD
009120                 MOVE "ZQ-JC-DZ-Y" TO SCR-FIELD-WS
009130                 MOVE EDT-JC-DZ-Y TO EDT-DZ-COORD-CHAR
009140                 PERFORM P-EDIT-DZ-COORD
009150             ELSE
009160                 MOVE "ZQ-JC-X" TO SCR-FIELD-WS
009170                 MOVE EDT-JC-X TO EDT-COORD-CHAR
009180                 PERFORM P-EDIT-PLAIN-COORD
009190                 MOVE "ZQ-JC-Y" TO SCR-FIELD-WS
009200                 MOVE EDT-JC-Y TO EDT-COORD-CHAR
009210                 PERFORM P-EDIT-PLAIN-COORD
009220             END-IF
009230         END-IF
009240     END-IF
009250     DISPLAY SCR-ENTRY-SCREEN.
009260*****************************************************************
009270* P-ENTER-JC-X - THE PLAIN JULIA CONSTANT X.
009280*****************************************************************
009290 P-ENTER-JC-X.
009300     ACCEPT SCR-JC-X-INPUT
009310     PERFORM P-START-FIELD
009320     MOVE "ZQ-JC-X" TO SCR-FIELD-WS
009330     MOVE EDT-JC-X TO EDT-COORD-CHAR
009340     PERFORM P-EDIT-PLAIN-COORD
009350     DISPLAY SCR-ENTRY-SCREEN.
009360*****************************************************************
009370* P-ENTER-JC-Y - THE PLAIN JULIA CONSTANT Y.
009380*****************************************************************
009390 P-ENTER-JC-Y.
009400     ACCEPT SCR-JC-Y-INPUT
009410     PERFORM P-START-FIELD
009420     MOVE "ZQ-JC-Y" TO SCR-FIELD-WS
009430     MOVE EDT-JC-Y TO EDT-COORD-CHAR
009440     PERFORM P-EDIT-PLAIN-COORD
009450     DISPLAY SCR-ENTRY-SCREEN.
009460*****************************************************************
009470* P-ENTER-JC-DZ-X - THE DEEP-ZOOM JULIA CONSTANT X.
009480*****************************************************************
009490 P-ENTER-JC-DZ-X.
009500     ACCEPT SCR-JC-DZ-X-INPUT
009510     PERFORM P-START-FIELD
009520     MOVE "ZQ-JC-DZ-X" TO SCR-FIELD-WS
009530     MOVE EDT-JC-DZ-X TO EDT-DZ-COORD-CHAR
009540     PERFORM P-EDIT-DZ-COORD
009550     DISPLAY SCR-ENTRY-SCREEN.
009560*****************************************************************
009570* P-ENTER-JC-DZ-Y - THE DEEP-ZOOM JULIA CONSTANT Y.
009580*****************************************************************
009590 P-ENTER-JC-DZ-Y.
009600     ACCEPT SCR-JC-DZ-Y-INPUT
009610     PERFORM P-START-FIELD
009620     MOVE "ZQ-JC-DZ-Y" TO SCR-FIELD-WS
009630     MOVE EDT-JC-DZ-Y TO EDT-DZ-COORD-CHAR
009640     PERFORM P-EDIT-DZ-COORD
009650     DISPLAY SCR-ENTRY-SCREEN.
009660*****************************************************************
009670* P-CONFIRM-REQUEST - ASKS WHETHER TO WRITE THE FINISHED CARD AND,
009680*     ON Y, ADDS IT TO ZOOMQRAW AND ENTERS ITS ID IN THE
009690*     UNIQUENESS TABLE.  THE OUTCOME SHOWS ON THE MENU.  THE
009691*     CARDS ALREADY ON ZOOMQRAW ARE COPIED ASIDE TO ZOOMQHLD,
009692*     COUNTED AND HASHED ON THE WAY (SEE FILETRLCHK), AND WRITTEN
009693*     BACK WITHOUT THEIR OLD TRAILER, SO THE NEW TRAILER COVERS
009694*     THE WHOLE FILE.  A ZOOMQRAW WHOSE OLD TRAILER DOES NOT MATCH
009695*     THE CARDS AHEAD OF IT IS LEFT UNTOUCHED FOR HALLOEDT TO
009696*     REFUSE, AS IS ONE WHOSE CARDS COULD NOT ALL BE HELD.  ANY
009697*     WRITE THAT FAILS SHOWS NOT WRITTEN AND LEAVES THE ID
009698*     UNREGISTERED.
009700*****************************************************************
009710 P-CONFIRM-REQUEST.
009720     ACCEPT SCR-CONFIRM-INPUT
009730     MOVE SPACES TO SCR-MESSAGE-LINE
009740     MOVE EDT-REQUEST-ID TO SCR-MSG-FIELD
009750     IF SCR-CONFIRM NOT = "Y"
009760         MOVE "NOT WRITTEN" TO SCR-MSG-REASON
009770         GO TO P-CONFIRM-REQUEST-EXIT
009780     END-IF
009781     SET FTW-ZOOMQ TO TRUE
009782     MOVE "ZOOMQRAW" TO FTW-FILE-LABEL
009783     PERFORM P-TRAILER-START
009784     OPEN OUTPUT ZOOMQHLD
009785     IF ZOOMQHLD-STATUS NOT = "00"
009786         MOVE "NOT WRITTEN - ZOOMQHLD CANNOT BE OPENED"
009787             TO SCR-MSG-REASON
009788         GO TO P-CONFIRM-REQUEST-EXIT
009789     END-IF
009790     OPEN INPUT ZOOMQRAW
009792     IF ZOOMQRAW-STATUS NOT = "00" AND ZOOMQRAW-STATUS NOT = "35"
009794         CLOSE ZOOMQHLD
009796         MOVE "NOT WRITTEN - ZOOMQRAW CANNOT BE OPENED"
009798             TO SCR-MSG-REASON
009800         GO TO P-CONFIRM-REQUEST-EXIT
009802     END-IF
009803     MOVE "N" TO HOLD-FAILED-SW
009804     IF ZOOMQRAW-STATUS = "00"
009805         MOVE "N" TO FTW-EOF-SW
009806         PERFORM P-HOLD-RAW-CARD UNTIL FTW-EOF
009807         CLOSE ZOOMQRAW
009808     END-IF
009809     CLOSE ZOOMQHLD
009810     IF HOLD-FAILED
009811         MOVE "NOT WRITTEN - ZOOMQHLD WRITE FAILED"
009812             TO SCR-MSG-REASON
009813         GO TO P-CONFIRM-REQUEST-EXIT
009814     END-IF
009815     IF FTW-TRAILER-SEEN
009816         PERFORM P-TRAILER-MATCH THRU P-TRAILER-MATCH-EXIT
009817         IF FTW-BAD
009818             MOVE "NOT WRITTEN - ZOOMQRAW TRAILER DOES NOT MATCH"
009819                 TO SCR-MSG-REASON
009820             GO TO P-CONFIRM-REQUEST-EXIT
009821         END-IF
009822     END-IF
009823     OPEN INPUT ZOOMQHLD
009824     IF ZOOMQHLD-STATUS NOT = "00"
009825         MOVE "NOT WRITTEN - ZOOMQHLD CANNOT BE OPENED"
009826             TO SCR-MSG-REASON
009827         GO TO P-CONFIRM-REQUEST-EXIT
009828     END-IF
009829     OPEN OUTPUT ZOOMQRAW
009830     IF ZOOMQRAW-STATUS NOT = "00"
009831         CLOSE ZOOMQHLD
009832         MOVE "NOT WRITTEN - ZOOMQRAW CANNOT BE OPENED"
009833             TO SCR-MSG-REASON
009834         GO TO P-CONFIRM-REQUEST-EXIT
009835     END-IF
009836     MOVE "N" TO FTW-EOF-SW
009837     MOVE "N" TO RESTORE-FAILED-SW
009838     PERFORM P-RESTORE-RAW-CARD UNTIL FTW-EOF
009839     CLOSE ZOOMQHLD
009840     IF RESTORE-FAILED
009841         CLOSE ZOOMQRAW
009842         MOVE "NOT WRITTEN - ZOOMQRAW WRITE FAILED"
009843             TO SCR-MSG-REASON
009844         GO TO P-CONFIRM-REQUEST-EXIT
009845     END-IF
009846     MOVE EDT-WORK-REC TO ZOOMQ-RAW-REC
009847     MOVE EDT-WORK-REC TO FTW-RECORD
009848     WRITE ZOOMQ-RAW-REC
009849     IF ZOOMQRAW-STATUS NOT = "00"
009850         CLOSE ZOOMQRAW
009851         MOVE "NOT WRITTEN - ZOOMQRAW WRITE FAILED"
009852             TO SCR-MSG-REASON
009853         GO TO P-CONFIRM-REQUEST-EXIT
009854     END-IF
009855     PERFORM P-TRAILER-ADD
009856     PERFORM P-TRAILER-BUILD
009857     WRITE ZOOMQ-RAW-REC FROM FILE-TRAILER-RECORD
009858     IF ZOOMQRAW-STATUS NOT = "00"
009859         CLOSE ZOOMQRAW
009860         MOVE "NOT WRITTEN - ZOOMQRAW WRITE FAILED"
009861             TO SCR-MSG-REASON
009862         GO TO P-CONFIRM-REQUEST-EXIT
009863     END-IF
009864     CLOSE ZOOMQRAW
009910     PERFORM P-REGISTER-ID
009920     MOVE "WRITTEN TO ZOOMQRAW FOR THE NEXT HALLOEDT RUN"
009930         TO SCR-MSG-REASON.
009940 P-CONFIRM-REQUEST-EXIT.
009950     EXIT.
009960*****************************************************************
009970* P-EDIT-PLAIN-COORD - HALLOEDT'S SIGN, DIGITS AND RANGE EDITS
009980*     FOR ONE PLAIN-PRECISION COORDINATE ALREADY MOVED TO
009990*     EDT-COORD-CHAR, REPORTED UNDER THE FIELD NAME THE CALLER
010000*     LEFT IN SCR-FIELD-WS.
010010*****************************************************************
010020 P-EDIT-PLAIN-COORD.
010030     IF EDT-COORD-CHAR (1:1) NOT = "+"
010040             AND EDT-COORD-CHAR (1:1) NOT = "-"
010050         MOVE "SIGN IS NOT + OR -" TO SCR-REASON-WS
010060         PERFORM P-LOG-REJECT
010070     ELSE
010080         IF EDT-COORD-CHAR (2:8) IS NOT NUMERIC
010090             MOVE "DIGITS NOT NUMERIC" TO SCR-REASON-WS
010100             PERFORM P-LOG-REJECT
010110         ELSE
010120             IF EDT-COORD-NUM > 0.9999999
010130                     OR EDT-COORD-NUM < -0.9999999
010140                 MOVE "OUTSIDE -0.9999999 TO +0.9999999"
010150                     TO SCR-REASON-WS
010160                 PERFORM P-LOG-REJECT
010170             END-IF
010180         END-IF
010190     END-IF.
010200*****************************************************************
010210* P-EDIT-DZ-COORD - HALLOEDT'S EDITS FOR ONE EXTENDED-PRECISION
010220*     COORDINATE ALREADY MOVED TO EDT-DZ-COORD-CHAR.
010230*****************************************************************
010240 P-EDIT-DZ-COORD.
010250     IF EDT-DZ-COORD-CHAR = SPACES
010260         MOVE "REQUIRED WHEN ZOOM LEVEL > 0" TO SCR-REASON-WS
010270         PERFORM P-LOG-REJECT
010280     ELSE
010290         IF EDT-DZ-COORD-CHAR (1:1) NOT = "+"
010300                 AND EDT-DZ-COORD-CHAR (1:1) NOT = "-"
010310             MOVE "SIGN IS NOT + OR -" TO SCR-REASON-WS
010320             PERFORM P-LOG-REJECT
010330         ELSE
010340             IF EDT-DZ-COORD-CHAR (2:27) IS NOT NUMERIC
010350                 MOVE "DIGITS NOT NUMERIC" TO SCR-REASON-WS
010360                 PERFORM P-LOG-REJECT
010370             ELSE
010380                 IF EDT-DZ-COORD-NUM > 2
010390                         OR EDT-DZ-COORD-NUM < -2
010400                     MOVE "OUTSIDE -2 TO +2 RANGE"
010410                         TO SCR-REASON-WS
010420                     PERFORM P-LOG-REJECT
010430                 END-IF
010440             END-IF
010450         END-IF
010460     END-IF.
010470*****************************************************************
010480* P-CHECK-DUP-ID - SCANS THE TABLE OF REQUEST IDS ALREADY QUEUED
010490*     FOR THE ONE JUST KEYED.
010500*****************************************************************
010510 P-CHECK-DUP-ID.
010520     MOVE "N" TO DUP-FOUND-SW
010530     PERFORM P-SCAN-ID-ENTRY
010540         VARYING EDT-ID-IDX FROM 1 BY 1
010550         UNTIL EDT-ID-IDX > EDT-ID-COUNT OR DUP-FOUND.
010560*****************************************************************
010570* P-SCAN-ID-ENTRY - ONE PROBE OF THE REQUEST-ID TABLE.
010580*****************************************************************
010590 P-SCAN-ID-ENTRY.
010600     IF EDT-ID-ENTRY (EDT-ID-IDX) = EDT-REQUEST-ID
010610         SET DUP-FOUND TO TRUE
010620     END-IF.
010630*****************************************************************
010640* P-REGISTER-ID - ADDS EDT-REQUEST-ID TO THE UNIQUENESS TABLE.
010650*     ONCE THE TABLE IS FULL NO FURTHER ID CAN BE CHECKED, SO NO
010660*     FURTHER REQUEST IS TAKEN.
010670*****************************************************************
010680 P-REGISTER-ID.
010690     IF EDT-ID-COUNT < 1000
010700         ADD 1 TO EDT-ID-COUNT
010710         MOVE EDT-REQUEST-ID TO EDT-ID-ENTRY (EDT-ID-COUNT)
010720     ELSE
010730         SET ID-TABLE-FULL TO TRUE
010740     END-IF.
010750*****************************************************************
010760* P-LOG-REJECT - MARKS THE FIELD UNDER EDIT AS IN ERROR AND PUTS
010770*     THE FIELD AND REASON THE CALLER LEFT IN SCR-FIELD-WS/
010780*     SCR-REASON-WS ON THE MESSAGE LINE.  ONLY THE FIRST FAILED
010790*     EDIT OF A FIELD IS SHOWN.
010800*****************************************************************
010810 P-LOG-REJECT.
010820     IF NOT REC-ERROR
010830         MOVE SCR-FIELD-WS TO SCR-MSG-FIELD
010840         MOVE SCR-REASON-WS TO SCR-MSG-REASON
010850     END-IF
010860     SET REC-ERROR TO TRUE.
010870*****************************************************************
010880* P-RESOLVE-REGION - HALLOEDT'S REGION RESOLUTION - LOOKS THE
010890*     CARD'S REGION NAME UP ON THE MASTER AND FILLS THE CARD FROM
010900*     IT.  THE REGION'S SUGGESTED MAXI IS KEPT FOR THE MAXI
010910*     OVERRIDE, WHICH IS KEYED LATER.
010920*****************************************************************
010930 P-RESOLVE-REGION.
010940     MOVE "N" TO RGN-FOUND-SW
010950     IF NOT RGN-AVAILABLE
010960         MOVE "ZQ-REGION-NAME" TO SCR-FIELD-WS
010970         MOVE "REGION MASTER UNAVAILABLE" TO SCR-REASON-WS
010980         PERFORM P-LOG-REJECT
010990     ELSE
011000         MOVE EDT-REGION-NAME TO RGN-NAME
011010         READ REGIONMST
011020             INVALID KEY
011030                 CONTINUE
011040             NOT INVALID KEY
011050                 SET RGN-FOUND TO TRUE
011060         END-READ
011070         IF RGN-FOUND
011080             PERFORM P-FILL-FROM-REGION
011090             MOVE 0 TO SCR-RGN-MAXI
011100             IF RGN-MAXI IS NUMERIC
011110                 MOVE RGN-MAXI TO SCR-RGN-MAXI
011120             END-IF
011130         ELSE
011140             MOVE "ZQ-REGION-NAME" TO SCR-FIELD-WS
011150             MOVE "REGION NOT ON MASTER" TO SCR-REASON-WS
011160             PERFORM P-LOG-REJECT
011170         END-IF
011180     END-IF.
011190*****************************************************************
011200* P-FILL-FROM-REGION - MOVES THE RESOLVED MASTER RECORD INTO THE
011210*     CARD, AS IN HALLOEDT - DZ COLUMNS AT FULL PRECISION, PLAIN
011220*     CENTER NARROWED AND CLAMPED, ZOOM LEVEL FORCED OFF ZERO AND
011230*     A ZERO MAXI OVERRIDE TAKING THE REGION'S SUGGESTION.
011240*****************************************************************
011250 P-FILL-FROM-REGION.
011260     MOVE RGN-X TO EDT-PLAIN-BUILD
011270     PERFORM P-CLAMP-PLAIN-BUILD
011280     MOVE EDT-PLAIN-BUILD TO EDT-CENTER-X
011290     MOVE RGN-Y TO EDT-PLAIN-BUILD
011300     PERFORM P-CLAMP-PLAIN-BUILD
011310     MOVE EDT-PLAIN-BUILD TO EDT-CENTER-Y
011320     MOVE RGN-X TO EDT-DZ-X
011330     MOVE RGN-Y TO EDT-DZ-Y
011340     IF EDT-ZOOM-LEVEL IS NOT NUMERIC
011350             OR EDT-ZOOM-LEVEL = "000"
011360         MOVE "001" TO EDT-ZOOM-LEVEL
011370     END-IF
011380     IF RGN-MAXI > 0
011390         IF EDT-MAXI-OVERRIDE IS NOT NUMERIC
011400                 OR EDT-MAXI-OVERRIDE = "00000"
011410             MOVE RGN-MAXI TO EDT-MAXI-OVERRIDE
011420         END-IF
011430     END-IF.
011440*****************************************************************
011450* P-CLAMP-PLAIN-BUILD - FOLDS A NARROWED PLACEHOLDER CENTER INTO
011460*     THE +/-0.9999999 PLAIN RANGE, AS IN HALLOEDT.
011470*****************************************************************
011480 P-CLAMP-PLAIN-BUILD.
011490     IF EDT-PLAIN-BUILD > 0.9999999
011500         MOVE 0.9999999 TO EDT-PLAIN-BUILD
011510     END-IF
011520     IF EDT-PLAIN-BUILD < -0.9999999
011530         MOVE -0.9999999 TO EDT-PLAIN-BUILD
011540     END-IF.
011550*****************************************************************
011560* P-RESOLVE-JC-REGION - HALLOEDT'S JULIA-CONSTANT REGION
011570*     RESOLUTION.  THE PLAIN FORM IS NARROWED BUT NOT CLAMPED.
011580*****************************************************************
011590 P-RESOLVE-JC-REGION.
011600     MOVE "N" TO RGN-FOUND-SW
011610     IF NOT RGN-AVAILABLE
011620         MOVE "ZQ-JC-REGION" TO SCR-FIELD-WS
011630         MOVE "REGION MASTER UNAVAILABLE" TO SCR-REASON-WS
011640         PERFORM P-LOG-REJECT
011650     ELSE
011660         MOVE EDT-JC-REGION TO RGN-NAME
011670         READ REGIONMST
011680             INVALID KEY
011690                 CONTINUE
011700             NOT INVALID KEY
011710                 SET RGN-FOUND TO TRUE
011720         END-READ
011730         IF RGN-FOUND
011740             MOVE RGN-X TO EDT-PLAIN-BUILD
011750             MOVE EDT-PLAIN-BUILD TO EDT-JC-X
011760             MOVE RGN-Y TO EDT-PLAIN-BUILD
011770             MOVE EDT-PLAIN-BUILD TO EDT-JC-Y
011780             MOVE RGN-X TO EDT-JC-DZ-X
011790             MOVE RGN-Y TO EDT-JC-DZ-Y
011800         ELSE
011810             MOVE "ZQ-JC-REGION" TO SCR-FIELD-WS
011820             MOVE "REGION NOT ON MASTER" TO SCR-REASON-WS
011830             PERFORM P-LOG-REJECT
011840         END-IF
011850     END-IF.
011860*****************************************************************
011870* P-LIST-REGIONS - PAGES THROUGH REGIONMST UNTIL THE ANALYST
011880*     PICKS A REGION (LEFT IN SCR-PICKED-REGION) OR GOES BACK TO
011890*     THE MENU.
011900*****************************************************************
011910 P-LIST-REGIONS.
011920     MOVE SPACES TO SCR-PICKED-REGION
011930     IF NOT RGN-AVAILABLE
011940         MOVE "REGIONMST" TO SCR-MSG-FIELD
011950         MOVE "REGION MASTER UNAVAILABLE" TO SCR-MSG-REASON
011960         GO TO P-LIST-REGIONS-EXIT
011970     END-IF
011980     MOVE 1 TO SCR-PAGE-NO
011990     MOVE LOW-VALUES TO SCR-PAGE-KEY (1)
012000     MOVE "N" TO PANEL-DONE-SW
012010     PERFORM P-SHOW-REGION-PAGE UNTIL PANEL-DONE
012020     MOVE SPACES TO SCR-MESSAGE-LINE.
012030 P-LIST-REGIONS-EXIT.
012040     EXIT.
012050*****************************************************************
012060* P-SHOW-REGION-PAGE - ONE PAGE OF THE LIST AND THE COMMAND KEYED
012070*     ON IT.
012080*****************************************************************
012090 P-SHOW-REGION-PAGE.
012100     PERFORM P-FILL-REGION-PAGE
012110     MOVE SPACES TO SCR-LIST-CMD
012120     DISPLAY SCR-LIST-SCREEN
012130     ACCEPT SCR-LIST-SCREEN
012140     MOVE SPACES TO SCR-MESSAGE-LINE
012150     PERFORM P-LIST-COMMAND.
012160*****************************************************************
012170* P-FILL-REGION-PAGE - STARTS THE MASTER AT THE CURRENT PAGE'S
012180*     FIRST NAME AND READS UP TO 15 REGIONS, THEN ONE MORE TO
012190*     LEARN WHETHER THERE IS A NEXT PAGE AND WHERE IT STARTS.
012200*****************************************************************
012210 P-FILL-REGION-PAGE.
012220     MOVE 0 TO SCR-LIST-COUNT
012230     MOVE SPACES TO SCR-LIST-ENTRIES
012240     MOVE "N" TO LIST-MORE-SW
012250     MOVE "N" TO FILE-EOF-SW
012260     MOVE SCR-PAGE-KEY (SCR-PAGE-NO) TO RGN-NAME
012270     START REGIONMST KEY IS NOT LESS THAN RGN-NAME
012280         INVALID KEY
012290             SET FILE-EOF TO TRUE
012300     END-START
012310     PERFORM P-READ-REGION-LINE
012320         UNTIL FILE-EOF OR SCR-LIST-COUNT = 15
012330     IF NOT FILE-EOF
012340         READ REGIONMST NEXT RECORD
012350             AT END
012360                 SET FILE-EOF TO TRUE
012370         END-READ
012380         IF NOT FILE-EOF
012390             SET LIST-MORE TO TRUE
012400             MOVE RGN-NAME TO SCR-NEXT-KEY
012410         END-IF
012420     END-IF.
012430*****************************************************************
012440* P-READ-REGION-LINE - ONE REGION ONTO THE PAGE.
012450*****************************************************************
012460 P-READ-REGION-LINE.
012470     READ REGIONMST NEXT RECORD
012480         AT END
012490             SET FILE-EOF TO TRUE
012500     END-READ
012510     IF NOT FILE-EOF
012520         ADD 1 TO SCR-LIST-COUNT
012530         MOVE RGN-NAME TO SCR-LIST-NAME (SCR-LIST-COUNT)
012540         MOVE SCR-LIST-COUNT TO SCR-LD-LINE-NO
012550         MOVE RGN-NAME TO SCR-LD-NAME
012560         MOVE RGN-X TO SCR-LD-X
012570         MOVE RGN-Y TO SCR-LD-Y
012580         MOVE 0 TO SCR-LD-SPAN
012590         IF RGN-SPAN IS NUMERIC
012600             MOVE RGN-SPAN TO SCR-LD-SPAN
012610         END-IF
012620         MOVE 0 TO SCR-LD-MAXI
012630         IF RGN-MAXI IS NUMERIC
012640             MOVE RGN-MAXI TO SCR-LD-MAXI
012650         END-IF
012660         MOVE SCR-LIST-DETAIL TO SCR-LIST-TEXT (SCR-LIST-COUNT)
012670     END-IF.
012680*****************************************************************
012690* P-LIST-COMMAND - ACTS ON THE COMMAND KEYED ON A LIST PAGE - A
012700*     LINE NUMBER (ONE OR TWO DIGITS), F OR BLANK, B OR X.
012710*****************************************************************
012720 P-LIST-COMMAND.
012730     IF SCR-LIST-CMD (2:1) = SPACE
012740             AND SCR-LIST-CMD (1:1) IS NUMERIC
012750         MOVE SCR-LIST-CMD (1:1) TO SCR-LIST-CMD (2:1)
012760         MOVE "0" TO SCR-LIST-CMD (1:1)
012770     END-IF
012780     IF SCR-LIST-CMD IS NUMERIC
012790         MOVE SCR-LIST-CMD TO SCR-LIST-PICK
012800         IF SCR-LIST-PICK > 0
012810                 AND SCR-LIST-PICK NOT > SCR-LIST-COUNT
012820             MOVE SCR-LIST-NAME (SCR-LIST-PICK)
012830                 TO SCR-PICKED-REGION
012840             SET PANEL-DONE TO TRUE
012850         ELSE
012860             MOVE "COMMAND" TO SCR-MSG-FIELD
012870             MOVE "LINE NUMBER NOT ON THIS PAGE" TO SCR-MSG-REASON
012880         END-IF
012890     ELSE
012900         IF SCR-LIST-CMD = "X"
012910             SET PANEL-DONE TO TRUE
012920         ELSE
012930             IF SCR-LIST-CMD = "B"
012940                 PERFORM P-PAGE-BACK
012950             ELSE
012960                 IF SCR-LIST-CMD = "F" OR SCR-LIST-CMD = SPACES
012970                     PERFORM P-PAGE-FORWARD
012980                 ELSE
012990                     MOVE "COMMAND" TO SCR-MSG-FIELD
013000                     MOVE "NOT A LINE NUMBER, F, B OR X"
013010                         TO SCR-MSG-REASON
013020                 END-IF
013030             END-IF
013040         END-IF
013050     END-IF.
013060*****************************************************************
013070* P-PAGE-FORWARD - MOVES THE LIST ON A PAGE, IF THERE IS ONE.
013080*****************************************************************
013090 P-PAGE-FORWARD.
013100     IF NOT LIST-MORE
013110         MOVE "REGIONMST" TO SCR-MSG-FIELD
013120         MOVE "LAST PAGE OF THE REGION MASTER" TO SCR-MSG-REASON
013130     ELSE
013140         IF SCR-PAGE-NO < 200
013150             ADD 1 TO SCR-PAGE-NO
013160             MOVE SCR-NEXT-KEY TO SCR-PAGE-KEY (SCR-PAGE-NO)
013170         ELSE
013180             MOVE "REGIONMST" TO SCR-MSG-FIELD
013190             MOVE "NO MORE PAGES CAN BE HELD" TO SCR-MSG-REASON
013200         END-IF
013210     END-IF.
013220*****************************************************************
013230* P-PAGE-BACK - MOVES THE LIST BACK A PAGE, IF THERE IS ONE.
013240*****************************************************************
013250 P-PAGE-BACK.
013260     IF SCR-PAGE-NO > 1
013270         SUBTRACT 1 FROM SCR-PAGE-NO
013280     ELSE
013290         MOVE "REGIONMST" TO SCR-MSG-FIELD
013300         MOVE "FIRST PAGE OF THE REGION MASTER" TO SCR-MSG-REASON
013310     END-IF.
013320*****************************************************************
013330* P-RESULT-INQUIRY - RESULTS MASTER INQUIRIES UNTIL THE ANALYST
013340*     LEAVES THE PRECISION PATH BLANK.  THE KEYED VALUES STAY ON
013350*     THE PANEL FROM ONE INQUIRY TO THE NEXT.
013360*****************************************************************
013370 P-RESULT-INQUIRY.
013380     IF NOT RM-AVAILABLE
013390         MOVE "RESULTMST" TO SCR-MSG-FIELD
013400         MOVE "RESULTS MASTER UNAVAILABLE" TO SCR-MSG-REASON
013410         GO TO P-RESULT-INQUIRY-EXIT
013420     END-IF
013430     MOVE SPACES TO SCR-INQ-FIELDS
013440     MOVE 0 TO SCR-INQ-MAXI
013450     MOVE SPACES TO SCR-ANSWER-FIELDS
013460     MOVE "N" TO PANEL-DONE-SW
013470     PERFORM P-INQUIRE-RESULT UNTIL PANEL-DONE
013480     MOVE SPACES TO SCR-MESSAGE-LINE.
013490 P-RESULT-INQUIRY-EXIT.
013500     EXIT.
013510*****************************************************************
013520* P-INQUIRE-RESULT - ONE INQUIRY - TAKES THE PANEL, EDITS WHAT WAS
013530*     KEYED AND LOOKS THE KEY UP.  THE ANSWER SHOWS WHEN THE PANEL
013540*     IS NEXT DISPLAYED.
013550*****************************************************************
013560 P-INQUIRE-RESULT.
013570     DISPLAY SCR-INQUIRY-SCREEN
013580     ACCEPT SCR-INQUIRY-SCREEN
013590     PERFORM P-START-FIELD
013600     MOVE SPACES TO SCR-ANSWER-FIELDS
013610     IF SCR-INQ-PATH = SPACE
013620         SET PANEL-DONE TO TRUE
013630     ELSE
013640         PERFORM P-EDIT-INQUIRY
013650         IF NOT REC-ERROR
013660             PERFORM P-LOOKUP-RESULT
013670         END-IF
013680     END-IF.
013690*****************************************************************
013700* P-EDIT-INQUIRY - EDITS THE INQUIRY FIELDS AND BUILDS RM-KEY FROM
013710*     THEM AS P-BUILD-RESULT-KEY IN HALLOPGM DOES - THE PLAIN-PATH
013720*     COORDINATE AND CONSTANT WIDENED INTO THE WIDE KEY FIELDS, A
013730*     MANDELBROT KEY WITH A ZERO CONSTANT.
013740*****************************************************************
013750 P-EDIT-INQUIRY.
013760     IF SCR-INQ-PATH NOT = "P" AND SCR-INQ-PATH NOT = "D"
013770         MOVE "PRECISION PATH" TO SCR-FIELD-WS
013780         MOVE "NOT P OR D" TO SCR-REASON-WS
013790         PERFORM P-LOG-REJECT
013800     END-IF
013810     IF SCR-INQ-SET = SPACE
013820         MOVE "M" TO SCR-INQ-SET
013830     END-IF
013840     IF SCR-INQ-SET NOT = "M" AND SCR-INQ-SET NOT = "J"
013850         MOVE "SET" TO SCR-FIELD-WS
013860         MOVE "NOT M OR J" TO SCR-REASON-WS
013870         PERFORM P-LOG-REJECT
013880     END-IF
013890     IF SCR-INQ-MAXI = 0
013900         MOVE "MAXI" TO SCR-FIELD-WS
013910         MOVE "MUST BE GREATER THAN ZERO" TO SCR-REASON-WS
013920         PERFORM P-LOG-REJECT
013930     END-IF
013940     IF NOT REC-ERROR
013950         MOVE SCR-INQ-PATH TO RM-PRECISION
013960         MOVE "CENTER X" TO SCR-FIELD-WS
013970         MOVE SCR-INQ-X TO SCR-INQ-COORD
013980         PERFORM P-EDIT-INQ-COORD
013990         MOVE SCR-INQ-VALUE TO RM-KEY-X
014000         MOVE "CENTER Y" TO SCR-FIELD-WS
014010         MOVE SCR-INQ-Y TO SCR-INQ-COORD
014020         PERFORM P-EDIT-INQ-COORD
014030         MOVE SCR-INQ-VALUE TO RM-KEY-Y
014040         MOVE SCR-INQ-MAXI TO RM-KEY-MAXI
014050         MOVE SCR-INQ-SET TO RM-KEY-SET
014060         MOVE 0 TO RM-KEY-JC-X
014070         MOVE 0 TO RM-KEY-JC-Y
014080         IF SCR-INQ-SET = "J"
014090             MOVE "CONSTANT X" TO SCR-FIELD-WS
014100             MOVE SCR-INQ-JC-X TO SCR-INQ-COORD
014110             PERFORM P-EDIT-INQ-COORD
014120             MOVE SCR-INQ-VALUE TO RM-KEY-JC-X
014130             MOVE "CONSTANT Y" TO SCR-FIELD-WS
014140             MOVE SCR-INQ-JC-Y TO SCR-INQ-COORD
014150             PERFORM P-EDIT-INQ-COORD
014160             MOVE SCR-INQ-VALUE TO RM-KEY-JC-Y
014170         END-IF
014180     END-IF.
014190*****************************************************************
014200* P-EDIT-INQ-COORD - ONE INQUIRY COORDINATE, IN SCR-INQ-COORD,
014210*     EDITED IN THE FORM OF THE PATH ASKED FOR AND LEFT IN
014220*     SCR-INQ-VALUE (ZERO IF IT FAILS).
014230*****************************************************************
014240 P-EDIT-INQ-COORD.
014250     MOVE 0 TO SCR-INQ-VALUE
014260     IF SCR-INQ-COORD = SPACES
014270         MOVE "REQUIRED" TO SCR-REASON-WS
014280         PERFORM P-LOG-REJECT
014290     ELSE
014300         IF SCR-INQ-PATH = "P"
014310             IF SCR-INQ-COORD (10:19) NOT = SPACES
014320                 MOVE "PLAIN PATH IS SIGN AND 8 DIGITS"
014330                     TO SCR-REASON-WS
014340                 PERFORM P-LOG-REJECT
014350             ELSE
014360                 MOVE SCR-INQ-COORD (1:9) TO EDT-COORD-CHAR
014370                 PERFORM P-EDIT-PLAIN-COORD
014380                 IF NOT REC-ERROR
014390                     MOVE EDT-COORD-NUM TO SCR-INQ-VALUE
014400                 END-IF
014410             END-IF
014420         ELSE
014430             MOVE SCR-INQ-COORD TO EDT-DZ-COORD-CHAR
014440             PERFORM P-EDIT-DZ-COORD
014450             IF NOT REC-ERROR
014460                 MOVE EDT-DZ-COORD-NUM TO SCR-INQ-VALUE
014470             END-IF
014480         END-IF
014490     END-IF.
014500*****************************************************************
014510* P-LOOKUP-RESULT - READS THE RESULTS MASTER ON THE KEY JUST BUILT
014520*     AND SETS OUT THE ANSWER.  THE RECORD IS NOT REWRITTEN.
014530*     RECORDS OLDER THAN THE USAGE FIELDS CARRY SPACES THERE.
014540*****************************************************************
014550 P-LOOKUP-RESULT.
014560     MOVE "N" TO RM-HIT-SW
014570     READ RESULTMST
014580         INVALID KEY
014590             CONTINUE
014600         NOT INVALID KEY
014610             SET RM-HIT TO TRUE
014620     END-READ
014630     IF NOT RM-HIT
014640         MOVE "NOT ON FILE - A REQUEST WOULD BE COMPUTED"
014650             TO SCR-ANS-STATUS
014660     ELSE
014670         MOVE "ON FILE - A REQUEST WOULD BE ANSWERED CACHED"
014680             TO SCR-ANS-STATUS
014690         MOVE RM-I TO SCR-ANS-I
014700         IF RM-ESCAPED = "Y"
014710             MOVE "ESCAPED" TO SCR-ANS-ESCAPED
014720         ELSE
014730             MOVE "IN THE SET - RAN TO MAXI" TO SCR-ANS-ESCAPED
014740         END-IF
014750         MOVE RM-C TO SCR-ANS-C
014760         MOVE RM-CI TO SCR-ANS-CI
014770         MOVE "UNKNOWN" TO SCR-ANS-STORED
014780         IF RM-STORED-DATE IS NUMERIC
014790             MOVE RM-STORED-DATE TO SCR-ANS-STORED
014800         END-IF
014810         MOVE "UNKNOWN" TO SCR-ANS-LAST-REF
014820         IF RM-LAST-REF-DATE IS NUMERIC
014830             MOVE RM-LAST-REF-DATE TO SCR-ANS-LAST-REF
014840         END-IF
014850         MOVE 0 TO SCR-ANS-HITS
014860         IF RM-HIT-COUNT IS NUMERIC
014870             MOVE RM-HIT-COUNT TO SCR-ANS-HITS
014880         END-IF
014890     END-IF.
014900*****************************************************************
014910* P-SHOW-HISTORY - TAKES A REQUEST ID OR PREFIX AND PAGES THROUGH
014920*     THE ZOOMQHIST RECORDS IT SELECTS, AS HALLOZQI SELECTS THEM.
014930*****************************************************************
014940 P-SHOW-HISTORY.
014950     MOVE SPACES TO SCR-HIST-KEY
014960     MOVE SPACES TO SCR-HIST-ENTRIES
014970     MOVE 0 TO SCR-HIST-COUNT
014980     MOVE 0 TO SCR-HIST-COUNT-ED
014990     DISPLAY SCR-HISTORY-SCREEN
015000     ACCEPT SCR-HIST-KEY-INPUT
015010     MOVE SPACES TO SCR-MESSAGE-LINE
015020     IF SCR-HIST-KEY = SPACES
015030         GO TO P-SHOW-HISTORY-EXIT
015040     END-IF
015050     MOVE 0 TO SCR-KEY-LEN
015060     PERFORM P-MEASURE-KEY
015070         VARYING SCR-SCAN-IDX FROM 1 BY 1
015080         UNTIL SCR-SCAN-IDX > 10
015090     OPEN INPUT ZOOMQHIST
015100     IF ZOOMQHIST-STATUS NOT = "00"
015110         MOVE "ZOOMQHIST" TO SCR-MSG-FIELD
015120         MOVE "NO REQUEST HISTORY ON FILE" TO SCR-MSG-REASON
015130         GO TO P-SHOW-HISTORY-EXIT
015140     END-IF
015150     MOVE "N" TO FILE-EOF-SW
015160     MOVE "N" TO PANEL-DONE-SW
015170     PERFORM P-SHOW-HISTORY-PAGE UNTIL PANEL-DONE
015180     CLOSE ZOOMQHIST
015190     MOVE SPACES TO SCR-MESSAGE-LINE.
015200 P-SHOW-HISTORY-EXIT.
015210     EXIT.
015220*****************************************************************
015230* P-MEASURE-KEY - ONE CHARACTER OF THE KEY-LENGTH SCAN.
015240*****************************************************************
015250 P-MEASURE-KEY.
015260     IF SCR-HIST-KEY (SCR-SCAN-IDX:1) NOT = SPACE
015270         MOVE SCR-SCAN-IDX TO SCR-KEY-LEN
015280     END-IF.
015290*****************************************************************
015300* P-SHOW-HISTORY-PAGE - READS UP TO 15 SELECTED RECORDS AND SHOWS
015310*     THEM.  AT THE END OF THE HISTORY ANY KEY RETURNS TO THE
015320*     MENU.
015330*****************************************************************
015340 P-SHOW-HISTORY-PAGE.
015350     MOVE 0 TO SCR-HIST-LINES
015360     MOVE SPACES TO SCR-HIST-ENTRIES
015370     PERFORM P-READ-HISTORY
015380         UNTIL FILE-EOF OR SCR-HIST-LINES = 15
015390     MOVE SCR-HIST-COUNT TO SCR-HIST-COUNT-ED
015400     MOVE "ZOOMQHIST" TO SCR-MSG-FIELD
015410     IF FILE-EOF
015420         MOVE "END OF HISTORY - ENTER RETURNS TO THE MENU"
015430             TO SCR-MSG-REASON
015440     ELSE
015450         MOVE "MORE TO COME" TO SCR-MSG-REASON
015460     END-IF
015470     MOVE SPACE TO SCR-HIST-CMD
015480     DISPLAY SCR-HISTORY-SCREEN
015490     ACCEPT SCR-HIST-CMD-INPUT
015500     IF FILE-EOF OR SCR-HIST-CMD = "X"
015510         SET PANEL-DONE TO TRUE
015520     END-IF.
015530*****************************************************************
015540* P-READ-HISTORY - ONE HISTORY RECORD, KEPT IF THE PREFIX TAKES
015550*     IT.
015560*****************************************************************
015570 P-READ-HISTORY.
015580     READ ZOOMQHIST
015590         AT END
015600             SET FILE-EOF TO TRUE
015610     END-READ
015620     IF NOT FILE-EOF
015630         IF ZQH-REQUEST-ID (1:SCR-KEY-LEN) =
015640                 SCR-HIST-KEY (1:SCR-KEY-LEN)
015650             PERFORM P-FORMAT-HISTORY-LINE
015660         END-IF
015670     END-IF.
015680*****************************************************************
015690* P-FORMAT-HISTORY-LINE - ONE SELECTED RECORD ONTO THE PAGE.
015700*****************************************************************
015710 P-FORMAT-HISTORY-LINE.
015720     ADD 1 TO SCR-HIST-COUNT
015730     ADD 1 TO SCR-HIST-LINES
015740     MOVE ZQH-QUEUE-REC TO SCR-QUEUE-VIEW
015750     MOVE ZQH-RUN-DATE TO SCR-HD-RUN-DATE
015760     MOVE ZQH-REQUEST-ID TO SCR-HD-REQUEST-ID
015770     IF ZQH-JULIA-SW = "Y"
015780         MOVE "J" TO SCR-HD-SET
015790     ELSE
015800         MOVE "M" TO SCR-HD-SET
015810     END-IF
015820     MOVE SCR-VIEW-ZOOM TO SCR-HD-ZOOM
015830     MOVE SCR-VIEW-MAXI TO SCR-HD-MAXI
015840     MOVE SCR-VIEW-PRIORITY TO SCR-HD-PRIORITY
015850     MOVE SCR-VIEW-REGION TO SCR-HD-REGION
015860     MOVE ZQH-DISP TO SCR-HD-DISP
015870     MOVE ZQH-FINAL-I TO SCR-HD-FINAL-I
015880     MOVE SCR-HIST-DETAIL TO SCR-HIST-TEXT (SCR-HIST-LINES).
015890*****************************************************************
015900* P-END - END OF SESSION.
015910*****************************************************************
015920 P-END.
015930     IF RGN-AVAILABLE
015940         CLOSE REGIONMST
015950     END-IF
015960     IF RM-AVAILABLE
015970         CLOSE RESULTMST
015980     END-IF
015990     DISPLAY "The ENd"
016000     STOP RUN.
016010*****************************************************************
016020* P-HOLD-RAW-CARD - ONE CARD OFF ZOOMQRAW ONTO ZOOMQHLD.  THE OLD
016030*     TRAILER IS CHECKED, NOT KEPT.  A FAILED HOLD WRITE ENDS THE
016031*     COPY.
016040*****************************************************************
016050 P-HOLD-RAW-CARD.
016060     READ ZOOMQRAW
016070         AT END
016080             SET FTW-EOF TO TRUE
016090     END-READ
016100     IF NOT FTW-EOF
016110         MOVE ZOOMQ-RAW-REC TO FTW-RECORD
016120         PERFORM P-TRAILER-TAKE
016130         IF ZOOMQ-RAW-REC (1:8) NOT = "FILETRL"
016140             WRITE ZOOMQ-HOLD-REC FROM ZOOMQ-RAW-REC
016141             IF ZOOMQHLD-STATUS NOT = "00"
016142                 SET HOLD-FAILED TO TRUE
016143                 SET FTW-EOF TO TRUE
016144             END-IF
016150         END-IF
016160     END-IF.
016170*****************************************************************
016180* P-RESTORE-RAW-CARD - ONE HELD CARD BACK ONTO ZOOMQRAW.  A
016181*     FAILED WRITE ENDS THE COPY.
016190*****************************************************************
016200 P-RESTORE-RAW-CARD.
016210     READ ZOOMQHLD
016220         AT END
016230             SET FTW-EOF TO TRUE
016240     END-READ
016250     IF NOT FTW-EOF
016260         WRITE ZOOMQ-RAW-REC FROM ZOOMQ-HOLD-REC
016261         IF ZOOMQRAW-STATUS NOT = "00"
016262             SET RESTORE-FAILED TO TRUE
016263             SET FTW-EOF TO TRUE
016264         END-IF
016270     END-IF.
016280     COPY FILETRLCHK.
