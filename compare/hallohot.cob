000280*     ZERO GRADIENT ARE NEVER EMITTED, SO A FEATURELESS GRID
000290*     YIELDS FEWER THAN N CARDS RATHER THAN PADDING THE QUEUE
000300*     WITH NOISE.
000301*
000302*     A JULIA RENDER'S EXPORT (GRIDHDR SET "J") YIELDS JULIA
000303*     CARDS CARRYING THE EXPORT'S OWN CONSTANT, SO THE ZOOM
000304*     LOOKS INTO THE SAME JULIA SET RATHER THAN THE MANDELBROT
000305*     SET AT THE SAME COORDINATES.
000306*
000307*     HOTPARM COLS 4-7 AND 9-18 CAN NAME A RENDER CATALOG
000308*     GENERATION AND REGION (SEE RCATFIND) TO READ IN PLACE OF
000309*     GRIDEXP.  ONE THAT CANNOT BE FOUND IS CONDITION CODE 8.
000310*
000311*     THE EXPORT IS CHECKED AGAINST ITS TRAILER RECORD (SEE
000312*     FILETRLREC) AS IT IS LOADED.  A MISSING TRAILER, RECORDS
000313*     AFTER IT OR A TRAILER NOT DATED TODAY OR YESTERDAY EMITS
000314*     NOTHING AND IS CONDITION CODE 8 UNLESS HOTPARM COL 20 IS
000315*     "Y"; A COUNT OR HASH TOTAL THAT DOES NOT MATCH ALWAYS IS.  A
000316*     CATALOG GENERATION IS OLD BY DESIGN AND IS NOT HELD TO ITS
000317*     DATE.  ZOOMQRAW IS REWRITTEN THROUGH ZOOMQHLD WITH THE NEW
000318*     CARDS ADDED AND A FRESH TRAILER ON THE END.
000319*
000320* MODIFICATION HISTORY.
000330*     09/02/2026  RH   ORIGINAL VERSION.
000331*     10/14/2026  RH   GRIDEXP WIDENED TO 200 AND ZOOMQRAW TO 195.
000332*                       A JULIA EXPORT EMITS JULIA CARDS WITH ITS
000333*                       CONSTANT.
000334*     10/15/2026  RH   HOTPARM CAN NAME A RENDER CATALOG
000335*                       GENERATION TO READ INSTEAD OF GRIDEXP.
000336*     10/15/2026  RH   GRIDEXP IS CHECKED AGAINST ITS TRAILER
000337*                       RECORD; ZOOMQRAW IS REWRITTEN THROUGH
000338*                       ZOOMQHLD AND ENDED WITH A NEW TRAILER.
000339*                       A FAILED HOLD WRITE LEAVES IT AS IS.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000380     SELECT HOTPARM ASSIGN TO "HOTPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS HOTPARM-STATUS.
000410     SELECT GRIDEXP ASSIGN USING HOT-GEX-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS GRIDEXP-STATUS.
000440     SELECT ZOOMQRAW ASSIGN TO "ZOOMQRAW"
000470     SELECT HOTRPT ASSIGN TO "HOTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS HOTRPT-STATUS.
000491     SELECT RENDCAT ASSIGN TO "RENDCAT"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS RENDCAT-STATUS.
000494     SELECT ZOOMQHLD ASSIGN TO "ZOOMQHLD"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS ZOOMQHLD-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  HOTPARM
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  HOT-PARM-REC                PIC X(80).
000550 FD  GRIDEXP
000560     RECORD CONTAINS 200 CHARACTERS.
000570 01  GEX-IN-REC                  PIC X(200).
000580 FD  ZOOMQRAW
000590     RECORD CONTAINS 195 CHARACTERS.
000600     COPY ZOOMQREC.
000610 FD  HOTRPT
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  HOT-OUT-REC                 PIC X(80).
000631 FD  RENDCAT
000632     RECORD CONTAINS 200 CHARACTERS.
000633     COPY RCATREC.
000634 FD  ZOOMQHLD
000635     RECORD CONTAINS 195 CHARACTERS.
000636 01  ZOOMQ-HOLD-REC              PIC X(195).
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* FILE STATUS FIELDS
000690 01  GRIDEXP-STATUS              PIC X(02).
000700 01  ZOOMQRAW-STATUS             PIC X(02).
000710 01  HOTRPT-STATUS               PIC X(02).
000711 01  RENDCAT-STATUS              PIC X(02).
000712 01  ZOOMQHLD-STATUS             PIC X(02).
000720*----------------------------------------------------------------
000730* CANDIDATE LISTING LAYOUT AND THE GRID EXPORT RECORD LAYOUTS
000740*----------------------------------------------------------------
001120         88  NO-MORE                        VALUE "Y".
001130     05  HOT-ERROR-SW             PIC X(01) VALUE "N".
001140         88  HOT-ERROR                      VALUE "Y".
001141     05  HOT-SET-SW               PIC X(01) VALUE "M".
001142         88  HOT-JULIA                      VALUE "J".
001143     05  HOLD-FAILED-SW           PIC X(01) VALUE "N".
001144         88  HOLD-FAILED                    VALUE "Y".
001150*----------------------------------------------------------------
001160* SCORING AND SELECTION WORK
001170*----------------------------------------------------------------
001382     05  HOT-PLAIN-BUILD REDEFINES HOT-PLAIN-CHAR
001383         PIC S9V9(07)
001384         SIGN IS LEADING SEPARATE CHARACTER.
001385     05  HOT-JC-X-CHAR            PIC X(28).
001386     05  HOT-JC-Y-CHAR            PIC X(28).
001410 01  HOT-RUN-DATE                PIC 9(08) VALUE 0.
001411*----------------------------------------------------------------
001412* TRAILER RECORD WORK FOR GRIDEXP AND ZOOMQRAW (SEE FILETRLCHK)
001413*----------------------------------------------------------------
001414     COPY FILETRLREC.
001420 01  HOT-REQUEST-ID.
001430     05  FILLER                   PIC X(03) VALUE "HOT".
001440     05  HOT-REQ-MMDD             PIC X(04).
001450     05  HOT-REQ-SEQ              PIC 9(03).
001451*----------------------------------------------------------------
001452* THE NAME GRIDEXP IS OPENED UNDER, AND THE RENDER CATALOG
001453* GENERATION REFERENCE OFF HOTPARM (SEE RCATFIND)
001454*----------------------------------------------------------------
001455 01  HOT-GEX-NAME                PIC X(08) VALUE "GRIDEXP".
001456     COPY RCATREF.
001460 PROCEDURE DIVISION.
001470*****************************************************************
001480* P-START - MAINLINE.  LOADS THE GRID, SCORES IT, EMITS THE TOP
001530     MOVE HOT-RUN-DATE (5:4) TO HOT-REQ-MMDD
001540     PERFORM P-WRITE-REPORT-HEADERS
001550     PERFORM P-READ-TOP-N THRU P-READ-TOP-N-EXIT
001556     IF NOT HOT-ERROR
001560         PERFORM P-LOAD-GRID THRU P-LOAD-GRID-EXIT
001565     END-IF
001570     IF HDR-SEEN AND NOT HOT-ERROR
001580         PERFORM P-SCORE-GRID
001590         PERFORM P-PICK-CANDIDATES
001630*****************************************************************
001640* P-READ-TOP-N - THE ONE SELECTION CARD, IF PRESENT.  COLS 1-2
001650*     GIVE N; ANYTHING UNUSABLE LEAVES THE DEFAULT OF 10.
001651*     COLS 4-7 AND 9-18, IF EITHER IS FILLED IN, NAME THE
001652*     CATALOG GENERATION TO READ AS THE EXPORT.
001653*     COL 20 "Y" WAIVES A MISSING OR OLD GRIDEXP TRAILER.
001660*****************************************************************
001670 P-READ-TOP-N.
001680     OPEN INPUT HOTPARM
001790         IF HOT-TOP-N > 50
001800             MOVE 50 TO HOT-TOP-N
001810         END-IF
001820     END-IF
001821     IF HOT-PARM-REC (4:4) NOT = SPACES
001822             OR HOT-PARM-REC (9:10) NOT = SPACES
001823         PERFORM P-RESOLVE-GENERATION
001824     END-IF
001825     IF HOT-PARM-REC (20:1) = "Y"
001826         SET FTW-OVERRIDE TO TRUE
001827     END-IF.
001830 P-READ-TOP-N-CLOSE.
001840     CLOSE HOTPARM.
001850 P-READ-TOP-N-EXIT.
001921*     GRID IS CLEARED TO BAND ZERO FIRST - A REAL BAND IS 1 TO
001922*     10, SO ZERO MARKS A CELL A TRUNCATED EXPORT (A CANCELLED
001923*     RENDER STEP) NEVER DELIVERED, AND THE SCORING PASS KNOWS
001924*     TO LEAVE IT ALONE.  THE EXPORT MUST ALSO PASS ITS TRAILER
001925*     CHECK (SEE P-CHECK-GRID-TRAILER) OR NOTHING IS SCORED.
001930*****************************************************************
001940 P-LOAD-GRID.
001945     MOVE ZEROS TO HOT-GRID
001946     SET FTW-GRIDEXP TO TRUE
001947     MOVE HOT-GEX-NAME TO FTW-FILE-LABEL
001948     PERFORM P-TRAILER-START
001950     OPEN INPUT GRIDEXP
001960     IF GRIDEXP-STATUS NOT = "00"
001970         SET HOT-ERROR TO TRUE
001990     END-IF
002000     PERFORM P-LOAD-GRID-REC UNTIL GEX-EOF
002010     CLOSE GRIDEXP
002011     PERFORM P-CHECK-GRID-TRAILER
002020     IF NOT HDR-SEEN
002030         SET HOT-ERROR TO TRUE
002040     END-IF.
002130             SET GEX-EOF TO TRUE
002140     END-READ
002150     IF NOT GEX-EOF
002151         MOVE GEX-IN-REC TO FTW-RECORD
002152         PERFORM P-TRAILER-TAKE
002160         IF GEX-IN-REC (1:7) = "GRIDHDR"
002170             MOVE GEX-IN-REC TO GEX-HEADER-RECORD
002180             PERFORM P-TAKE-HEADER
002370     END-IF
002380     IF HOT-COLS-N > 70
002390         MOVE 70 TO HOT-COLS-N
002391     END-IF
002392     MOVE "M" TO HOT-SET-SW
002393     IF GEX-HDR-SET = "J"
002394         SET HOT-JULIA TO TRUE
002395         MOVE GEX-HDR-JC-X (1:28) TO HOT-JC-X-CHAR
002396         MOVE GEX-HDR-JC-Y (1:28) TO HOT-JC-Y-CHAR
002397     END-IF.
002410*****************************************************************
002420* P-TAKE-DETAIL - ONE CELL INTO THE GRID.  A DETAIL OUTSIDE THE
002430*     DECLARED SHAPE IS DROPPED RATHER THAN CLOBBERING A
003240         VARYING HOT-RANK FROM 1 BY 1
003250         UNTIL HOT-RANK > HOT-TOP-N OR NO-MORE
003260     IF RAW-OPEN
003261         PERFORM P-TRAILER-BUILD
003262         WRITE ZOOMQ-RECORD FROM FILE-TRAILER-RECORD
003263         IF ZOOMQRAW-STATUS NOT = "00"
003264             SET HOT-ERROR TO TRUE
003265         END-IF
003270         CLOSE ZOOMQRAW
003280     END-IF.
003290*****************************************************************
003620*****************************************************************
003630* P-EMIT-CANDIDATE - ONE READY-MADE DEEP-ZOOM REQUEST CARD ONTO
003640*     THE RAW QUEUE, AND ITS LISTING LINE.  THE RAW QUEUE IS
003650*     REWRITTEN ON FIRST USE (SEE P-OPEN-RAW-QUEUE) SO THE
003660*     ANALYSTS' OWN CARDS ALREADY ON IT ARE KEPT AND ONE TRAILER
003670*     CAN END THE LOT.
003680*****************************************************************
003690 P-EMIT-CANDIDATE.
003700     IF NOT RAW-OPEN
003710         PERFORM P-OPEN-RAW-QUEUE THRU P-OPEN-RAW-QUEUE-EXIT
003810     END-IF
003820     IF RAW-OPEN
003830         PERFORM P-BUILD-REQUEST-CARD
003835         MOVE ZOOMQ-RECORD TO FTW-RECORD
003840         WRITE ZOOMQ-RECORD
003850         IF ZOOMQRAW-STATUS NOT = "00"
003860             SET HOT-ERROR TO TRUE
003862         ELSE
003864             PERFORM P-TRAILER-ADD
003870         END-IF
003880         ADD 1 TO HOT-EMIT-COUNT
003890         PERFORM P-WRITE-CANDIDATE-LINE
004090     MOVE HOT-PLAIN-CHAR TO ZQ-CENTER-Y (1:9)
004100     MOVE 1 TO ZQ-ZOOM-LEVEL
004110     MOVE HOT-MAXI-N TO ZQ-MAXI-OVERRIDE
004111     MOVE SPACES TO ZQ-REGION-NAME
004112     IF HOT-JULIA
004113         PERFORM P-BUILD-JULIA-CONSTANT
004114     END-IF.
004121*****************************************************************
004122* P-CLAMP-PLAIN-BUILD - FOLDS A NARROWED PLACEHOLDER CENTER
004123*     INTO THE +/-0.9999999 RANGE THE PLAIN SV9(07) FIELDS CAN
004131     IF HOT-PLAIN-BUILD < -0.9999999
004132         MOVE -0.9999999 TO HOT-PLAIN-BUILD
004133     END-IF.
004134*****************************************************************
004135* P-BUILD-JULIA-CONSTANT - A JULIA EXPORT'S CARDS ASK FOR THE
004136*     SAME JULIA SET.  THE CONSTANT GOES IN AT FULL WIDTH; THE
004137*     PLAIN FORM IS A PLACEHOLDER ON A DEEP-ZOOM CARD AND IS
004138*     CLAMPED THE SAME WAY AS THE PLAIN CENTERS.
004139*****************************************************************
004140 P-BUILD-JULIA-CONSTANT.
004141     MOVE "Y" TO ZQ-JULIA-SW
004142     MOVE HOT-JC-X-CHAR TO HOT-WIDE-CHAR
004143     MOVE HOT-WIDE-CHAR TO ZQ-JC-DZ-X (1:28)
004144     MOVE HOT-WIDE-NUM TO HOT-PLAIN-BUILD
004145     PERFORM P-CLAMP-PLAIN-BUILD
004146     MOVE HOT-PLAIN-CHAR TO ZQ-JC-X (1:9)
004147     MOVE HOT-JC-Y-CHAR TO HOT-WIDE-CHAR
004148     MOVE HOT-WIDE-CHAR TO ZQ-JC-DZ-Y (1:28)
004149     MOVE HOT-WIDE-NUM TO HOT-PLAIN-BUILD
004150     PERFORM P-CLAMP-PLAIN-BUILD
004151     MOVE HOT-PLAIN-CHAR TO ZQ-JC-Y (1:9).
004152*****************************************************************
004153* P-WRITE-CANDIDATE-LINE - ONE CANDIDATE'S LISTING LINE.
004154*****************************************************************
004160 P-WRITE-CANDIDATE-LINE.
004170     MOVE SPACES TO HOT-DETAIL-LINE
004180     MOVE HOT-RANK TO HOT-LST-RANK
004600         MOVE "ERROR - NO USABLE GRIDEXP OR A BAD WRITE"
004610             TO HOT-OUT-REC
004620         WRITE HOT-OUT-REC
004621     END-IF
004622     IF HOT-JULIA
004623         MOVE "JULIA RENDER - CARDS CARRY THE EXPORT'S CONSTANT"
004624             TO HOT-OUT-REC
004625         WRITE HOT-OUT-REC
004626     END-IF.
004640*****************************************************************
004650* P-END - JOB TERMINATION.
004660*****************************************************************
004710     END-IF
004720     DISPLAY "The ENd"
004730     STOP RUN.
004740*****************************************************************
004750* P-RESOLVE-GENERATION - LOOKS THE HOTPARM GENERATION UP IN THE
004760*     RENDER CATALOG AND READS ITS ARCHIVED EXPORT IN PLACE OF
004770*     GRIDEXP.  THE LISTING SAYS WHICH GENERATION WAS READ; ONE
004780*     THAT CANNOT BE FOUND LOADS NOTHING.
004790*****************************************************************
004800 P-RESOLVE-GENERATION.
004810     MOVE HOT-PARM-REC (4:4) TO RCF-REF-GEN
004820     MOVE HOT-PARM-REC (9:10) TO RCF-REF-REGION
004830     SET RCF-WANT-GRIDEXP TO TRUE
004840     PERFORM P-FIND-GENERATION THRU P-FIND-GENERATION-EXIT
004850     MOVE "GRIDEXP" TO RCF-SRC-FILE
004860     MOVE RCF-SOURCE-LINE TO HOT-OUT-REC
004870     WRITE HOT-OUT-REC
004880     MOVE HOT-RULE TO HOT-OUT-REC
004890     WRITE HOT-OUT-REC
004900     IF RCF-FOUND
004910         MOVE RCF-FILE-NAME TO HOT-GEX-NAME
004911         SET FTW-ARCHIVED TO TRUE
004920     ELSE
004930         SET HOT-ERROR TO TRUE
004940     END-IF.
004950     COPY RCATFIND.
004960*****************************************************************
004970* P-CHECK-GRID-TRAILER - THE EXPORT JUST LOADED AGAINST ITS
004980*     TRAILER RECORD (SEE FILETRLCHK).  THE VERDICT GOES ON THE
004990*     LISTING AND THE CONSOLE; A REFUSED EXPORT IS SCORED FOR
005000*     NOTHING AND ENDS THE RUN WITH CONDITION CODE 8.
005010*****************************************************************
005020 P-CHECK-GRID-TRAILER.
005030     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
005040     MOVE FTW-DISPLAY-LINE TO HOT-OUT-REC
005050     WRITE HOT-OUT-REC
005060     MOVE HOT-RULE TO HOT-OUT-REC
005070     WRITE HOT-OUT-REC
005080     DISPLAY FTW-DISPLAY-LINE
005090     IF FTW-BAD
005100         SET HOT-ERROR TO TRUE
005110     END-IF.
005120*****************************************************************
005130* P-OPEN-RAW-QUEUE - OPENS THE RAW QUEUE FOR THE FIRST CARD.  THE
005140*     CARDS ALREADY ON IT ARE COPIED ASIDE TO ZOOMQHLD, COUNTED
005150*     AND HASHED ON THE WAY (SEE FILETRLCHK), AND WRITTEN BACK
005160*     WITHOUT THEIR OLD TRAILER, SO THE TRAILER WRITTEN WHEN THE
005170*     QUEUE IS CLOSED COVERS THE WHOLE FILE.  CARDS KEYED ON
005180*     AFTER THE OLD TRAILER, OR ONTO A QUEUE THAT HAD NONE, ARE
005190*     KEPT AND COUNTED LIKE ANY OTHER.  A QUEUE WHOSE OLD TRAILER
005200*     DOES NOT MATCH THE CARDS AHEAD OF IT IS NOT THE FILE ITS
005210*     WRITER WROTE - IT IS LEFT UNTOUCHED FOR HALLOEDT TO REFUSE
005220*     AND NOTHING IS EMITTED.  ZOOMQRAW IS NOT OPENED FOR OUTPUT
005230*     UNTIL ITS CARDS ARE SAFELY ON ZOOMQHLD - ONE WHOSE CARDS
005231*     COULD NOT ALL BE HELD IS LEFT AS IT STANDS.
005240*****************************************************************
005250 P-OPEN-RAW-QUEUE.
005260     SET FTW-ZOOMQ TO TRUE
005270     MOVE "ZOOMQRAW" TO FTW-FILE-LABEL
005280     PERFORM P-TRAILER-START
005290     OPEN OUTPUT ZOOMQHLD
005300     IF ZOOMQHLD-STATUS NOT = "00"
005310         GO TO P-OPEN-RAW-QUEUE-FAIL
005320     END-IF
005330     OPEN INPUT ZOOMQRAW
005340     IF ZOOMQRAW-STATUS NOT = "00" AND ZOOMQRAW-STATUS NOT = "35"
005350         CLOSE ZOOMQHLD
005360         GO TO P-OPEN-RAW-QUEUE-FAIL
005370     END-IF
005380     IF ZOOMQRAW-STATUS = "00"
005390         MOVE "N" TO FTW-EOF-SW
005400         PERFORM P-HOLD-RAW-CARD UNTIL FTW-EOF
005410         CLOSE ZOOMQRAW
005420     END-IF
005430     CLOSE ZOOMQHLD
005431     IF HOLD-FAILED
005432         GO TO P-OPEN-RAW-QUEUE-FAIL
005433     END-IF
005440     IF FTW-TRAILER-SEEN
005450         PERFORM P-TRAILER-MATCH THRU P-TRAILER-MATCH-EXIT
005460         IF FTW-BAD
005470             MOVE FTW-DISPLAY-LINE TO HOT-OUT-REC
005480             WRITE HOT-OUT-REC
005490             DISPLAY FTW-DISPLAY-LINE
005500             GO TO P-OPEN-RAW-QUEUE-FAIL
005510         END-IF
005520     END-IF
005530     OPEN INPUT ZOOMQHLD
005540     IF ZOOMQHLD-STATUS NOT = "00"
005550         GO TO P-OPEN-RAW-QUEUE-FAIL
005560     END-IF
005570     OPEN OUTPUT ZOOMQRAW
005580     IF ZOOMQRAW-STATUS NOT = "00"
005590         CLOSE ZOOMQHLD
005600         GO TO P-OPEN-RAW-QUEUE-FAIL
005610     END-IF
005620     SET RAW-OPEN TO TRUE
005630     MOVE "N" TO FTW-EOF-SW
005640     PERFORM P-RESTORE-RAW-CARD UNTIL FTW-EOF
005650     CLOSE ZOOMQHLD
005660     GO TO P-OPEN-RAW-QUEUE-EXIT.
005670 P-OPEN-RAW-QUEUE-FAIL.
005680     SET HOT-ERROR TO TRUE
005690     SET NO-MORE TO TRUE.
005700 P-OPEN-RAW-QUEUE-EXIT.
005710     EXIT.
005720*****************************************************************
005730* P-HOLD-RAW-CARD - ONE CARD OFF THE RAW QUEUE ONTO ZOOMQHLD.
005740*     THE OLD TRAILER IS CHECKED, NOT KEPT.  A FAILED HOLD WRITE
005741*     ENDS THE COPY.
005750*****************************************************************
005760 P-HOLD-RAW-CARD.
005770     READ ZOOMQRAW
005780         AT END
005790             SET FTW-EOF TO TRUE
005800     END-READ
005810     IF NOT FTW-EOF
005820         MOVE ZOOMQ-RECORD TO FTW-RECORD
005830         PERFORM P-TRAILER-TAKE
005840         IF NOT ZQ-TRAILER-RECORD
005850             WRITE ZOOMQ-HOLD-REC FROM ZOOMQ-RECORD
005851             IF ZOOMQHLD-STATUS NOT = "00"
005852                 SET HOLD-FAILED TO TRUE
005853                 SET FTW-EOF TO TRUE
005854             END-IF
005860         END-IF
005870     END-IF.
005880*****************************************************************
005890* P-RESTORE-RAW-CARD - ONE HELD CARD BACK ONTO THE RAW QUEUE.
005900*****************************************************************
005910 P-RESTORE-RAW-CARD.
005920     READ ZOOMQHLD
005930         AT END
005940             SET FTW-EOF TO TRUE
005950     END-READ
005960     IF NOT FTW-EOF
005970         WRITE ZOOMQ-RECORD FROM ZOOMQ-HOLD-REC
005980         IF ZOOMQRAW-STATUS NOT = "00"
005990             SET HOT-ERROR TO TRUE
006000         END-IF
006010     END-IF.
006020     COPY FILETRLCHK.
