000010*****************************************************************
000020* HALLOARC - RENDER GENERATION ARCHIVE FOR HALLOPGM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOARC.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  RUNS AS THE LAST STEP OF A RENDER JOB, AFTER HALLOPGM
000120*     (OR AFTER HALLOMRG FOR A TILED RENDER), AND FILES THE
000130*     COMPLETED RENDER AS THE NEXT NUMBERED GENERATION BEFORE THE
000140*     NEXT RUN OVERWRITES IT.  A PLANE RENDER'S GENERATION IS
000150*     THREE FILES - A COPY OF PLANEOUT (RNDPNNNN), A COPY OF
000160*     GRIDEXP (RNDGNNNN) AND THE ESCAPE-TIME STATISTICS SECTION
000170*     OUT OF REPORTFILE (RNDSNNNN).  A MERGED COMPOSITE'S IS A
000180*     COPY OF MERGEOUT ALONE.  EACH GENERATION GETS A RENDER
000190*     CATALOG ENTRY ON RENDCAT (SEE RCATREC) WITH THE RUN DATE,
000200*     THE WINDOW, GRID, MAXI, PRECISION AND SET OFF THE GRIDHDR,
000210*     THE REGION NAME OFF THE RENDER'S PARMFILE CARD AND THE
000220*     GENERATION NUMBER - ONE MORE THAN THE NEWEST ON THE
000230*     CATALOG.  HALLOCMP, HALLOHOT AND HALLOIMG CAN THEN NAME A
000240*     GENERATION ON THEIR CARDS INSTEAD OF A PHYSICAL FILE (SEE
000250*     RCATFIND).
000260*
000270*     ONLY A COMPLETE RENDER IS FILED - THE GRIDEXP MUST CARRY
000280*     ITS HEADER AND ONE DETAIL FOR EVERY CELL OF THE GRID, AND
000290*     THE PICTURE MUST BE THERE.  A CANCELLED OR SHORT RENDER IS
000300*     NOT FILED, THE CATALOG IS LEFT AS IT WAS AND THE JOB ENDS
000310*     WITH CONDITION CODE 8.  A ZOOM-SEQUENCE RUN HAS NO SINGLE
000320*     PICTURE TO FILE; IT IS PASSED OVER WITH CONDITION CODE 4.
000330*
000340*     ONCE THE NEW ENTRY IS ADDED THE INSTALLATION RETENTION
000350*     LIMIT IS APPLIED - THE OLDEST GENERATIONS BEYOND IT ROLL
000360*     OFF, THE CATALOG IS WRITTEN BACK WITHOUT THEM, AND THEN
000370*     THEIR FILES ARE DELETED.  THE ARCRPT LISTING SHOWS THE
000380*     GENERATION FILED, EVERY FILE ROLLED OFF WITH ITS
000390*     DISPOSITION, THE CATALOG AS IT NOW STANDS AND THE CONTROL
000400*     TOTALS.
000410*
000420*     THE ARCPARM CARD -
000430*     COLS  1- 3  RETENTION LIMIT, GENERATIONS KEPT - 001 TO 500,
000440*                 DEFAULT 030
000450*     COLS  5- 5  KIND - "P" PLANE RENDER (DEFAULT) OR "M" MERGED
000460*                 COMPOSITE
000470*     COLS  7-16  REGION NAME TO FILE THE RENDER UNDER, IN PLACE
000480*                 OF THE PARMFILE CARD'S - FOR A COMPOSITE WHOSE
000490*                 TILE CARDS NAME NO REGION
000500*     A MISSING CARD, OR ANYTHING UNUSABLE IN A COLUMN, LEAVES
000510*     THAT COLUMN'S DEFAULT.
000520*
000530* MODIFICATION HISTORY.
000540*     10/15/2026  RH   ORIGINAL VERSION.
000541*     10/15/2026  RH   PARMFILE CARD READ AT 274 COLUMNS.
000542*     10/15/2026  RH   A GENERATION FILE OR RENDCAT WRITE THAT
000543*                       FAILS FILES NOTHING AND ROLLS NOTHING OFF.
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT ARCPARM ASSIGN TO "ARCPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ARCPARM-STATUS.
000620     SELECT PARMFILE ASSIGN TO "PARMFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PARMFILE-STATUS.
000650     SELECT GRIDEXP ASSIGN TO "GRIDEXP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS GRIDEXP-STATUS.
000680     SELECT PICIN ASSIGN USING PIC-IN-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PICIN-STATUS.
000710     SELECT REPORTFILE ASSIGN TO "REPORTFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS REPORTFILE-STATUS.
000740     SELECT RENDCAT ASSIGN TO "RENDCAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS RENDCAT-STATUS.
000770     SELECT GENPIC ASSIGN USING GEN-PIC-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GENPIC-STATUS.
000800     SELECT GENGEX ASSIGN USING GEN-GEX-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS GENGEX-STATUS.
000830     SELECT GENSTAT ASSIGN USING GEN-STAT-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS GENSTAT-STATUS.
000860     SELECT GENDEL ASSIGN USING GEN-DEL-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS GENDEL-STATUS.
000890     SELECT ARCRPT ASSIGN TO "ARCRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS ARCRPT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  ARCPARM
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  ARC-PARM-REC                PIC X(80).
000970 FD  PARMFILE
000980     RECORD CONTAINS 274 CHARACTERS.
000990     COPY PARMREC.
001000 FD  GRIDEXP
001010     RECORD CONTAINS 200 CHARACTERS.
001020 01  GEX-IN-REC                  PIC X(200).
001030 FD  PICIN
001040     RECORD CONTAINS 560 CHARACTERS.
001050 01  PIC-IN-REC                  PIC X(560).
001060 FD  REPORTFILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  RPT-IN-REC                  PIC X(80).
001090 FD  RENDCAT
001100     RECORD CONTAINS 200 CHARACTERS.
001110 01  RENDCAT-REC                 PIC X(200).
001120 FD  GENPIC
001130     RECORD CONTAINS 560 CHARACTERS.
001140 01  GEN-PIC-REC                 PIC X(560).
001150 FD  GENGEX
001160     RECORD CONTAINS 200 CHARACTERS.
001170 01  GEN-GEX-REC                 PIC X(200).
001180 FD  GENSTAT
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  GEN-STAT-REC                PIC X(80).
001210 FD  GENDEL
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  GEN-DEL-REC                 PIC X(80).
001240 FD  ARCRPT
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  ARC-OUT-REC                 PIC X(80).
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------
001290* FILE STATUS FIELDS AND THE NAMES THE PICTURE AND THE GENERATION
001300* FILES ARE OPENED UNDER
001310*----------------------------------------------------------------
001320 01  ARCPARM-STATUS              PIC X(02).
001330 01  PARMFILE-STATUS             PIC X(02).
001340 01  GRIDEXP-STATUS              PIC X(02).
001350 01  PICIN-STATUS                PIC X(02).
001360 01  REPORTFILE-STATUS           PIC X(02).
001370 01  RENDCAT-STATUS              PIC X(02).
001380 01  GENPIC-STATUS               PIC X(02).
001390 01  GENGEX-STATUS               PIC X(02).
001400 01  GENSTAT-STATUS              PIC X(02).
001410 01  GENDEL-STATUS               PIC X(02).
001420 01  ARCRPT-STATUS               PIC X(02).
001430 01  PIC-IN-NAME                 PIC X(08) VALUE "PLANEOUT".
001440 01  GEN-PIC-NAME.
001450     05  FILLER                   PIC X(04) VALUE "RNDP".
001460     05  GEN-PIC-NO               PIC 9(04).
001470 01  GEN-GEX-NAME.
001480     05  FILLER                   PIC X(04) VALUE "RNDG".
001490     05  GEN-GEX-NO               PIC 9(04).
001500 01  GEN-STAT-NAME.
001510     05  FILLER                   PIC X(04) VALUE "RNDS".
001520     05  GEN-STAT-NO              PIC 9(04).
001530 01  GEN-DEL-NAME                PIC X(08).
001540*----------------------------------------------------------------
001550* LISTING LAYOUT, THE GRID EXPORT LAYOUTS, THE CATALOG ENTRY
001560* BEING BUILT OR LISTED, AND HALLOPGM'S REPORT LINES - THE
001570* STATISTICS SECTION IS FOUND BY ITS RPT-STAT-HEADER LINE
001580*----------------------------------------------------------------
001590     COPY ARCRPTREC.
001600     COPY GRIDEXPREC.
001610     COPY RCATREC.
001620     COPY RPTREC.
001630*----------------------------------------------------------------
001640* THE ARCPARM CARD AND THE SETTINGS IN EFFECT
001650*----------------------------------------------------------------
001660 01  ARC-PARM-CARD               PIC X(80) VALUE SPACES.
001670 01  ARC-PARM-FIELDS REDEFINES ARC-PARM-CARD.
001680     05  ARC-PARM-RETAIN          PIC X(03).
001690     05  FILLER                   PIC X(01).
001700     05  ARC-PARM-KIND            PIC X(01).
001710     05  FILLER                   PIC X(01).
001720     05  ARC-PARM-REGION          PIC X(10).
001730     05  FILLER                   PIC X(64).
001740 01  ARC-OPTIONS.
001750     05  ARC-RETAIN               PIC 9(03) VALUE 30.
001760     05  ARC-KIND-SW              PIC X(01) VALUE "P".
001770         88  ARC-MERGED                     VALUE "M".
001780     05  ARC-REGION-NAME          PIC X(10) VALUE SPACES.
001790     05  ARC-RUN-PRECISION        PIC X(01) VALUE "P".
001800     05  ARC-RUN-SET              PIC X(01) VALUE "M".
001810*----------------------------------------------------------------
001820* SWITCHES
001830*----------------------------------------------------------------
001840 01  ARC-SWITCHES.
001850     05  GEX-EOF-SW               PIC X(01) VALUE "N".
001860         88  GEX-EOF                        VALUE "Y".
001870     05  PIC-EOF-SW               PIC X(01) VALUE "N".
001880         88  PIC-EOF                        VALUE "Y".
001890     05  RPT-EOF-SW               PIC X(01) VALUE "N".
001900         88  RPT-EOF                        VALUE "Y".
001910     05  CAT-EOF-SW               PIC X(01) VALUE "N".
001920         88  CAT-EOF                        VALUE "Y".
001930     05  HDR-SEEN-SW              PIC X(01) VALUE "N".
001940         88  HDR-SEEN                       VALUE "Y".
001950     05  STAT-STATE-SW            PIC X(01) VALUE "L".
001960         88  STAT-LOOKING                   VALUE "L".
001970         88  STAT-COPYING                   VALUE "C".
001980         88  STAT-TRAILING                  VALUE "T".
001990         88  STAT-DONE                      VALUE "D".
002000     05  SEQ-RUN-SW               PIC X(01) VALUE "N".
002010         88  SEQ-RUN                        VALUE "Y".
002020     05  ARC-FILED-SW             PIC X(01) VALUE "N".
002030         88  ARC-FILED                      VALUE "Y".
002040     05  ARC-SKIPPED-SW           PIC X(01) VALUE "N".
002050         88  ARC-SKIPPED                    VALUE "Y".
002060     05  ARC-WARNING-SW           PIC X(01) VALUE "N".
002070         88  ARC-WARNING                    VALUE "Y".
002080     05  ARC-ERROR-SW             PIC X(01) VALUE "N".
002090         88  ARC-ERROR                      VALUE "Y".
002100*----------------------------------------------------------------
002110* THE CATALOG, HELD WHOLE.  ONE ENTRY PER GENERATION IN ASCENDING
002120* ORDER AS RENDCAT HOLDS THEM, PLUS ROOM FOR TONIGHT'S.  THE
002130* ENTRIES BEFORE ARC-KEEP-FROM ROLL OFF.
002140*----------------------------------------------------------------
002150 01  ARC-CAT-TABLE.
002160     05  ARC-CAT-COUNT            PIC 9(04) COMP VALUE 0.
002170     05  ARC-CAT-ENTRY            PIC X(200) OCCURS 501 TIMES.
002180 01  ARC-CAT-MAX                 PIC 9(04) COMP VALUE 500.
002190 01  ARC-KEEP-FROM               PIC 9(04) COMP VALUE 1.
002200 01  ARC-ROLL-COUNT              PIC 9(04) COMP VALUE 0.
002210 01  ARC-NEXT-GEN                PIC 9(05) VALUE 1.
002220*----------------------------------------------------------------
002230* RUN DATE AND TIME, AND RENDER CHECK WORK
002240*----------------------------------------------------------------
002250 01  ARC-RUN-DATE                PIC 9(08) VALUE 0.
002260 01  ARC-TIME-NOW                PIC 9(08) VALUE 0.
002270 01  ARC-TIME-PARTS REDEFINES ARC-TIME-NOW.
002280     05  ARC-RUN-TIME             PIC 9(06).
002290     05  FILLER                   PIC 9(02).
002300 01  ARC-CELLS-EXPECTED          PIC 9(08) COMP VALUE 0.
002310 01  ARC-STAT-LEFT               PIC 9(02) COMP VALUE 0.
002320 01  ARC-EDIT-COUNT              PIC ZZZZZZZ9.
002330 01  ARC-EDIT-ROWS               PIC ZZZ9.
002340 01  ARC-EDIT-COLS               PIC ZZZ9.
002350 01  ARC-GRID-TEXT.
002360     05  ARC-GT-ROWS              PIC X(04).
002370     05  FILLER                   PIC X(03) VALUE " BY".
002380     05  ARC-GT-COLS              PIC X(05).
002390*----------------------------------------------------------------
002400* CONTROL TOTALS
002410*----------------------------------------------------------------
002420 01  ARC-COUNTS.
002430     05  ARC-PIC-COPIED           PIC 9(08) COMP VALUE 0.
002440     05  ARC-GEX-COPIED           PIC 9(08) COMP VALUE 0.
002450     05  ARC-STAT-COPIED          PIC 9(08) COMP VALUE 0.
002460     05  ARC-GEX-DETAILS          PIC 9(08) COMP VALUE 0.
002470     05  ARC-GENS-FILED           PIC 9(08) COMP VALUE 0.
002480     05  ARC-GENS-ROLLED          PIC 9(08) COMP VALUE 0.
002490     05  ARC-FILES-DELETED        PIC 9(08) COMP VALUE 0.
002500     05  ARC-FILES-NOT-FOUND      PIC 9(08) COMP VALUE 0.
002510     05  ARC-CAT-RETAINED         PIC 9(08) COMP VALUE 0.
002520 77  ARC-CAT-IDX                 PIC 9(04) COMP.
002530 PROCEDURE DIVISION.
002540*****************************************************************
002550* P-START - MAINLINE.  READS THE CARDS AND THE CATALOG, CHECKS THE
002560*     RENDER IS COMPLETE, FILES IT, APPLIES THE RETENTION LIMIT
002570*     AND LISTS THE CATALOG AND THE TOTALS.
002580*****************************************************************
002590 P-START.
002600     ACCEPT ARC-RUN-DATE FROM DATE YYYYMMDD
002610     ACCEPT ARC-TIME-NOW FROM TIME
002620     PERFORM P-READ-ARC-PARM THRU P-READ-ARC-PARM-EXIT
002630     PERFORM P-READ-RUN-PARM THRU P-READ-RUN-PARM-EXIT
002640     PERFORM P-WRITE-REPORT-HEADERS
002650     IF ARC-SKIPPED
002660         SET ARC-WARNING TO TRUE
002670         MOVE "ZOOM SEQUENCE RUN - NO SINGLE RENDER TO FILE"
002680             TO ARC-MESSAGE
002690         PERFORM P-WRITE-MESSAGE
002700     END-IF
002710     PERFORM P-LOAD-CATALOG THRU P-LOAD-CATALOG-EXIT
002720     IF NOT ARC-ERROR AND NOT ARC-SKIPPED
002730         IF ARC-MERGED
002740             PERFORM P-CHECK-COMPOSITE THRU P-CHECK-COMPOSITE-EXIT
002750         ELSE
002760             PERFORM P-CHECK-RENDER THRU P-CHECK-RENDER-EXIT
002770         END-IF
002780     END-IF
002790     IF NOT ARC-ERROR AND NOT ARC-SKIPPED
002800         PERFORM P-FILE-GENERATION THRU P-FILE-GENERATION-EXIT
002810     END-IF
002820     IF ARC-FILED
002830         PERFORM P-REWRITE-CATALOG THRU P-REWRITE-CATALOG-EXIT
002840     END-IF
002850     IF ARC-FILED AND NOT ARC-ERROR AND ARC-ROLL-COUNT > 0
002860         PERFORM P-ROLL-OFF
002870     END-IF
002880     PERFORM P-WRITE-CATALOG-LISTING
002890     PERFORM P-WRITE-TOTALS
002900     PERFORM P-END.
002910*****************************************************************
002920* P-READ-ARC-PARM - THE ONE ARCPARM CARD, IF PRESENT.  EACH
002930*     COLUMN THAT IS NOT USABLE LEAVES ITS DEFAULT.
002940*****************************************************************
002950 P-READ-ARC-PARM.
002960     OPEN INPUT ARCPARM
002970     IF ARCPARM-STATUS NOT = "00"
002980         GO TO P-READ-ARC-PARM-EXIT
002990     END-IF
003000     READ ARCPARM
003010         AT END
003020             GO TO P-READ-ARC-PARM-CLOSE
003030     END-READ
003040     MOVE ARC-PARM-REC TO ARC-PARM-CARD
003050     IF ARC-PARM-RETAIN IS NUMERIC
003060             AND ARC-PARM-RETAIN NOT = "000"
003070             AND ARC-PARM-RETAIN NOT > "500"
003080         MOVE ARC-PARM-RETAIN TO ARC-RETAIN
003090     END-IF
003100     IF ARC-PARM-KIND = "M"
003110         MOVE ARC-PARM-KIND TO ARC-KIND-SW
003120     END-IF.
003130 P-READ-ARC-PARM-CLOSE.
003140     CLOSE ARCPARM.
003150 P-READ-ARC-PARM-EXIT.
003160     EXIT.
003170*****************************************************************
003180* P-READ-RUN-PARM - THE RENDER'S OWN PARMFILE CARD, FOR THE
003190*     REGION NAME, AND FOR A COMPOSITE (WHICH HAS NO GRIDHDR) THE
003200*     PRECISION PATH AND SET AS WELL.  AN ARCPARM REGION NAME
003210*     OVERRIDES THE CARD'S.  A ZOOM-SEQUENCE CARD MEANS THERE IS
003220*     NOTHING TO FILE.  NO CARD AT ALL FILES THE RENDER UNDER NO
003230*     REGION.
003240*****************************************************************
003250 P-READ-RUN-PARM.
003260     OPEN INPUT PARMFILE
003270     IF PARMFILE-STATUS NOT = "00"
003280         GO TO P-READ-RUN-PARM-NAME
003290     END-IF
003300     READ PARMFILE
003310         AT END
003320             GO TO P-READ-RUN-PARM-CLOSE
003330     END-READ
003340     MOVE PARM-REGION-NAME TO ARC-REGION-NAME
003350     IF PARM-DEEPZOOM-SW = "Y" OR PARM-REGION-NAME NOT = SPACES
003360         MOVE "D" TO ARC-RUN-PRECISION
003370     END-IF
003380     IF PARM-JULIA-SW = "Y"
003390         MOVE "J" TO ARC-RUN-SET
003400     END-IF
003410     IF PARM-SEQ-SW = "Y" AND NOT ARC-MERGED
003420         SET SEQ-RUN TO TRUE
003430         SET ARC-SKIPPED TO TRUE
003440     END-IF.
003450 P-READ-RUN-PARM-CLOSE.
003460     CLOSE PARMFILE.
003470 P-READ-RUN-PARM-NAME.
003480     IF ARC-PARM-REGION NOT = SPACES
003490         MOVE ARC-PARM-REGION TO ARC-REGION-NAME
003500     END-IF.
003510 P-READ-RUN-PARM-EXIT.
003520     EXIT.
003530*****************************************************************
003540* P-WRITE-REPORT-HEADERS - OPENS ARCRPT AND WRITES THE TITLE AND
003550*     THE SETTINGS IN EFFECT.
003560*****************************************************************
003570 P-WRITE-REPORT-HEADERS.
003580     OPEN OUTPUT ARCRPT
003590     MOVE ARC-TITLE TO ARC-OUT-REC
003600     WRITE ARC-OUT-REC
003610     MOVE ARC-RULE TO ARC-OUT-REC
003620     WRITE ARC-OUT-REC
003630     MOVE SPACES TO ARC-SETTING-LINE
003640     MOVE "RUN DATE" TO ARC-SET-LABEL
003650     MOVE ARC-RUN-DATE TO ARC-SET-VALUE
003660     PERFORM P-WRITE-SETTING-LINE
003670     MOVE "RETENTION LIMIT" TO ARC-SET-LABEL
003680     MOVE ARC-RETAIN TO ARC-SET-VALUE
003690     PERFORM P-WRITE-SETTING-LINE
003700     MOVE "KIND" TO ARC-SET-LABEL
003710     MOVE "PLANE RENDER - PLANEOUT, GRIDEXP, STATISTICS"
003720         TO ARC-SET-VALUE
003730     IF ARC-MERGED
003740         MOVE "MERGED COMPOSITE - MERGEOUT" TO ARC-SET-VALUE
003750     END-IF
003760     PERFORM P-WRITE-SETTING-LINE
003770     MOVE "REGION" TO ARC-SET-LABEL
003780     MOVE ARC-REGION-NAME TO ARC-SET-VALUE
003790     IF ARC-REGION-NAME = SPACES
003800         MOVE "(NONE)" TO ARC-SET-VALUE
003810     END-IF
003820     PERFORM P-WRITE-SETTING-LINE
003830     MOVE ARC-RULE TO ARC-OUT-REC
003840     WRITE ARC-OUT-REC.
003850*****************************************************************
003860* P-WRITE-SETTING-LINE - ONE LABELLED SETTING.
003870*****************************************************************
003880 P-WRITE-SETTING-LINE.
003890     MOVE ARC-SETTING-LINE TO ARC-OUT-REC
003900     WRITE ARC-OUT-REC
003910     MOVE SPACES TO ARC-SETTING-LINE.
003920*****************************************************************
003930* P-WRITE-MESSAGE - ONE MESSAGE LINE FROM ARC-MESSAGE.
003940*****************************************************************
003950 P-WRITE-MESSAGE.
003960     MOVE ARC-MESSAGE-LINE TO ARC-OUT-REC
003970     WRITE ARC-OUT-REC
003980     MOVE SPACES TO ARC-MESSAGE-LINE.
003990*****************************************************************
004000* P-LOAD-CATALOG - RENDCAT INTO THE TABLE.  NO CATALOG YET IS AN
004010*     EMPTY ONE - THE FIRST RENDER FILED IS GENERATION 1.  A
004020*     CATALOG TOO BIG FOR THE TABLE, OR ONE WHOSE NEWEST
004030*     GENERATION IS ALREADY 9999, FILES NOTHING.
004040*****************************************************************
004050 P-LOAD-CATALOG.
004060     OPEN INPUT RENDCAT
004070     IF RENDCAT-STATUS NOT = "00"
004080         GO TO P-LOAD-CATALOG-EXIT
004090     END-IF
004100     MOVE "N" TO CAT-EOF-SW
004110     PERFORM P-LOAD-CATALOG-ENTRY UNTIL CAT-EOF
004120     CLOSE RENDCAT
004130     IF ARC-ERROR
004140         GO TO P-LOAD-CATALOG-EXIT
004150     END-IF
004160     IF ARC-CAT-COUNT > 0
004170         MOVE ARC-CAT-ENTRY (ARC-CAT-COUNT) TO RCAT-RECORD
004180         ADD 1 TO RC-GEN-NO GIVING ARC-NEXT-GEN
004190     END-IF
004200     IF ARC-NEXT-GEN > 9999
004210         SET ARC-ERROR TO TRUE
004220         MOVE "GENERATION 9999 IS ON THE CATALOG - NOTHING FILED"
004230             TO ARC-MESSAGE
004240         PERFORM P-WRITE-MESSAGE
004250     END-IF.
004260 P-LOAD-CATALOG-EXIT.
004270     EXIT.
004280*****************************************************************
004290* P-LOAD-CATALOG-ENTRY - ONE CATALOG RECORD INTO THE TABLE.
004300*****************************************************************
004310 P-LOAD-CATALOG-ENTRY.
004320     READ RENDCAT
004330         AT END
004340             SET CAT-EOF TO TRUE
004350     END-READ
004360     IF NOT CAT-EOF
004370         IF ARC-CAT-COUNT < ARC-CAT-MAX
004380             ADD 1 TO ARC-CAT-COUNT
004390             MOVE RENDCAT-REC TO ARC-CAT-ENTRY (ARC-CAT-COUNT)
004400         ELSE
004410             SET ARC-ERROR TO TRUE
004420             SET CAT-EOF TO TRUE
004430             MOVE "RENDCAT OVER 500 ENTRIES - NOTHING FILED"
004440                 TO ARC-MESSAGE
004450             PERFORM P-WRITE-MESSAGE
004460         END-IF
004470     END-IF.
004480*****************************************************************
004490* P-CHECK-RENDER - PROVES THE PLANE RENDER COMPLETE BEFORE IT IS
004500*     FILED.  THE GRIDEXP HEADER BUILDS THE CATALOG ENTRY; THE
004510*     DETAILS MUST NUMBER ROWS TIMES COLUMNS; PLANEOUT MUST OPEN.
004520*****************************************************************
004530 P-CHECK-RENDER.
004540     MOVE SPACES TO RCAT-RECORD
004550     OPEN INPUT GRIDEXP
004560     IF GRIDEXP-STATUS NOT = "00"
004570         SET ARC-ERROR TO TRUE
004580         MOVE "GRIDEXP MISSING - RENDER NOT FILED" TO ARC-MESSAGE
004590         PERFORM P-WRITE-MESSAGE
004600         GO TO P-CHECK-RENDER-EXIT
004610     END-IF
004620     MOVE "N" TO GEX-EOF-SW
004630     PERFORM P-CHECK-GEX-REC UNTIL GEX-EOF
004640     CLOSE GRIDEXP
004650     IF NOT HDR-SEEN
004660         SET ARC-ERROR TO TRUE
004670         MOVE "GRIDEXP HAS NO GRIDHDR - RENDER NOT FILED"
004680             TO ARC-MESSAGE
004690         PERFORM P-WRITE-MESSAGE
004700         GO TO P-CHECK-RENDER-EXIT
004710     END-IF
004720     MULTIPLY RC-ROWS BY RC-COLS GIVING ARC-CELLS-EXPECTED
004730     IF ARC-GEX-DETAILS NOT = ARC-CELLS-EXPECTED
004740         SET ARC-ERROR TO TRUE
004750         MOVE "RENDER INCOMPLETE - GRIDEXP CELLS EXPORTED"
004760             TO ARC-MESSAGE
004770         MOVE ARC-GEX-DETAILS TO ARC-EDIT-COUNT
004780         MOVE ARC-EDIT-COUNT TO ARC-MESSAGE (44:8)
004790         MOVE "OF" TO ARC-MESSAGE (53:2)
004800         MOVE ARC-CELLS-EXPECTED TO ARC-EDIT-COUNT
004810         MOVE ARC-EDIT-COUNT TO ARC-MESSAGE (56:8)
004820         PERFORM P-WRITE-MESSAGE
004830         GO TO P-CHECK-RENDER-EXIT
004840     END-IF
004850     MOVE "PLANEOUT" TO PIC-IN-NAME
004860     OPEN INPUT PICIN
004870     IF PICIN-STATUS NOT = "00"
004880         SET ARC-ERROR TO TRUE
004890         MOVE "PLANEOUT MISSING - RENDER NOT FILED" TO ARC-MESSAGE
004900         PERFORM P-WRITE-MESSAGE
004910         GO TO P-CHECK-RENDER-EXIT
004920     END-IF
004930     CLOSE PICIN
004940     MOVE "P" TO RC-KIND.
004950 P-CHECK-RENDER-EXIT.
004960     EXIT.
004970*****************************************************************
004980* P-CHECK-GEX-REC - ONE GRIDEXP RECORD.  THE FIRST HEADER FILLS
004990*     THE CATALOG ENTRY'S WINDOW, GRID, MAXI, PRECISION AND SET;
005000*     THE DETAILS ARE COUNTED.
005010*****************************************************************
005020 P-CHECK-GEX-REC.
005030     READ GRIDEXP
005040         AT END
005050             SET GEX-EOF TO TRUE
005060     END-READ
005070     IF NOT GEX-EOF
005080         IF GEX-IN-REC (1:7) = "GRIDHDR" AND NOT HDR-SEEN
005090             SET HDR-SEEN TO TRUE
005100             MOVE GEX-IN-REC TO GEX-HEADER-RECORD
005110             MOVE GEX-HDR-X-MIN TO RC-X-MIN
005120             MOVE GEX-HDR-X-MAX TO RC-X-MAX
005130             MOVE GEX-HDR-Y-MIN TO RC-Y-MIN
005140             MOVE GEX-HDR-Y-MAX TO RC-Y-MAX
005150             MOVE GEX-HDR-ROWS TO RC-ROWS
005160             MOVE GEX-HDR-COLS TO RC-COLS
005170             MOVE GEX-HDR-MAXI TO RC-MAXI
005180             MOVE GEX-HDR-PRECISION TO RC-PRECISION
005190             MOVE GEX-HDR-SET TO RC-SET
005200         END-IF
005210         IF GEX-IN-REC (1:7) = "GRIDDTL"
005220             ADD 1 TO ARC-GEX-DETAILS
005230         END-IF
005240     END-IF.
005250*****************************************************************
005260* P-CHECK-COMPOSITE - A MERGED COMPOSITE NEEDS ONLY ITS MERGEOUT.
005270*     IT HAS NO GRID EXPORT, SO THE CATALOG ENTRY CARRIES A ZERO
005280*     WINDOW, GRID AND MAXI, AND THE PRECISION AND SET OF THE
005290*     TILE CARD ON PARMFILE.
005300*****************************************************************
005310 P-CHECK-COMPOSITE.
005320     MOVE SPACES TO RCAT-RECORD
005330     MOVE "MERGEOUT" TO PIC-IN-NAME
005340     OPEN INPUT PICIN
005350     IF PICIN-STATUS NOT = "00"
005360         SET ARC-ERROR TO TRUE
005370         MOVE "MERGEOUT MISSING - COMPOSITE NOT FILED"
005380             TO ARC-MESSAGE
005390         PERFORM P-WRITE-MESSAGE
005400         GO TO P-CHECK-COMPOSITE-EXIT
005410     END-IF
005420     CLOSE PICIN
005430     MOVE "M" TO RC-KIND
005440     MOVE ARC-RUN-PRECISION TO RC-PRECISION
005450     MOVE ARC-RUN-SET TO RC-SET
005460     MOVE 0 TO RC-ROWS
005470     MOVE 0 TO RC-COLS
005480     MOVE 0 TO RC-MAXI
005490     MOVE 0 TO RC-X-MIN
005500     MOVE 0 TO RC-X-MAX
005510     MOVE 0 TO RC-Y-MIN
005520     MOVE 0 TO RC-Y-MAX.
005530 P-CHECK-COMPOSITE-EXIT.
005540     EXIT.
005550*****************************************************************
005560* P-FILE-GENERATION - COPIES THE RENDER'S FILES UNDER THE NEXT
005570*     GENERATION NUMBER, ADDS THE CATALOG ENTRY TO THE TABLE AND
005580*     LISTS IT.  A FILE THAT CANNOT BE WRITTEN FILES NOTHING.  A
005590*     REPORTFILE WITHOUT A STATISTICS SECTION FILES THE RENDER
005600*     WITHOUT ONE, WITH A WARNING.
005610*****************************************************************
005620 P-FILE-GENERATION.
005630     MOVE ARC-NEXT-GEN TO RC-GEN-NO
005640     MOVE ARC-RUN-DATE TO RC-RUN-DATE
005650     MOVE ARC-RUN-TIME TO RC-RUN-TIME
005660     MOVE ARC-REGION-NAME TO RC-REGION-NAME
005670     MOVE RC-GEN-NO TO GEN-PIC-NO
005680     MOVE RC-GEN-NO TO GEN-GEX-NO
005690     MOVE RC-GEN-NO TO GEN-STAT-NO
005700     PERFORM P-COPY-PICTURE THRU P-COPY-PICTURE-EXIT
005710     IF ARC-ERROR
005720         GO TO P-FILE-GENERATION-EXIT
005730     END-IF
005740     MOVE GEN-PIC-NAME TO RC-PICTURE-FILE
005750     IF NOT ARC-MERGED
005760         PERFORM P-COPY-GRIDEXP THRU P-COPY-GRIDEXP-EXIT
005770         IF ARC-ERROR
005780             GO TO P-FILE-GENERATION-EXIT
005790         END-IF
005800         MOVE GEN-GEX-NAME TO RC-GRIDEXP-FILE
005810         PERFORM P-COPY-STATISTICS THRU P-COPY-STATISTICS-EXIT
005820         IF ARC-ERROR
005830             GO TO P-FILE-GENERATION-EXIT
005840         END-IF
005850         IF ARC-STAT-COPIED > 0
005860             MOVE GEN-STAT-NAME TO RC-STATS-FILE
005870         END-IF
005880     END-IF
005890     ADD 1 TO ARC-CAT-COUNT
005900     MOVE RCAT-RECORD TO ARC-CAT-ENTRY (ARC-CAT-COUNT)
005910     ADD 1 TO ARC-GENS-FILED
005920     SET ARC-FILED TO TRUE
005930     IF ARC-CAT-COUNT > ARC-RETAIN
005940         SUBTRACT ARC-RETAIN FROM ARC-CAT-COUNT
005950             GIVING ARC-ROLL-COUNT
005960         ADD 1 TO ARC-ROLL-COUNT GIVING ARC-KEEP-FROM
005970     END-IF
005980     PERFORM P-WRITE-FILED-ENTRY.
005990 P-FILE-GENERATION-EXIT.
006000     EXIT.
006010*****************************************************************
006020* P-COPY-PICTURE - PLANEOUT OR MERGEOUT, LINE FOR LINE, TO THE
006030*     GENERATION'S PICTURE FILE.
006040*****************************************************************
006050 P-COPY-PICTURE.
006060     OPEN INPUT PICIN
006070     IF PICIN-STATUS NOT = "00"
006080         SET ARC-ERROR TO TRUE
006090         MOVE "PICTURE WOULD NOT OPEN - NOTHING FILED"
006100             TO ARC-MESSAGE
006110         PERFORM P-WRITE-MESSAGE
006120         GO TO P-COPY-PICTURE-EXIT
006130     END-IF
006140     OPEN OUTPUT GENPIC
006150     IF GENPIC-STATUS NOT = "00"
006160         CLOSE PICIN
006170         SET ARC-ERROR TO TRUE
006180         MOVE "GENERATION PICTURE WOULD NOT OPEN - NOTHING FILED"
006190             TO ARC-MESSAGE
006200         PERFORM P-WRITE-MESSAGE
006210         GO TO P-COPY-PICTURE-EXIT
006220     END-IF
006230     MOVE "N" TO PIC-EOF-SW
006240     PERFORM P-COPY-PICTURE-REC UNTIL PIC-EOF
006250     CLOSE PICIN
006260     CLOSE GENPIC.
006270 P-COPY-PICTURE-EXIT.
006280     EXIT.
006290*****************************************************************
006300* P-COPY-PICTURE-REC - ONE PICTURE LINE.  A FAILED WRITE ENDS THE
006301*     COPY AND FILES NOTHING.
006310*****************************************************************
006320 P-COPY-PICTURE-REC.
006330     READ PICIN
006340         AT END
006350             SET PIC-EOF TO TRUE
006360     END-READ
006370     IF NOT PIC-EOF
006380         MOVE PIC-IN-REC TO GEN-PIC-REC
006390         WRITE GEN-PIC-REC
006391         IF GENPIC-STATUS NOT = "00"
006392             SET ARC-ERROR TO TRUE
006393             SET PIC-EOF TO TRUE
006394             MOVE "GENERATION PICTURE WRITE FAILED - NOT FILED"
006395                 TO ARC-MESSAGE
006396             PERFORM P-WRITE-MESSAGE
006397         ELSE
006400             ADD 1 TO ARC-PIC-COPIED
006401         END-IF
006410     END-IF.
006420*****************************************************************
006430* P-COPY-GRIDEXP - GRIDEXP, RECORD FOR RECORD, TO THE GENERATION'S
006440*     GRID EXPORT FILE.
006450*****************************************************************
006460 P-COPY-GRIDEXP.
006470     OPEN INPUT GRIDEXP
006480     IF GRIDEXP-STATUS NOT = "00"
006490         SET ARC-ERROR TO TRUE
006500         MOVE "GRIDEXP WOULD NOT OPEN - NOTHING FILED"
006510             TO ARC-MESSAGE
006520         PERFORM P-WRITE-MESSAGE
006530         GO TO P-COPY-GRIDEXP-EXIT
006540     END-IF
006550     OPEN OUTPUT GENGEX
006560     IF GENGEX-STATUS NOT = "00"
006570         CLOSE GRIDEXP
006580         SET ARC-ERROR TO TRUE
006590         MOVE "GENERATION GRID EXPORT WOULD NOT OPEN - NOT FILED"
006600             TO ARC-MESSAGE
006610         PERFORM P-WRITE-MESSAGE
006620         GO TO P-COPY-GRIDEXP-EXIT
006630     END-IF
006640     MOVE "N" TO GEX-EOF-SW
006650     PERFORM P-COPY-GRIDEXP-REC UNTIL GEX-EOF
006660     CLOSE GRIDEXP
006670     CLOSE GENGEX.
006680 P-COPY-GRIDEXP-EXIT.
006690     EXIT.
006700*****************************************************************
006710* P-COPY-GRIDEXP-REC - ONE GRID EXPORT RECORD.  A FAILED WRITE
006711*     ENDS THE COPY AND FILES NOTHING.
006720*****************************************************************
006730 P-COPY-GRIDEXP-REC.
006740     READ GRIDEXP
006750         AT END
006760             SET GEX-EOF TO TRUE
006770     END-READ
006780     IF NOT GEX-EOF
006790         MOVE GEX-IN-REC TO GEN-GEX-REC
006800         WRITE GEN-GEX-REC
006801         IF GENGEX-STATUS NOT = "00"
006802             SET ARC-ERROR TO TRUE
006803             SET GEX-EOF TO TRUE
006804             MOVE "GENERATION GRID EXPORT WRITE FAILED"
006805                 TO ARC-MESSAGE
006806             PERFORM P-WRITE-MESSAGE
006807         ELSE
006810             ADD 1 TO ARC-GEX-COPIED
006811         END-IF
006820     END-IF.
006830*****************************************************************
006840* P-COPY-STATISTICS - THE ESCAPE-TIME STATISTICS SECTION OUT OF
006850*     REPORTFILE.  IT OPENS WITH THE RPT-STAT-HEADER LINE AND IS
006860*     SEVENTEEN LINES MORE - THE RULE, THE SET, TEN BANDS AND FIVE
006870*     SUMMARIES - THEN THE THREE DEEPENING LINES WHEN THE RENDER
006880*     DEEPENED AN EARLIER ONE (SEE P-WRITE-PLANE-STATS IN
006890*     HALLOPGM).  THE GENERATION'S STATISTICS FILE IS ONLY
006900*     CREATED ONCE THE HEADER LINE IS FOUND.  ONE THAT CANNOT
006901*     BE OPENED OR WRITTEN ENDS THE COPY AND FILES NOTHING.
006910*****************************************************************
006920 P-COPY-STATISTICS.
006930     OPEN INPUT REPORTFILE
006940     IF REPORTFILE-STATUS NOT = "00"
006950         SET ARC-WARNING TO TRUE
006960         MOVE "REPORTFILE MISSING - FILED WITHOUT STATISTICS"
006970             TO ARC-MESSAGE
006980         PERFORM P-WRITE-MESSAGE
006990         GO TO P-COPY-STATISTICS-EXIT
007000     END-IF
007010     SET STAT-LOOKING TO TRUE
007020     MOVE "N" TO RPT-EOF-SW
007030     PERFORM P-COPY-STATISTICS-REC THRU P-COPY-STATISTICS-REC-EXIT
007040         UNTIL RPT-EOF OR STAT-DONE OR ARC-ERROR
007050     CLOSE REPORTFILE
007051     IF STAT-LOOKING AND ARC-ERROR
007052         GO TO P-COPY-STATISTICS-EXIT
007053     END-IF
007060     IF STAT-LOOKING
007070         SET ARC-WARNING TO TRUE
007080         MOVE "NO STATISTICS ON REPORTFILE - FILED WITHOUT"
007090             TO ARC-MESSAGE
007100         PERFORM P-WRITE-MESSAGE
007110     ELSE
007120         CLOSE GENSTAT
007130     END-IF.
007140 P-COPY-STATISTICS-EXIT.
007150     EXIT.
007160*****************************************************************
007170* P-COPY-STATISTICS-REC - ONE REPORTFILE LINE, COPIED IF IT IS
007180*     PART OF THE SECTION.
007190*****************************************************************
007200 P-COPY-STATISTICS-REC.
007210     READ REPORTFILE
007220         AT END
007230             SET RPT-EOF TO TRUE
007240     END-READ
007250     IF RPT-EOF
007260         GO TO P-COPY-STATISTICS-REC-EXIT
007270     END-IF
007280     IF STAT-LOOKING
007290         IF RPT-IN-REC = RPT-STAT-HEADER
007300             OPEN OUTPUT GENSTAT
007301             IF GENSTAT-STATUS NOT = "00"
007302                 SET ARC-ERROR TO TRUE
007303                 MOVE "GENERATION STATISTICS WOULD NOT OPEN"
007304                     TO ARC-MESSAGE
007305                 PERFORM P-WRITE-MESSAGE
007306                 GO TO P-COPY-STATISTICS-REC-EXIT
007307             END-IF
007310             SET STAT-COPYING TO TRUE
007320             MOVE 17 TO ARC-STAT-LEFT
007330             PERFORM P-WRITE-STAT-COPY
007340         END-IF
007350         GO TO P-COPY-STATISTICS-REC-EXIT
007360     END-IF
007370     IF STAT-COPYING
007380         PERFORM P-WRITE-STAT-COPY
007390         SUBTRACT 1 FROM ARC-STAT-LEFT
007400         IF ARC-STAT-LEFT = 0
007410             SET STAT-TRAILING TO TRUE
007420         END-IF
007430         GO TO P-COPY-STATISTICS-REC-EXIT
007440     END-IF
007450     IF RPT-IN-REC (1:30) = "DEEPENED FROM PRIOR MAXI"
007460             OR RPT-IN-REC (1:30) = "CELLS REUSED FROM PRIOR"
007470             OR RPT-IN-REC (1:30) = "CELLS RECOMPUTED"
007480         PERFORM P-WRITE-STAT-COPY
007490     ELSE
007500         SET STAT-DONE TO TRUE
007510     END-IF.
007520 P-COPY-STATISTICS-REC-EXIT.
007530     EXIT.
007540*****************************************************************
007550* P-WRITE-STAT-COPY - ONE LINE OF THE SECTION TO THE GENERATION.
007551*     A FAILED WRITE ENDS THE COPY (SEE P-COPY-STATISTICS).
007560*****************************************************************
007570 P-WRITE-STAT-COPY.
007580     MOVE RPT-IN-REC TO GEN-STAT-REC
007590     WRITE GEN-STAT-REC
007591     IF GENSTAT-STATUS NOT = "00"
007592         SET ARC-ERROR TO TRUE
007593         MOVE "GENERATION STATISTICS WRITE FAILED - NOT FILED"
007594             TO ARC-MESSAGE
007595         PERFORM P-WRITE-MESSAGE
007596     ELSE
007600         ADD 1 TO ARC-STAT-COPIED
007601     END-IF.
007610*****************************************************************
007620* P-WRITE-FILED-ENTRY - THE GENERATION JUST FILED, ITS CATALOG
007630*     ENTRY AND ITS FILES.
007640*****************************************************************
007650 P-WRITE-FILED-ENTRY.
007660     MOVE SPACES TO ARC-SETTING-LINE
007670     MOVE "GENERATION FILED" TO ARC-SET-LABEL
007680     MOVE RC-GEN-NO TO ARC-SET-VALUE
007690     PERFORM P-WRITE-SETTING-LINE
007700     MOVE "RUN DATE AND TIME" TO ARC-SET-LABEL
007710     MOVE RC-RUN-DATE TO ARC-SET-VALUE (1:8)
007720     MOVE RC-RUN-TIME TO ARC-SET-VALUE (10:6)
007730     PERFORM P-WRITE-SETTING-LINE
007740     MOVE "PRECISION PATH" TO ARC-SET-LABEL
007750     MOVE "PLAIN" TO ARC-SET-VALUE
007760     IF RC-PRECISION = "D"
007770         MOVE "EXTENDED" TO ARC-SET-VALUE
007780     END-IF
007790     PERFORM P-WRITE-SETTING-LINE
007800     MOVE "SET" TO ARC-SET-LABEL
007810     MOVE "MANDELBROT" TO ARC-SET-VALUE
007820     IF RC-SET = "J"
007830         MOVE "JULIA" TO ARC-SET-VALUE
007840     END-IF
007850     PERFORM P-WRITE-SETTING-LINE
007860     IF ARC-MERGED
007870         MOVE "WINDOW, GRID AND MAXI" TO ARC-SET-LABEL
007880         MOVE "NOT RECORDED - A COMPOSITE HAS NO GRID EXPORT"
007890             TO ARC-SET-VALUE
007900         PERFORM P-WRITE-SETTING-LINE
007910     ELSE
007920         MOVE "GRID" TO ARC-SET-LABEL
007930         MOVE RC-ROWS TO ARC-EDIT-ROWS
007940         MOVE RC-COLS TO ARC-EDIT-COLS
007950         MOVE ARC-EDIT-ROWS TO ARC-GT-ROWS
007960         MOVE ARC-EDIT-COLS TO ARC-GT-COLS
007970         MOVE ARC-GRID-TEXT TO ARC-SET-VALUE
007980         PERFORM P-WRITE-SETTING-LINE
007990         MOVE "MAXI" TO ARC-SET-LABEL
008000         MOVE RC-MAXI TO ARC-SET-VALUE
008010         PERFORM P-WRITE-SETTING-LINE
008020         MOVE "X-MIN" TO ARC-WIN-LABEL
008030         MOVE RC-X-MIN TO ARC-WIN-VALUE
008040         PERFORM P-WRITE-WINDOW-LINE
008050         MOVE "X-MAX" TO ARC-WIN-LABEL
008060         MOVE RC-X-MAX TO ARC-WIN-VALUE
008070         PERFORM P-WRITE-WINDOW-LINE
008080         MOVE "Y-MIN" TO ARC-WIN-LABEL
008090         MOVE RC-Y-MIN TO ARC-WIN-VALUE
008100         PERFORM P-WRITE-WINDOW-LINE
008110         MOVE "Y-MAX" TO ARC-WIN-LABEL
008120         MOVE RC-Y-MAX TO ARC-WIN-VALUE
008130         PERFORM P-WRITE-WINDOW-LINE
008140     END-IF
008150     MOVE "PICTURE FILE" TO ARC-FL-LABEL
008160     MOVE RC-PICTURE-FILE TO ARC-FL-FILE
008170     MOVE PIC-IN-NAME TO ARC-FL-FROM
008180     MOVE ARC-PIC-COPIED TO ARC-FL-COUNT
008190     PERFORM P-WRITE-FILE-LINE
008200     IF NOT ARC-MERGED
008210         MOVE "GRID EXPORT FILE" TO ARC-FL-LABEL
008220         MOVE RC-GRIDEXP-FILE TO ARC-FL-FILE
008230         MOVE "GRIDEXP" TO ARC-FL-FROM
008240         MOVE ARC-GEX-COPIED TO ARC-FL-COUNT
008250         PERFORM P-WRITE-FILE-LINE
008260         IF RC-STATS-FILE NOT = SPACES
008270             MOVE "STATISTICS FILE" TO ARC-FL-LABEL
008280             MOVE RC-STATS-FILE TO ARC-FL-FILE
008290             MOVE "REPORTFILE" TO ARC-FL-FROM
008300             MOVE ARC-STAT-COPIED TO ARC-FL-COUNT
008310             PERFORM P-WRITE-FILE-LINE
008320         END-IF
008330     END-IF
008340     MOVE ARC-RULE TO ARC-OUT-REC
008350     WRITE ARC-OUT-REC.
008360*****************************************************************
008370* P-WRITE-WINDOW-LINE - ONE WINDOW BOUND AT FULL PRECISION.
008380*****************************************************************
008390 P-WRITE-WINDOW-LINE.
008400     MOVE ARC-WINDOW-LINE TO ARC-OUT-REC
008410     WRITE ARC-OUT-REC.
008420*****************************************************************
008430* P-WRITE-FILE-LINE - ONE FILE OF THE GENERATION AND ITS SOURCE.
008440*****************************************************************
008450 P-WRITE-FILE-LINE.
008460     MOVE ARC-FILE-LINE TO ARC-OUT-REC
008470     WRITE ARC-OUT-REC.
008480*****************************************************************
008490* P-REWRITE-CATALOG - RENDCAT WRITTEN BACK FROM THE TABLE, LESS
008500*     THE ENTRIES ROLLING OFF.  IT IS WRITTEN BEFORE ANY FILE IS
008510*     DELETED, SO THE CATALOG NEVER NAMES A FILE THAT IS GONE.
008520*     IF IT CANNOT BE WRITTEN THE NEW GENERATION IS NOT FILED
008530*     AFTER ALL AND NOTHING ROLLS OFF.  A WRITE THAT FAILS PART
008531*     WAY LEAVES THE CATALOG SHORT - THE RUN ENDS IN ERROR AND
008532*     NOTHING ROLLS OFF, SO EVERY FILE IS STILL THERE TO RECOVER.
008540*****************************************************************
008550 P-REWRITE-CATALOG.
008560     OPEN OUTPUT RENDCAT
008570     IF RENDCAT-STATUS NOT = "00"
008580         SET ARC-ERROR TO TRUE
008590         MOVE "RENDCAT WOULD NOT OPEN - CATALOG NOT UPDATED"
008600             TO ARC-MESSAGE
008610         PERFORM P-WRITE-MESSAGE
008620         SUBTRACT 1 FROM ARC-CAT-COUNT
008630         MOVE 1 TO ARC-KEEP-FROM
008640         MOVE 0 TO ARC-GENS-FILED
008650         MOVE "N" TO ARC-FILED-SW
008660         GO TO P-REWRITE-CATALOG-EXIT
008670     END-IF
008680     PERFORM P-WRITE-CATALOG-ENTRY
008690         VARYING ARC-CAT-IDX FROM ARC-KEEP-FROM BY 1
008700         UNTIL ARC-CAT-IDX > ARC-CAT-COUNT OR ARC-ERROR
008710     CLOSE RENDCAT
008711     IF ARC-ERROR
008712         MOVE "RENDCAT WRITE FAILED - NOTHING ROLLED OFF"
008713             TO ARC-MESSAGE
008714         PERFORM P-WRITE-MESSAGE
008715     END-IF.
008720 P-REWRITE-CATALOG-EXIT.
008730     EXIT.
008740*****************************************************************
008750* P-WRITE-CATALOG-ENTRY - ONE RETAINED ENTRY BACK TO RENDCAT.
008760*****************************************************************
008770 P-WRITE-CATALOG-ENTRY.
008780     MOVE ARC-CAT-ENTRY (ARC-CAT-IDX) TO RENDCAT-REC
008790     WRITE RENDCAT-REC
008791     IF RENDCAT-STATUS NOT = "00"
008792         SET ARC-ERROR TO TRUE
008793     ELSE
008800         ADD 1 TO ARC-CAT-RETAINED
008801     END-IF.
008810*****************************************************************
008820* P-ROLL-OFF - THE GENERATIONS BEYOND THE RETENTION LIMIT, OLDEST
008830*     FIRST, EACH OF THEIR FILES DELETED AND LISTED.
008840*****************************************************************
008850 P-ROLL-OFF.
008860     MOVE ARC-ROLL-TITLE TO ARC-OUT-REC
008870     WRITE ARC-OUT-REC
008880     MOVE ARC-RULE TO ARC-OUT-REC
008890     WRITE ARC-OUT-REC
008900     MOVE ARC-ROLL-HEADING TO ARC-OUT-REC
008910     WRITE ARC-OUT-REC
008920     PERFORM P-ROLL-OFF-ENTRY
008930         VARYING ARC-CAT-IDX FROM 1 BY 1
008940         UNTIL ARC-CAT-IDX > ARC-ROLL-COUNT
008950     MOVE ARC-RULE TO ARC-OUT-REC
008960     WRITE ARC-OUT-REC.
008970*****************************************************************
008980* P-ROLL-OFF-ENTRY - ONE GENERATION ROLLED OFF.
008990*****************************************************************
009000 P-ROLL-OFF-ENTRY.
009010     MOVE ARC-CAT-ENTRY (ARC-CAT-IDX) TO RCAT-RECORD
009020     ADD 1 TO ARC-GENS-ROLLED
009030     MOVE SPACES TO ARC-ROLL-LINE
009040     MOVE RC-GEN-NO TO ARC-RL-GEN
009050     MOVE RC-RUN-DATE TO ARC-RL-DATE
009060     MOVE RC-REGION-NAME TO ARC-RL-REGION
009070     IF RC-PICTURE-FILE NOT = SPACES
009080         MOVE RC-PICTURE-FILE TO GEN-DEL-NAME
009090         PERFORM P-DELETE-GEN-FILE
009100     END-IF
009110     IF RC-GRIDEXP-FILE NOT = SPACES
009120         MOVE RC-GRIDEXP-FILE TO GEN-DEL-NAME
009130         PERFORM P-DELETE-GEN-FILE
009140     END-IF
009150     IF RC-STATS-FILE NOT = SPACES
009160         MOVE RC-STATS-FILE TO GEN-DEL-NAME
009170         PERFORM P-DELETE-GEN-FILE
009180     END-IF.
009190*****************************************************************
009200* P-DELETE-GEN-FILE - ONE FILE OF A ROLLED-OFF GENERATION.  ONE
009210*     ALREADY GONE IS LISTED AS NOT FOUND - THE CATALOG ENTRY IS
009220*     GONE EITHER WAY.
009230*****************************************************************
009240 P-DELETE-GEN-FILE.
009250     MOVE GEN-DEL-NAME TO ARC-RL-FILE
009260     DELETE FILE GENDEL
009270     IF GENDEL-STATUS = "00"
009280         MOVE "DELETED" TO ARC-RL-DISP
009290         ADD 1 TO ARC-FILES-DELETED
009300     ELSE
009310         MOVE "NOT FOUND - NOTHING TO DELETE" TO ARC-RL-DISP
009320         ADD 1 TO ARC-FILES-NOT-FOUND
009330     END-IF
009340     MOVE ARC-ROLL-LINE TO ARC-OUT-REC
009350     WRITE ARC-OUT-REC
009360     MOVE SPACES TO ARC-RL-ENTRY.
009370*****************************************************************
009380* P-WRITE-CATALOG-LISTING - THE CATALOG AS RENDCAT NOW HOLDS IT,
009390*     OLDEST GENERATION FIRST.  WHEN NOTHING WAS FILED IT IS THE
009400*     CATALOG AS IT WAS READ.
009410*****************************************************************
009420 P-WRITE-CATALOG-LISTING.
009430     MOVE ARC-CAT-TITLE TO ARC-OUT-REC
009440     WRITE ARC-OUT-REC
009450     MOVE ARC-RULE TO ARC-OUT-REC
009460     WRITE ARC-OUT-REC
009470     MOVE ARC-CAT-HEADING TO ARC-OUT-REC
009480     WRITE ARC-OUT-REC
009490     PERFORM P-WRITE-CATALOG-LINE
009500         VARYING ARC-CAT-IDX FROM ARC-KEEP-FROM BY 1
009510         UNTIL ARC-CAT-IDX > ARC-CAT-COUNT
009520     MOVE ARC-RULE TO ARC-OUT-REC
009530     WRITE ARC-OUT-REC.
009540*****************************************************************
009550* P-WRITE-CATALOG-LINE - ONE CATALOG ENTRY.
009560*****************************************************************
009570 P-WRITE-CATALOG-LINE.
009580     MOVE ARC-CAT-ENTRY (ARC-CAT-IDX) TO RCAT-RECORD
009590     MOVE RC-GEN-NO TO ARC-CL-GEN
009600     MOVE RC-RUN-DATE TO ARC-CL-DATE
009610     MOVE RC-KIND TO ARC-CL-KIND
009620     MOVE RC-REGION-NAME TO ARC-CL-REGION
009630     MOVE RC-PRECISION TO ARC-CL-PRECISION
009640     MOVE RC-SET TO ARC-CL-SET
009650     MOVE RC-ROWS TO ARC-CL-ROWS
009660     MOVE RC-COLS TO ARC-CL-COLS
009670     MOVE RC-MAXI TO ARC-CL-MAXI
009680     MOVE RC-PICTURE-FILE TO ARC-CL-PICTURE
009690     MOVE RC-GRIDEXP-FILE TO ARC-CL-GRIDEXP
009700     MOVE RC-STATS-FILE TO ARC-CL-STATS
009710     MOVE ARC-CAT-LINE TO ARC-OUT-REC
009720     WRITE ARC-OUT-REC.
009730*****************************************************************
009740* P-WRITE-TOTALS - THE CONTROL TOTALS AND THE ARCHIVE STATUS.
009750*****************************************************************
009760 P-WRITE-TOTALS.
009770     MOVE SPACES TO ARC-TOTAL-LINE
009780     MOVE "PICTURE LINES COPIED" TO ARC-TOTAL-LABEL
009790     MOVE ARC-PIC-COPIED TO ARC-TOTAL-COUNT
009800     PERFORM P-WRITE-TOTAL-LINE
009810     MOVE "GRID EXPORT RECORDS COPIED" TO ARC-TOTAL-LABEL
009820     MOVE ARC-GEX-COPIED TO ARC-TOTAL-COUNT
009830     PERFORM P-WRITE-TOTAL-LINE
009840     MOVE "STATISTICS LINES COPIED" TO ARC-TOTAL-LABEL
009850     MOVE ARC-STAT-COPIED TO ARC-TOTAL-COUNT
009860     PERFORM P-WRITE-TOTAL-LINE
009870     MOVE "GENERATIONS FILED" TO ARC-TOTAL-LABEL
009880     MOVE ARC-GENS-FILED TO ARC-TOTAL-COUNT
009890     PERFORM P-WRITE-TOTAL-LINE
009900     MOVE "GENERATIONS ROLLED OFF" TO ARC-TOTAL-LABEL
009910     MOVE ARC-GENS-ROLLED TO ARC-TOTAL-COUNT
009920     PERFORM P-WRITE-TOTAL-LINE
009930     MOVE "FILES DELETED" TO ARC-TOTAL-LABEL
009940     MOVE ARC-FILES-DELETED TO ARC-TOTAL-COUNT
009950     PERFORM P-WRITE-TOTAL-LINE
009960     MOVE "FILES NOT FOUND AT ROLL-OFF" TO ARC-TOTAL-LABEL
009970     MOVE ARC-FILES-NOT-FOUND TO ARC-TOTAL-COUNT
009980     PERFORM P-WRITE-TOTAL-LINE
009990     MOVE "CATALOG ENTRIES WRITTEN" TO ARC-TOTAL-LABEL
010000     MOVE ARC-CAT-RETAINED TO ARC-TOTAL-COUNT
010010     PERFORM P-WRITE-TOTAL-LINE
010020     MOVE "NOTHING TO FILE" TO ARC-STATUS
010030     IF ARC-FILED
010040         MOVE "FILED" TO ARC-STATUS
010050     END-IF
010060     IF ARC-ERROR
010070         MOVE "NOT FILED - SEE ABOVE" TO ARC-STATUS
010080     END-IF
010090     MOVE ARC-STATUS-LINE TO ARC-OUT-REC
010100     WRITE ARC-OUT-REC.
010110*****************************************************************
010120* P-WRITE-TOTAL-LINE - ONE LABELLED TOTAL.
010130*****************************************************************
010140 P-WRITE-TOTAL-LINE.
010150     MOVE ARC-TOTAL-LINE TO ARC-OUT-REC
010160     WRITE ARC-OUT-REC
010170     MOVE SPACES TO ARC-TOTAL-LINE.
010180*****************************************************************
010190* P-END - JOB TERMINATION.
010200*****************************************************************
010210 P-END.
010220     CLOSE ARCRPT
010230     IF ARC-WARNING
010240         MOVE 4 TO RETURN-CODE
010250     END-IF
010260     IF ARC-ERROR
010270         MOVE 8 TO RETURN-CODE
010280     END-IF
010290     DISPLAY "The ENd"
010300     STOP RUN.
