000310*       COL  42     TILE COUNT    1 TO 8
000320*       COLS 43-46  ROWS PER TILE UNSIGNED, 0 = DEFAULT 35
000330*       COLS 47-50  COLS PER TILE UNSIGNED, 0 = DEFAULT 70
000331*       COL  51     JULIA SW      "Y" CUTS THE JULIA SET OF THE
000332*                                 CONSTANT BELOW, BLANK CUTS THE
000333*                                 MANDELBROT SET
000334*       COLS 52-60  JULIA CX      SIGNED, 1 INT + 7 DECIMAL
000335*       COLS 61-69  JULIA CY      SIGNED, 1 INT + 7 DECIMAL
000336*       COLS 70-79  JULIA REGION  REGIONMST NAME IN PLACE OF CX/CY
000340*
000350*     EACH TILE'S DECK GOES TO ITS OWN TILEPRM01-TILEPRM08 FILE
000360*     (ONE PARMREC CARD EACH, READY TO BE THE RENDER STEP'S
000400*
000410* MODIFICATION HISTORY.
000420*     09/02/2026  RH   ORIGINAL VERSION.
000421*     10/14/2026  RH   TILE CARDS WIDENED TO 178 COLUMNS FOR THE
000422*                       NEW PARM-DEEPEN-SW, WRITTEN BLANK - A TILE
000423*                       DECK ALWAYS RENDERS FROM SCRATCH.
000424*     10/14/2026  RH   TILE CARDS WIDENED TO 263 COLUMNS.  THE
000425*                       GENERATOR CARD CAN ASK FOR A JULIA RENDER
000426*                       AND EVERY TILE DECK CARRIES THE SAME SET
000427*                       AND CONSTANT, SO THE TILES MERGE.
000428*     10/15/2026  RH   TILE CARDS WIDENED TO 273 COLUMNS FOR THE
000429*                       NEW ZOOM-QUEUE BUDGET, WRITTEN BLANK.
000430*     10/15/2026  RH   TILE CARDS WIDENED TO 274 COLUMNS FOR THE
000431*                       NEW PARM-TRAILER-SW, WRITTEN BLANK.
000432*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  TGN-PARM-REC                PIC X(80).
000820 FD  TILEPRM01
000830     RECORD CONTAINS 274 CHARACTERS.
000840 01  TILEPRM01-REC               PIC X(274).
000850 FD  TILEPRM02
000860     RECORD CONTAINS 274 CHARACTERS.
000870 01  TILEPRM02-REC               PIC X(274).
000880 FD  TILEPRM03
000890     RECORD CONTAINS 274 CHARACTERS.
000900 01  TILEPRM03-REC               PIC X(274).
000910 FD  TILEPRM04
000920     RECORD CONTAINS 274 CHARACTERS.
000930 01  TILEPRM04-REC               PIC X(274).
000940 FD  TILEPRM05
000950     RECORD CONTAINS 274 CHARACTERS.
000960 01  TILEPRM05-REC               PIC X(274).
000970 FD  TILEPRM06
000980     RECORD CONTAINS 274 CHARACTERS.
000990 01  TILEPRM06-REC               PIC X(274).
001000 FD  TILEPRM07
001010     RECORD CONTAINS 274 CHARACTERS.
001020 01  TILEPRM07-REC               PIC X(274).
001030 FD  TILEPRM08
001040     RECORD CONTAINS 274 CHARACTERS.
001050 01  TILEPRM08-REC               PIC X(274).
001060 FD  TGNLIST
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  TGN-OUT-REC                 PIC X(80).
001470     05  TGC-TILE-COUNT           PIC X(01).
001480     05  TGC-ROWS                 PIC X(04).
001490     05  TGC-COLS                 PIC X(04).
001491     05  TGC-JULIA-SW             PIC X(01).
001492     05  TGC-JC-X                 PIC X(09).
001493     05  TGC-JC-Y                 PIC X(09).
001494     05  TGC-JC-REGION            PIC X(10).
001495     05  FILLER                   PIC X(01).
001510*----------------------------------------------------------------
001520* NUMERIC SCRATCH VIEWS AND DERIVED VALUES.  TGN-EDGE-NUM IS
001530* THE ONE PLACE AN INTERIOR EDGE VALUE IS FORMATTED INTO ITS
003230                 TO TGN-ERROR-TEXT
003240             PERFORM P-WRITE-ERROR-LINE
003250         END-IF
003251     END-IF
003252     IF TGC-JULIA-SW NOT = SPACE AND TGC-JULIA-SW NOT = "Y"
003253         PERFORM P-LOG-CARD-ERROR
003254         MOVE "JULIA SW MUST BE Y OR BLANK" TO TGN-ERROR-TEXT
003255         PERFORM P-WRITE-ERROR-LINE
003256     END-IF
003257     IF TGC-JULIA-SW = "Y" AND TGC-JC-REGION = SPACES
003258         MOVE TGC-JC-X TO TGN-COORD-CHAR
003259         MOVE "JULIA CX IS NOT A SIGNED COORDINATE"
003260             TO TGN-ERROR-TEXT
003261         PERFORM P-EDIT-COORD
003262         MOVE TGC-JC-Y TO TGN-COORD-CHAR
003263         MOVE "JULIA CY IS NOT A SIGNED COORDINATE"
003264             TO TGN-ERROR-TEXT
003265         PERFORM P-EDIT-COORD
003266     END-IF.
003270*****************************************************************
003280* P-EDIT-COORD - SIGN AND DIGIT EDITS FOR ONE CARD COORDINATE
003290*     ALREADY MOVED TO TGN-COORD-CHAR, REPORTED UNDER WHATEVER
003800*     EDGES GO IN AS CHARACTER COPIES; PARM-X/PARM-Y CARRY THE
003810*     WINDOW CENTER SO THE RENDER STEP'S SINGLE-POINT SECTION
003820*     REPORTS SOMETHING SENSIBLE.
003821*     THE JULIA SWITCH AND CONSTANT ARE THE GENERATOR CARD'S,
003822*     THE SAME ON EVERY TILE.
003830*****************************************************************
003840 P-BUILD-TILE-CARD.
003850     MOVE SPACES TO PARM-RECORD
004070     MOVE 0 TO PARM-SEQ-FRAMES
004080     MOVE 0 TO PARM-SEQ-MAG
004090     MOVE SPACES TO PARM-REGION-NAME
004091     MOVE SPACE TO PARM-BAND-ADAPT-SW
004092     MOVE SPACE TO PARM-DEEPEN-SW
004093     MOVE TGC-JULIA-SW TO PARM-JULIA-SW
004094     MOVE 0 TO PARM-JC-X
004095     MOVE 0 TO PARM-JC-Y
004096     IF TGC-JULIA-SW = "Y" AND TGC-JC-REGION = SPACES
004097         MOVE TGC-JC-X TO PARM-JC-X (1:9)
004098         MOVE TGC-JC-Y TO PARM-JC-Y (1:9)
004099     END-IF
004100     MOVE 0 TO PARM-JC-DZ-X
004101     MOVE 0 TO PARM-JC-DZ-Y
004102     MOVE TGC-JC-REGION TO PARM-JC-REGION.
004103*****************************************************************
004110* P-CUT-TILE01 - CUTS THE SLOT 1 DECK, IF THE CARD ASKED FOR
004120*     THAT MANY TILES.
004130*****************************************************************
