000542*                 BAND COVERS A USEFUL SHARE OF THE POINTS.
000543*                 TAKES EFFECT ON THE NEXT RUN THAT READS
000544*                 BANDDEF.
000545*     COLS 178-178 PARM-DEEPEN-SW  "Y" DEEPENS AN EARLIER RENDER
000546*                 OF THE SAME WINDOW TO THIS CARD'S HIGHER MAXI.
000547*                 THE EARLIER RUN'S GRIDEXP IS READ BACK AS
000548*                 PRIORGEX - CELLS THAT ALREADY ESCAPED ARE
000549*                 CARRIED FORWARD AS THEY ARE AND ONLY THE CELLS
000550*                 THAT HIT THE OLD MAXI ARE RECOMPUTED.  THE PRIOR
000560*                 EXPORT MUST MATCH THIS RUN'S WINDOW, GRID AND
000570*                 PRECISION PATH AND CARRY A LOWER MAXI.
000580*     COLS 179-179 PARM-JULIA-SW  "Y" RENDERS THE JULIA SET OF
000590*                 THE COMPLEX CONSTANT BELOW OVER THE PLANE WINDOW
000600*                 IN PLACE OF THE MANDELBROT SET - THE CONSTANT
000610*                 IS HELD FIXED AND EACH GRID POINT IS WHERE THE
000620*                 ORBIT STARTS.  THE CONSTANT FOLLOWS THE SAME
000630*                 CONVENTION AS THE COORDINATE: PARM-JC-DZ-X/
000640*                 PARM-JC-DZ-Y WHEN PARM-DEEPZOOM-SW IS "Y",
000650*                 PARM-JC-X/PARM-JC-Y OTHERWISE, AND
000660*                 PARM-JC-REGION IN PLACE OF EITHER.  ANY OTHER
000670*                 VALUE (INCLUDING SPACE) RENDERS THE MANDELBROT
000680*                 SET AS BEFORE.
000690*     COLS 180-188 PARM-JC-X     SIGNED, 1 INT + 7 DECIMAL DIGITS
000700*     COLS 189-197 PARM-JC-Y     SIGNED, 1 INT + 7 DECIMAL DIGITS
000710*     COLS 198-225 PARM-JC-DZ-X  SIGNED, 9 INT + 18 DECIMAL DIGITS
000720*     COLS 226-253 PARM-JC-DZ-Y  SIGNED, 9 INT + 18 DECIMAL DIGITS
000730*     COLS 254-263 PARM-JC-REGION  A REGIONMST REGION NAME WHOSE
000740*                 CENTER IS TAKEN AS THE CONSTANT - THE USUAL WAY
000750*                 TO ASK FOR THE JULIA SET OF A CATALOGED POINT.
000760*                 A NAME THE MASTER DOES NOT HOLD IS AN ERROR, AND
000770*                 SO IS A CONSTANT TOO WIDE FOR THE PLAIN PATH
000780*                 WHEN THE RENDER IS ON IT.  ONLY MEANINGFUL WHEN
000790*                 PARM-JULIA-SW IS "Y".
000791*     COLS 264-264 PARM-BUDGET-TYPE  "M" GIVES THE ZOOM QUEUE A
000792*                 NIGHTLY BUDGET OF PARM-BUDGET WALL-CLOCK MINUTES
000793*                 FROM THE START OF THE QUEUE PHASE; "I" A BUDGET
000794*                 OF PARM-BUDGET ITERATIONS ACTUALLY COMPUTED (A
000795*                 REQUEST SERVED FROM RESULTMST COSTS NOTHING).
000796*                 ONCE THE BUDGET IS SPENT EVERY REQUEST NOT YET
000797*                 WORKED IS DEFERRED TO THE NEXT NIGHT'S QUEUE.
000798*                 ANY OTHER VALUE (INCLUDING SPACE), OR A ZERO
000799*                 BUDGET, DRAINS THE WHOLE QUEUE AS BEFORE.
000800*     COLS 265-273 PARM-BUDGET   UNSIGNED MINUTES OR ITERATIONS
000801*     COL  274     PARM-TRAILER-SW  "Y" LETS THE ZOOM QUEUE BE
000802*                 WORKED EVEN THOUGH ITS TRAILER RECORD (SEE
000803*                 FILETRLREC) IS MISSING, IS NOT LAST ON THE FILE
000804*                 OR IS NOT DATED TODAY OR YESTERDAY - FOR
000805*                 DELIBERATELY REPROCESSING AN OLD QUEUE.  A COUNT
000806*                 OR HASH TOTAL THAT DOES NOT MATCH ITS TRAILER IS
000807*                 REFUSED WHATEVER THIS SAYS.
000808*****************************************************************
000810 01  PARM-RECORD.
000820     05  PARM-X PIC S9V9(07)
000830         SIGN IS LEADING SEPARATE CHARACTER.
000840     05  PARM-Y PIC S9V9(07)
000850         SIGN IS LEADING SEPARATE CHARACTER.
000860     05  PARM-MAXI               PIC 9(05).
000870     05  PARM-DEEPZOOM-SW        PIC X(01).
000880     05  PARM-DZ-X PIC S9(09)V9(18)
000890         SIGN IS LEADING SEPARATE CHARACTER.
000900     05  PARM-DZ-Y PIC S9(09)V9(18)
000910         SIGN IS LEADING SEPARATE CHARACTER.
000920     05  PARM-TILE-SW            PIC X(01).
000930     05  PARM-TILE-X-MIN PIC S9V9(07)
000940         SIGN IS LEADING SEPARATE CHARACTER.
000950     05  PARM-TILE-X-MAX PIC S9V9(07)
000960         SIGN IS LEADING SEPARATE CHARACTER.
000970     05  PARM-TILE-Y-MIN PIC S9V9(07)
000980         SIGN IS LEADING SEPARATE CHARACTER.
000990     05  PARM-TILE-Y-MAX PIC S9V9(07)
001000         SIGN IS LEADING SEPARATE CHARACTER.
001010     05  PARM-TILE-ROWS          PIC 9(04).
001020     05  PARM-TILE-COLS          PIC 9(04).
001030     05  PARM-DZ-SPAN PIC S9(09)V9(18)
001040         SIGN IS LEADING SEPARATE CHARACTER.
001050     05  PARM-TILE-ID            PIC 9(02).
001060     05  PARM-SEQ-SW             PIC X(01).
001070     05  PARM-SEQ-FRAMES         PIC 9(03).
001080     05  PARM-SEQ-MAG            PIC 9(02)V9(05).
001090     05  PARM-REGION-NAME        PIC X(10).
001100     05  PARM-BAND-ADAPT-SW      PIC X(01).
001110     05  PARM-DEEPEN-SW          PIC X(01).
001120     05  PARM-JULIA-SW           PIC X(01).
001130     05  PARM-JC-X PIC S9V9(07)
001140         SIGN IS LEADING SEPARATE CHARACTER.
001150     05  PARM-JC-Y PIC S9V9(07)
001160         SIGN IS LEADING SEPARATE CHARACTER.
001170     05  PARM-JC-DZ-X PIC S9(09)V9(18)
001180         SIGN IS LEADING SEPARATE CHARACTER.
001190     05  PARM-JC-DZ-Y PIC S9(09)V9(18)
001200         SIGN IS LEADING SEPARATE CHARACTER.
001210     05  PARM-JC-REGION          PIC X(10).
001211     05  PARM-BUDGET-TYPE        PIC X(01).
001212     05  PARM-BUDGET             PIC 9(09).
001213     05  PARM-TRAILER-SW         PIC X(01).
