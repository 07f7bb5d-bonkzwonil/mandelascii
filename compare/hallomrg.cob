002300*     BUT A MERGE WITH A GAP, OVERLAP OR COUNT MISMATCH ENDS
002400*     WITH A BAD CONDITION CODE INSTEAD OF QUIETLY PRODUCING A
002500*     WRONG PICTURE.
002501*     EVERY TILE MUST ALSO BE A RENDER OF THE SAME SET - A TILE
002502*     WHOSE SETHDR RECORD (SEE SETHDRREC) NAMES A DIFFERENT SET,
002503*     OR A DIFFERENT JULIA CONSTANT, THAN THE FIRST MERGED TILE
002504*     IS LISTED AS WRONG SET AND FAILS THE MERGE.  A TILE WITH NO
002505*     SETHDR IS A MANDELBROT TILE.  MERGEOUT CARRIES THE AGREED
002506*     SETHDR AS ITS FIRST LINE, AHEAD OF THE LEGEND, THE WAY AN
002507*     UNTILED PLANEOUT DOES.
002600*
002700* MODIFICATION HISTORY.
002800*     08/09/2026  RH   ORIGINAL VERSION.
003293*                       BE OVERLAID FROM THE INSTALLATION
003294*                       BANDDEF FILE, SO THE COMPOSITE'S LEGEND
003295*                       MATCHES WHAT THE RENDER STEPS PAINTED.
003296*     10/14/2026  RH   TILE SETHDR RECORDS CAPTURED PER SLOT
003297*                       AND RECONCILED - A JULIA TILE NEVER
003298*                       MERGES WITH A MANDELBROT ONE OR A JULIA
003299*                       TILE OF ANOTHER CONSTANT.  MERGEOUT GETS
003300*                       THE AGREED SETHDR AHEAD OF THE LEGEND,
003301*                       NOW WRITTEN ONCE THE TILES ARE READ.
003302*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
011580     05  MOS-COLS-N               PIC 9(01) VALUE 1.
011590     05  MOS-SLOT-LIMIT           PIC 9(02) VALUE 8.
011600*----------------------------------------------------------------
011700* TILE HEADER/TRAILER AND SET HEADER LAYOUTS SHARED WITH
011800* HALLOPGM, AND THE MERGE AUDIT REPORT LAYOUT.
011900*----------------------------------------------------------------
012000     COPY TILEHDRREC.
012100     COPY MRGAUDREC.
012101     COPY SETHDRREC.
012200*----------------------------------------------------------------
012300* PER-SLOT RECONCILIATION TABLE.  THE WINDOW BOUNDS ARE KEPT AS
012400* THE RAW SIGNED CHARACTER STRINGS OUT OF THE TILE HEADER, SO
014000         10  MRG-SLOT-COLS        PIC 9(04).
014100         10  MRG-SLOT-ROW-COUNT   PIC 9(04).
014200         10  MRG-SLOT-TRL-COUNT   PIC 9(04).
014201         10  MRG-SLOT-SET         PIC X(01).
014202         10  MRG-SLOT-JC          PIC X(56).
014300 77  MRG-SLOT-IDX                PIC 9(02) COMP.
014405*----------------------------------------------------------------
014407* PER-SLOT ROW BUFFERS.  TILE ROWS ARE HELD HERE UNTIL EVERY
014465         88  BAND-STARTED                   VALUE "Y".
014467     05  PREV-BAND-SET-SW         PIC X(01) VALUE "N".
014469         88  PREV-BAND-SET                  VALUE "Y".
014470     05  MRG-SET-TAKEN-SW         PIC X(01) VALUE "N".
014471         88  MRG-SET-TAKEN                  VALUE "Y".
014472 01  MRG-SET-WORK.
014473     05  MRG-SET                  PIC X(01) VALUE "M".
014474     05  MRG-SET-JC               PIC X(56) VALUE SPACES.
014475 77  MRG-BAND-IDX                PIC 9(02) COMP.
014476 77  MRG-BAND-SLOT               PIC 9(02) COMP.
014477 77  MRG-BAND-PREV               PIC 9(02) COMP.
014478 77  MRG-BAND-BASE               PIC 9(02) COMP.
014479 77  BAND-FIRST-IDX              PIC 9(02) COMP.
014481 77  BAND-COL-POS                PIC 9(04) COMP.
014483 77  MRG-ROW-IDX                 PIC 9(04) COMP.
014485 77  MRG-SEG-COLS                PIC 9(04) COMP.
014500 PROCEDURE DIVISION.
014600*****************************************************************
014700* P-START - MAINLINE.  MERGES EACH TILE SLOT, IN ORDER, THEN
014800*     WRITES THE SET HEADER AND THE BAND-CODE LEGEND ONCE AHEAD
014900*     OF THE GRID.  HALLOPGM ITSELF SKIPS THE LEGEND WHEN
015000*     RENDERING A TILE, SO THE COMPOSITE PICTURE ENDS UP WITH
015100*     EXACTLY ONE LEGEND BLOCK REGARDLESS OF HOW MANY TILES ARE
015150*     MERGED.
015200*****************************************************************
015300 P-START.
015400     OPEN OUTPUT MERGEOUT
015450     PERFORM P-READ-MOSAIC-PARM THRU P-READ-MOSAIC-PARM-EXIT
015460     PERFORM P-LOAD-BANDDEF THRU P-LOAD-BANDDEF-EXIT
015500     PERFORM P-INIT-MERGE
015700     PERFORM P-MERGE-TILE01 THRU P-MERGE-TILE01-EXIT
015800     PERFORM P-MERGE-TILE02 THRU P-MERGE-TILE02-EXIT
015900     PERFORM P-MERGE-TILE03 THRU P-MERGE-TILE03-EXIT
016200     PERFORM P-MERGE-TILE06 THRU P-MERGE-TILE06-EXIT
016300     PERFORM P-MERGE-TILE07 THRU P-MERGE-TILE07-EXIT
016400     PERFORM P-MERGE-TILE08 THRU P-MERGE-TILE08-EXIT
016450     PERFORM P-CHECK-SETS
016500     PERFORM P-CHECK-COVERAGE
016510     PERFORM P-WRITE-SET-HEADER
016520     PERFORM P-WRITE-LEGEND
016550     PERFORM P-WRITE-COMPOSITE
016600     PERFORM P-WRITE-AUDIT
016700     PERFORM P-END.
047000     MOVE 0 TO MRG-SLOT-ROWS (MRG-SLOT-IDX)
047100     MOVE 0 TO MRG-SLOT-COLS (MRG-SLOT-IDX)
047200     MOVE 0 TO MRG-SLOT-ROW-COUNT (MRG-SLOT-IDX)
047300     MOVE 0 TO MRG-SLOT-TRL-COUNT (MRG-SLOT-IDX)
047310     MOVE "M" TO MRG-SLOT-SET (MRG-SLOT-IDX)
047320     MOVE SPACES TO MRG-SLOT-JC (MRG-SLOT-IDX).
047400*****************************************************************
047500* P-PROCESS-TILE-REC - ONE RECORD FROM THE SLOT CURRENTLY IN
047600*     MRG-SLOT-IDX.  A TILE HEADER OR TRAILER IS CAPTURED INTO
050300                 TO MRG-SLOT-TRL-COUNT (MRG-SLOT-IDX)
050400             MOVE "Y" TO MRG-SLOT-TRL-SW (MRG-SLOT-IDX)
050500         ELSE
050510             IF MRG-CUR-REC (1:6) = "SETHDR"
050520                 PERFORM P-TAKE-SETHDR
050530             ELSE
050600                 ADD 1 TO MRG-SLOT-ROW-COUNT (MRG-SLOT-IDX)
050700                 IF MRG-SLOT-ROW-COUNT (MRG-SLOT-IDX) NOT > 70
050800                     MOVE MRG-CUR-REC TO MRG-ROW-BUF
050810                         (MRG-SLOT-IDX,
050815                         MRG-SLOT-ROW-COUNT (MRG-SLOT-IDX))
050820                 END-IF
050830             END-IF
050900         END-IF
051000     END-IF.
051100*****************************************************************
058620     MOVE MOS-COLS-N TO AUD-MOS-COLS
058630     MOVE AUD-MOSAIC-LINE TO AUD-OUT-REC
058640     WRITE AUD-OUT-REC
058650     PERFORM P-WRITE-AUDIT-SET
058700     MOVE AUD-HEADING TO AUD-OUT-REC
058800     WRITE AUD-OUT-REC
058900     MOVE AUD-RULE TO AUD-OUT-REC
061400         TO AUD-ROWS-MERGED
061500     MOVE AUD-DETAIL-LINE TO AUD-OUT-REC
061600     WRITE AUD-OUT-REC.
061700*****************************************************************
061800* P-TAKE-SETHDR - A TILE'S SET HEADER, CAPTURED INTO ITS SLOT
061900*     ENTRY AND STRIPPED FROM THE COMPOSITE.  THE CONSTANT IS
062000*     KEPT AS THE RAW CHARACTERS OFF THE RECORD, SO TILES ARE
062100*     MATCHED ON EXACTLY WHAT THEIR RENDER STEPS WROTE.
062200*****************************************************************
062300 P-TAKE-SETHDR.
062400     MOVE MRG-CUR-REC TO SET-HEADER-RECORD
062500     MOVE SH-SET TO MRG-SLOT-SET (MRG-SLOT-IDX)
062600     MOVE MRG-CUR-REC (11:56) TO MRG-SLOT-JC (MRG-SLOT-IDX).
062700*****************************************************************
062800* P-CHECK-SETS - EVERY MERGED SLOT AGAINST THE FIRST ONE.  A
062900*     SLOT OF ANOTHER SET, OR A JULIA SLOT OF ANOTHER CONSTANT,
063000*     IS MARKED WRONG SET AND FAILS THE MERGE - ITS ROWS STILL
063100*     SHOW IN THE COMPOSITE, AS A BAD-COUNT SLOT'S DO, BUT THE
063200*     CONDITION CODE SAYS NOT TO TRUST IT.
063300*****************************************************************
063400 P-CHECK-SETS.
063500     MOVE "N" TO MRG-SET-TAKEN-SW
063600     MOVE "M" TO MRG-SET
063700     MOVE SPACES TO MRG-SET-JC
063800     PERFORM P-CHECK-SET-SLOT
063900         VARYING MRG-SLOT-IDX FROM 1 BY 1
064000         UNTIL MRG-SLOT-IDX > 8.
064100*****************************************************************
064200* P-CHECK-SET-SLOT - ONE SLOT'S SET CHECK.
064300*****************************************************************
064400 P-CHECK-SET-SLOT.
064500     IF MRG-SLOT-DISP (MRG-SLOT-IDX) = "MERGED"
064600         IF NOT MRG-SET-TAKEN
064700             SET MRG-SET-TAKEN TO TRUE
064800             MOVE MRG-SLOT-SET (MRG-SLOT-IDX) TO MRG-SET
064900             MOVE MRG-SLOT-JC (MRG-SLOT-IDX) TO MRG-SET-JC
065000         ELSE
065100             IF MRG-SLOT-SET (MRG-SLOT-IDX) NOT = MRG-SET
065200                     OR (MRG-SET = "J" AND
065300                     MRG-SLOT-JC (MRG-SLOT-IDX) NOT = MRG-SET-JC)
065400                 MOVE "WRONG SET" TO MRG-SLOT-DISP (MRG-SLOT-IDX)
065500                 SET MERGE-ERROR TO TRUE
065600             END-IF
065700         END-IF
065800     END-IF.
065900*****************************************************************
066000* P-WRITE-SET-HEADER - THE COMPOSITE'S SET HEADER, FIRST LINE
066100*     OF MERGEOUT.  A MANDELBROT MERGE OF TILES WRITTEN BEFORE
066200*     TILES CARRIED A SETHDR GETS A ZERO CONSTANT.
066300*****************************************************************
066400 P-WRITE-SET-HEADER.
066500     MOVE SPACES TO SET-HEADER-RECORD
066600     MOVE "SETHDR" TO SH-TAG
066700     MOVE MRG-SET TO SH-SET
066800     IF MRG-SET-JC = SPACES
066900         MOVE 0 TO SH-JC-X
067000         MOVE 0 TO SH-JC-Y
067100     ELSE
067200         MOVE MRG-SET-JC TO SET-HEADER-RECORD (11:56)
067300     END-IF
067400     MOVE SET-HEADER-RECORD TO MERGE-REC
067500     WRITE MERGE-REC.
067600*****************************************************************
067700* P-WRITE-AUDIT-SET - THE SET LINE ON THE AUDIT REPORT, OFF THE
067800*     SET HEADER P-WRITE-SET-HEADER JUST WROTE.
067900*****************************************************************
068000 P-WRITE-AUDIT-SET.
068100     IF SH-SET = "J"
068200         MOVE "JULIA" TO AUD-SET-NAME
068300         MOVE SH-JC-X TO AUD-SET-JC-X
068400         MOVE SH-JC-Y TO AUD-SET-JC-Y
068500     ELSE
068600         MOVE "MANDELBROT" TO AUD-SET-NAME
068700         MOVE SPACES TO AUD-SET-JC
068800     END-IF
068900     MOVE AUD-SET-LINE TO AUD-OUT-REC
069000     WRITE AUD-OUT-REC.
