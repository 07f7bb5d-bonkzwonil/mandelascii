000230*     WINDOW THAT DOES NOT FOLLOW FROM THE LAST ONE ENDS THE
000240*     JOB WITH CONDITION CODE 8 INSTEAD OF LETTING THE PLAYBACK
000250*     JUMP AT FRAME 07 BE THE FIRST ANYONE HEARS OF IT.
000251*
000252*     EVERY FRAME MUST ALSO BE OF THE SAME SET AS THE FIRST -
000253*     A JULIA FRAME'S SETHDR (SEE SETHDRREC) MUST CARRY THE
000254*     SAME CONSTANT, AND A FRAME WITHOUT ONE IS MANDELBROT.  A
000255*     FRAME THAT DIFFERS IS LISTED AS WRONG SET AND ENDS THE
000256*     JOB WITH CONDITION CODE 8.  THE SETHDR RECORDS RIDE INTO
000257*     ANIMOUT BEHIND EACH FRAME'S SEPARATOR LINE.
000260*
000270*     A DEEP FRAME'S HEADER BOUNDS WERE TRUNCATED INTO THE
000280*     PLAIN S9V9(07) FIELDS WHEN THEY WERE WRITTEN, SO ONCE A
000300*     CONTINUITY CHECK HAS NOTHING LEFT TO MEASURE AND IS
000310*     SKIPPED FOR THAT FRAME - THE FRAME STILL ASSEMBLES AND
000320*     THE MANIFEST STILL LISTS IT.
000321*
000322*     EVERY FRAME FILE MUST END WITH THE TRAILER RECORD HALLOPGM
000323*     WROTE (SEE FILETRLREC), AND ITS RECORD COUNT AND HASH TOTAL
000324*     MUST MATCH THE FRAME AND ITS DATE BE THIS NIGHT'S OR LAST
000325*     NIGHT'S.  A FRAME THAT FAILS IS LISTED AS BAD TRAILER WITH
000326*     THE REASON UNDER IT AND ENDS THE JOB WITH CONDITION CODE 8.
000327*     SEQPARM COL 1 "Y" WAIVES A MISSING OR OLD TRAILER WHEN AN
000328*     OLD SEQUENCE IS DELIBERATELY REASSEMBLED.  THE TRAILERS ARE
000329*     NOT COPIED INTO ANIMOUT.
000330*
000340* MODIFICATION HISTORY.
000350*     09/02/2026  RH   ORIGINAL VERSION.
000351*     10/14/2026  RH   FRAME SETHDR RECORDS CHECKED AGAINST THE
000352*                       FIRST FRAME'S SET AND CONSTANT; WRONG
000353*                       SET FRAMES FLAGGED.
000354*     10/15/2026  RH   FRAME FILE TRAILER RECORDS CHECKED; SEQPARM
000355*                       OVERRIDE CARD ADDED.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000460     SELECT SEQMANIF ASSIGN TO "SEQMANIF"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SEQMANIF-STATUS.
000481     SELECT SEQPARM ASSIGN TO "SEQPARM"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS SEQPARM-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  FRAMEIN
000570 FD  SEQMANIF
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  SQM-OUT-REC                 PIC X(80).
000591 FD  SEQPARM
000592     RECORD CONTAINS 80 CHARACTERS.
000593 01  SEQ-PARM-REC                PIC X(80).
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------
000620* FILE STATUS FIELDS AND THE NUMBERED FRAME FILE NAME
000640 01  FRAMEIN-STATUS              PIC X(02).
000650 01  ANIMOUT-STATUS              PIC X(02).
000660 01  SEQMANIF-STATUS             PIC X(02).
000661 01  SEQPARM-STATUS              PIC X(02).
000670 01  FRAME-FILE-NAME.
000680     05  FILLER                   PIC X(08) VALUE "FRAMEOUT".
000690     05  FRAME-FILE-NO            PIC 9(02).
000720*----------------------------------------------------------------
000730     COPY SEQMANREC.
000740     COPY FRAMEHDRREC.
000741     COPY SETHDRREC.
000742*----------------------------------------------------------------
000743* TRAILER RECORD WORK FOR THE FRAME FILES (SEE FILETRLCHK)
000744*----------------------------------------------------------------
000745     COPY FILETRLREC.
000750*----------------------------------------------------------------
000760* ASSEMBLY STATE.  ASM-FRAME-COUNT IS 1 UNTIL FRAME 1'S HEADER
000770* SAYS HOW LONG THE FLIGHT REALLY IS.
000870         88  MAG-SET                        VALUE "Y".
000880     05  HDR-GOT-SW               PIC X(01) VALUE "N".
000890         88  HDR-GOT                        VALUE "Y".
000891     05  SEQ-SET-TAKEN-SW         PIC X(01) VALUE "N".
000892         88  SEQ-SET-TAKEN                  VALUE "Y".
000900 01  ASM-FIELDS.
000910     05  ASM-FRAME-NO             PIC 9(03) COMP.
000920     05  ASM-FRAME-COUNT          PIC 9(03) COMP VALUE 1.
000930     05  ASM-ROW-COUNT            PIC 9(04) COMP.
000940     05  ASM-FRAMES-GOOD          PIC 9(03) COMP VALUE 0.
000950 01  ASM-DISP-WS                 PIC X(12) VALUE SPACES.
000951*----------------------------------------------------------------
000952* SET IDENTIFICATION - SEQ- IS THE FIRST HEADED FRAME'S SET AND
000953* CONSTANT, FRM- THE FRAME IN HAND'S (NO SETHDR = MANDELBROT).
000954*----------------------------------------------------------------
000955 01  ASM-SET-WORK.
000956     05  SEQ-SET                  PIC X(01) VALUE "M".
000957     05  SEQ-SET-JC               PIC X(56) VALUE SPACES.
000958     05  FRM-SET                  PIC X(01) VALUE "M".
000959     05  FRM-SET-JC               PIC X(56) VALUE SPACES.
000960*----------------------------------------------------------------
000970* WINDOW CONTINUITY WORK.  SPANS COME OUT OF THE HEADER'S PLAIN
000980* S9V9(07) BOUNDS; THE MAGNIFICATION IS DERIVED ONCE, FROM THE
001300*     THE ASSEMBLY STATUS.
001310*****************************************************************
001320 P-START.
001325     PERFORM P-READ-SEQ-PARM THRU P-READ-SEQ-PARM-EXIT
001330     OPEN OUTPUT ANIMOUT
001340     PERFORM P-WRITE-MANIFEST-HEADERS
001350     PERFORM P-ASSEMBLE-FRAME THRU P-ASSEMBLE-FRAME-EXIT
001580*     GAP - LISTED, FLAGGED, AND THE WALK GOES ON, SO ONE LOST
001590*     STEP SHOWS UP AS ONE GAP LINE AND NOT AS A TRUNCATED
001600*     MANIFEST.
001601*     THE FRAME IS CHECKED AGAINST ITS TRAILER ONCE IT HAS BEEN
001602*     READ THROUGH.
001610*****************************************************************
001620 P-ASSEMBLE-FRAME.
001630     MOVE "N" TO FRAME-BAD-SW
001640     MOVE "N" TO HDR-GOT-SW
001650     MOVE "ASSEMBLED" TO ASM-DISP-WS
001660     MOVE 0 TO ASM-ROW-COUNT
001661     MOVE "M" TO FRM-SET
001662     MOVE SPACES TO FRM-SET-JC
001670     MOVE ASM-FRAME-NO TO FRAME-FILE-NO
001671     SET FTW-FRAME TO TRUE
001672     MOVE FRAME-FILE-NAME TO FTW-FILE-LABEL
001673     PERFORM P-TRAILER-START
001680     OPEN INPUT FRAMEIN
001690     IF FRAMEIN-STATUS NOT = "00"
001700         MOVE "GAP" TO ASM-DISP-WS
001780         PERFORM P-CHECK-CONTINUITY
001781             THRU P-CHECK-CONTINUITY-EXIT
001790         PERFORM P-COPY-FRAME-ROWS
001791         PERFORM P-CHECK-FRAME-SET
001792         PERFORM P-CHECK-FRAME-TRAILER
001800     END-IF
001810     CLOSE FRAMEIN
001820     IF NOT FRAME-BAD
001830         ADD 1 TO ASM-FRAMES-GOOD
001840     END-IF
001850     PERFORM P-WRITE-MANIFEST-LINE
001851     IF NOT FTW-GOOD
001852         MOVE FTW-DISPLAY-LINE TO SQM-OUT-REC
001853         WRITE SQM-OUT-REC
001854     END-IF.
001860 P-ASSEMBLE-FRAME-EXIT.
001870     EXIT.
001880*****************************************************************
002000         MOVE "NO HEADER" TO ASM-DISP-WS
002010         PERFORM P-FLAG-FRAME
002020     ELSE
002021         MOVE FRAME-IN-REC TO FTW-RECORD
002022         PERFORM P-TRAILER-TAKE
002030         MOVE FRAME-IN-REC TO FRAME-HEADER-RECORD
002040         SET HDR-GOT TO TRUE
002050     END-IF.
003020     END-IF.
003030*****************************************************************
003040* P-COPY-FRAME-ROWS - THE SEPARATOR LINE, THEN EVERY REMAINING
003050*     RECORD OF THE FRAME FILE, INTO THE ANIMATION DECK.  A
003051*     SETHDR RECORD IS CAPTURED ON THE WAY THROUGH; THE TRAILER
003052*     RECORD IS TAKEN FOR THE CHECK AND NOT COPIED.
003060*****************************************************************
003070 P-COPY-FRAME-ROWS.
003080     MOVE ASM-FRAME-NO TO SEP-FRAME-NO
003190             SET FRAME-EOF TO TRUE
003200     END-READ
003210     IF NOT FRAME-EOF
003211         MOVE FRAME-IN-REC TO FTW-RECORD
003212         PERFORM P-TRAILER-TAKE
003213     END-IF
003214     IF NOT FRAME-EOF AND FRAME-IN-REC (1:8) NOT = "FILETRL"
003220         IF FRAME-IN-REC (1:6) = "SETHDR"
003221             PERFORM P-TAKE-SETHDR
003222         ELSE
003223             ADD 1 TO ASM-ROW-COUNT
003224         END-IF
003230         MOVE FRAME-IN-REC TO ANIM-OUT-REC
003240         WRITE ANIM-OUT-REC
003250     END-IF.
003251*****************************************************************
003252* P-TAKE-SETHDR - THE FRAME'S SET HEADER.  IT GOES INTO THE
003253*     DECK BEHIND THE SEPARATOR LINE, AS IT SAT BEHIND THE
003254*     FRAMEHDR, BUT IS NOT A ROW.
003255*****************************************************************
003256 P-TAKE-SETHDR.
003257     MOVE FRAME-IN-REC TO SET-HEADER-RECORD
003258     MOVE SH-SET TO FRM-SET
003259     MOVE FRAME-IN-REC (11:56) TO FRM-SET-JC.
003260*****************************************************************
003261* P-CHECK-FRAME-SET - EVERY FRAME AGAINST THE FIRST ONE WITH A
003262*     HEADER.  A FRAME OF ANOTHER SET, OR A JULIA FRAME OF
003263*     ANOTHER CONSTANT, IS WRONG SET - ITS ROWS ARE ALREADY IN
003264*     THE DECK, BUT THE CONDITION CODE SAYS NOT TO PLAY IT.
003265*****************************************************************
003266 P-CHECK-FRAME-SET.
003267     IF NOT SEQ-SET-TAKEN
003268         SET SEQ-SET-TAKEN TO TRUE
003269         MOVE FRM-SET TO SEQ-SET
003270         MOVE FRM-SET-JC TO SEQ-SET-JC
003271     ELSE
003272         IF FRM-SET NOT = SEQ-SET
003273                 OR (SEQ-SET = "J" AND
003274                 FRM-SET-JC NOT = SEQ-SET-JC)
003275             MOVE "WRONG SET" TO ASM-DISP-WS
003276             PERFORM P-FLAG-FRAME
003277         END-IF
003278     END-IF.
003279*****************************************************************
003280* P-FLAG-FRAME - MARKS THE FRAME IN HAND, AND THE ASSEMBLY AS A
003281*     WHOLE, AS BAD.  THE FIRST PROBLEM FOUND ON A FRAME OWNS
003290*     ITS DISPOSITION COLUMN.
003300*****************************************************************
003310 P-FLAG-FRAME.
003860     END-IF
003870     DISPLAY "The ENd"
003880     STOP RUN.
003890*****************************************************************
003900* P-READ-SEQ-PARM - READS THE OPTIONAL SEQPARM CARD.  COL 1 "Y"
003910*     WAIVES A MISSING OR OLD TRAILER ON THE FRAME FILES.  NO
003920*     CARD, OR ANYTHING ELSE IN COL 1, HOLDS EVERY FRAME TO ITS
003930*     TRAILER.
003940*****************************************************************
003950 P-READ-SEQ-PARM.
003960     OPEN INPUT SEQPARM
003970     IF SEQPARM-STATUS NOT = "00"
003980         GO TO P-READ-SEQ-PARM-EXIT
003990     END-IF
004000     READ SEQPARM
004010         AT END
004020             GO TO P-READ-SEQ-PARM-CLOSE
004030     END-READ
004040     IF SEQ-PARM-REC (1:1) = "Y"
004050         SET FTW-OVERRIDE TO TRUE
004060     END-IF.
004070 P-READ-SEQ-PARM-CLOSE.
004080     CLOSE SEQPARM.
004090 P-READ-SEQ-PARM-EXIT.
004100     EXIT.
004110*****************************************************************
004120* P-CHECK-FRAME-TRAILER - THE FRAME JUST READ AGAINST ITS TRAILER
004130*     (SEE FILETRLCHK).  A REFUSED FRAME IS FLAGGED; A WAIVED ONE
004140*     STILL ASSEMBLES.  EITHER WAY THE REASON GOES TO THE LOG.
004150*****************************************************************
004160 P-CHECK-FRAME-TRAILER.
004170     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
004180     IF FTW-BAD
004190         MOVE "BAD TRAILER" TO ASM-DISP-WS
004200         PERFORM P-FLAG-FRAME
004210     END-IF
004220     IF NOT FTW-GOOD
004230         DISPLAY FTW-DISPLAY-LINE
004240     END-IF.
004250     COPY FILETRLCHK.
