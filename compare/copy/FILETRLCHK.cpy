000010*****************************************************************
000020* FILETRLCHK - BUILDS AND CHECKS THE TRAILER RECORD (SEE
000030*     FILETRLREC) THAT ENDS EVERY FILE ONE JOB STEP HANDS TO
000040*     ANOTHER.  SHARED BY EVERY PROGRAM THAT WRITES OR READS ONE
000050*     OF THOSE FILES, WHICH COPIES IT INTO ITS PROCEDURE DIVISION
000060*     AND FILETRLREC INTO ITS WORKING-STORAGE.  NO FILE IS OPENED
000070*     HERE - THE CALLER MOVES EACH RECORD INTO FTW-RECORD AND
000080*     SETS FTW-KIND FIRST -
000090*
000100*       WRITING  P-TRAILER-START ONCE, P-TRAILER-ADD FOR EVERY
000110*                RECORD WRITTEN, THEN P-TRAILER-BUILD AND THE
000120*                WRITE OF FILE-TRAILER-RECORD AS THE LAST RECORD.
000130*       READING  P-TRAILER-START ONCE, P-TRAILER-TAKE FOR EVERY
000140*                RECORD READ (THE TRAILER INCLUDED), THEN
000150*                P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT.
000160*
000170*     THE VERDICT IS FTW-GOOD, FTW-BAD OR FTW-WAIVED, WITH THE
000180*     REASON IN FTW-DISPLAY-LINE.  A RECORD COUNT OR HASH TOTAL
000190*     THAT DOES NOT MATCH THE TRAILER IS ALWAYS BAD - THE FILE IS
000200*     NOT WHOLE.  A MISSING TRAILER, RECORDS AFTER THE TRAILER OR
000210*     A TRAILER NOT DATED TODAY OR YESTERDAY IS BAD UNLESS THE
000220*     CALLER'S OVERRIDE SWITCH IS ON, WHEN IT IS WAIVED - THAT IS
000230*     HOW AN OLD FILE, OR ONE WRITTEN BEFORE FILES CARRIED
000240*     TRAILERS, IS DELIBERATELY REPROCESSED.  A FILE THE CALLER
000250*     TOOK OUT OF THE RENDER CATALOG, OR THE ZOOM QUEUE CARRIED
000255*     FROM NIGHT TO NIGHT, IS OLD BY DESIGN - THE CALLER SETS
000260*     FTW-ARCHIVED AND IT IS NOT HELD TO ITS DATE AT ALL.
000270*
000280*     A PROGRAM THAT ADDS TO A FILE REWRITES IT WHOLE, TAKING THE
000290*     OLD RECORDS THROUGH P-TRAILER-TAKE AND CHECKING ONLY
000300*     P-TRAILER-MATCH THRU P-TRAILER-MATCH-EXIT BEFORE IT PUTS A
000310*     NEW TRAILER ON THE END.
000320*****************************************************************
000330 P-TRAILER-START.
000340     MOVE 0 TO FTW-COUNT
000350     MOVE 0 TO FTW-HASH
000360     MOVE 0 TO FTW-TRL-COUNT
000370     MOVE 0 TO FTW-TRL-HASH
000380     MOVE "N" TO FTW-TRAILER-SW
000390     MOVE "N" TO FTW-AFTER-SW
000400     SET FTW-GOOD TO TRUE
000410     MOVE SPACES TO FTW-VERDICT-WORD
000420     MOVE SPACES TO FTW-MESSAGE
000430     ACCEPT FTW-TODAY FROM DATE YYYYMMDD
000440     ACCEPT FTW-NOW FROM TIME
000450     MOVE FTW-TODAY TO FTW-YESTERDAY
000460     SUBTRACT 1 FROM FTW-YD-DD
000470     IF FTW-YD-DD = 0
000480         SUBTRACT 1 FROM FTW-YD-MM
000490         IF FTW-YD-MM = 0
000500             MOVE 12 TO FTW-YD-MM
000510             SUBTRACT 1 FROM FTW-YD-YYYY
000520         END-IF
000530         MOVE FTW-MONTH-DAYS (FTW-YD-MM) TO FTW-YD-DD
000540         IF FTW-YD-MM = 2
000550             PERFORM P-TRAILER-LEAP-FEB
000560         END-IF
000570     END-IF.
000580*****************************************************************
000590* P-TRAILER-LEAP-FEB - 29 DAYS IN A LEAP FEBRUARY - DIVISIBLE BY
000600*     4, EXCEPT CENTURIES, EXCEPT EVERY FOURTH CENTURY.
000610*****************************************************************
000620 P-TRAILER-LEAP-FEB.
000630     DIVIDE FTW-YD-YYYY BY 4 GIVING FTW-LEAP-QUOT
000640         REMAINDER FTW-LEAP-REM-4
000650     DIVIDE FTW-YD-YYYY BY 100 GIVING FTW-LEAP-QUOT
000660         REMAINDER FTW-LEAP-REM-100
000670     DIVIDE FTW-YD-YYYY BY 400 GIVING FTW-LEAP-QUOT
000680         REMAINDER FTW-LEAP-REM-400
000690     IF FTW-LEAP-REM-4 = 0
000700         IF FTW-LEAP-REM-100 NOT = 0 OR FTW-LEAP-REM-400 = 0
000710             MOVE 29 TO FTW-YD-DD
000720         END-IF
000730     END-IF.
000740*****************************************************************
000750* P-TRAILER-ADD - COUNTS THE RECORD IN FTW-RECORD AND ADDS ITS
000760*     HASHED FIELDS FOR THE KIND OF FILE IT CAME FROM.
000770*****************************************************************
000780 P-TRAILER-ADD.
000790     ADD 1 TO FTW-COUNT
000800     IF FTW-GRIDEXP
000810         PERFORM P-TRAILER-ADD-GRIDEXP
000820     END-IF
000830     IF FTW-ZOOMQ
000840         PERFORM P-TRAILER-ADD-ZOOMQ
000850     END-IF
000860     IF FTW-FRAME
000870         PERFORM P-TRAILER-ADD-FRAME
000880     END-IF
000890     IF FTW-RESULT
000900         PERFORM P-TRAILER-ADD-RESULT
000910     END-IF.
000920*****************************************************************
000930* P-TRAILER-ADD-GRIDEXP - THE GRIDHDR WINDOW AND MAXI, OR THE
000940*     GRIDDTL POINT AND ITS ITERATION COUNT (SEE GRIDEXPREC).
000950*****************************************************************
000960 P-TRAILER-ADD-GRIDEXP.
000970     IF FTW-RECORD (1:7) = "GRIDHDR"
000980         MOVE 9 TO FTW-POS
000990         PERFORM P-TRAILER-ADD-WIDE
001000         MOVE 37 TO FTW-POS
001010         PERFORM P-TRAILER-ADD-WIDE
001020         MOVE 65 TO FTW-POS
001030         PERFORM P-TRAILER-ADD-WIDE
001040         MOVE 93 TO FTW-POS
001050         PERFORM P-TRAILER-ADD-WIDE
001060         MOVE 129 TO FTW-POS
001070         PERFORM P-TRAILER-ADD-MAXI
001080     END-IF
001090     IF FTW-RECORD (1:7) = "GRIDDTL"
001100         MOVE 17 TO FTW-POS
001110         PERFORM P-TRAILER-ADD-WIDE
001120         MOVE 45 TO FTW-POS
001130         PERFORM P-TRAILER-ADD-WIDE
001140         MOVE 73 TO FTW-POS
001150         PERFORM P-TRAILER-ADD-ITER
001160     END-IF.
001170*****************************************************************
001180* P-TRAILER-ADD-ZOOMQ - A ZOOM REQUEST CARD'S PLAIN CENTER, MAXI
001190*     OVERRIDE AND DEEP-ZOOM CENTER (SEE ZOOMQREC).
001200*****************************************************************
001210 P-TRAILER-ADD-ZOOMQ.
001220     MOVE 11 TO FTW-POS
001230     PERFORM P-TRAILER-ADD-PLAIN
001240     MOVE 20 TO FTW-POS
001250     PERFORM P-TRAILER-ADD-PLAIN
001260     MOVE 32 TO FTW-POS
001270     PERFORM P-TRAILER-ADD-MAXI
001280     MOVE 37 TO FTW-POS
001290     PERFORM P-TRAILER-ADD-WIDE
001300     MOVE 65 TO FTW-POS
001310     PERFORM P-TRAILER-ADD-WIDE.
001320*****************************************************************
001330* P-TRAILER-ADD-FRAME - A FRAME FILE'S FRAMEHDR WINDOW AND MAXI
001340*     (SEE FRAMEHDRREC).  EVERY OTHER FRAME LINE IS ONLY COUNTED.
001350*****************************************************************
001360 P-TRAILER-ADD-FRAME.
001370     IF FTW-RECORD (1:8) = "FRAMEHDR"
001380         MOVE 22 TO FTW-POS
001390         PERFORM P-TRAILER-ADD-PLAIN
001400         MOVE 31 TO FTW-POS
001410         PERFORM P-TRAILER-ADD-PLAIN
001420         MOVE 40 TO FTW-POS
001430         PERFORM P-TRAILER-ADD-PLAIN
001440         MOVE 49 TO FTW-POS
001450         PERFORM P-TRAILER-ADD-PLAIN
001460         MOVE 58 TO FTW-POS
001470         PERFORM P-TRAILER-ADD-MAXI
001480     END-IF.
001490*****************************************************************
001500* P-TRAILER-ADD-RESULT - AN ARCHIVED RESULT'S KEY COORDINATE AND
001510*     MAXI AND ITS FINAL ITERATION COUNT (SEE RESULTREC).
001520*****************************************************************
001530 P-TRAILER-ADD-RESULT.
001540     MOVE 2 TO FTW-POS
001550     PERFORM P-TRAILER-ADD-WIDE
001560     MOVE 30 TO FTW-POS
001570     PERFORM P-TRAILER-ADD-WIDE
001580     MOVE 58 TO FTW-POS
001590     PERFORM P-TRAILER-ADD-MAXI
001600     MOVE 176 TO FTW-POS
001610     PERFORM P-TRAILER-ADD-ITER.
001620*****************************************************************
001630* P-TRAILER-ADD-WIDE, -PLAIN, -ITER, -MAXI - ONE FIELD AT FTW-POS
001640*     INTO THE HASH TOTAL, IF IT IS NUMERIC.
001650*****************************************************************
001660 P-TRAILER-ADD-WIDE.
001670     MOVE FTW-RECORD (FTW-POS:28) TO FTW-WIDE-CHAR
001680     IF FTW-WIDE-NUM IS NUMERIC
001690         ADD FTW-WIDE-NUM TO FTW-HASH
001700     END-IF.
001710 P-TRAILER-ADD-PLAIN.
001720     MOVE FTW-RECORD (FTW-POS:9) TO FTW-PLAIN-CHAR
001730     IF FTW-PLAIN-NUM IS NUMERIC
001740         ADD FTW-PLAIN-NUM TO FTW-HASH
001750     END-IF.
001760 P-TRAILER-ADD-ITER.
001770     MOVE FTW-RECORD (FTW-POS:7) TO FTW-ITER-CHAR
001780     IF FTW-ITER-NUM IS NUMERIC
001790         ADD FTW-ITER-NUM TO FTW-HASH
001800     END-IF.
001810 P-TRAILER-ADD-MAXI.
001820     MOVE FTW-RECORD (FTW-POS:5) TO FTW-MAXI-CHAR
001830     IF FTW-MAXI-NUM IS NUMERIC
001840         ADD FTW-MAXI-NUM TO FTW-HASH
001850     END-IF.
001860*****************************************************************
001870* P-TRAILER-BUILD - THE TRAILER FOR THE RECORDS ADDED SINCE
001880*     P-TRAILER-START, DATED WITH THE TIME THE START WAS TAKEN.
001890*****************************************************************
001900 P-TRAILER-BUILD.
001910     MOVE SPACES TO FILE-TRAILER-RECORD
001920     MOVE "FILETRL" TO FT-TAG
001930     MOVE FTW-COUNT TO FT-RECORD-COUNT
001940     MOVE FTW-HASH TO FT-HASH-TOTAL
001950     MOVE FTW-TODAY TO FT-RUN-DATE
001960     MOVE FTW-NOW TO FT-RUN-TIME.
001970*****************************************************************
001980* P-TRAILER-TAKE - ONE RECORD READ.  THE FIRST TRAILER IS KEPT
001990*     WITH THE COUNT AND HASH TOTAL AS THEY STOOD WHEN IT CAME;
002000*     ANY RECORD AFTER IT, OR A SECOND TRAILER, MEANS THE FILE
002010*     DID NOT END WHERE ITS WRITER ENDED IT.  EVERY RECORD BUT A
002020*     TRAILER IS COUNTED AND HASHED.
002030*****************************************************************
002040 P-TRAILER-TAKE.
002050     IF FTW-RECORD (1:8) = "FILETRL"
002060         IF FTW-TRAILER-SEEN
002070             SET FTW-AFTER-TRAILER TO TRUE
002080         ELSE
002090             SET FTW-TRAILER-SEEN TO TRUE
002100             MOVE FTW-RECORD (1:70) TO FILE-TRAILER-RECORD
002110             MOVE FTW-COUNT TO FTW-TRL-COUNT
002120             MOVE FTW-HASH TO FTW-TRL-HASH
002130         END-IF
002140     ELSE
002150         IF FTW-TRAILER-SEEN
002160             SET FTW-AFTER-TRAILER TO TRUE
002170         END-IF
002180         PERFORM P-TRAILER-ADD
002190     END-IF.
002200*****************************************************************
002210* P-TRAILER-VERDICT - THE FILE JUST READ AGAINST ITS TRAILER.
002220*****************************************************************
002230 P-TRAILER-VERDICT.
002240     SET FTW-GOOD TO TRUE
002250     MOVE "VERIFIED" TO FTW-VERDICT-WORD
002260     MOVE "RECORD COUNT AND HASH TOTAL AGREE WITH THE TRAILER"
002270         TO FTW-MESSAGE
002280     IF NOT FTW-TRAILER-SEEN
002290         MOVE "NO TRAILER RECORD - THE FILE MAY BE TRUNCATED"
002300             TO FTW-MESSAGE
002310         GO TO P-TRAILER-VERDICT-WAIVE
002320     END-IF
002330     PERFORM P-TRAILER-MATCH THRU P-TRAILER-MATCH-EXIT
002340     IF FTW-BAD
002350         GO TO P-TRAILER-VERDICT-EXIT
002360     END-IF
002370     IF FTW-AFTER-TRAILER
002380         MOVE "RECORDS FOLLOW THE TRAILER RECORD" TO FTW-MESSAGE
002390         GO TO P-TRAILER-VERDICT-WAIVE
002400     END-IF
002410     IF FT-RUN-DATE NOT = FTW-TODAY
002420             AND FT-RUN-DATE NOT = FTW-YESTERDAY
002430             AND NOT FTW-ARCHIVED
002440         MOVE FT-RUN-DATE TO FTW-ST-DATE
002450         MOVE FTW-STALE-TEXT TO FTW-MESSAGE
002460         GO TO P-TRAILER-VERDICT-WAIVE
002470     END-IF
002480     GO TO P-TRAILER-VERDICT-EXIT.
002490 P-TRAILER-VERDICT-WAIVE.
002500     IF FTW-OVERRIDE
002510         SET FTW-WAIVED TO TRUE
002520         MOVE "OVERRIDDEN" TO FTW-VERDICT-WORD
002530     ELSE
002540         SET FTW-BAD TO TRUE
002550         MOVE "REFUSED" TO FTW-VERDICT-WORD
002560     END-IF.
002570 P-TRAILER-VERDICT-EXIT.
002580     EXIT.
002590*****************************************************************
002600* P-TRAILER-MATCH - THE TRAILER IN HAND AGAINST THE RECORDS READ
002610*     AHEAD OF IT.  NO OVERRIDE REACHES THIS - A FILE THAT FAILS
002620*     IT IS NOT THE FILE ITS WRITER WROTE.
002630*****************************************************************
002640 P-TRAILER-MATCH.
002650     IF FT-RECORD-COUNT IS NOT NUMERIC
002660             OR FT-HASH-TOTAL IS NOT NUMERIC
002670             OR FT-RUN-DATE IS NOT NUMERIC
002680         MOVE "TRAILER RECORD IS NOT VALID" TO FTW-MESSAGE
002690         GO TO P-TRAILER-MATCH-BAD
002700     END-IF
002710     IF FT-RECORD-COUNT NOT = FTW-TRL-COUNT
002720         MOVE FTW-TRL-COUNT TO FTW-CT-COUNT
002730         MOVE FT-RECORD-COUNT TO FTW-CT-TRAILER
002740         MOVE FTW-COUNT-TEXT TO FTW-MESSAGE
002750         GO TO P-TRAILER-MATCH-BAD
002760     END-IF
002770     IF FT-HASH-TOTAL NOT = FTW-TRL-HASH
002780         MOVE "HASH TOTAL DOES NOT MATCH THE TRAILER'S"
002790             TO FTW-MESSAGE
002800         GO TO P-TRAILER-MATCH-BAD
002810     END-IF
002820     GO TO P-TRAILER-MATCH-EXIT.
002830 P-TRAILER-MATCH-BAD.
002840     SET FTW-BAD TO TRUE
002850     MOVE "REFUSED" TO FTW-VERDICT-WORD.
002860 P-TRAILER-MATCH-EXIT.
002870     EXIT.
