000010*****************************************************************
000020* RCATFIND - RESOLVES A GENERATION REFERENCE AGAINST THE RENDER
000030*     CATALOG (SEE RCATREC) TO THE NAME OF ONE OF THAT
000040*     GENERATION'S FILES, SO A CARD CAN NAME AN ARCHIVED RENDER
000050*     INSTEAD OF A PHYSICAL FILE.  SHARED BY HALLOCMP, HALLOHOT
000060*     AND HALLOIMG, WHICH COPY IT INTO THEIR PROCEDURE DIVISIONS
000070*     AND DECLARE RENDCAT (FILE STATUS RENDCAT-STATUS, RECORD
000080*     RCAT-RECORD) AND THE RCATREF FIELDS.  THE CALLER LEAVES THE
000090*     CARD'S GENERATION AND REGION COLUMNS IN RCF-REF-GEN AND
000100*     RCF-REF-REGION AND THE FILE IT WANTS IN RCF-WANT, THEN
000110*     PERFORMS P-FIND-GENERATION THRU P-FIND-GENERATION-EXIT -
000120*
000130*       NNNN   GENERATION NNNN ITSELF.  WITH A REGION NAMED, IT
000140*              MUST BE A RENDER OF THAT REGION.
000150*       -NNN   COUNTED BACK FROM THE NEWEST - -000 IS THE NEWEST
000160*              GENERATION, -001 THE ONE BEFORE IT, AND SO ON.
000170*              WITH A REGION NAMED ONLY THAT REGION'S RENDERS
000180*              COUNT, SO -001 IS THE PREVIOUS RENDER OF THE
000190*              REGION.
000200*       BLANK  WITH A REGION NAMED, THE REGION'S NEWEST RENDER.
000210*
000220*     RCF-FOUND COMES BACK SET WITH THE FILE NAME IN
000230*     RCF-FILE-NAME, OR CLEAR WITH THE REASON IN RCF-REASON.
000240*     EITHER WAY RCF-SRC-TEXT HOLDS A LINE FOR THE CALLER'S
000250*     LISTING.
000260*****************************************************************
000270 P-FIND-GENERATION.
000280     MOVE "N" TO RCF-FOUND-SW
000290     MOVE SPACES TO RCF-FILE-NAME
000300     MOVE SPACES TO RCF-REASON
000310     MOVE SPACES TO RCF-REGION-NAME
000320     MOVE 0 TO RCF-GEN-NO
000330     MOVE 0 TO RCF-RUN-DATE
000340     MOVE 0 TO RCF-BACK-N
000350     MOVE 0 TO RCF-MATCHES
000360     MOVE 0 TO RCF-TARGET
000370     IF RCF-REF-GEN = SPACES
000380         SET RCF-RELATIVE TO TRUE
000390     ELSE
000400         IF RCF-REF-GEN IS NUMERIC AND RCF-REF-GEN NOT = "0000"
000410             SET RCF-ABSOLUTE TO TRUE
000420         ELSE
000430             IF RCF-REF-SIGN = "-" AND RCF-REF-BACK IS NUMERIC
000440                 SET RCF-RELATIVE TO TRUE
000450                 MOVE RCF-REF-BACK TO RCF-BACK-N
000460             ELSE
000470                 MOVE "GENERATION REFERENCE NOT VALID"
000480                     TO RCF-REASON
000490                 GO TO P-FIND-GENERATION-TEXT
000500             END-IF
000510         END-IF
000520     END-IF
000530     IF RCF-RELATIVE
000540         OPEN INPUT RENDCAT
000550         IF RENDCAT-STATUS NOT = "00"
000560             MOVE "NO RENDER CATALOG" TO RCF-REASON
000570             GO TO P-FIND-GENERATION-TEXT
000580         END-IF
000590         MOVE "N" TO RCF-EOF-SW
000600         PERFORM P-GEN-COUNT-ENTRY UNTIL RCF-EOF
000610         CLOSE RENDCAT
000620         IF RCF-BACK-N NOT < RCF-MATCHES
000630             MOVE "NO SUCH GENERATION IN THE CATALOG"
000640                 TO RCF-REASON
000650             GO TO P-FIND-GENERATION-TEXT
000660         END-IF
000670         SUBTRACT RCF-BACK-N FROM RCF-MATCHES GIVING RCF-TARGET
000680     END-IF
000690     OPEN INPUT RENDCAT
000700     IF RENDCAT-STATUS NOT = "00"
000710         MOVE "NO RENDER CATALOG" TO RCF-REASON
000720         GO TO P-FIND-GENERATION-TEXT
000730     END-IF
000740     MOVE 0 TO RCF-SEEN
000750     MOVE "N" TO RCF-EOF-SW
000760     PERFORM P-GEN-SCAN-ENTRY UNTIL RCF-EOF
000770     CLOSE RENDCAT
000780     IF RCF-GEN-NO = 0
000790         MOVE "NO SUCH GENERATION IN THE CATALOG" TO RCF-REASON
000800         GO TO P-FIND-GENERATION-TEXT
000810     END-IF
000820     IF RCF-REF-REGION NOT = SPACES
000830             AND RCF-REGION-NAME NOT = RCF-REF-REGION
000840         MOVE "GENERATION IS NOT A RENDER OF THAT REGION"
000850             TO RCF-REASON
000860         GO TO P-FIND-GENERATION-TEXT
000870     END-IF
000880     IF RCF-FILE-NAME = SPACES
000890         MOVE "GENERATION HOLDS NO PICTURE" TO RCF-REASON
000900         IF RCF-WANT-GRIDEXP
000910             MOVE "GENERATION HOLDS NO GRIDEXP" TO RCF-REASON
000920         END-IF
000930         GO TO P-FIND-GENERATION-TEXT
000940     END-IF
000950     SET RCF-FOUND TO TRUE.
000960 P-FIND-GENERATION-TEXT.
000970     IF RCF-FOUND
000980         MOVE RCF-GEN-NO TO RCF-RT-GEN
000990         MOVE RCF-RUN-DATE TO RCF-RT-DATE
001000         MOVE RCF-REGION-NAME TO RCF-RT-REGION
001010         MOVE RCF-FILE-NAME TO RCF-RT-FILE
001020         MOVE RCF-RESOLVED-TEXT TO RCF-SRC-TEXT
001030     ELSE
001040         MOVE RCF-REF-GEN TO RCF-FT-GEN
001050         MOVE RCF-REF-REGION TO RCF-FT-REGION
001060         MOVE RCF-REASON TO RCF-FT-REASON
001070         MOVE RCF-FAILED-TEXT TO RCF-SRC-TEXT
001080     END-IF.
001090 P-FIND-GENERATION-EXIT.
001100     EXIT.
001110*****************************************************************
001120* P-GEN-COUNT-ENTRY - ONE CATALOG ENTRY COUNTED IF IT IS OF THE
001130*     REGION NAMED, OR OF ANY REGION WHEN NONE IS.
001140*****************************************************************
001150 P-GEN-COUNT-ENTRY.
001160     READ RENDCAT
001170         AT END
001180             SET RCF-EOF TO TRUE
001190     END-READ
001200     IF NOT RCF-EOF
001210         IF RCF-REF-REGION = SPACES
001220                 OR RC-REGION-NAME = RCF-REF-REGION
001230             ADD 1 TO RCF-MATCHES
001240         END-IF
001250     END-IF.
001260*****************************************************************
001270* P-GEN-SCAN-ENTRY - ONE CATALOG ENTRY AGAINST THE REFERENCE - BY
001280*     ITS NUMBER, OR BY ITS PLACE AMONG THE ENTRIES COUNTED.  THE
001290*     SCAN STOPS AT THE ENTRY WANTED.
001300*****************************************************************
001310 P-GEN-SCAN-ENTRY.
001320     READ RENDCAT
001330         AT END
001340             SET RCF-EOF TO TRUE
001350     END-READ
001360     IF NOT RCF-EOF
001370         IF RCF-ABSOLUTE
001380             IF RC-GEN-NO = RCF-REF-GEN-N
001390                 PERFORM P-GEN-TAKE-ENTRY
001400             END-IF
001410         ELSE
001420             IF RCF-REF-REGION = SPACES
001430                     OR RC-REGION-NAME = RCF-REF-REGION
001440                 ADD 1 TO RCF-SEEN
001450                 IF RCF-SEEN = RCF-TARGET
001460                     PERFORM P-GEN-TAKE-ENTRY
001470                 END-IF
001480             END-IF
001490         END-IF
001500     END-IF.
001510*****************************************************************
001520* P-GEN-TAKE-ENTRY - THE ENTRY WANTED, AND THE NAME OF THE FILE
001530*     THE CALLER ASKED FOR OUT OF IT.
001540*****************************************************************
001550 P-GEN-TAKE-ENTRY.
001560     MOVE RC-GEN-NO TO RCF-GEN-NO
001570     MOVE RC-RUN-DATE TO RCF-RUN-DATE
001580     MOVE RC-REGION-NAME TO RCF-REGION-NAME
001590     IF RCF-WANT-GRIDEXP
001600         MOVE RC-GRIDEXP-FILE TO RCF-FILE-NAME
001610     ELSE
001620         MOVE RC-PICTURE-FILE TO RCF-FILE-NAME
001630     END-IF
001640     SET RCF-EOF TO TRUE.
