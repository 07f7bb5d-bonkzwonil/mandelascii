000010*****************************************************************
000020* CATRPTREC - PRINT-IMAGE CATALOG BOOK LAYOUT FOR HALLOCAT.  THE
000030*     SETTINGS THE BOOK WAS CUT UNDER, THEN ONE ENTRY PER
000040*     REGIONMST REGION - ITS NAME, CENTER, SPAN AND MAXI, THE
000050*     PRECISION PATH ITS THUMBNAIL TOOK, THE NUMBER OF ZOOMQHIST
000060*     REQUESTS NAMING IT, THE THUMBNAIL ITSELF IN A BORDER AND
000070*     THE THUMBNAIL'S POINTS BAND BY BAND - THEN THE EXCEPTIONS
000080*     PAGE AND THE CONTROL TOTALS.
000090*****************************************************************
000100 01  CAT-TITLE                  PIC X(80) VALUE
000110     "HALLOCAT - REGION CATALOG BOOK".
000120 01  CAT-RULE                   PIC X(80) VALUE ALL "-".
000130 01  CAT-SETTING-LINE.
000140     05  CAT-SET-LABEL           PIC X(24).
000150     05  CAT-SET-VALUE           PIC X(56).
000160 01  CAT-SPAN-SETTING-LINE.
000170     05  CAT-SSET-LABEL          PIC X(24).
000180     05  CAT-SSET-VALUE          PIC -(9)9.9(18).
000190     05  FILLER                  PIC X(27) VALUE SPACES.
000200 01  CAT-NAME-LINE.
000210     05  FILLER                  PIC X(08) VALUE "REGION: ".
000220     05  CAT-RGN-NAME            PIC X(10).
000230     05  FILLER                  PIC X(04) VALUE SPACES.
000240     05  FILLER                  PIC X(11) VALUE "PRECISION: ".
000250     05  CAT-PRECISION           PIC X(08).
000260     05  FILLER                  PIC X(04) VALUE SPACES.
000270     05  FILLER                  PIC X(19) VALUE
000280         "ZOOMQHIST REQUESTS:".
000290     05  CAT-REQUESTS            PIC ZZZZZZZZ9.
000300     05  CAT-REQUESTS-X REDEFINES CAT-REQUESTS
000310                                 PIC X(09).
000320     05  FILLER                  PIC X(07) VALUE SPACES.
000330 01  CAT-COORD-LINE.
000340     05  FILLER                  PIC X(02) VALUE SPACES.
000350     05  CAT-COORD-LABEL         PIC X(10).
000360     05  CAT-COORD-VALUE         PIC -(9)9.9(18).
000370     05  FILLER                  PIC X(02) VALUE SPACES.
000380     05  CAT-COORD-NOTE          PIC X(37).
000390 01  CAT-MAXI-LINE.
000400     05  FILLER                  PIC X(02) VALUE SPACES.
000410     05  FILLER                  PIC X(10) VALUE "MAXI".
000420     05  CAT-MAXI                PIC ZZZZ9.
000430     05  FILLER                  PIC X(26) VALUE SPACES.
000440     05  CAT-MAXI-NOTE           PIC X(37).
000450 01  CAT-PICTURE-LINE.
000460     05  FILLER                  PIC X(04) VALUE SPACES.
000470     05  CAT-PIC-EDGE            PIC X(01).
000480     05  CAT-PICTURE             PIC X(61).
000490     05  FILLER                  PIC X(14) VALUE SPACES.
000500 01  CAT-BAND-HEADING.
000510     05  FILLER PIC X(10) VALUE "  BAND".
000520     05  FILLER PIC X(25) VALUE "    1    2    3    4    5".
000530     05  FILLER PIC X(25) VALUE "    6    7    8    9   10".
000540     05  FILLER PIC X(08) VALUE "  IN SET".
000550     05  FILLER PIC X(12) VALUE SPACES.
000560 01  CAT-BAND-CHAR-LINE.
000570     05  FILLER                  PIC X(10) VALUE "  CHAR".
000580     05  CAT-BC-ENTRY            OCCURS 10 TIMES.
000590         10  CAT-BC-PAD          PIC X(02).
000600         10  CAT-BC-OPEN         PIC X(01).
000610         10  CAT-BC-CHAR         PIC X(01).
000620         10  CAT-BC-CLOSE        PIC X(01).
000630     05  FILLER                  PIC X(20) VALUE SPACES.
000640 01  CAT-BAND-COUNT-LINE.
000650     05  FILLER                  PIC X(10) VALUE "  POINTS".
000660     05  CAT-BP-COUNT            PIC ZZZZ9 OCCURS 10 TIMES.
000670     05  FILLER                  PIC X(02) VALUE SPACES.
000680     05  CAT-BP-IN-SET           PIC ZZZZZ9.
000690     05  FILLER                  PIC X(12) VALUE SPACES.
000700 01  CAT-EXC-TITLE              PIC X(80) VALUE
000710     "HALLOCAT - EXCEPTIONS - THUMBNAIL ALL ONE BAND".
000720 01  CAT-EXC-HEADING.
000730     05  FILLER PIC X(12) VALUE "REGION".
000740     05  FILLER PIC X(06) VALUE "BAND".
000750     05  FILLER PIC X(06) VALUE "CHAR".
000760     05  FILLER PIC X(07) VALUE "MAXI".
000770     05  FILLER PIC X(49) VALUE "SUGGESTED CORRECTION".
000780 01  CAT-EXC-LINE.
000790     05  CAT-EX-NAME             PIC X(10).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  CAT-EX-BAND             PIC Z9.
000820     05  FILLER                  PIC X(04) VALUE SPACES.
000830     05  CAT-EX-CHAR-OPEN        PIC X(01).
000840     05  CAT-EX-CHAR             PIC X(01).
000850     05  CAT-EX-CHAR-CLOSE       PIC X(01).
000860     05  FILLER                  PIC X(03) VALUE SPACES.
000870     05  CAT-EX-MAXI             PIC ZZZZ9.
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  CAT-EX-ACTION           PIC X(49).
000900 01  CAT-EXC-NOTE-LINE.
000910     05  CAT-EXC-NOTE            PIC X(80).
000920 01  CAT-TOTAL-LINE.
000930     05  CAT-TOTAL-LABEL         PIC X(36).
000940     05  CAT-TOTAL-COUNT         PIC ZZZZZZZZ9.
000950     05  FILLER                  PIC X(35) VALUE SPACES.
000960 01  CAT-STATUS-LINE.
000970     05  FILLER                  PIC X(16) VALUE
000980         "CATALOG STATUS: ".
000990     05  CAT-STATUS              PIC X(14).
001000     05  FILLER                  PIC X(50) VALUE SPACES.
