000010*****************************************************************
000020* IMGRPTREC - PRINT-IMAGE LISTING LAYOUT FOR HALLOIMG.  THE
000030*     SETTINGS THE EXPORT RAN UNDER, ONE LINE PER SOURCE FILE
000040*     READ (A GRIDEXP, A TILE EXPORT OR A SEQUENCE FRAME) WITH
000050*     ITS DISPOSITION AND THE IMAGE CUT FROM IT, THE SOURCE
000060*     WINDOW, THE PALETTE EACH BAND WAS PAINTED WITH AND THE
000070*     CONTROL TOTALS.
000080*****************************************************************
000090 01  IMG-TITLE                  PIC X(80) VALUE
000100     "HALLOIMG - RENDER IMAGE EXPORT".
000110 01  IMG-RULE                   PIC X(80) VALUE ALL "-".
000120 01  IMG-SETTING-LINE.
000130     05  IMG-SET-LABEL           PIC X(24).
000140     05  IMG-SET-VALUE           PIC X(56).
000150 01  IMG-WINDOW-LINE.
000160     05  IMG-WIN-LABEL           PIC X(24).
000170     05  IMG-WIN-VALUE           PIC -(9)9.9(18).
000180     05  FILLER                  PIC X(27) VALUE SPACES.
000190 01  IMG-SOURCE-HEADING.
000200     05  FILLER PIC X(03) VALUE "NO.".
000210     05  FILLER PIC X(02) VALUE SPACES.
000220     05  FILLER PIC X(10) VALUE "SOURCE".
000230     05  FILLER PIC X(02) VALUE SPACES.
000240     05  FILLER PIC X(10) VALUE "IMAGE".
000250     05  FILLER PIC X(02) VALUE SPACES.
000260     05  FILLER PIC X(12) VALUE "DISPOSITION".
000270     05  FILLER PIC X(02) VALUE SPACES.
000280     05  FILLER PIC X(04) VALUE "ROWS".
000290     05  FILLER PIC X(02) VALUE SPACES.
000300     05  FILLER PIC X(04) VALUE "COLS".
000310     05  FILLER PIC X(02) VALUE SPACES.
000320     05  FILLER PIC X(05) VALUE "WIDTH".
000330     05  FILLER PIC X(02) VALUE SPACES.
000340     05  FILLER PIC X(05) VALUE "HIGH".
000350     05  FILLER PIC X(02) VALUE SPACES.
000360     05  FILLER PIC X(01) VALUE "P".
000370     05  FILLER PIC X(02) VALUE SPACES.
000380     05  FILLER PIC X(03) VALUE "SET".
000390     05  FILLER PIC X(05) VALUE SPACES.
000400 01  IMG-SOURCE-LINE.
000410     05  IMG-SRC-NO              PIC ZZ9.
000420     05  FILLER                  PIC X(02) VALUE SPACES.
000430     05  IMG-SRC-FILE            PIC X(10).
000440     05  FILLER                  PIC X(02) VALUE SPACES.
000450     05  IMG-SRC-IMAGE           PIC X(10).
000460     05  FILLER                  PIC X(02) VALUE SPACES.
000470     05  IMG-SRC-DISP            PIC X(12).
000480     05  FILLER                  PIC X(02) VALUE SPACES.
000490     05  IMG-SRC-ROWS            PIC ZZZ9.
000500     05  FILLER                  PIC X(02) VALUE SPACES.
000510     05  IMG-SRC-COLS            PIC ZZZ9.
000520     05  FILLER                  PIC X(02) VALUE SPACES.
000530     05  IMG-SRC-WIDTH           PIC ZZZZ9.
000540     05  IMG-SRC-WIDTH-X REDEFINES IMG-SRC-WIDTH
000550                                 PIC X(05).
000560     05  FILLER                  PIC X(02) VALUE SPACES.
000570     05  IMG-SRC-HEIGHT          PIC ZZZZ9.
000580     05  IMG-SRC-HEIGHT-X REDEFINES IMG-SRC-HEIGHT
000590                                 PIC X(05).
000600     05  FILLER                  PIC X(02) VALUE SPACES.
000610     05  IMG-SRC-PRECISION       PIC X(01).
000620     05  FILLER                  PIC X(03) VALUE SPACES.
000630     05  IMG-SRC-SET             PIC X(01).
000640     05  FILLER                  PIC X(06) VALUE SPACES.
000650 01  IMG-FRAME-WINDOW-LINE.
000660     05  FILLER                  PIC X(07) VALUE "     X ".
000670     05  IMG-FRM-X-MIN           PIC -9.9(07).
000680     05  FILLER                  PIC X(04) VALUE " TO ".
000690     05  IMG-FRM-X-MAX           PIC -9.9(07).
000700     05  FILLER                  PIC X(05) VALUE "   Y ".
000710     05  IMG-FRM-Y-MIN           PIC -9.9(07).
000720     05  FILLER                  PIC X(04) VALUE " TO ".
000730     05  IMG-FRM-Y-MAX           PIC -9.9(07).
000740     05  FILLER                  PIC X(20) VALUE SPACES.
000750 01  IMG-PALETTE-HEADING.
000760     05  FILLER PIC X(06) VALUE "BAND".
000770     05  FILLER PIC X(02) VALUE SPACES.
000780     05  FILLER PIC X(04) VALUE "CHAR".
000790     05  FILLER PIC X(02) VALUE SPACES.
000800     05  FILLER PIC X(07) VALUE "UP TO I".
000810     05  FILLER PIC X(02) VALUE SPACES.
000820     05  FILLER PIC X(04) VALUE "GREY".
000830     05  FILLER PIC X(02) VALUE SPACES.
000840     05  FILLER PIC X(03) VALUE "RED".
000850     05  FILLER PIC X(02) VALUE SPACES.
000860     05  FILLER PIC X(05) VALUE "GREEN".
000870     05  FILLER PIC X(02) VALUE SPACES.
000880     05  FILLER PIC X(04) VALUE "BLUE".
000890     05  FILLER PIC X(02) VALUE SPACES.
000900     05  FILLER PIC X(07) VALUE "SOURCE".
000910     05  FILLER PIC X(25) VALUE SPACES.
000920 01  IMG-PALETTE-LINE.
000930     05  IMG-PL-BAND             PIC X(06).
000931     05  IMG-PL-BAND-NO REDEFINES IMG-PL-BAND PIC ZZZ9.
000940     05  FILLER                  PIC X(03) VALUE SPACES.
000950     05  IMG-PL-CHAR-OPEN        PIC X(01).
000960     05  IMG-PL-CHAR             PIC X(01).
000970     05  IMG-PL-CHAR-CLOSE       PIC X(01).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  IMG-PL-THRESH           PIC ZZZZZZ9.
001000     05  IMG-PL-THRESH-X REDEFINES IMG-PL-THRESH
001010                                 PIC X(07).
001020     05  FILLER                  PIC X(03) VALUE SPACES.
001030     05  IMG-PL-GREY             PIC ZZ9.
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  IMG-PL-RED              PIC ZZ9.
001060     05  FILLER                  PIC X(04) VALUE SPACES.
001070     05  IMG-PL-GREEN            PIC ZZ9.
001080     05  FILLER                  PIC X(03) VALUE SPACES.
001090     05  IMG-PL-BLUE             PIC ZZ9.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  IMG-PL-SOURCE           PIC X(08).
001120     05  FILLER                  PIC X(25) VALUE SPACES.
001130 01  IMG-TOTAL-LINE.
001140     05  IMG-TOTAL-LABEL         PIC X(24).
001150     05  IMG-TOTAL-COUNT         PIC ZZZZZZZZ9.
001160     05  FILLER                  PIC X(47).
001170 01  IMG-STATUS-LINE.
001180     05  FILLER                  PIC X(15) VALUE
001190         "EXPORT STATUS: ".
001200     05  IMG-STATUS              PIC X(05).
001210     05  FILLER                  PIC X(60) VALUE SPACES.
