000010*****************************************************************
000020* ARCRPTREC - PRINT-IMAGE ARCHIVE LISTING LAYOUT FOR HALLOARC.
000030*     THE SETTINGS IN EFFECT, THE GENERATION FILED WITH ITS
000040*     CATALOG ENTRY AND FILES, THE GENERATIONS ROLLED OFF AT THE
000050*     RETENTION LIMIT FILE BY FILE, THE CATALOG AS IT NOW STANDS
000060*     AND THE CONTROL TOTALS.
000070*****************************************************************
000080 01  ARC-TITLE                  PIC X(80) VALUE
000090     "HALLOARC - RENDER GENERATION ARCHIVE".
000100 01  ARC-RULE                   PIC X(80) VALUE ALL "-".
000110 01  ARC-SETTING-LINE.
000120     05  ARC-SET-LABEL           PIC X(24).
000130     05  ARC-SET-VALUE           PIC X(56).
000140 01  ARC-WINDOW-LINE.
000150     05  ARC-WIN-LABEL           PIC X(24).
000160     05  ARC-WIN-VALUE           PIC -(9)9.9(18).
000170     05  FILLER                  PIC X(27) VALUE SPACES.
000180 01  ARC-FILE-LINE.
000190     05  ARC-FL-LABEL            PIC X(24).
000200     05  ARC-FL-FILE             PIC X(08).
000210     05  FILLER                  PIC X(02) VALUE SPACES.
000220     05  ARC-FL-FROM             PIC X(10).
000230     05  ARC-FL-COUNT            PIC ZZZZZZZ9.
000240     05  FILLER                  PIC X(08) VALUE " RECORDS".
000250     05  FILLER                  PIC X(20) VALUE SPACES.
000260 01  ARC-ROLL-TITLE             PIC X(80) VALUE
000270     "GENERATIONS ROLLED OFF AT THE RETENTION LIMIT".
000280 01  ARC-ROLL-HEADING.
000290     05  FILLER PIC X(06) VALUE "GEN".
000300     05  FILLER PIC X(10) VALUE "RUN DATE".
000310     05  FILLER PIC X(12) VALUE "REGION".
000320     05  FILLER PIC X(10) VALUE "FILE".
000330     05  FILLER PIC X(42) VALUE "DISPOSITION".
000340 01  ARC-ROLL-LINE.
000350     05  ARC-RL-ENTRY.
000360         10  ARC-RL-GEN          PIC 9(04).
000370         10  FILLER              PIC X(02).
000380         10  ARC-RL-DATE         PIC 9(08).
000390         10  FILLER              PIC X(02).
000400         10  ARC-RL-REGION       PIC X(10).
000410         10  FILLER              PIC X(02).
000420     05  ARC-RL-FILE             PIC X(08).
000430     05  FILLER                  PIC X(02) VALUE SPACES.
000440     05  ARC-RL-DISP             PIC X(42).
000450 01  ARC-CAT-TITLE              PIC X(80) VALUE
000460     "RENDER CATALOG AFTER THIS RUN".
000470 01  ARC-CAT-HEADING.
000480     05  FILLER PIC X(06) VALUE "GEN".
000490     05  FILLER PIC X(10) VALUE "RUN DATE".
000500     05  FILLER PIC X(02) VALUE "K".
000510     05  FILLER PIC X(11) VALUE "REGION".
000520     05  FILLER PIC X(02) VALUE "P".
000530     05  FILLER PIC X(02) VALUE "S".
000540     05  FILLER PIC X(05) VALUE "ROWS".
000550     05  FILLER PIC X(05) VALUE "COLS".
000560     05  FILLER PIC X(06) VALUE " MAXI".
000570     05  FILLER PIC X(09) VALUE "PICTURE".
000580     05  FILLER PIC X(09) VALUE "GRIDEXP".
000590     05  FILLER PIC X(13) VALUE "STATS".
000600 01  ARC-CAT-LINE.
000610     05  ARC-CL-GEN              PIC 9(04).
000620     05  FILLER                  PIC X(02) VALUE SPACES.
000630     05  ARC-CL-DATE             PIC 9(08).
000640     05  FILLER                  PIC X(02) VALUE SPACES.
000650     05  ARC-CL-KIND             PIC X(01).
000660     05  FILLER                  PIC X(01) VALUE SPACES.
000670     05  ARC-CL-REGION           PIC X(10).
000680     05  FILLER                  PIC X(01) VALUE SPACES.
000690     05  ARC-CL-PRECISION        PIC X(01).
000700     05  FILLER                  PIC X(01) VALUE SPACES.
000710     05  ARC-CL-SET              PIC X(01).
000720     05  FILLER                  PIC X(01) VALUE SPACES.
000730     05  ARC-CL-ROWS             PIC ZZZ9.
000740     05  FILLER                  PIC X(01) VALUE SPACES.
000750     05  ARC-CL-COLS             PIC ZZZ9.
000760     05  FILLER                  PIC X(01) VALUE SPACES.
000770     05  ARC-CL-MAXI             PIC ZZZZ9.
000780     05  FILLER                  PIC X(01) VALUE SPACES.
000790     05  ARC-CL-PICTURE          PIC X(08).
000800     05  FILLER                  PIC X(01) VALUE SPACES.
000810     05  ARC-CL-GRIDEXP          PIC X(08).
000820     05  FILLER                  PIC X(01) VALUE SPACES.
000830     05  ARC-CL-STATS            PIC X(08).
000840     05  FILLER                  PIC X(05) VALUE SPACES.
000850 01  ARC-MESSAGE-LINE.
000860     05  ARC-MESSAGE             PIC X(80).
000870 01  ARC-TOTAL-LINE.
000880     05  ARC-TOTAL-LABEL         PIC X(36).
000890     05  ARC-TOTAL-COUNT         PIC ZZZZZZZZ9.
000900     05  FILLER                  PIC X(35) VALUE SPACES.
000910 01  ARC-STATUS-LINE.
000920     05  FILLER                  PIC X(16) VALUE
000930         "ARCHIVE STATUS: ".
000940     05  ARC-STATUS              PIC X(24).
000950     05  FILLER                  PIC X(40) VALUE SPACES.
