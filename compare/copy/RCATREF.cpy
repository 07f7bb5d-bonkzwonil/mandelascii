000010*****************************************************************
000020* RCATREF - GENERATION REFERENCE, RESULT AND WORK FIELDS FOR THE
000030*     RCATFIND CATALOG LOOKUP.  THE CALLER FILLS RCF-REFERENCE
000040*     FROM ITS CARD; RCATFIND FILLS RCF-RESULT AND LEAVES A
000050*     LISTING LINE IN RCF-SOURCE-LINE (THE CALLER MOVES THE NAME
000060*     OF THE FILE BEING REPLACED INTO RCF-SRC-FILE).
000070*****************************************************************
000080 01  RCF-REFERENCE.
000090     05  RCF-REF-GEN              PIC X(04).
000100     05  RCF-REF-GEN-N REDEFINES RCF-REF-GEN
000110                                  PIC 9(04).
000120     05  RCF-REF-RELATIVE REDEFINES RCF-REF-GEN.
000130         10  RCF-REF-SIGN         PIC X(01).
000140         10  RCF-REF-BACK         PIC 9(03).
000150     05  RCF-REF-REGION           PIC X(10).
000160     05  RCF-WANT                 PIC X(01) VALUE "P".
000170         88  RCF-WANT-PICTURE               VALUE "P".
000180         88  RCF-WANT-GRIDEXP               VALUE "G".
000190 01  RCF-RESULT.
000200     05  RCF-FOUND-SW             PIC X(01) VALUE "N".
000210         88  RCF-FOUND                      VALUE "Y".
000220     05  RCF-FILE-NAME            PIC X(08).
000230     05  RCF-GEN-NO               PIC 9(04).
000240     05  RCF-RUN-DATE             PIC 9(08).
000250     05  RCF-REGION-NAME          PIC X(10).
000260     05  RCF-REASON               PIC X(41).
000270 01  RCF-WORK.
000280     05  RCF-EOF-SW               PIC X(01) VALUE "N".
000290         88  RCF-EOF                        VALUE "Y".
000300     05  RCF-MODE-SW              PIC X(01) VALUE "R".
000310         88  RCF-ABSOLUTE                   VALUE "A".
000320         88  RCF-RELATIVE                   VALUE "R".
000330     05  RCF-BACK-N               PIC 9(04) COMP.
000340     05  RCF-MATCHES              PIC 9(05) COMP.
000350     05  RCF-TARGET               PIC 9(05) COMP.
000360     05  RCF-SEEN                 PIC 9(05) COMP.
000370 01  RCF-SOURCE-LINE.
000380     05  RCF-SRC-FILE             PIC X(08).
000390     05  FILLER                   PIC X(02) VALUE SPACES.
000400     05  RCF-SRC-TEXT             PIC X(70).
000410 01  RCF-RESOLVED-TEXT.
000420     05  FILLER                   PIC X(11) VALUE "GENERATION ".
000430     05  RCF-RT-GEN               PIC 9(04).
000440     05  FILLER                   PIC X(04) VALUE " OF ".
000450     05  RCF-RT-DATE              PIC 9(08).
000460     05  FILLER                   PIC X(08) VALUE " REGION ".
000470     05  RCF-RT-REGION            PIC X(10).
000480     05  FILLER                   PIC X(07) VALUE "  FILE ".
000490     05  RCF-RT-FILE              PIC X(08).
000500     05  FILLER                   PIC X(10) VALUE SPACES.
000510 01  RCF-FAILED-TEXT.
000520     05  FILLER                   PIC X(11) VALUE "GENERATION ".
000530     05  RCF-FT-GEN               PIC X(04).
000540     05  FILLER                   PIC X(01) VALUE SPACES.
000550     05  RCF-FT-REGION            PIC X(10).
000560     05  FILLER                   PIC X(03) VALUE " - ".
000570     05  RCF-FT-REASON            PIC X(41).
