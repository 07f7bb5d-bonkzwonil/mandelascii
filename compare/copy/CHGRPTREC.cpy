000010*****************************************************************
000020* CHGRPTREC - PRINT-IMAGE USAGE AND CHARGEBACK REPORT LAYOUT FOR
000030*     HALLOCHG, 132 COLUMNS.  ONE LINE PER PRECISION PATH AN
000040*     ANALYST USED, AN ANALYST SUBTOTAL CARRYING THE WEIGHTED
000050*     UNITS, ALLOCATED QUEUE SECONDS AND CHARGE, AND A GRAND
000060*     TOTAL TIED BACK TO THE RUNHIST QUEUE-PHASE SECONDS.
000070*****************************************************************
000080 01  CHG-TITLE                  PIC X(132) VALUE
000090     "HALLOCHG - ZOOM QUEUE USAGE AND CHARGEBACK".
000100 01  CHG-RULE                   PIC X(132) VALUE ALL "-".
000110 01  CHG-PERIOD-LINE.
000120     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
000130     05  CHG-PERIOD-FROM         PIC 9(08).
000140     05  FILLER                  PIC X(04) VALUE " TO ".
000150     05  CHG-PERIOD-TO           PIC 9(08).
000160     05  FILLER                  PIC X(104) VALUE SPACES.
000170 01  CHG-HEADING.
000180     05  FILLER PIC X(07) VALUE "ANALYST".
000190     05  FILLER PIC X(08) VALUE " PATH".
000200     05  FILLER PIC X(11) VALUE "  SUBMITTED".
000210     05  FILLER PIC X(09) VALUE " COMPUTED".
000220     05  FILLER PIC X(09) VALUE "   CACHED".
000230     05  FILLER PIC X(09) VALUE "   FAILED".
000240     05  FILLER PIC X(17) VALUE "       ITERATIONS".
000250     05  FILLER PIC X(21) VALUE "       WEIGHTED UNITS".
000260     05  FILLER PIC X(14) VALUE "    QUEUE SECS".
000270     05  FILLER PIC X(16) VALUE "          CHARGE".
000280     05  FILLER PIC X(11) VALUE SPACES.
000290 01  CHG-DETAIL-LINE.
000300     05  CHG-D-ANALYST           PIC X(04).
000310     05  FILLER                  PIC X(04) VALUE SPACES.
000320     05  CHG-D-PATH              PIC X(08).
000330     05  FILLER                  PIC X(03) VALUE SPACES.
000340     05  CHG-D-SUBMITTED         PIC ZZZZZZ9.
000350     05  FILLER                  PIC X(02) VALUE SPACES.
000360     05  CHG-D-COMPUTED          PIC ZZZZZZ9.
000370     05  FILLER                  PIC X(02) VALUE SPACES.
000380     05  CHG-D-CACHED            PIC ZZZZZZ9.
000390     05  FILLER                  PIC X(02) VALUE SPACES.
000400     05  CHG-D-FAILED            PIC ZZZZZZ9.
000410     05  FILLER                  PIC X(02) VALUE SPACES.
000420     05  CHG-D-ITERATIONS        PIC ZZZ,ZZZ,ZZZ,ZZ9.
000430     05  FILLER                  PIC X(02) VALUE SPACES.
000440     05  CHG-D-UNITS             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
000450     05  FILLER                  PIC X(02) VALUE SPACES.
000460     05  CHG-D-QUEUE-SECS        PIC Z,ZZZ,ZZ9.99.
000470     05  FILLER                  PIC X(02) VALUE SPACES.
000480     05  CHG-D-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
000490     05  FILLER                  PIC X(11) VALUE SPACES.
000500 01  CHG-TIE-LINE.
000510     05  CHG-TIE-LABEL           PIC X(40).
000520     05  CHG-TIE-VALUE           PIC Z,ZZZ,ZZ9.99.
000521     05  CHG-TIE-COUNT REDEFINES CHG-TIE-VALUE
000522                                 PIC ZZZZ,ZZZ,ZZ9.
000530     05  FILLER                  PIC X(02) VALUE SPACES.
000540     05  CHG-TIE-FLAG            PIC X(14).
000550     05  FILLER                  PIC X(64) VALUE SPACES.
000560 01  CHG-RATE-LINE.
000570     05  FILLER                  PIC X(11) VALUE "RATE CARD: ".
000580     05  CHG-RATE-CODE           PIC X(08).
000590     05  FILLER                  PIC X(02) VALUE SPACES.
000600     05  CHG-RATE-VALUE          PIC ZZZZ9.9999.
000610     05  FILLER                  PIC X(02) VALUE SPACES.
000620     05  CHG-RATE-NOTE           PIC X(30).
000630     05  FILLER                  PIC X(69) VALUE SPACES.
000640 01  CHG-STATUS-LINE.
000650     05  FILLER                  PIC X(18) VALUE
000660         "CHARGEBACK STATUS:".
000670     05  FILLER                  PIC X(01) VALUE SPACES.
000680     05  CHG-STATUS              PIC X(05).
000690     05  FILLER                  PIC X(108) VALUE SPACES.
