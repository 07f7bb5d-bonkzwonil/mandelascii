000020* MRGAUDREC - PRINT-IMAGE MERGE AUDIT LAYOUT FOR HALLOMRG.  ONE
000030*     LINE PER TILE SLOT GIVING ITS DISPOSITION, SO A MISSING OR
000040*     MISMATCHED SLICE IS NAMED INSTEAD OF QUIETLY PRODUCING A
000050*     COMPOSITE PICTURE WITH A HOLE IN IT.  THE SET LINE NAMES
000051*     THE SET (AND JULIA CONSTANT) EVERY MERGED TILE AGREED ON.
000060*****************************************************************
000070 01  AUD-TITLE                  PIC X(80) VALUE
000080     "HALLOMRG - TILE MERGE AUDIT".
000380     05  AUD-MOS-COLS            PIC 9(01).
000390     05  FILLER                  PIC X(08) VALUE " COLUMNS".
000400     05  FILLER                  PIC X(53) VALUE SPACES.
000410 01  AUD-SET-LINE.
000420     05  FILLER                  PIC X(05) VALUE "SET: ".
000430     05  AUD-SET-NAME            PIC X(10).
000440     05  FILLER                  PIC X(02) VALUE SPACES.
000450     05  AUD-SET-JC.
000460         10  AUD-SET-JC-X        PIC -9.9(15).
000470         10  FILLER              PIC X(01) VALUE SPACES.
000480         10  AUD-SET-JC-Y        PIC -9.9(15).
000490     05  FILLER                  PIC X(24) VALUE SPACES.
