000150*     COLS  1- 2  BD-BAND-NO   1 TO 10
000160*     COLS  3- 3  BD-CHAR      THE BAND'S DISPLAY CHARACTER
000170*     COLS  4-10  BD-THRESH    UPPER ITERATION BOUND
000171*     COLS 11-13  BD-GREY      GREY LEVEL 0-255 FOR HALLOIMG'S
000172*                              GREYSCALE IMAGES
000173*     COLS 14-22  BD-RED, BD-GREEN, BD-BLUE  COLOUR 0-255 EACH
000174*                              FOR HALLOIMG'S COLOUR IMAGES
000175*     COLS 23-40  FILLER
000176*
000177*     THE PALETTE COLUMNS ARE OPTIONAL - BLANK OR NON-NUMERIC
000178*     LEAVES HALLOIMG'S BUILT-IN SHADE FOR THE BAND - AND ARE
000179*     CARRIED THROUGH HALLOPGM'S ADAPTIVE REWRITE UNCHANGED.
000190*****************************************************************
000200 01  BANDDEF-RECORD.
000210     05  BD-BAND-NO               PIC 9(02).
000220     05  BD-CHAR                  PIC X(01).
000230     05  BD-THRESH                PIC 9(07).
000240     05  BD-PALETTE.
000241         10  BD-GREY              PIC 9(03).
000242         10  BD-RED               PIC 9(03).
000243         10  BD-GREEN             PIC 9(03).
000244         10  BD-BLUE              PIC 9(03).
000245     05  FILLER                   PIC X(18).
