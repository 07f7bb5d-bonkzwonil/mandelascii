000082*     BY A RESULTS-MASTER HIT) AND "N" OTHERWISE.  RPT-CACHED IS
000084*     "C" WHEN THE LINE WAS SATISFIED FROM THE RESULTMST RESULTS
000086*     MASTER INSTEAD OF COMPUTED, AND SPACE OTHERWISE.
000087*
000088*     THE TITLE NAMES THE PARM CARD'S SET, AND RPT-SET-LINE
000089*     UNDER IT GIVES THE SET AND, FOR A JULIA RENDER, ITS
000090*     CONSTANT.  THE ZOOM QUEUE SWITCHES SETS CARD BY CARD, SO
000091*     THE SET LINE IS WRITTEN AGAIN AHEAD OF ANY DETAIL LINE
000092*     WHOSE SET OR CONSTANT DIFFERS FROM THE ONE LAST PRINTED -
000093*     EVERY DETAIL LINE FALLS UNDER THE SET LINE IT BELONGS TO.
000094*****************************************************************
000100 01  RPT-TITLE.
000101     05  FILLER                  PIC X(11) VALUE "HALLOPGM - ".
000102     05  RPT-TITLE-SET           PIC X(21) VALUE
000103         "MANDELBROT SET REPORT".
000104     05  FILLER                  PIC X(48) VALUE SPACES.
000105 01  RPT-SET-LINE.
000106     05  FILLER                  PIC X(05) VALUE "SET: ".
000107     05  RPT-SET-NAME            PIC X(10).
000108     05  FILLER                  PIC X(02) VALUE SPACES.
000109     05  RPT-SET-JC.
000110         10  RPT-SET-JC-X        PIC -9.9(15).
000111         10  FILLER              PIC X(01) VALUE SPACES.
000112         10  RPT-SET-JC-Y        PIC -9.9(15).
000113     05  FILLER                  PIC X(26) VALUE SPACES.
000120 01  RPT-RULE                   PIC X(80) VALUE ALL "-".
000130 01  RPT-HEADING.
000140     05  FILLER PIC X(10) VALUE "REQUEST".
000460     05  RPT-REQUEST-ID-WS        PIC X(10) VALUE SPACES.
000470     05  RPT-PASSES-WS            PIC 9(08) COMP VALUE 0.
000480     05  RPT-CACHED-WS            PIC X(01) VALUE SPACE.
000481     05  RPT-SET-PRINTED          PIC X(01) VALUE SPACE.
000482     05  RPT-JC-PRINTED-X         PIC S9(09)V9(18) COMP-3
000483                                  VALUE 0.
000484     05  RPT-JC-PRINTED-Y         PIC S9(09)V9(18) COMP-3
000485                                  VALUE 0.
000490*----------------------------------------------------------------
000500* PLANE RENDER STATISTICS SECTION - WRITTEN BY
000510* P-WRITE-PLANE-STATS AFTER A RENDER COMPLETES.
000700     05  RPT-STAT-VALUE          PIC ZZZZZZ9.99.
000705     05  RPT-STAT-VALUE-INT REDEFINES RPT-STAT-VALUE
000706                                 PIC ZZZZZZZZZ9.
000707 01  RPT-STAT-SET-LINE.
000708     05  RPT-STAT-SET-LABEL      PIC X(30) VALUE "SET RENDERED".
000709     05  RPT-STAT-SET-NAME       PIC X(10).
000710     05  FILLER                  PIC X(02) VALUE SPACES.
000711     05  RPT-STAT-SET-JC.
000712         10  RPT-STAT-SET-JC-X   PIC -9.9(15).
000713         10  FILLER              PIC X(01) VALUE SPACES.
000714         10  RPT-STAT-SET-JC-Y   PIC -9.9(15).
000715*----------------------------------------------------------------
000720* END-OF-JOB CONTROL TOTALS SECTION - WRITTEN TO THE FOOT OF
000730* THE REPORT AND TO SYSOUT BY P-WRITE-EOJ-TOTALS.
000740*----------------------------------------------------------------
