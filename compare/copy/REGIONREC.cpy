000070*     COORDINATES.  MAINTAINED BY HALLORGN FROM TRANSACTION
000080*     CARDS; RESOLVED AGAINST BY P-READ-PARM IN HALLOPGM (A
000090*     PARM-REGION-NAME CARD) AND BY HALLOEDT (A ZQ-REGION-NAME
000100*     QUEUE CARD).  HALLOCAT PRINTS THE WHOLE MASTER AS A
000101*     CATALOG BOOK WITH A THUMBNAIL RENDER OF EACH REGION.
000110*
000120*     COLS   1- 10  RGN-NAME     REGION NAME, THE RECORD KEY
000130*     COLS  11- 38  RGN-X        SIGNED, 9 INT + 18 DECIMAL
