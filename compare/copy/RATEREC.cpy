000010*****************************************************************
000020* RATEREC - INSTALLATION RATE CARD FOR THE HALLOCHG CHARGEBACK.
000030*     ONE RECORD PER RATE, KEYED BY CODE -
000040*
000050*       PLAIN     WEIGHTED UNITS PER ITERATION BURNED ON THE
000060*                 PLAIN-PRECISION PATH (NORMALLY 1.0000)
000070*       DEEPZOOM  WEIGHTED UNITS PER ITERATION BURNED ON THE
000080*                 EXTENDED-PRECISION PATH - THE DEEP-ZOOM
000090*                 PREMIUM, SINCE EACH OF ITS ITERATIONS COSTS
000100*                 SEVERAL PLAIN ONES IN CPU
000110*       QUEUESEC  CHARGE PER SECOND OF ZOOM-QUEUE PHASE TIME
000120*                 ALLOCATED TO AN ANALYST
000130*
000140*     COLS  1- 8  RC-CODE
000150*     COLS 10-18  RC-RATE    9(05)V9(04), IMPLIED DECIMAL POINT
000160*     COLS 20-80  RC-DESC    FREE TEXT, NOT READ
000170*****************************************************************
000180 01  RATE-CARD-RECORD.
000190     05  RC-CODE                  PIC X(08).
000200     05  FILLER                   PIC X(01).
000210     05  RC-RATE                  PIC 9(05)V9(04).
000220     05  FILLER                   PIC X(01).
000230     05  RC-DESC                  PIC X(61).
