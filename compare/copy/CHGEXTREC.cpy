000010*****************************************************************
000020* CHGEXTREC - CHARGEBACK EXTRACT RECORD WRITTEN BY HALLOCHG FOR
000030*     THE FINANCE FEED.  ONE RECORD PER ANALYST PREFIX FOR THE
000040*     PERIOD, ALL NUMERIC FIELDS UNSIGNED AND ZERO-FILLED WITH
000050*     IMPLIED DECIMAL POINTS.
000060*
000070*     COLS  1-  8  CX-FROM-DATE     YYYYMMDD, FIRST DAY BILLED
000080*     COLS  9- 16  CX-TO-DATE       YYYYMMDD, LAST DAY BILLED
000090*     COLS 17- 20  CX-ANALYST       REQUEST-ID PREFIX (INITIALS)
000100*     COLS 21- 27  CX-SUBMITTED     REQUESTS ON ZOOMQHIST
000110*     COLS 28- 34  CX-COMPUTED
000120*     COLS 35- 41  CX-CACHED
000130*     COLS 42- 48  CX-FAILED
000140*     COLS 49- 60  CX-ITERATIONS    ITERATIONS BURNED, BOTH PATHS
000150*     COLS 61- 75  CX-UNITS         RATE-CARD WEIGHTED UNITS
000160*     COLS 76- 84  CX-QUEUE-SECS    9(07)V99 ALLOCATED SECONDS
000170*     COLS 85- 95  CX-CHARGE        9(09)V99
000180*     COLS 96-100  FILLER
000190*****************************************************************
000200 01  CHARGEBACK-EXTRACT-RECORD.
000210     05  CX-FROM-DATE             PIC 9(08).
000220     05  CX-TO-DATE               PIC 9(08).
000230     05  CX-ANALYST               PIC X(04).
000240     05  CX-SUBMITTED             PIC 9(07).
000250     05  CX-COMPUTED              PIC 9(07).
000260     05  CX-CACHED                PIC 9(07).
000270     05  CX-FAILED                PIC 9(07).
000280     05  CX-ITERATIONS            PIC 9(12).
000290     05  CX-UNITS                 PIC 9(15).
000300     05  CX-QUEUE-SECS            PIC 9(07)V9(02).
000310     05  CX-CHARGE                PIC 9(09)V9(02).
000320     05  FILLER                   PIC X(05).
