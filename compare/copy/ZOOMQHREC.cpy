000150*     AN EXCEPTION ON A BOUNDED POINT (THE CASE P-LOG-EXCEPTION
000160*     RECORDS) - THE RESULT IS SUSPECT AND THE POINT IS A
000170*     CANDIDATE FOR A DEEP-ZOOM RESUBMISSION.
000171*     "DEFERRED" WHEN THE NIGHTLY BUDGET RAN OUT BEFORE THE
000172*     REQUEST'S TURN - IT WAS CARRIED FORWARD TO THE NEXT NIGHT'S
000173*     QUEUE ONE PRIORITY CLASS MORE URGENT AND WILL BE HISTORIED
000174*     AGAIN WHEN IT IS WORKED.  ZQH-FINAL-I IS ZERO.
000180*
000190*     COLS   1-  8  ZQH-RUN-DATE     YYYYMMDD OF THE RUN
000200*     COLS   9- 10  FILLER
000210*     COLS  11-120  ZQH-QUEUE-REC    THE ZOOMQ-RECORD AS READ
000220*                   (ZQH-REQUEST-ID IS ITS FIRST TEN COLUMNS -
000230*                   SEE ZOOMQREC FOR THE FULL COLUMN MAP)
000240*     COLS 121-128  ZQH-DISP         COMPUTED / CACHED / FAILED /
000241*                   DEFERRED
000250*     COLS 129-135  ZQH-FINAL-I      FINAL ITERATION COUNT
000260*     COLS 136-140  FILLER
000261*     COLS 141-225  ZQH-JULIA-EXT    COLS 111-195 OF THE
000262*                   ZOOMQ-RECORD AS READ - THE JULIA SWITCH AND
000263*                   CONSTANT (SEE ZOOMQREC).  CARRIED PAST THE
000264*                   ORIGINAL 140 COLUMNS RATHER THAN INSIDE
000265*                   ZQH-QUEUE-REC SO EVERY FIELD ABOVE STAYS WHERE
000266*                   EXISTING READERS LOOK FOR IT; A RECORD WRITTEN
000267*                   BEFORE THESE COLUMNS EXISTED IS A MANDELBROT
000268*                   REQUEST.
000269*****************************************************************
000280 01  ZOOMQH-RECORD.
000290     05  ZQH-RUN-DATE             PIC 9(08).
000300     05  FILLER                   PIC X(02).
000340     05  ZQH-DISP                 PIC X(08).
000350     05  ZQH-FINAL-I              PIC 9(07).
000360     05  FILLER                   PIC X(05).
000370     05  ZQH-JULIA-EXT.
000380         10  ZQH-JULIA-SW         PIC X(01).
000390         10  FILLER               PIC X(84).
