000030*     ONE DETAIL LINE PER ZOOMQHIST RECORD SELECTED, SO AN
000040*     ANALYST CAN SEE EVERY RUN THEIR REQUEST (OR ALL THEIR
000050*     REQUESTS, BY ID PREFIX) WENT THROUGH AND HOW EACH ONE
000060*     CAME OUT.  SET IS "M" FOR A MANDELBROT REQUEST AND "J"
000061*     FOR A JULIA ONE.
000070*****************************************************************
000080 01  ZQI-TITLE                  PIC X(80) VALUE
000090     "HALLOZQI - ZOOM QUEUE HISTORY INQUIRY".
000250     05  FILLER PIC X(11) VALUE "DISPOSITION".
000260     05  FILLER PIC X(02) VALUE SPACES.
000270     05  FILLER PIC X(10) VALUE "FINAL ITER".
000271     05  FILLER PIC X(02) VALUE SPACES.
000272     05  FILLER PIC X(03) VALUE "SET".
000280 01  ZQI-DETAIL-LINE.
000290     05  ZQI-RUN-DATE            PIC 9(08).
000300     05  FILLER                  PIC X(02) VALUE SPACES.
000370     05  ZQI-DISP                PIC X(08).
000380     05  FILLER                  PIC X(05) VALUE SPACES.
000390     05  ZQI-FINAL-I             PIC ZZZZZZ9.
000391     05  FILLER                  PIC X(05) VALUE SPACES.
000392     05  ZQI-SET                 PIC X(01).
000400     05  FILLER                  PIC X(16) VALUE SPACES.
000410 01  ZQI-TOTAL-LINE.
000420     05  ZQI-TOTAL-LABEL         PIC X(24).
000430     05  ZQI-TOTAL-COUNT         PIC ZZZZZZZ9.
