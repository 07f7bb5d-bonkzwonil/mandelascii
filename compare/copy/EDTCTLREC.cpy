000010*****************************************************************
000020* EDTCTLREC - EDIT CONTROL-TOTALS RECORD.  ONE RECORD WRITTEN TO
000030*     EDTCTL BY HALLOEDT AT THE END OF EVERY RUN, CARRYING THE
000040*     SAME READ / ACCEPTED / REJECTED COUNTS AS THE FOOT OF
000050*     EDITRPT, SO A LATER STEP CAN PROVE THEM WITHOUT READING A
000060*     PRINT FILE.  HALLOBAL BALANCES THE NIGHT AGAINST IT - BY
000070*     THE TIME HALLOBAL RUNS, HALLOPGM HAS EMPTIED ZOOMQFILE.
000071*     EC-CARRIED-COUNT IS THE REQUESTS ALREADY ON ZOOMQFILE WHEN
000072*     THE EDIT RAN - THOSE DEFERRED BY THE PREVIOUS NIGHT'S
000073*     BUDGET - WHICH TONIGHT'S QUEUE WORKS ALONGSIDE THE NEW ONES.
000080*
000090*     COLS  1- 8  EC-TAG           "EDTCTL"
000100*     COLS  9-16  EC-RUN-DATE      YYYYMMDD OF THE EDIT RUN
000110*     COLS 17-24  EC-RUN-TIME      HHMMSSHH AT END OF THE EDIT
000120*     COLS 25-32  EC-READ-COUNT    ZOOMQRAW RECORDS READ
000130*     COLS 33-40  EC-GOOD-COUNT    WRITTEN TO ZOOMQFILE
000140*     COLS 41-48  EC-REJECT-COUNT  WRITTEN TO ZOOMQREJ
000150*     COLS 49-56  EC-CARRIED-COUNT ALREADY ON ZOOMQFILE
000151*     COLS 57-80  FILLER
000160*****************************************************************
000170 01  EDIT-CONTROL-RECORD.
000180     05  EC-TAG                   PIC X(08).
000190     05  EC-RUN-DATE              PIC 9(08).
000200     05  EC-RUN-TIME              PIC 9(08).
000210     05  EC-READ-COUNT            PIC 9(08).
000220     05  EC-GOOD-COUNT            PIC 9(08).
000230     05  EC-REJECT-COUNT          PIC 9(08).
000240     05  EC-CARRIED-COUNT         PIC 9(08).
000241     05  FILLER                   PIC X(24).
