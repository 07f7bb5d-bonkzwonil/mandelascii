000104*                 THE FILE IS READ.  RECORDS WRITTEN BEFORE
000105*                 THIS FIELD EXISTED CARRY SPACES HERE.
000106*     COLS 46-53  EXCP-RUN-TIME  HHMMSSHH AT THE TRAP
000107*     COLS 54-54  EXCP-SET   "J" WHEN THE TRAP CAME FROM A
000108*                 JULIA RENDER - EXCP-X/EXCP-Y ARE THEN A STARTING
000109*                 POINT, NOT A C VALUE.  SPACE OR "M" OTHERWISE.
000110*     COLS 55-64  EXCP-REQUEST-ID  THE ZQ-REQUEST-ID OF THE
000111*                 QUEUED REQUEST WHOSE CENTER TRAPPED, SO A
000112*                 FAILED DISPOSITION ON ZOOMQHIST CAN BE TIED TO
000113*                 ITS EXCEPTION.  SPACES FOR A PLANE-RENDER POINT.
000114*     COLS 65-80  FILLER
000120*****************************************************************
000130 01  EXCP-RECORD.
000140     05  EXCP-X PIC S9V9(07)
000190     05  EXCP-STMT                PIC X(12).
000200     05  EXCP-RUN-DATE            PIC 9(08).
000210     05  EXCP-RUN-TIME            PIC 9(08).
000215     05  EXCP-SET                 PIC X(01).
000216     05  EXCP-REQUEST-ID          PIC X(10).
000220     05  FILLER                   PIC X(16).
