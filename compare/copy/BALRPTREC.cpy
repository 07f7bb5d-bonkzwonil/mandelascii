000010*****************************************************************
000020* BALRPTREC - PRINT-IMAGE BALANCING REPORT LAYOUT FOR HALLOBAL.
000030*     ONE CHECK LINE PER BALANCE PROVED - THE TWO SIDES AND AN
000040*     IN BALANCE / OUT OF BALANCE FLAG - WITH THE COUNTS EACH
000050*     SIDE WAS BUILT FROM LISTED ABOVE IT, SO THE MORNING
000060*     RECONCILIATION IS ONE PAGE INSTEAD OF THREE LISTINGS.
000070*****************************************************************
000080 01  BAL-TITLE                  PIC X(80) VALUE
000090     "HALLOBAL - NIGHTLY ZOOM QUEUE BALANCING".
000100 01  BAL-RULE                   PIC X(80) VALUE ALL "-".
000110 01  BAL-DATE-LINE.
000120     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000130     05  BAL-RUN-DATE            PIC 9(08).
000140     05  FILLER                  PIC X(13) VALUE "  EDIT RUN: ".
000150     05  BAL-EDIT-DATE           PIC X(08).
000160     05  FILLER                  PIC X(01) VALUE SPACES.
000170     05  BAL-EDIT-TIME           PIC X(08).
000180     05  FILLER                  PIC X(32) VALUE SPACES.
000190 01  BAL-HEADING.
000200     05  FILLER PIC X(36) VALUE "CHECK".
000210     05  FILLER PIC X(09) VALUE "     LEFT".
000220     05  FILLER PIC X(01) VALUE SPACES.
000230     05  FILLER PIC X(09) VALUE "    RIGHT".
000240     05  FILLER PIC X(02) VALUE SPACES.
000250     05  FILLER PIC X(14) VALUE "STATUS".
000260 01  BAL-COUNT-LINE.
000270     05  FILLER                  PIC X(04) VALUE SPACES.
000280     05  BAL-COUNT-LABEL         PIC X(32).
000290     05  BAL-COUNT-VALUE         PIC ZZZZZZZZ9.
000300     05  FILLER                  PIC X(35) VALUE SPACES.
000310 01  BAL-CHECK-LINE.
000320     05  BAL-CHECK-LABEL         PIC X(36).
000330     05  BAL-CHECK-LEFT          PIC ZZZZZZZZ9.
000340     05  FILLER                  PIC X(01) VALUE SPACES.
000350     05  BAL-CHECK-RIGHT         PIC ZZZZZZZZ9.
000360     05  FILLER                  PIC X(02) VALUE SPACES.
000370     05  BAL-CHECK-FLAG          PIC X(14).
000380     05  FILLER                  PIC X(09) VALUE SPACES.
000390 01  BAL-STATUS-LINE.
000400     05  FILLER                  PIC X(18) VALUE
000410         "BALANCING STATUS: ".
000420     05  BAL-STATUS              PIC X(14).
000430     05  FILLER                  PIC X(48) VALUE SPACES.
