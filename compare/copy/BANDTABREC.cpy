000210     05  BANDDEF-EOF-SW           PIC X(01) VALUE "N".
000220         88  BANDDEF-EOF                    VALUE "Y".
000230 77  BAND-LOAD-IDX               PIC 9(02) COMP.
000231*----------------------------------------------------------------
000232* THE PALETTE COLUMNS OF EACH LOADED BANDDEF RECORD, KEPT AS
000233* READ SO A PROGRAM THAT REWRITES BANDDEF CAN PUT THEM BACK.
000234*----------------------------------------------------------------
000235 01  BAND-PALETTE-TABLE          VALUE SPACES.
000236     05  BAND-PALETTE            PIC X(12) OCCURS 10 TIMES.
000240*----------------------------------------------------------------
000250* THRESHOLD-LEGEND DETAIL LINE, USED BY LEGENDWRT WHEN A
000260* BANDDEF IS LOADED.
