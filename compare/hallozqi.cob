000230*
000240* MODIFICATION HISTORY.
000250*     09/02/2026  RH   ORIGINAL VERSION.
000251*     10/14/2026  RH   ZOOMQHIST WIDENED TO 225; SET COLUMN
000252*                       ADDED TO THE DETAIL LINE.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000420     RECORD CONTAINS 80 CHARACTERS.
000430 01  ZQI-PARM-REC                PIC X(80).
000440 FD  ZOOMQHIST
000450     RECORD CONTAINS 225 CHARACTERS.
000460     COPY ZOOMQHREC.
000470 FD  ZQIRPT
000480     RECORD CONTAINS 80 CHARACTERS.
001990     MOVE ZQI-VIEW-MAXI TO ZQI-MAXI-OVR
002000     MOVE ZQH-DISP TO ZQI-DISP
002010     MOVE ZQH-FINAL-I TO ZQI-FINAL-I
002011     IF ZQH-JULIA-SW = "Y"
002012         MOVE "J" TO ZQI-SET
002013     ELSE
002014         MOVE "M" TO ZQI-SET
002015     END-IF
002020     MOVE ZQI-DETAIL-LINE TO ZQI-OUT-REC
002030     WRITE ZQI-OUT-REC.
002040*****************************************************************
