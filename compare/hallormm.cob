000214*                  IS REJECTED WITH CONDITION CODE 8 AND THE
000216*                  MASTER IS LEFT UNTOUCHED, RATHER THAN READ
000218*                  AS "ZERO DAYS" AND PURGING NEARLY EVERYTHING.
000220*       COL  12    OVERRIDE  FOR RELOAD - "Y" TAKES AN ARCHIVE
000221*                  WHOSE TRAILER RECORD IS MISSING OR OLD (SEE
000222*                  BELOW).
000223*
000224*     A RECORD WRITTEN BEFORE THE USAGE-TRACKING FIELDS EXISTED
000225*     CARRIES SPACES THERE AND IS TREATED AS NEVER REFERENCED -
000226*     IT IS EXACTLY THE ONE-OFF COORDINATE THE PURGE EXISTS TO
000227*     CLEAR OUT.  EVERY FUNCTION ENDS WITH A FRESH OCCUPANCY
000228*     PASS, SO THE REPORT ALWAYS SHOWS THE MASTER AS THE JOB
000229*     LEFT IT.
000230*
000231*     A RELOAD ACCEPTS AN ARCHIVE WRITTEN BEFORE RESULTREC
000232*     CARRIED THE SET CODE AND JULIA CONSTANT IN ITS KEY - EACH
000233*     OLD 160-COLUMN RECORD GOES BACK AS A MANDELBROT RESULT.
000234*     ARCHIVING A MASTER AND RELOADING IT IS HOW AN EXISTING
000235*     MASTER IS CARRIED OVER TO THE WIDER LAYOUT.
000236*
000237*     A PURGE ENDS THE ARCHIVE WITH A TRAILER RECORD (SEE
000238*     FILETRLREC) CARRYING ITS RECORD COUNT, A HASH TOTAL OF THE
000239*     KEY COORDINATES, MAXI AND FINAL ITERATION COUNTS, AND THE
000240*     RUN DATE AND TIME.  A RELOAD READS THE ARCHIVE THROUGH AND
000241*     CHECKS IT AGAINST ITS TRAILER BEFORE THE MASTER IS OPENED.
000242*     A MISSING TRAILER, A COUNT OR HASH TOTAL THAT DOES NOT
000243*     MATCH, OR A TRAILER NOT DATED THIS NIGHT OR LAST LEAVES THE
000244*     MASTER UNTOUCHED WITH CONDITION CODE 8.  THE COL 12
000245*     OVERRIDE WAIVES A MISSING OR OLD TRAILER - THAT IS HOW AN
000246*     ARCHIVE KEPT FROM AN EARLIER PURGE, OR ONE WRITTEN BEFORE
000247*     ARCHIVES CARRIED TRAILERS, IS RELOADED - BUT NEVER A
000248*     MISMATCH.
000249*
000250* MODIFICATION HISTORY.
000251*     09/02/2026  RH   ORIGINAL VERSION.
000252*     10/14/2026  RH   RESULTMST/RESULTARC WIDENED TO 220 FOR
000253*                       THE SET KEY; OLD ARCHIVE RECORDS
000254*                       WIDENED ON RELOAD.
000255*     10/15/2026  RH   RESULTARC ENDED WITH A TRAILER RECORD BY A
000256*                       PURGE AND CHECKED BEFORE A RELOAD; RMMPARM
000257*                       COL 12 OVERRIDE.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  RMM-PARM-REC                PIC X(80).
000550 FD  RESULTMST
000560     RECORD CONTAINS 220 CHARACTERS.
000570     COPY RESULTREC.
000580 FD  RESULTARC
000590     RECORD CONTAINS 220 CHARACTERS.
000600 01  RESULT-ARC-REC              PIC X(220).
000610 FD  RMMRPT
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  RMM-OUT-REC                 PIC X(80).
001300     05  RMM-NEWEST-DATE          PIC 9(08) VALUE 0.
001310     05  RMM-RATE-WORK            PIC 9(10) COMP.
001320     05  RMM-RATE                 PIC 9(04)V9(02) COMP.
001321*----------------------------------------------------------------
001322* TRAILER RECORD WORK FOR RESULTARC (SEE FILETRLCHK)
001323*----------------------------------------------------------------
001324     COPY FILETRLREC.
001330 PROCEDURE DIVISION.
001340*****************************************************************
001350* P-START - MAINLINE.  READS THE FUNCTION CARD, RUNS THE
001770     MOVE RMM-PARM-REC (8:3) TO RMM-DAYS-WS
001780     IF RMM-DAYS-WS IS NUMERIC
001790         MOVE RMM-DAYS-WS TO RMM-DAYS-N
001800     END-IF
001801     IF RMM-PARM-REC (12:1) = "Y"
001802         SET FTW-OVERRIDE TO TRUE
001803     END-IF.
001810 P-READ-PARM-CLOSE.
001820     CLOSE RMMPARM.
001830 P-READ-PARM-EXIT.
002360*     LAST REFERENCED BEFORE THE CUTOFF IS COPIED TO THE
002370*     RESULTARC ARCHIVE AND DELETED FROM THE MASTER.  A MASTER
002380*     THAT CANNOT BE OPENED ENDS THE JOB WITH A BAD CONDITION
002390*     CODE AND AN UNTOUCHED FILE.  THE ARCHIVE ENDS WITH A
002391*     TRAILER RECORD FOR THE RECORDS ON IT (SEE FILETRLCHK).
002400*****************************************************************
002410 P-PURGE.
002420     OPEN I-O RESULTMST
002500         CLOSE RESULTMST
002510         GO TO P-PURGE-EXIT
002520     END-IF
002521     SET FTW-RESULT TO TRUE
002522     PERFORM P-TRAILER-START
002530     MOVE "N" TO MST-EOF-SW
002540     PERFORM P-PURGE-RECORD UNTIL MST-EOF
002541     PERFORM P-TRAILER-BUILD
002542     WRITE RESULT-ARC-REC FROM FILE-TRAILER-RECORD
002543     IF RESULTARC-STATUS NOT = "00"
002544         SET RMM-ERROR TO TRUE
002545     END-IF
002550     CLOSE RESULTARC
002560     CLOSE RESULTMST.
002570 P-PURGE-EXIT.
002742             PERFORM P-NORMALIZE-TRACKING
002750             IF RMM-REF-DATE-WS < RMM-CUTOFF-WS
002758                 MOVE RESULT-RECORD TO RESULT-ARC-REC
002762                 MOVE RESULT-RECORD TO FTW-RECORD
002766                 WRITE RESULT-ARC-REC
002774                 IF RESULTARC-STATUS = "00"
002780                     PERFORM P-TRAILER-ADD
002782                     DELETE RESULTMST
002790                     ADD 1 TO RMM-PURGED-COUNT
002798                 ELSE
002870* P-RELOAD - READS A RESULTARC ARCHIVE END TO END AND PUTS ITS
002880*     RECORDS BACK ON THE MASTER.  A KEY ALREADY ON THE MASTER
002890*     IS LEFT ALONE AND COUNTED - THE LIVE RECORD'S TRACKING IS
002900*     NEWER THAN THE ARCHIVED ONE'S.  THE ARCHIVE IS FIRST
002901*     CHECKED AGAINST ITS TRAILER; ONE THAT IS REFUSED IS NOT
002902*     RELOADED AND THE MASTER IS NOT OPENED.
002910*****************************************************************
002920 P-RELOAD.
002921     PERFORM P-CHECK-ARCHIVE THRU P-CHECK-ARCHIVE-EXIT
002922     IF RMM-ERROR
002923         GO TO P-RELOAD-EXIT
002924     END-IF
002930     OPEN I-O RESULTMST
002940     IF RESULTMST-STATUS NOT = "00"
002950         OPEN OUTPUT RESULTMST
003130         AT END
003140             SET ARC-EOF TO TRUE
003150     END-READ
003160     PERFORM P-RELOAD-RECORD THRU P-RELOAD-RECORD-NEXT
003165         UNTIL ARC-EOF
003170     CLOSE RESULTARC
003180     CLOSE RESULTMST.
003190 P-RELOAD-EXIT.
003200     EXIT.
003210*****************************************************************
003220* P-RELOAD-RECORD - PUTS ONE ARCHIVED RECORD BACK AND READS THE
003230*     NEXT.  AN ARCHIVE RECORD OF THE OLD 160-COLUMN LAYOUT
003231*     (RM-C'S SIGN IN COL 63 WHERE THE SET CODE NOW SITS) IS
003232*     WIDENED TO A MANDELBROT RESULT WITH A ZERO CONSTANT.  THE
003233*     TRAILER RECORD IS PASSED OVER.
003240*****************************************************************
003250 P-RELOAD-RECORD.
003251     IF RESULT-ARC-REC (1:8) = "FILETRL"
003252         GO TO P-RELOAD-RECORD-NEXT
003253     END-IF
003254     IF RESULT-ARC-REC (63:1) = "+" OR RESULT-ARC-REC (63:1) = "-"
003255         MOVE SPACES TO RESULT-RECORD
003256         MOVE RESULT-ARC-REC (1:62) TO RESULT-RECORD (1:62)
003257         MOVE "M" TO RM-KEY-SET
003258         MOVE 0 TO RM-KEY-JC-X
003259         MOVE 0 TO RM-KEY-JC-Y
003260         MOVE RESULT-ARC-REC (63:98) TO RESULT-RECORD (120:98)
003261     ELSE
003262         MOVE RESULT-ARC-REC TO RESULT-RECORD
003263     END-IF
003270     WRITE RESULT-RECORD
003280         INVALID KEY
003290             ADD 1 TO RMM-DUP-COUNT
003300         NOT INVALID KEY
003310             ADD 1 TO RMM-RELOADED-COUNT
003320     END-WRITE.
003325 P-RELOAD-RECORD-NEXT.
003330     READ RESULTARC
003340         AT END
003350             SET ARC-EOF TO TRUE
005040     END-IF
005050     DISPLAY "The ENd"
005060     STOP RUN.
005070*****************************************************************
005080* P-CHECK-ARCHIVE - READS THE RESULTARC ARCHIVE THROUGH ONCE AND
005090*     CHECKS IT AGAINST ITS TRAILER (SEE FILETRLCHK).  THE VERDICT
005100*     GOES TO RMMRPT AND THE JOB LOG; A REFUSED ARCHIVE SETS
005110*     RMM-ERROR.  AN ARCHIVE THAT CANNOT BE OPENED IS LEFT TO
005120*     P-RELOAD TO FAIL ON.
005130*****************************************************************
005140 P-CHECK-ARCHIVE.
005150     SET FTW-RESULT TO TRUE
005160     MOVE "RESULTARC" TO FTW-FILE-LABEL
005170     PERFORM P-TRAILER-START
005180     OPEN INPUT RESULTARC
005190     IF RESULTARC-STATUS NOT = "00"
005200         GO TO P-CHECK-ARCHIVE-EXIT
005210     END-IF
005220     MOVE "N" TO ARC-EOF-SW
005230     PERFORM P-TAKE-ARCHIVE-RECORD UNTIL ARC-EOF
005240     CLOSE RESULTARC
005250     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
005260     MOVE FTW-DISPLAY-LINE TO RMM-OUT-REC
005270     WRITE RMM-OUT-REC
005280     DISPLAY FTW-DISPLAY-LINE
005290     IF FTW-BAD
005300         SET RMM-ERROR TO TRUE
005310     END-IF.
005320 P-CHECK-ARCHIVE-EXIT.
005330     EXIT.
005340*****************************************************************
005350* P-TAKE-ARCHIVE-RECORD - ONE ARCHIVE RECORD INTO THE COUNT AND
005360*     HASH TOTAL.
005370*****************************************************************
005380 P-TAKE-ARCHIVE-RECORD.
005390     READ RESULTARC
005400         AT END
005410             SET ARC-EOF TO TRUE
005420     END-READ
005430     IF NOT ARC-EOF
005440         MOVE RESULT-ARC-REC TO FTW-RECORD
005450         PERFORM P-TRAILER-TAKE
005460     END-IF.
005470     COPY FILETRLCHK.
