002600*     DIFFERENT SHAPES ARE COMPARED OVER THE ROWS BOTH HAVE AND
002700*     FLAGGED WITH A WARNING AND CONDITION CODE 4, AS IS AN
002701*     INPUT FILE THAT CANNOT BE OPENED AT ALL.
002702*
002703*     THE SETHDR RECORD (SEE SETHDRREC) AT THE HEAD OF A RENDER,
002704*     OR OF EACH TILE OR FRAME IN IT, IS SKIPPED LIKE THE OTHER
002705*     TAGS BUT FIRST CHECKED - TWO RENDERS OF DIFFERENT SETS, OR
002706*     TWO JULIA RENDERS OF DIFFERENT CONSTANTS, ARE NOT COMPARED
002707*     AT ALL.  THE REPORT SAYS WHY AND THE CONDITION CODE IS 8.
002708*     A FILE WITH NO SETHDR IS A MANDELBROT RENDER.
002710*
002720*     AN OPTIONAL CMPPARM CARD CAN NAME EITHER INPUT AS A
002730*     GENERATION OF THE RENDER CATALOG (SEE RCATFIND) INSTEAD OF
002740*     THE PHYSICAL FILE - COLS 1-4 AND 6-15 THE GENERATION AND
002750*     REGION FOR CMPIN01, COLS 17-20 AND 22-31 FOR CMPIN02 - SO
002760*     'GENERATION -001 OF SEAHORSE' CAN BE SET AGAINST TONIGHT'S
002770*     RENDER.  THE REPORT SAYS WHICH GENERATION WAS READ; ONE THAT
002780*     CANNOT BE FOUND STOPS THE RUN WITH CONDITION CODE 8.
002800*
002900* MODIFICATION HISTORY.
003000*     08/22/2026  RH   ORIGINAL VERSION.
003030*                       FROM THE INSTALLATION BANDDEF FILE, SO
003040*                       THE CHANGED-BY-BAND SUMMARY MATCHES THE
003050*                       TABLE THE RENDERS WERE PAINTED WITH.
003051*     10/14/2026  RH   SETHDR RECORDS SKIPPED, AND A JULIA RENDER
003052*                       IS NEVER COMPARED WITH A MANDELBROT ONE OR
003053*                       WITH A JULIA RENDER OF ANOTHER CONSTANT.
003054*     10/15/2026  RH   CMPPARM CARD - EITHER INPUT CAN BE NAMED AS
003055*                       A RENDER CATALOG GENERATION.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CMPIN01 ASSIGN USING CMP-IN01-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CMPIN01-STATUS.
003800     SELECT CMPIN02 ASSIGN USING CMP-IN02-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CMPIN02-STATUS.
004100     SELECT DIFFOUT ASSIGN TO "DIFFOUT"
004610     SELECT BANDDEF ASSIGN TO "BANDDEF"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS BANDDEF-STATUS.
004640     SELECT CMPPARM ASSIGN TO "CMPPARM"
004650         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS CMPPARM-STATUS.
004670     SELECT RENDCAT ASSIGN TO "RENDCAT"
004680         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS RENDCAT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CMPIN01
006010 FD  BANDDEF
006020     RECORD CONTAINS 40 CHARACTERS.
006030     COPY BANDDEFREC.
006040 FD  CMPPARM
006050     RECORD CONTAINS 80 CHARACTERS.
006060 01  CMP-PARM-REC                PIC X(80).
006070 FD  RENDCAT
006080     RECORD CONTAINS 200 CHARACTERS.
006090     COPY RCATREC.
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------------
006300* FILE STATUS FIELDS
006700 01  DIFFOUT-STATUS              PIC X(02).
006800 01  CMPRPT-STATUS               PIC X(02).
006810 01  BANDDEF-STATUS              PIC X(02).
006820 01  CMPPARM-STATUS              PIC X(02).
006830 01  RENDCAT-STATUS              PIC X(02).
006900*----------------------------------------------------------------
007000* COMPARISON REPORT LAYOUT
007100*----------------------------------------------------------------
007700     COPY BANDTABREC.
008000*----------------------------------------------------------------
008100* PER-FILE READ STATE.  THE SKIP COUNTER EATS THE REMAINDER OF A
008200* LEGEND BLOCK ONCE ITS TITLE LINE IS SEEN ON LINE 1 (A SETHDR
008201* RECORD IS NOT COUNTED AS A LINE), AND THE SET IS THE ONE
008202* OFF THE FILE'S FIRST SETHDR.
008300*----------------------------------------------------------------
008400 01  CMP1-STATE.
008500     05  CMP1-EOF-SW              PIC X(01) VALUE "N".
008800         88  ROW1-GOT                       VALUE "Y".
008900     05  CMP1-LINE-NO             PIC 9(06) COMP VALUE 0.
009000     05  CMP1-SKIP-COUNT          PIC 9(04) COMP VALUE 0.
009001     05  CMP1-SET-SEEN-SW         PIC X(01) VALUE "N".
009002         88  CMP1-SET-SEEN                  VALUE "Y".
009003     05  CMP1-SET                 PIC X(01) VALUE "M".
009004     05  CMP1-SET-JC              PIC X(56) VALUE SPACES.
009100 01  CMP2-STATE.
009200     05  CMP2-EOF-SW              PIC X(01) VALUE "N".
009300         88  CMP2-EOF                       VALUE "Y".
009500         88  ROW2-GOT                       VALUE "Y".
009600     05  CMP2-LINE-NO             PIC 9(06) COMP VALUE 0.
009700     05  CMP2-SKIP-COUNT          PIC 9(04) COMP VALUE 0.
009701     05  CMP2-SET-SEEN-SW         PIC X(01) VALUE "N".
009702         88  CMP2-SET-SEEN                  VALUE "Y".
009703     05  CMP2-SET                 PIC X(01) VALUE "M".
009704     05  CMP2-SET-JC              PIC X(56) VALUE SPACES.
009800*----------------------------------------------------------------
009900* ROW BUFFERS, DIFFERENCE LINE AND TALLIES
010000*----------------------------------------------------------------
011400         88  SHAPE-MISMATCH                 VALUE "Y".
011401     05  INPUT-MISSING-SW         PIC X(01) VALUE "N".
011402         88  INPUT-MISSING                  VALUE "Y".
011403     05  SET-MISMATCH-SW          PIC X(01) VALUE "N".
011404         88  SET-MISMATCH                   VALUE "Y".
011405     05  GEN-NAMED-SW             PIC X(01) VALUE "N".
011406         88  GEN-NAMED                      VALUE "Y".
011407     05  GEN-FAILED-SW            PIC X(01) VALUE "N".
011408         88  GEN-FAILED                     VALUE "Y".
011500     05  BAND-FOUND-SW            PIC X(01) VALUE "N".
011600         88  BAND-FOUND                     VALUE "Y".
011700 77  CMP-COL-IDX                 PIC 9(04) COMP.
011800 77  CMP-BAND-IDX                PIC 9(02) COMP.
011900 77  CMP-SCAN-IDX                PIC 9(02) COMP.
011901*----------------------------------------------------------------
011902* SET-IDENTIFICATION HEADER, AS READ OFF EITHER INPUT
011903*----------------------------------------------------------------
011904     COPY SETHDRREC.
011910*----------------------------------------------------------------
011914* CMPPARM CARD - A CATALOG GENERATION FOR EITHER INPUT - AND THE
011918* NAMES THE TWO INPUTS ARE OPENED UNDER (THE PLAIN DD NAMES
011922* UNLESS A GENERATION IS NAMED).
011926*----------------------------------------------------------------
011930 01  CMP-PARM-CARD.
011934     05  CMP-PARM-GEN-1           PIC X(04).
011938     05  FILLER                   PIC X(01).
011942     05  CMP-PARM-REGION-1        PIC X(10).
011946     05  FILLER                   PIC X(01).
011950     05  CMP-PARM-GEN-2           PIC X(04).
011954     05  FILLER                   PIC X(01).
011958     05  CMP-PARM-REGION-2        PIC X(10).
011962     05  FILLER                   PIC X(49).
011966 01  CMP-IN01-NAME               PIC X(08) VALUE "CMPIN01".
011970 01  CMP-IN02-NAME               PIC X(08) VALUE "CMPIN02".
011974*----------------------------------------------------------------
011978* RENDER CATALOG GENERATION REFERENCE (SEE RCATFIND)
011982*----------------------------------------------------------------
011986     COPY RCATREF.
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200* P-START - MAINLINE.  COMPARES THE TWO GRIDS ROW BY ROW, THEN
012400*****************************************************************
012500 P-START.
012510     PERFORM P-LOAD-BANDDEF THRU P-LOAD-BANDDEF-EXIT
012520     PERFORM P-WRITE-REPORT-HEADERS
012530     PERFORM P-READ-CMP-PARM THRU P-READ-CMP-PARM-EXIT
012540     IF GEN-FAILED
012550         PERFORM P-END
012560     END-IF
012600     OPEN INPUT CMPIN01
012700     IF CMPIN01-STATUS NOT = "00"
012800         SET CMP1-EOF TO TRUE
013201         SET INPUT-MISSING TO TRUE
013300     END-IF
013400     OPEN OUTPUT DIFFOUT
013600     PERFORM P-INIT-BAND-TALLIES
013700         VARYING CMP-BAND-IDX FROM 1 BY 1
013800         UNTIL CMP-BAND-IDX > 10
016200 P-COMPARE-NEXT-ROWS.
016300     PERFORM P-READ-GRID-ROW-1
016400     PERFORM P-READ-GRID-ROW-2
016401     IF ROW1-GOT AND ROW2-GOT AND CMP-ROWS-COMPARED = 0
016402         PERFORM P-CHECK-SETS
016403     END-IF
016404     IF SET-MISMATCH
016405         SET CMP1-EOF TO TRUE
016406         SET CMP2-EOF TO TRUE
016407         MOVE "N" TO ROW1-GOT-SW
016408         MOVE "N" TO ROW2-GOT-SW
016409     END-IF
016500     IF ROW1-GOT AND ROW2-GOT
016600         ADD 1 TO CMP-ROWS-COMPARED
016700         PERFORM P-COMPARE-ROW
023500         AT END
023600             SET CMP1-EOF TO TRUE
023700         NOT AT END
023701             IF CMP1-REC (1:6) = "SETHDR"
023702                 PERFORM P-TAKE-SETHDR-1
023703             ELSE
023704                 ADD 1 TO CMP1-LINE-NO
023705             END-IF
023900             IF CMP1-LINE-NO = 1
024000                     AND CMP1-REC (1:11) = "ESCAPE-TIME"
024100                 MOVE 12 TO CMP1-SKIP-COUNT
024600                     IF CMP1-REC (1:7) NOT = "TILEHDR"
024700                             AND CMP1-REC (1:7) NOT = "TILETRL"
024701                             AND CMP1-REC (1:8) NOT = "FRAMEHDR"
024702                             AND CMP1-REC (1:6) NOT = "SETHDR"
024800                         MOVE CMP1-REC TO CMP-ROW-1
024900                         SET ROW1-GOT TO TRUE
025000                     END-IF
026600         AT END
026700             SET CMP2-EOF TO TRUE
026800         NOT AT END
026801             IF CMP2-REC (1:6) = "SETHDR"
026802                 PERFORM P-TAKE-SETHDR-2
026803             ELSE
026804                 ADD 1 TO CMP2-LINE-NO
026805             END-IF
027000             IF CMP2-LINE-NO = 1
027100                     AND CMP2-REC (1:11) = "ESCAPE-TIME"
027200                 MOVE 12 TO CMP2-SKIP-COUNT
027700                     IF CMP2-REC (1:7) NOT = "TILEHDR"
027800                             AND CMP2-REC (1:7) NOT = "TILETRL"
027801                             AND CMP2-REC (1:8) NOT = "FRAMEHDR"
027802                             AND CMP2-REC (1:6) NOT = "SETHDR"
027900                         MOVE CMP2-REC TO CMP-ROW-2
028000                         SET ROW2-GOT TO TRUE
028100                     END-IF
031302         MOVE "WARNING - AN INPUT FILE COULD NOT BE OPENED"
031303             TO CMP-OUT-REC
031304         WRITE CMP-OUT-REC
031305     END-IF
031306     IF SET-MISMATCH
031307         MOVE "ERROR - RENDERS ARE OF DIFFERENT SETS OR CONSTANTS"
031308             TO CMP-OUT-REC
031309         WRITE CMP-OUT-REC
031310         IF CMP-ROWS-COMPARED = 0
031311             MOVE "        NOTHING WAS COMPARED" TO CMP-OUT-REC
031312         ELSE
031313             MOVE "        STOPPED AT THE SET CHANGE - COUNTS"
031314                 TO CMP-OUT-REC
031315             WRITE CMP-OUT-REC
031316             MOVE "        ABOVE ARE PARTIAL, NOT A RESULT"
031317                 TO CMP-OUT-REC
031318         END-IF
031319         WRITE CMP-OUT-REC
031320     END-IF.
031400*****************************************************************
031500* P-WRITE-BAND-SUMMARY - ONE BAND'S CHANGED-CELL COUNT.
031600*****************************************************************
033700     IF SHAPE-MISMATCH OR INPUT-MISSING
033800         MOVE 4 TO RETURN-CODE
033900     END-IF
033901     IF SET-MISMATCH OR GEN-FAILED
033902         MOVE 8 TO RETURN-CODE
033903     END-IF
034000     DISPLAY "The ENd"
034100     STOP RUN.
034200*****************************************************************
038200             SET BANDDEF-LOADED TO TRUE
038300         END-IF
038400     END-IF.
038500*****************************************************************
038600* P-TAKE-SETHDR-1 - ONE SETHDR RECORD OFF CMPIN01.  THE FIRST
038700*     ONE SETS THE FILE'S SET; ANY LATER ONE (THE NEXT TILE OR
038800*     FRAME) MUST AGREE WITH IT.
038900*****************************************************************
039000 P-TAKE-SETHDR-1.
039100     MOVE CMP1-REC TO SET-HEADER-RECORD
039200     IF CMP1-SET-SEEN
039300         IF SH-SET NOT = CMP1-SET
039400                 OR SET-HEADER-RECORD (11:56) NOT = CMP1-SET-JC
039500             SET SET-MISMATCH TO TRUE
039600         END-IF
039700     ELSE
039800         SET CMP1-SET-SEEN TO TRUE
039900         MOVE SH-SET TO CMP1-SET
040000         MOVE SET-HEADER-RECORD (11:56) TO CMP1-SET-JC
040100     END-IF.
040200*****************************************************************
040300* P-TAKE-SETHDR-2 - ONE SETHDR RECORD OFF CMPIN02.
040400*****************************************************************
040500 P-TAKE-SETHDR-2.
040600     MOVE CMP2-REC TO SET-HEADER-RECORD
040700     IF CMP2-SET-SEEN
040800         IF SH-SET NOT = CMP2-SET
040900                 OR SET-HEADER-RECORD (11:56) NOT = CMP2-SET-JC
041000             SET SET-MISMATCH TO TRUE
041100         END-IF
041200     ELSE
041300         SET CMP2-SET-SEEN TO TRUE
041400         MOVE SH-SET TO CMP2-SET
041500         MOVE SET-HEADER-RECORD (11:56) TO CMP2-SET-JC
041600     END-IF.
041700*****************************************************************
041800* P-CHECK-SETS - THE TWO RENDERS' SETS, ONCE THE FIRST ROW OF
041900*     EACH IS IN HAND (EVERY SETHDR AHEAD OF IT HAS BEEN READ).
042000*     THE CONSTANT ONLY MATTERS WHEN BOTH ARE JULIA RENDERS.
042100*****************************************************************
042200 P-CHECK-SETS.
042300     IF CMP1-SET NOT = CMP2-SET
042400         SET SET-MISMATCH TO TRUE
042500     ELSE
042600         IF CMP1-SET = "J" AND CMP1-SET-JC NOT = CMP2-SET-JC
042700             SET SET-MISMATCH TO TRUE
042800         END-IF
042900     END-IF.
043000*****************************************************************
043010* P-READ-CMP-PARM - THE ONE CMPPARM CARD, IF PRESENT.  AN INPUT
043020*     NAMED BY GENERATION OR REGION IS LOOKED UP IN THE RENDER
043030*     CATALOG AND OPENED UNDER THE ARCHIVED FILE'S NAME.
043040*****************************************************************
043050 P-READ-CMP-PARM.
043060     OPEN INPUT CMPPARM
043070     IF CMPPARM-STATUS NOT = "00"
043080         GO TO P-READ-CMP-PARM-EXIT
043090     END-IF
043100     READ CMPPARM
043110         AT END
043120             GO TO P-READ-CMP-PARM-CLOSE
043130     END-READ
043140     MOVE CMP-PARM-REC TO CMP-PARM-CARD
043150     IF CMP-PARM-GEN-1 NOT = SPACES
043160             OR CMP-PARM-REGION-1 NOT = SPACES
043170         MOVE CMP-PARM-GEN-1 TO RCF-REF-GEN
043180         MOVE CMP-PARM-REGION-1 TO RCF-REF-REGION
043190         MOVE "CMPIN01" TO RCF-SRC-FILE
043200         PERFORM P-RESOLVE-GENERATION
043210         IF RCF-FOUND
043220             MOVE RCF-FILE-NAME TO CMP-IN01-NAME
043230         END-IF
043240     END-IF
043250     IF CMP-PARM-GEN-2 NOT = SPACES
043260             OR CMP-PARM-REGION-2 NOT = SPACES
043270         MOVE CMP-PARM-GEN-2 TO RCF-REF-GEN
043280         MOVE CMP-PARM-REGION-2 TO RCF-REF-REGION
043290         MOVE "CMPIN02" TO RCF-SRC-FILE
043300         PERFORM P-RESOLVE-GENERATION
043310         IF RCF-FOUND
043320             MOVE RCF-FILE-NAME TO CMP-IN02-NAME
043330         END-IF
043340     END-IF
043350     IF GEN-NAMED
043360         MOVE CMP-RULE TO CMP-OUT-REC
043370         WRITE CMP-OUT-REC
043380     END-IF
043390     IF GEN-FAILED
043400         MOVE "ERROR - AN INPUT GENERATION COULD NOT BE FOUND"
043410             TO CMP-OUT-REC
043420         WRITE CMP-OUT-REC
043430         MOVE "        NOTHING WAS COMPARED" TO CMP-OUT-REC
043440         WRITE CMP-OUT-REC
043450     END-IF.
043460 P-READ-CMP-PARM-CLOSE.
043470     CLOSE CMPPARM.
043480 P-READ-CMP-PARM-EXIT.
043490     EXIT.
043500*****************************************************************
043510* P-RESOLVE-GENERATION - ONE INPUT'S CATALOG REFERENCE, AND THE
043520*     REPORT LINE SAYING WHAT IT CAME TO.
043530*****************************************************************
043540 P-RESOLVE-GENERATION.
043550     SET GEN-NAMED TO TRUE
043560     SET RCF-WANT-PICTURE TO TRUE
043570     PERFORM P-FIND-GENERATION THRU P-FIND-GENERATION-EXIT
043580     MOVE RCF-SOURCE-LINE TO CMP-OUT-REC
043590     WRITE CMP-OUT-REC
043600     IF NOT RCF-FOUND
043610         SET GEN-FAILED TO TRUE
043620     END-IF.
043630     COPY RCATFIND.
