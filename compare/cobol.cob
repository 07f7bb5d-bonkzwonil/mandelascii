010288*                       PRECISION, ROWS RENDERED, SECONDS PER
010289*                       PHASE) TO RUNHIST (SEE RUNHISTREC), THE
010290*                       WAY BENCHLOG KEEPS BENCHMARK HISTORY.
010291*     10/14/2026  RH   PARM-DEEPEN-SW DEEPENS AN EARLIER RENDER TO
010292*                       A HIGHER MAXI FROM ITS OWN GRIDEXP, READ
010293*                       BACK AS PRIORGEX - CELLS THAT ESCAPED ARE
010294*                       CARRIED FORWARD AS THEY ARE AND ONLY THE
010295*                       CELLS THAT HIT THE OLD CAP GO BACK THROUGH
010296*                       THE ESCAPE-TIME LOOP.  A PRIOR EXPORT OF
010297*                       ANOTHER WINDOW, GRID OR PRECISION PATH IS
010298*                       REFUSED (GRIDHDR NOW CARRIES THE PRECISION
010299*                       PATH), AND THE STATISTICS SECTION COUNTS
010300*                       THE CELLS REUSED AND RECOMPUTED.
010301*     10/14/2026  RH   ADDED A JULIA-SET RENDER MODE
010302*                       (PARM-JULIA-SW ON THE PARM CARD,
010303*                       ZQ-JULIA-SW ON A QUEUE CARD) - THE
010304*                       CONSTANT IS HELD FIXED AT A PLAIN OR
010305*                       DEEP-ZOOM COORDINATE OR A REGIONMST
010306*                       CENTER AND EACH POINT STARTS THE ORBIT,
010307*                       ON EITHER PRECISION PATH AND THROUGH THE
010308*                       SAME BANDS, LEGEND, EXPORT, STATISTICS,
010309*                       TILE AND CHECKPOINT MACHINERY.  GRIDHDR,
010310*                       A NEW SETHDR RECORD IN PLANEOUT AND THE
010311*                       TILE AND FRAME FILES (SEE SETHDRREC), THE
010312*                       RESULTMST KEY, THE CHECKPOINTS, RUNHIST,
010313*                       ZOOMQHIST, EXCPFILE AND THE STATISTICS
010314*                       SECTION ALL CARRY THE SET AND CONSTANT.
010315*     10/14/2026  RH   EXCPFILE RECORDS CARRY THE QUEUED
010316*                       REQUEST'S ID AND RESULTMST RECORDS THEIR
010317*                       STORED DATE, FOR THE NIGHTLY BALANCING
010318*                       STEP (HALLOBAL).
010319*     10/15/2026  RH   ZOOM REQUESTS CARRY A PRIORITY CLASS
010320*                       (ZQ-PRIORITY) AND THE QUEUE IS WORKED
010321*                       CLASS 1 FIRST.  PARM-BUDGET-TYPE AND
010322*                       PARM-BUDGET GIVE THE QUEUE A NIGHTLY
010323*                       BUDGET IN MINUTES OR ITERATIONS - ONCE IT
010324*                       IS SPENT THE REST OF THE QUEUE IS
010325*                       HISTORIED AS DEFERRED AND CARRIED FORWARD
010326*                       (THROUGH ZOOMQCARY) ONE CLASS MORE URGENT,
010327*                       INSTEAD OF BEING EMPTIED.  THE EOJ TOTALS
010328*                       SHOW PROCESSED AND DEFERRED COUNTS BY
010329*                       CLASS.
010330*     10/15/2026  RH   BANDDEF PALETTE COLUMNS (FOR HALLOIMG) ARE
010331*                       KEPT AS LOADED AND WRITTEN BACK BY THE
010332*                       ADAPTIVE REWRITE.
010333*     10/15/2026  RH   GRIDEXP, THE FRAMEOUTNN FRAME FILES AND
010334*                       THE CARRIED ZOOMQFILE END WITH A TRAILER
010335*                       RECORD (SEE FILETRLREC) - RECORD COUNT,
010336*                       HASH TOTAL AND RUN DATE/TIME.  ZOOMQFILE
010337*                       IS CHECKED AGAINST ITS TRAILER BEFORE ANY
010338*                       REQUEST ON IT IS WORKED; PARM-TRAILER-SW
010339*                       WAIVES A MISSING OR OLD TRAILER.
010340*     10/15/2026  RH   THE REPORT TITLE NAMES THE SET, AND A SET
010341*                       LINE (WITH THE JULIA CONSTANT) HEADS THE
010342*                       REPORT AND EACH CHANGE OF SET IN THE
010343*                       QUEUE.
010344*****************************************************************
010400 ENVIRONMENT DIVISION.
010500 INPUT-OUTPUT SECTION.
010600 FILE-CONTROL.
013828         ACCESS MODE IS RANDOM
013832         RECORD KEY IS RGN-NAME
013836         FILE STATUS IS REGIONMST-STATUS.
013837     SELECT PRIORGEX ASSIGN TO "PRIORGEX"
013838         ORGANIZATION IS LINE SEQUENTIAL
013839         FILE STATUS IS PRIORGEX-STATUS.
013840     SELECT ZOOMQCARY ASSIGN TO "ZOOMQCARY"
013841         ORGANIZATION IS LINE SEQUENTIAL
013842         FILE STATUS IS ZOOMQCARY-STATUS.
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  PARMFILE
014200     RECORD CONTAINS 274 CHARACTERS.
014300     COPY PARMREC.
014400 FD  RESTARTFILE
014500     RECORD CONTAINS 180 CHARACTERS.
014600     COPY CHKPTREC.
014700 FD  PLANEOUT
014800     RECORD CONTAINS 70 CHARACTERS.
015700     RECORD CONTAINS 80 CHARACTERS.
015800     COPY BENCHLOGREC.
015900 FD  ZOOMQFILE
016000     RECORD CONTAINS 195 CHARACTERS.
016100     COPY ZOOMQREC.
016200 FD  RESULTMST
016300     RECORD CONTAINS 220 CHARACTERS.
016400     COPY RESULTREC.
016500 FD  GRIDEXP
016600     RECORD CONTAINS 200 CHARACTERS.
016700 01  GEX-OUT-REC                 PIC X(200).
016800 FD  PLNCHKPT
016900     RECORD CONTAINS 200 CHARACTERS.
017000     COPY PLNCHKREC.
017001 FD  FRAMEOUT
017002     RECORD CONTAINS 70 CHARACTERS.
017003 01  FRAME-OUT-REC               PIC X(70).
017004 FD  ZOOMQHIST
017005     RECORD CONTAINS 225 CHARACTERS.
017006     COPY ZOOMQHREC.
017007 FD  BANDDEF
017008     RECORD CONTAINS 40 CHARACTERS.
017012     RECORD CONTAINS 80 CHARACTERS.
017013 01  HB-OUT-REC                  PIC X(80).
017014 FD  RUNHIST
017015     RECORD CONTAINS 180 CHARACTERS.
017016 01  RUNH-OUT-REC                PIC X(180).
017017 FD  REGIONMST
017018     RECORD CONTAINS 120 CHARACTERS.
017019     COPY REGIONREC.
017020 FD  PRIORGEX
017021     RECORD CONTAINS 200 CHARACTERS.
017022 01  PRIOR-GEX-REC               PIC X(200).
017023 FD  ZOOMQCARY
017024     RECORD CONTAINS 195 CHARACTERS.
017025 01  ZOOMQ-CARRY-REC             PIC X(195).
017100 WORKING-STORAGE SECTION.
017200*----------------------------------------------------------------
017300* SINGLE-POINT WORKING FIELDS (ORIGINAL)
020700*----------------------------------------------------------------
020800 01  EXCPFILE-STATUS             PIC X(02) VALUE SPACES.
020900 01  EXCP-STMT-WS                PIC X(12).
020901 01  EXCP-REQUEST-ID-WS          PIC X(10) VALUE SPACES.
021000 01  EXCP-FLAGGED-SW             PIC X(01) VALUE "N".
021100     88  EXCP-FLAGGED                      VALUE "Y".
021200*----------------------------------------------------------------
025900     05  DZ-CI2                   PIC S9(09)V9(18) COMP-3.
026000     05  DZ-ZWI                   PIC S9(09)V9(18) COMP-3.
026100*----------------------------------------------------------------
026101* JULIA-SET WORKING FIELDS.  RENDER-SET-SW SAYS WHICH SET THE
026102* ESCAPE-TIME TEST IS DRAWING.  FOR THE MANDELBROT SET THE ORBIT
026103* STARTS AT ZERO AND THE POINT ITSELF IS ADDED ON EVERY
026104* ITERATION; FOR A JULIA SET THE ORBIT STARTS AT THE POINT AND
026105* THE FIXED CONSTANT IS ADDED INSTEAD.  P-START-ORBIT AND
026106* DZ-P-START-ORBIT LOAD ITER-CX/ITER-CY (DZ-ITER-CX/DZ-ITER-CY)
026107* WITH WHICHEVER IT IS.  JC-DZ-X/JC-DZ-Y HOLD THE CONSTANT AT
026108* FULL PRECISION ON BOTH PATHS - IT IS WHAT GOES INTO HEADERS,
026109* KEYS AND HISTORY - AND JC-X/JC-Y ARE ITS PLAIN COPY FOR
026110* P-ITER.  THE RUN- FIELDS KEEP THE PARM CARD'S SET FOR THE
026111* RUN-HISTORY LINE, SINCE THE ZOOM QUEUE SWITCHES SETS CARD BY
026112* CARD.
026113*----------------------------------------------------------------
026114 01  JULIA-SWITCHES.
026115     05  RENDER-SET-SW            PIC X(01) VALUE "M".
026116         88  MANDEL-SET                     VALUE "M".
026117         88  JULIA-ON                       VALUE "J".
026118     05  RUN-SET-SW               PIC X(01) VALUE "M".
026119 01  JULIA-FIELDS.
026120     05  JC-X                     PIC SV9(07) COMP VALUE 0.
026121     05  JC-Y                     PIC SV9(07) COMP VALUE 0.
026122     05  ITER-CX                  PIC SV9(07) COMP.
026123     05  ITER-CY                  PIC SV9(07) COMP.
026124     05  JC-DZ-X                  PIC S9(09)V9(18) COMP-3
026125                                  VALUE 0.
026126     05  JC-DZ-Y                  PIC S9(09)V9(18) COMP-3
026127                                  VALUE 0.
026128     05  DZ-ITER-CX               PIC S9(09)V9(18) COMP-3.
026129     05  DZ-ITER-CY               PIC S9(09)V9(18) COMP-3.
026130     05  RUN-JC-X                 PIC S9(09)V9(18) COMP-3
026131                                  VALUE 0.
026132     05  RUN-JC-Y                 PIC S9(09)V9(18) COMP-3
026133                                  VALUE 0.
026134     COPY SETHDRREC.
026135*----------------------------------------------------------------
026200* DEEP-ZOOM PLANE RENDER FIELDS.  THE EXTENDED-PRECISION TWIN OF
026300* PLANE-WINDOW/PLANE-WORK - THE WINDOW IS GIVEN AS THE DEEP-ZOOM
026400* CENTER (DZ-X/DZ-Y) PLUS A FULL SPAN, AND THE BOUNDS AND STEPS
031900*----------------------------------------------------------------
032000 01  GRIDEXP-STATUS              PIC X(02) VALUE SPACES.
032100     COPY GRIDEXPREC.
032101*----------------------------------------------------------------
032102* INCREMENTAL-DEEPENING WORKING FIELDS.  WITH DEEPEN-ON THE
032103* RENDER READS THE EARLIER RUN'S EXPORT FROM PRIORGEX ONE CELL
032104* AHEAD OF ITSELF - PRIOR-CELL HOLDS THE RECORD LAST READ, AND
032105* THE RENDER READS PAST ANY CELL BEHIND THE ONE IT IS ON, SO A
032106* RESUMED RENDER OR A SHORT PRIOR EXPORT STAYS IN STEP.  A CELL
032107* WITH NO ESCAPED PRIOR RECORD IS SIMPLY RECOMPUTED.
032108*----------------------------------------------------------------
032109 01  PRIORGEX-STATUS             PIC X(02) VALUE SPACES.
032110 01  DEEPEN-SWITCHES.
032111     05  DEEPEN-SW                PIC X(01) VALUE "N".
032112         88  DEEPEN-ON                      VALUE "Y".
032113     05  PRIOR-EOF-SW             PIC X(01) VALUE "N".
032114         88  PRIOR-EOF                      VALUE "Y".
032115     05  PRIOR-REFUSED-SW         PIC X(01) VALUE "N".
032116         88  PRIOR-REFUSED                  VALUE "Y".
032117 01  PRIOR-CELL-AREA.
032118     05  PRIOR-CELL-REC           PIC X(200).
032119     05  PRIOR-CELL REDEFINES PRIOR-CELL-REC.
032120         10  PRIOR-TAG            PIC X(08).
032121         10  PRIOR-KEY.
032122             15  PRIOR-ROW        PIC 9(04).
032123             15  PRIOR-COL        PIC 9(04).
032124         10  FILLER               PIC X(56).
032125         10  PRIOR-I              PIC 9(07).
032126         10  PRIOR-BAND           PIC 9(02).
032127         10  PRIOR-ESCAPED        PIC X(01).
032128         10  FILLER               PIC X(118).
032129 01  DEEPEN-CELL-KEY.
032130     05  DPN-KEY-ROW              PIC 9(04).
032131     05  DPN-KEY-COL              PIC 9(04).
032132 01  DEEPEN-WORK.
032133     05  DPN-PRIOR-MAXI           PIC 9(05) VALUE 0.
032134     05  DPN-PRECISION            PIC X(01).
032135     05  DPN-REUSED               PIC 9(08) COMP VALUE 0.
032136     05  DPN-RECOMPUTED           PIC 9(08) COMP VALUE 0.
032200*----------------------------------------------------------------
032300* PLANE RENDER CHECKPOINT/RESTART WORKING FIELDS.  SEE
032400* PLNCHKREC AND P-SETUP-PLANE-RESTART.
033850                                  VALUE 0.000007.
033851     COPY FRAMEHDRREC.
033900*----------------------------------------------------------------
033901* TRAILER RECORD WORK FOR GRIDEXP, THE FRAME FILES AND ZOOMQFILE
033902* (SEE FILETRLCHK).  A FRAME'S PICTURE ROWS ARE COUNTED FROM
033903* CTL-PLANE-ROWS, TAKEN AS IT STOOD WHEN THE FRAME WAS OPENED.
033904*----------------------------------------------------------------
033905     COPY FILETRLREC.
033906 01  SEQ-FRAME-ROW-BASE          PIC 9(08) COMP VALUE 0.
033907*----------------------------------------------------------------
033908* QUEUE BUDGET TOTALS FOR THE FOOT OF REPORTFILE - REQUESTS
033909* DEFERRED TO A LATER NIGHT, OVERALL AND BY PRIORITY CLASS.
033910*----------------------------------------------------------------
033911 01  EOJ-QUEUE-TOTALS.
033912     05  CTL-ZOOM-DEFERRED        PIC 9(08) COMP VALUE 0.
033913     05  CTL-CLASS-COUNTS         OCCURS 9 TIMES.
033914         10  CTL-CLASS-PROCESSED  PIC 9(08) COMP VALUE 0.
033915         10  CTL-CLASS-DEFERRED   PIC 9(08) COMP VALUE 0.
033916 01  EOJ-CLASS-LABEL.
033917     05  FILLER                   PIC X(08) VALUE "  CLASS ".
033918     05  EOJ-CLASS-NO             PIC 9(01).
033919     05  EOJ-CLASS-WHAT           PIC X(21).
033920*----------------------------------------------------------------
034000* ESCAPE-TIME BAND TABLE - ONE CHARACTER PER BAND, DIMMEST
034100* (FEW ITERATIONS BEFORE ESCAPE) TO DENSEST (HIT MAXI), PLUS
034110* THE PER-BAND ITERATION THRESHOLDS AN INSTALLATION BANDDEF
037200         88  ZQ-EOF                         VALUE "Y".
037210     05  ZQ-DRAINED-SW            PIC X(01) VALUE "N".
037220         88  ZQ-DRAINED                     VALUE "Y".
037221     05  ZQ-BUDGET-SPENT-SW       PIC X(01) VALUE "N".
037222         88  ZQ-BUDGET-SPENT                VALUE "Y".
037223     05  ZQ-CARRY-OPEN-SW         PIC X(01) VALUE "N".
037224         88  ZQ-CARRY-OPEN                  VALUE "Y".
037225     05  ZQ-CARRY-FAILED-SW       PIC X(01) VALUE "N".
037226         88  ZQ-CARRY-FAILED                VALUE "Y".
037227*----------------------------------------------------------------
037228* NIGHTLY QUEUE BUDGET, FROM PARM-BUDGET-TYPE/PARM-BUDGET.  THE
037229* QUEUE IS WORKED ONE PRIORITY CLASS PER PASS, CLASS 1 FIRST;
037230* ONCE ZQ-BUDGET-SPENT COMES ON EVERY REQUEST STILL UNWORKED IS
037231* WRITTEN TO ZOOMQCARY, AND ZOOMQCARY BECOMES THE NEXT NIGHT'S
037232* QUEUE IN PLACE OF THE EMPTY ONE.  MINUTES RUN FROM
037233* QUEUE-START-CS; ITERATIONS ARE THOSE ACTUALLY COMPUTED.
037234*----------------------------------------------------------------
037235 01  ZOOMQCARY-STATUS            PIC X(02) VALUE SPACES.
037236 01  ZQ-BUDGET-FIELDS.
037237     05  ZQ-BUDGET-TYPE           PIC X(01) VALUE SPACE.
037238         88  ZQ-BUDGET-MINUTES              VALUE "M".
037239         88  ZQ-BUDGET-ITERATIONS           VALUE "I".
037240     05  ZQ-BUDGET                PIC 9(09) COMP VALUE 0.
037241     05  ZQ-BUDGET-CS             PIC 9(11) COMP VALUE 0.
037242     05  ZQ-ITER-BURNED           PIC 9(11) COMP VALUE 0.
037243 77  ZQ-CLASS-IDX                PIC 9(02) COMP.
037300 01  ZQ-MAXI-BASELINE            PIC 9(5).
037310*----------------------------------------------------------------
037320* ZOOM-QUEUE HISTORY WORKING FIELDS.  RUN-DATE-WS STAMPS EVERY
042600*     70 IS PLANE-LINE'S FIXED WIDTH, SO A WIDER COLS WOULD WRITE
042700*     PAST THE END OF IT, AND A ZERO ROWS OR COLS WOULD RENDER AN
042800*     EMPTY, UNDIAGNOSED PLANEOUT.
042801*     PARM-JULIA-SW TURNS THE RENDER OVER TO THE JULIA SET OF THE
042802*     CARD'S CONSTANT - SEE P-RESOLVE-JULIA.
042803*     PARM-BUDGET-TYPE/PARM-BUDGET SET THE ZOOM QUEUE'S NIGHTLY
042804*     BUDGET; A ZERO OR UNKNOWN ONE LEAVES THE QUEUE UNBUDGETED.
042805*     PARM-TRAILER-SW = "Y" WAIVES A MISSING OR OLD ZOOMQFILE
042806*     TRAILER - SEE P-CHECK-QUEUE-TRAILER.
042900*****************************************************************
043000 P-READ-PARM.
043100     OPEN INPUT PARMFILE
046910     IF PARM-REGION-NAME NOT = SPACES
046920         PERFORM P-RESOLVE-REGION THRU P-RESOLVE-REGION-EXIT
046930     END-IF
046931     IF PARM-DEEPEN-SW = "Y" AND NOT SEQ-MODE-ON
046932         SET DEEPEN-ON TO TRUE
046933     END-IF
046934     IF PARM-JULIA-SW = "Y"
046935         PERFORM P-RESOLVE-JULIA THRU P-RESOLVE-JULIA-EXIT
046936     END-IF
046940     IF DEEPZOOM-ON
047000         PERFORM P-COMPUTE-DZ-PLANE-WINDOW
047001     END-IF
047002     IF PARM-BUDGET-TYPE = "M" OR PARM-BUDGET-TYPE = "I"
047003         IF PARM-BUDGET IS NUMERIC AND PARM-BUDGET > 0
047004             MOVE PARM-BUDGET-TYPE TO ZQ-BUDGET-TYPE
047005             MOVE PARM-BUDGET TO ZQ-BUDGET
047006         END-IF
047007     END-IF
047008     IF PARM-TRAILER-SW = "Y"
047009         SET FTW-OVERRIDE TO TRUE
047100     END-IF.
047200 P-READ-PARM-CLOSE.
047300     CLOSE PARMFILE.
047576*****************************************************************
047577* P-TAKE-BANDDEF-REC - APPLIES ONE BAND DEFINITION RECORD.  A
047578*     RECORD WITH A BAD BAND NUMBER OR THRESHOLD IS SKIPPED
047579*     RATHER THAN POISONING THE TABLE; ITS PALETTE IS KEPT.
047580*****************************************************************
047581 P-TAKE-BANDDEF-REC.
047582     READ BANDDEF
047590             MOVE BD-CHAR TO BAND-CODE-ENTRY (BD-BAND-NO)
047591             MOVE BD-THRESH TO BAND-THRESH (BD-BAND-NO)
047592             SET BANDDEF-LOADED TO TRUE
047593             MOVE BD-PALETTE TO BAND-PALETTE (BD-BAND-NO)
047594         END-IF
047595     END-IF.
047600*****************************************************************
047700* P-COMPUTE-PLANE-STEPS - DERIVES PLN-X-STEP/PLN-Y-STEP FROM
047800*     WHATEVER IS CURRENTLY IN PLANE-WINDOW, FOR A TILE WHOSE
051900         MOVE DZ-X TO X
052000         MOVE DZ-Y TO Y
052100     ELSE
052200         PERFORM P-START-ORBIT
052300         MOVE "N" TO EXCP-FLAGGED-SW
052400         PERFORM P-ITER VARYING I FROM 1 BY 1
052500             UNTIL ZWI > 4 OR I >= MAXI
054600*     LEAVES THE STATEMENT NAME IN EXCP-STMT-WS.  P-MANDEL DECIDES
054700*     AFTER THE ESCAPE TEST RESOLVES WHETHER THE FLAG WAS EARNED -
054800*     SEE P-LOG-EXCEPTION.
054801*     THE C ADDED ON EACH ITERATION IS ITER-CX/ITER-CY - THE POINT
054802*     ITSELF, OR THE JULIA CONSTANT (SEE P-START-ORBIT).
054900*****************************************************************
055000 P-ITER.
055100     MULTIPLY C BY CI
056000         MOVE "MULT-2-CI" TO EXCP-STMT-WS
056100         SET EXCP-FLAGGED TO TRUE
056200     END-IF
056300     ADD ITER-CY TO CI
056400     IF CI GREATER THAN OR EQUAL TO 1
056500             OR CI LESS THAN OR EQUAL TO -1
056600         MOVE "ADD-Y-CI" TO EXCP-STMT-WS
057200         MOVE "SUB-CI2-C2" TO EXCP-STMT-WS
057300         SET EXCP-FLAGGED TO TRUE
057400     END-IF
057500     ADD ITER-CX TO C
057600     IF C GREATER THAN OR EQUAL TO 1
057700             OR C LESS THAN OR EQUAL TO -1
057800         MOVE "ADD-X-C" TO EXCP-STMT-WS
061410     MOVE RUN-DATE-WS TO EXCP-RUN-DATE
061420     ACCEPT TOD-PARTS-WS FROM TIME
061430     MOVE TOD-PARTS-WS TO EXCP-RUN-TIME
061431     MOVE RENDER-SET-SW TO EXCP-SET
061432     MOVE EXCP-REQUEST-ID-WS TO EXCP-REQUEST-ID
061500     OPEN EXTEND EXCPFILE
061600     IF EXCPFILE-STATUS NOT = "00"
061700         OPEN OUTPUT EXCPFILE
062800*     PLAIN PATH TESTS CANNOT HOLD THE DEEP-ZOOM MAGNITUDE.
062900*****************************************************************
063000 DZ-P-MANDEL.
063100     PERFORM DZ-P-START-ORBIT
063200     PERFORM DZ-P-ITER VARYING I FROM 1 BY 1
063300         UNTIL DZ-ZWI > 4 OR I >= MAXI
063400     IF DZ-ZWI > 4
064100*     PRECISION DEEP-ZOOM FIELDS.  NO ON SIZE ERROR TRAPPING HERE
064200*     THE WAY P-ITER HAS - 9 INTEGER AND 18 DECIMAL DIGITS LEAVE
064300*     FAR MORE HEADROOM THAN THE PLAIN SV9(07)/V9(07) FIELDS.
064301*     THE C ADDED IS DZ-ITER-CX/DZ-ITER-CY (SEE DZ-P-START-ORBIT).
064400*****************************************************************
064500 DZ-P-ITER.
064600     MULTIPLY DZ-C BY DZ-CI
064700     MULTIPLY 2 BY DZ-CI
064800     ADD DZ-ITER-CY TO DZ-CI
064900     SUBTRACT DZ-CI2 FROM DZ-C2 GIVING DZ-C
065000     ADD DZ-ITER-CX TO DZ-C
065100     MULTIPLY DZ-C BY DZ-C GIVING DZ-C2
065200     MULTIPLY DZ-CI BY DZ-CI GIVING DZ-CI2
065300     ADD DZ-C2 TO DZ-CI2 GIVING DZ-ZWI.
066100*     CENTERS CAN SHARE THE SAME NARROW X/Y PLACEHOLDER.  TIMES
066200*     ITSELF WITH ACCEPT FROM TIME AND LOGS ELAPSED SECONDS AND
066300*     THROUGHPUT TO BENCHLOG THROUGH P-LOG-BENCHMARK-TIME.
066301*     A CHECKPOINT OF THE OTHER SET, OR OF ANOTHER JULIA CONSTANT,
066302*     IS IGNORED THE SAME WAY.
066400*****************************************************************
066500 P-BENCHMARK.
066600     MOVE 0 TO BENCH-PASSES-RUN
067700         END-IF
067800         IF CHKPT-FOUND AND DEEPZOOM-ON
067900             IF CHKPT-DZ-X NOT = DZ-X OR CHKPT-DZ-Y NOT = DZ-Y
067901                 MOVE "N" TO CHKPT-FOUND-SW
067902             END-IF
067903         END-IF
067904         IF CHKPT-FOUND AND CHKPT-SET NOT = RENDER-SET-SW
067905             MOVE "N" TO CHKPT-FOUND-SW
067906         END-IF
067907         IF CHKPT-FOUND AND JULIA-ON
067908             IF CHKPT-JC-X NOT = JC-DZ-X
067909                     OR CHKPT-JC-Y NOT = JC-DZ-Y
068000                 MOVE "N" TO CHKPT-FOUND-SW
068100             END-IF
068200         END-IF
071600* P-SAVE-CHECKPOINT - WRITES THE CURRENT BI, C, CI, I, X, Y, MAXI,
071700*     DEEPZOOM-SW AND (WHEN DEEPZOOM-ON) DZ-X/DZ-Y TO RESTARTFILE,
071800*     REPLACING ANY EARLIER CHECKPOINT.
071801*     THE SET AND JULIA CONSTANT RIDE ALONG FOR THE RESTART MATCH.
071900*****************************************************************
072000 P-SAVE-CHECKPOINT.
072100     MOVE SPACES TO CHECKPOINT-RECORD
073100         MOVE DZ-X TO CHKPT-DZ-X
073200         MOVE DZ-Y TO CHKPT-DZ-Y
073300     END-IF
073301     MOVE RENDER-SET-SW TO CHKPT-SET
073302     MOVE JC-DZ-X TO CHKPT-JC-X
073303     MOVE JC-DZ-Y TO CHKPT-JC-Y
073400     OPEN OUTPUT RESTARTFILE
073500     WRITE CHECKPOINT-RECORD
073501     IF RESTARTFILE-STATUS NOT = "00"
080100*****************************************************************
080200* P-WRITE-REPORT-HEADERS - OPENS REPORTFILE AND WRITES THE TITLE,
080300*     COLUMN HEADINGS AND RULE LINES.  CALLED ONCE AT JOB START.
080310*     THE TITLE AND THE SET LINE UNDER IT NAME THE PARM CARD'S
080320*     SET.
080400*****************************************************************
080500 P-WRITE-REPORT-HEADERS.
080600     OPEN OUTPUT REPORTFILE
080603     ELSE
080604         SET RUN-ERROR TO TRUE
080605     END-IF
080650     IF JULIA-ON
080660         MOVE "JULIA SET REPORT" TO RPT-TITLE-SET
080670     END-IF
080700     MOVE RPT-TITLE TO RPT-OUT-REC
080800     PERFORM P-WRITE-REPORT-LINE
080850     PERFORM P-WRITE-REPORT-SET-LINE
080900     MOVE RPT-RULE TO RPT-OUT-REC
081000     PERFORM P-WRITE-REPORT-LINE
081100     MOVE RPT-HEADING TO RPT-OUT-REC
081800*     CALLER MOVED TO RPT-REQUEST-ID-WS, RPT-PASSES-WS AND
081900*     RPT-CACHED-WS.  THE ESCAPE VERDICT COMES FROM
082000*     RESULT-ESCAPED-SW, SET BY P-MANDEL OR BY A RESULTS-MASTER
082100*     HIT.  A CHANGE OF SET OR CONSTANT SINCE THE LAST SET LINE
082110*     PUTS A NEW SET LINE AHEAD OF IT.
082200*****************************************************************
082300 P-WRITE-REPORT-DETAIL.
082310     IF RENDER-SET-SW NOT = RPT-SET-PRINTED
082320             OR JC-DZ-X NOT = RPT-JC-PRINTED-X
082330             OR JC-DZ-Y NOT = RPT-JC-PRINTED-Y
082340         PERFORM P-WRITE-REPORT-SET-LINE
082350     END-IF
082400     MOVE SPACES TO RPT-DETAIL-LINE
082500     MOVE RPT-REQUEST-ID-WS TO RPT-REQUEST-ID
082600     MOVE X TO RPT-X
083800     MOVE RPT-DETAIL-LINE TO RPT-OUT-REC
083900     PERFORM P-WRITE-REPORT-LINE.
084000*****************************************************************
084001* P-WRITE-REPORT-SET-LINE - THE SET NOW BEING DRAWN AND, FOR A
084002*     JULIA SET, ITS CONSTANT, REMEMBERED SO THE NEXT DETAIL LINE
084003*     CAN TELL WHETHER IT HAS CHANGED.
084004*****************************************************************
084005 P-WRITE-REPORT-SET-LINE.
084006     IF JULIA-ON
084007         MOVE "JULIA" TO RPT-SET-NAME
084008         MOVE JC-DZ-X TO RPT-SET-JC-X
084009         MOVE JC-DZ-Y TO RPT-SET-JC-Y
084010     ELSE
084011         MOVE "MANDELBROT" TO RPT-SET-NAME
084012         MOVE SPACES TO RPT-SET-JC
084013     END-IF
084014     MOVE RENDER-SET-SW TO RPT-SET-PRINTED
084015     MOVE JC-DZ-X TO RPT-JC-PRINTED-X
084016     MOVE JC-DZ-Y TO RPT-JC-PRINTED-Y
084017     MOVE RPT-SET-LINE TO RPT-OUT-REC
084018     PERFORM P-WRITE-REPORT-LINE.
084019*****************************************************************
084100* P-RENDER-PLANE - DRIVES A GRID OF POINTS ACROSS THE PLANE WINDOW
084200*     AND WRITES ONE LINE OF ASCII ART PER ROW TO PLANEOUT.  A
084300*     TILED RUN SKIPS THE LEGEND HERE - HALLOMRG WRITES IT ONCE
085000*     WRITTEN; A CHECKPOINT AT THE FINAL ROW SKIPS THE RENDER
085100*     OUTRIGHT, LIKE A RESTORED BENCHMARK.  STATISTICS ON A
085200*     RESUMED RENDER COVER ONLY THE ROWS RENDERED THIS RUN.
085201*     A DEEPENING RUN FIRST PROVES THAT PRIORGEX BELONGS TO THIS
085202*     RENDER (SEE P-OPEN-PRIOR-GRID) AND RENDERS NOTHING IF NOT.
085300*****************************************************************
085400 P-RENDER-PLANE.
085500     PERFORM P-SETUP-PLANE-RESTART
085600     IF PLN-COMPLETE
085700         GO TO P-RENDER-PLANE-EXIT
085800     END-IF
085801     IF DEEPEN-ON
085802         PERFORM P-OPEN-PRIOR-GRID THRU P-OPEN-PRIOR-GRID-EXIT
085803         IF PRIOR-REFUSED
085804             GO TO P-RENDER-PLANE-EXIT
085805         END-IF
085806     END-IF
085900     IF PLN-RESUME
086000         OPEN EXTEND PLANEOUT
086001         PERFORM P-CHECK-PLANEOUT-OPEN
086002         PERFORM P-COUNT-GRIDEXP THRU P-COUNT-GRIDEXP-EXIT
086100         OPEN EXTEND GRIDEXP
086101         PERFORM P-CHECK-GRIDEXP-OPEN
086200     ELSE
086301         PERFORM P-CHECK-PLANEOUT-OPEN
086400         OPEN OUTPUT GRIDEXP
086401         PERFORM P-CHECK-GRIDEXP-OPEN
086402         SET FTW-GRIDEXP TO TRUE
086403         PERFORM P-TRAILER-START
086500         MOVE PLN-X-MIN TO GEX-HDR-X-MIN
086600         MOVE PLN-X-MAX TO GEX-HDR-X-MAX
086700         MOVE PLN-Y-MIN TO GEX-HDR-Y-MIN
086800         MOVE PLN-Y-MAX TO GEX-HDR-Y-MAX
086900         PERFORM P-WRITE-GRID-HEADER
087000         IF NOT TILE-MODE-ON
087001             PERFORM P-WRITE-SET-HEADER
087100             PERFORM P-WRITE-LEGEND
087200         ELSE
087300             PERFORM P-WRITE-TILE-HEADER
088100         PERFORM P-WRITE-TILE-TRAILER
088200     END-IF
088300     CLOSE PLANEOUT
088301     PERFORM P-WRITE-GRID-TRAILER
088400     CLOSE GRIDEXP
088401     IF DEEPEN-ON
088402         CLOSE PRIORGEX
088403     END-IF
088500     PERFORM P-WRITE-PLANE-STATS
088510     IF BAND-ADAPT-ON AND STAT-POINT-COUNT > 0
088520         PERFORM P-WRITE-ADAPTIVE-BANDDEF
091600     ADD PLN-X-MIN TO PLN-OFFSET-DIST GIVING PLN-X-CUR
091700     MOVE PLN-X-CUR TO X
091800     MOVE PLN-Y-CUR TO Y
091801     IF DEEPEN-ON
091802         PERFORM P-DEEPEN-POINT
091803     ELSE
091804         PERFORM P-MANDEL
091805     END-IF
092000     PERFORM P-CLASSIFY-BAND
092100     IF NOT SEQ-FRAME-ACTIVE
092150         PERFORM P-TALLY-POINT-STATS
094300*****************************************************************
094400* P-PROCESS-ZOOM-QUEUE - READS EVERY REQUEST OFF ZOOMQFILE, IF IT
094500*     IS PRESENT, AND WRITES EACH ONE ITS OWN REPORT SECTION.
094510*     THE QUEUE IS READ ONCE PER PRIORITY CLASS, CLASS 1 FIRST,
094520*     SO THE MOST URGENT REQUESTS ARE WORKED BEFORE THE BUDGET
094530*     CAN RUN OUT; ARRIVAL ORDER STILL HOLDS WITHIN A CLASS.
094600*****************************************************************
094700 P-PROCESS-ZOOM-QUEUE.
094900     MOVE MAXI TO ZQ-MAXI-BASELINE
094910     MULTIPLY ZQ-BUDGET BY 6000 GIVING ZQ-BUDGET-CS
095000     OPEN INPUT ZOOMQFILE
095100     IF ZOOMQFILE-STATUS NOT = "00"
095101         IF ZOOMQFILE-STATUS NOT = "35"
095103         END-IF
095200         GO TO P-PROCESS-ZOOM-QUEUE-EXIT
095300     END-IF
095310     PERFORM P-CHECK-QUEUE-TRAILER
095311     IF FTW-BAD
095312         SET RUN-ERROR TO TRUE
095313         GO TO P-PROCESS-ZOOM-QUEUE-EXIT
095314     END-IF
095400     PERFORM P-OPEN-RESULT-MASTER
095410     PERFORM P-OPEN-ZOOMQ-HIST
095420     PERFORM P-OPEN-ZOOMQ-CARRY
095500     SET ZQ-DRAINED TO TRUE
095900     PERFORM P-WORK-QUEUE-CLASS THRU P-WORK-QUEUE-CLASS-EXIT
095910         VARYING ZQ-CLASS-IDX FROM 1 BY 1
095920         UNTIL ZQ-CLASS-IDX > 9 OR NOT ZQ-DRAINED
096010     IF ZQH-OPEN
096020         CLOSE ZOOMQHIST
096030     END-IF
096031     IF ZQ-CARRY-OPEN
096032         CLOSE ZOOMQCARY
096033     END-IF
096040     IF ZQ-DRAINED AND ZQH-OPEN AND NOT ZQH-FAILED
096041             AND ZQ-CARRY-OPEN AND NOT ZQ-CARRY-FAILED
096050         PERFORM P-EMPTY-ZOOM-QUEUE
096060     END-IF
096100     IF RM-AVAILABLE
096900*     BEFORE (THE REPORT LINE CARRIES C IN THE CACHED COLUMN),
097000*     OTHERWISE RUNS THE ESCAPE-TIME TEST AND STORES THE RESULT
097100*     BACK.  EITHER WAY IT WRITES THE REQUEST'S REPORT SECTION
097200*     UNDER ITS OWN REQUEST-ID.  A
097300*     NONZERO ZQ-ZOOM-LEVEL ROUTES THIS REQUEST THROUGH THE
097400*     EXTENDED-PRECISION DEEP-ZOOM FIELDS; ZERO LEAVES IT ON THE
097500*     PLAIN-PRECISION PATH REGARDLESS OF WHAT AN EARLIER REQUEST
097700*     PUTS MAXI BACK TO ZQ-MAXI-BASELINE, THE VALUE MAXI HELD
097800*     BEFORE THE QUEUE WAS ENTERED, REGARDLESS OF WHAT AN EARLIER
097900*     REQUEST OVERRODE IT TO.
097901*     ZQ-JULIA-SW LIKEWISE PICKS THE SET FOR THIS REQUEST ALONE,
097902*     WITH THE CONSTANT TAKEN FROM THE SAME PRECISION PATH AS THE
097903*     COORDINATE (HALLOEDT HAS ALREADY RESOLVED ZQ-JC-REGION).
098000*****************************************************************
098100 P-PROCESS-ZOOM-REQUEST.
098102     MOVE ZQ-REQUEST-ID TO EXCP-REQUEST-ID-WS
098200     MOVE ZQ-CENTER-X TO X
098300     MOVE ZQ-CENTER-Y TO Y
098400     IF ZQ-MAXI-OVERRIDE > 0
099300     ELSE
099400         MOVE "N" TO DEEPZOOM-SW
099500     END-IF
099501     IF ZQ-JULIA-SW = "Y"
099502         SET JULIA-ON TO TRUE
099503         IF DEEPZOOM-ON
099504             MOVE ZQ-JC-DZ-X TO JC-DZ-X
099505             MOVE ZQ-JC-DZ-Y TO JC-DZ-Y
099506         ELSE
099507             MOVE ZQ-JC-X TO JC-DZ-X
099508             MOVE ZQ-JC-Y TO JC-DZ-Y
099509         END-IF
099510     ELSE
099511         SET MANDEL-SET TO TRUE
099512         MOVE 0 TO JC-DZ-X
099513         MOVE 0 TO JC-DZ-Y
099514     END-IF
099515     MOVE JC-DZ-X TO JC-X
099516     MOVE JC-DZ-Y TO JC-Y
099600     PERFORM P-LOOKUP-RESULT
099700     IF RM-HIT
099800         MOVE RM-C TO C
101300     MOVE 0 TO RPT-PASSES-WS
101400     PERFORM P-WRITE-REPORT-DETAIL
101401     ADD 1 TO CTL-ZOOM-PROCESSED
101402     ADD 1 TO CTL-CLASS-PROCESSED (ZQ-PRIORITY)
101410     PERFORM P-WRITE-ZOOMQ-HISTORY.
101810*****************************************************************
101811* P-OPEN-ZOOMQ-HIST - OPENS THE HISTORY FILE FOR APPENDING,
101812*     CREATING IT ON FIRST USE (EXTEND FAILS ON A FILE THAT DOES
101839         MOVE ZOOMQ-RECORD TO ZQH-QUEUE-REC
101840         MOVE ZQH-DISP-WS TO ZQH-DISP
101841         MOVE I TO ZQH-FINAL-I
101842         MOVE ZQ-JULIA-EXT TO ZQH-JULIA-EXT
101843         WRITE ZOOMQH-RECORD
101844         IF ZOOMQHIST-STATUS NOT = "00"
101845             SET RUN-ERROR TO TRUE
101846             SET ZQH-FAILED TO TRUE
101847         END-IF
101848     END-IF.
101849*****************************************************************
101850* P-EMPTY-ZOOM-QUEUE - TRUNCATES THE LIVE QUEUE ONCE EVERY
101851*     REQUEST ON IT HAS BEEN PROCESSED AND HISTORIED, THEN
101852*     REQUEUES THE DEFERRALS FROM ZOOMQCARY.  ONLY PERFORMED
101853*     WHEN THE QUEUE REACHED A CLEAN END OF FILE AND EVERY
101854*     REQUEST MADE IT ONTO THE HISTORY FILE - A QUEUE ABANDONED
101855*     ON A BAD READ, OR WHOSE HISTORY OR CARRY FILE FAILED, KEEPS
101856*     ITS RECORDS SO NOTHING IS EVER GONE FROM BOTH FILES AT ONCE.
101857*****************************************************************
101858 P-EMPTY-ZOOM-QUEUE.
101859     OPEN OUTPUT ZOOMQFILE
101860     IF ZOOMQFILE-STATUS NOT = "00"
101861         SET RUN-ERROR TO TRUE
101862     END-IF
101863     IF ZOOMQFILE-STATUS = "00"
101864         PERFORM P-REQUEUE-CARRIED THRU P-REQUEUE-CARRIED-EXIT
101865     END-IF
101866     CLOSE ZOOMQFILE.
101900*****************************************************************
102000* P-END - JOB TERMINATION.
102100*****************************************************************
106600     IF PLN-COMPLETE
106700         GO TO P-RENDER-PLANE-DZ-EXIT
106800     END-IF
106801     IF DEEPEN-ON
106802         PERFORM P-OPEN-PRIOR-GRID THRU P-OPEN-PRIOR-GRID-EXIT
106803         IF PRIOR-REFUSED
106804             GO TO P-RENDER-PLANE-DZ-EXIT
106805         END-IF
106806     END-IF
106900     IF PLN-RESUME
107000         OPEN EXTEND PLANEOUT
107001         PERFORM P-CHECK-PLANEOUT-OPEN
107002         PERFORM P-COUNT-GRIDEXP THRU P-COUNT-GRIDEXP-EXIT
107100         OPEN EXTEND GRIDEXP
107101         PERFORM P-CHECK-GRIDEXP-OPEN
107200     ELSE
107301         PERFORM P-CHECK-PLANEOUT-OPEN
107400         OPEN OUTPUT GRIDEXP
107401         PERFORM P-CHECK-GRIDEXP-OPEN
107402         SET FTW-GRIDEXP TO TRUE
107403         PERFORM P-TRAILER-START
107500         MOVE DZ-PLN-X-MIN TO GEX-HDR-X-MIN
107600         MOVE DZ-PLN-X-MAX TO GEX-HDR-X-MAX
107700         MOVE DZ-PLN-Y-MIN TO GEX-HDR-Y-MIN
107800         MOVE DZ-PLN-Y-MAX TO GEX-HDR-Y-MAX
107900         PERFORM P-WRITE-GRID-HEADER
108000         IF NOT TILE-MODE-ON
108001             PERFORM P-WRITE-SET-HEADER
108100             PERFORM P-WRITE-LEGEND
108200         ELSE
108300             PERFORM P-WRITE-TILE-HEADER-DZ
109100         PERFORM P-WRITE-TILE-TRAILER
109200     END-IF
109300     CLOSE PLANEOUT
109301     PERFORM P-WRITE-GRID-TRAILER
109400     CLOSE GRIDEXP
109401     IF DEEPEN-ON
109402         CLOSE PRIORGEX
109403     END-IF
109500     PERFORM P-WRITE-PLANE-STATS
109510     IF BAND-ADAPT-ON AND STAT-POINT-COUNT > 0
109520         PERFORM P-WRITE-ADAPTIVE-BANDDEF
112400         GIVING DZ-PLN-X-CUR
112500     MOVE DZ-PLN-X-CUR TO DZ-X
112600     MOVE DZ-PLN-Y-CUR TO DZ-Y
112601     IF DEEPEN-ON
112602         PERFORM P-DEEPEN-POINT
112603     ELSE
112604         PERFORM DZ-P-MANDEL
112605     END-IF
112800     PERFORM P-CLASSIFY-BAND
112900     IF NOT SEQ-FRAME-ACTIVE
112950         PERFORM P-TALLY-POINT-STATS
115500*****************************************************************
115600* P-BUILD-RESULT-KEY - BUILDS RM-KEY FOR THE POINT ABOUT TO BE
115700*     LOOKED UP OR STORED, FROM WHICHEVER PRECISION PATH THE
115800*     CURRENT REQUEST IS ON, UNDER THE SET AND JULIA CONSTANT IT
115810*     ASKED FOR.
115900*****************************************************************
116000 P-BUILD-RESULT-KEY.
116100     IF DEEPZOOM-ON
116700         MOVE X TO RM-KEY-X
116800         MOVE Y TO RM-KEY-Y
116900     END-IF
117000     MOVE MAXI TO RM-KEY-MAXI
117010     MOVE RENDER-SET-SW TO RM-KEY-SET
117020     MOVE JC-DZ-X TO RM-KEY-JC-X
117030     MOVE JC-DZ-Y TO RM-KEY-JC-Y.
117100*****************************************************************
117200* P-LOOKUP-RESULT - PROBES THE RESULTS MASTER FOR THE CURRENT
117300*     REQUEST'S POINT AND SETS RM-HIT IF IT IS THERE.  A HIT
120600         MOVE RESULT-ESCAPED-SW TO RM-ESCAPED
120610         MOVE RUN-DATE-WS TO RM-LAST-REF-DATE
120620         MOVE 0 TO RM-HIT-COUNT
120630         MOVE RUN-DATE-WS TO RM-STORED-DATE
120700         WRITE RESULT-RECORD
120800             INVALID KEY
120900                 CONTINUE
125400*     ITERATION COUNTS AND THE PERCENTAGE OF POINTS THAT HIT
125500*     MAXI WITHOUT ESCAPING.  AN EMPTY GRID (A ZERO-BY-ZERO
125600*     TILE) WRITES ZEROS RATHER THAN DIVIDING BY THE EMPTINESS.
125601*     THE SECTION OPENS WITH THE SET RENDERED AND ITS CONSTANT.
125700*****************************************************************
125800 P-WRITE-PLANE-STATS.
125900     MOVE SPACES TO RPT-OUT-REC
126200     PERFORM P-WRITE-REPORT-LINE
126300     MOVE RPT-RULE TO RPT-OUT-REC
126400     PERFORM P-WRITE-REPORT-LINE
126401     PERFORM P-WRITE-SET-STAT-LINE
126500     PERFORM P-WRITE-BAND-STAT-LINE
126600         VARYING STAT-BAND-IDX FROM 1 BY 1
126700         UNTIL STAT-BAND-IDX > 10
129100     PERFORM P-WRITE-STAT-SUMMARY
129200     MOVE "PCT AT MAXI WITHOUT ESCAPE" TO RPT-STAT-LABEL
129300     MOVE STAT-PCT TO RPT-STAT-VALUE
129301     PERFORM P-WRITE-STAT-SUMMARY
129302     IF DEEPEN-ON
129303         MOVE "DEEPENED FROM PRIOR MAXI" TO RPT-STAT-LABEL
129304         MOVE DPN-PRIOR-MAXI TO RPT-STAT-VALUE-INT
129305         PERFORM P-WRITE-STAT-SUMMARY
129306         MOVE "CELLS REUSED FROM PRIOR" TO RPT-STAT-LABEL
129307         MOVE DPN-REUSED TO RPT-STAT-VALUE-INT
129308         PERFORM P-WRITE-STAT-SUMMARY
129309         MOVE "CELLS RECOMPUTED" TO RPT-STAT-LABEL
129310         MOVE DPN-RECOMPUTED TO RPT-STAT-VALUE-INT
129311         PERFORM P-WRITE-STAT-SUMMARY
129312     END-IF.
129500*****************************************************************
129600* P-WRITE-BAND-STAT-LINE - ONE BAND'S COUNT AND PERCENTAGE.
129700*****************************************************************
131907*     EVERYTHING RUNS PAST A FEW HUNDRED ITERATIONS.  TAKES
131908*     EFFECT ON THE NEXT RUN THAT LOADS BANDDEF - THIS RUN'S
131909*     PICTURE AND LEGEND WERE ALREADY CUT UNDER THE TABLE IN
131910*     EFFECT WHEN IT STARTED.  PALETTES GO BACK AS LOADED.
131911*****************************************************************
131912 P-WRITE-ADAPTIVE-BANDDEF.
131913     OPEN OUTPUT BANDDEF
131950     MOVE ADPT-BAND TO BD-BAND-NO
131951     MOVE BAND-CODE-ENTRY (ADPT-BAND) TO BD-CHAR
131952     MOVE ADPT-THRESH TO BD-THRESH
131953     MOVE BAND-PALETTE (ADPT-BAND) TO BD-PALETTE
131954     WRITE BANDDEF-RECORD
131955     IF BANDDEF-STATUS NOT = "00"
131956         SET RUN-ERROR TO TRUE
131957     END-IF.
131958*****************************************************************
131959* P-ADVANCE-HIST-BUCKET - ONE HISTOGRAM BUCKET INTO THE
131960*     RUNNING TOTAL.
131961*****************************************************************
131962 P-ADVANCE-HIST-BUCKET.
131963     ADD 1 TO ADPT-BUCKET
131964     ADD STAT-HIST-COUNT (ADPT-BUCKET) TO ADPT-CUM.
132000*****************************************************************
132100* P-WRITE-GRID-HEADER - WRITES THE ONE GRIDEXP HEADER RECORD.
132200*     THE CALLER HAS ALREADY MOVED ITS WINDOW BOUNDS (PLAIN OR
132300*     EXTENDED-PRECISION) INTO THE GEX-HDR COORDINATE FIELDS;
132301*     THE GRID SIZE, MAXI, PRECISION PATH, SET AND JULIA CONSTANT
132302*     ARE TAKEN FROM WHAT IS IN EFFECT.
132500*****************************************************************
132600 P-WRITE-GRID-HEADER.
132700     MOVE PLN-ROWS TO GEX-HDR-ROWS
132800     MOVE PLN-COLS TO GEX-HDR-COLS
132900     MOVE MAXI TO GEX-HDR-MAXI
132901     IF DEEPZOOM-ON
132902         MOVE "D" TO GEX-HDR-PRECISION
132903     ELSE
132904         MOVE "P" TO GEX-HDR-PRECISION
132905     END-IF
132906     MOVE RENDER-SET-SW TO GEX-HDR-SET
132907     MOVE JC-DZ-X TO GEX-HDR-JC-X
132908     MOVE JC-DZ-Y TO GEX-HDR-JC-Y
133000     MOVE GEX-HEADER-RECORD TO GEX-OUT-REC
133050     MOVE GEX-HEADER-RECORD TO FTW-RECORD
133100     WRITE GEX-OUT-REC
133101     IF GRIDEXP-STATUS = "00"
133102         PERFORM P-TRAILER-ADD
133103     END-IF.
133200*****************************************************************
133300* P-WRITE-GRID-DETAIL - WRITES ONE GRIDEXP DETAIL RECORD FOR
133400*     THE GRID POINT JUST CLASSIFIED.  THE CALLER HAS ALREADY
134300     MOVE BAND-IDX TO GEX-BAND
134400     MOVE RESULT-ESCAPED-SW TO GEX-ESCAPED
134500     MOVE GEX-DETAIL-RECORD TO GEX-OUT-REC
134550     MOVE GEX-DETAIL-RECORD TO FTW-RECORD
134600     WRITE GEX-OUT-REC
134601     IF GRIDEXP-STATUS = "00"
134602         PERFORM P-TRAILER-ADD
134603     END-IF.
134700*****************************************************************
134800* P-WRITE-TILE-HEADER - WRITES THE TILE HEADER RECORD AHEAD OF
134900*     A TILED RENDER'S ROWS, FROM THE PLAIN PLANE WINDOW.
137500     MOVE PLN-ROWS TO TH-ROWS
137600     MOVE PLN-COLS TO TH-COLS
137700     MOVE TILE-HEADER-RECORD TO PLANE-OUT-REC
137800     WRITE PLANE-OUT-REC
137801     PERFORM P-WRITE-SET-HEADER.
137900*****************************************************************
138000* P-WRITE-TILE-TRAILER - WRITES THE TILE TRAILER RECORD AFTER
138100*     THE LAST ROW, CARRYING THE ROW COUNT WRITTEN, SO HALLOMRG
139300*     PLNCHKPT CHECKPOINT AGAINST THIS RUN'S WINDOW, GRID SIZE,
139400*     MAXI AND PRECISION PATH.  ANY DIFFERENCE MEANS THE
139500*     CHECKPOINT BELONGS TO SOME OTHER RENDER AND IS IGNORED.
139501*     THE SET AND JULIA CONSTANT ARE PART OF THE MATCH.
139600*****************************************************************
139700 P-SETUP-PLANE-RESTART.
139800     MOVE "F" TO PLN-RESTART-SW
140700                 AND PCHK-ROWS = PLN-ROWS
140800                 AND PCHK-COLS = PLN-COLS
140900                 AND PCHK-MAXI = MAXI
140901                 AND PCHK-SET = RENDER-SET-SW
140902                 AND PCHK-JC-X = JC-DZ-X
140903                 AND PCHK-JC-Y = JC-DZ-Y
141000             PERFORM P-SET-PLANE-RESTART-ROW
141010                 THRU P-SET-PLANE-RESTART-ROW-EXIT
141100         END-IF
142700                 AND PCHK-ROWS = PLN-ROWS
142800                 AND PCHK-COLS = PLN-COLS
142900                 AND PCHK-MAXI = MAXI
142901                 AND PCHK-SET = RENDER-SET-SW
142902                 AND PCHK-JC-X = JC-DZ-X
142903                 AND PCHK-JC-Y = JC-DZ-Y
143000             PERFORM P-SET-PLANE-RESTART-ROW
143010                 THRU P-SET-PLANE-RESTART-ROW-EXIT
143100         END-IF
146100*     UNTILED RENDER AND ANY TILE HEADER/TRAILER RECORDS.  A
146200*     PLANEOUT THAT CANNOT BE OPENED DROPS PCHK-FOUND SO THE
146300*     RENDER STARTS FRESH.
146301*     THE SETHDR RECORD IS NEITHER A ROW NOR A LEGEND LINE.
146400*****************************************************************
146500 P-COUNT-PLANEOUT-ROWS.
146600     MOVE 0 TO PLN-ROWS-PRESENT
148300         AT END
148400             SET PLANEOUT-EOF TO TRUE
148500         NOT AT END
148501             IF PLANE-OUT-REC (1:6) NOT = "SETHDR"
148502                 ADD 1 TO PLNOUT-LINE-NO
148503             END-IF
148700             IF TILE-MODE-ON OR PLNOUT-LINE-NO > 13
148800                 IF PLANE-OUT-REC (1:7) NOT = "TILEHDR"
148900                         AND PLANE-OUT-REC (1:7) NOT = "TILETRL"
148950                         AND PLANE-OUT-REC (1:6) NOT = "SETHDR"
149000                     ADD 1 TO PLN-ROWS-PRESENT
149100                 END-IF
149200             END-IF
151500* P-SAVE-PLANE-CHKPT - WRITES THE CHECKPOINT FOR THE ROW JUST
151600*     COMPLETED, REPLACING ANY EARLIER ONE, IDENTIFIED BY THE
151700*     WINDOW, GRID SIZE, MAXI AND PRECISION PATH IN EFFECT.
151701*     THE SET AND JULIA CONSTANT IN EFFECT ARE WRITTEN WITH THEM.
151800*****************************************************************
151900 P-SAVE-PLANE-CHKPT.
152000     MOVE SPACES TO PLNCHK-RECORD
153000     MOVE DZ-PLN-X-MIN TO PCHK-DZ-X-MIN
153100     MOVE DZ-PLN-Y-MIN TO PCHK-DZ-Y-MIN
153200     MOVE DZ-PLN-SPAN TO PCHK-DZ-SPAN
153201     MOVE RENDER-SET-SW TO PCHK-SET
153202     MOVE JC-DZ-X TO PCHK-JC-X
153203     MOVE JC-DZ-Y TO PCHK-JC-Y
153300     OPEN OUTPUT PLNCHKPT
153400     WRITE PLNCHK-RECORD
153401     IF PLNCHKPT-STATUS NOT = "00"
153556*     APPENDS TO BENCHLOG - WINDOW, GRID, MAXI, PRECISION PATH,
153557*     ROWS RENDERED AND THE WALL-CLOCK SECONDS EACH PHASE TOOK.
153558*     A DEEP-ZOOM WINDOW IS TRUNCATED INTO THE PLAIN FIELDS,
153559*     LIKE A DEEP TILE HEADER'S.  THE SET IS THE PARM CARD'S.
153560*****************************************************************
153561 P-WRITE-RUN-HISTORY.
153562     MOVE SPACES TO RUNHIST-RECORD
153581     MOVE BENCH-ELAPSED-SECS TO RH-BENCH-SECS
153582     MOVE RENDER-SECS-WS TO RH-RENDER-SECS
153583     MOVE QUEUE-SECS-WS TO RH-QUEUE-SECS
153584     MOVE RUN-SET-SW TO RH-SET
153585     MOVE RUN-JC-X TO RH-JC-X
153586     MOVE RUN-JC-Y TO RH-JC-Y
153587     OPEN EXTEND RUNHIST
153588     IF RUNHIST-STATUS NOT = "00"
153589         OPEN OUTPUT RUNHIST
153590     END-IF
153591     MOVE RUNHIST-RECORD TO RUNH-OUT-REC
153592     WRITE RUNH-OUT-REC
153593     IF RUNHIST-STATUS NOT = "00"
153594         SET RUN-ERROR TO TRUE
153595     END-IF
153596     CLOSE RUNHIST.
153600*****************************************************************
153700* P-WRITE-REPORT-LINE - THE ONE PLACE A REPORT LINE IS WRITTEN.
153800*     COUNTS THE LINE FOR THE CONTROL TOTALS, FLAGS A BAD WRITE,
158700     MOVE "ZOOM REQUESTS PROCESSED" TO RPT-EOJ-LABEL
158800     MOVE CTL-ZOOM-PROCESSED TO RPT-EOJ-VALUE
158900     PERFORM P-WRITE-EOJ-TOTAL-LINE
158901     MOVE "ZOOM REQUESTS DEFERRED" TO RPT-EOJ-LABEL
158902     MOVE CTL-ZOOM-DEFERRED TO RPT-EOJ-VALUE
158903     PERFORM P-WRITE-EOJ-TOTAL-LINE
158904     PERFORM P-WRITE-EOJ-CLASS-LINES
158905         VARYING ZQ-CLASS-IDX FROM 1 BY 1
158906         UNTIL ZQ-CLASS-IDX > 9
159000     MOVE "REPORT LINES WRITTEN" TO RPT-EOJ-LABEL
159100     MOVE CTL-RPT-LINES TO RPT-EOJ-VALUE
159200     PERFORM P-WRITE-EOJ-TOTAL-LINE
162510     MOVE "ZOOMQHIST" TO RPT-EOJ-FILE-NAME
162520     MOVE ZOOMQHIST-STATUS TO RPT-EOJ-FILE-STATUS
162530     PERFORM P-WRITE-EOJ-FILE-LINE
162531     MOVE "ZOOMQCARY" TO RPT-EOJ-FILE-NAME
162532     MOVE ZOOMQCARY-STATUS TO RPT-EOJ-FILE-STATUS
162533     PERFORM P-WRITE-EOJ-FILE-LINE
162600     MOVE "RESULTMST" TO RPT-EOJ-FILE-NAME
162700     MOVE RESULTMST-STATUS TO RPT-EOJ-FILE-STATUS
162800     PERFORM P-WRITE-EOJ-FILE-LINE
162890     PERFORM P-WRITE-EOJ-FILE-LINE
162891     MOVE "RUNHIST" TO RPT-EOJ-FILE-NAME
162892     MOVE RUNHIST-STATUS TO RPT-EOJ-FILE-STATUS
162893     PERFORM P-WRITE-EOJ-FILE-LINE
162894     MOVE "PRIORGEX" TO RPT-EOJ-FILE-NAME
162895     MOVE PRIORGEX-STATUS TO RPT-EOJ-FILE-STATUS
162896     PERFORM P-WRITE-EOJ-FILE-LINE.
162900*****************************************************************
163000* P-WRITE-EOJ-TOTAL-LINE - ONE LABELLED TOTAL, BOTH PLACES.
163100*****************************************************************
163200 P-WRITE-EOJ-TOTAL-LINE.
163300     MOVE RPT-EOJ-TOTAL-LINE TO RPT-OUT-REC
163400     PERFORM P-WRITE-EOJ-LINE.
163401*****************************************************************
163402* P-WRITE-EOJ-CLASS-LINES - THE PROCESSED AND DEFERRED COUNTS
163403*     OF ONE PRIORITY CLASS, IF THE CLASS HAD ANY REQUESTS.
163404*****************************************************************
163405 P-WRITE-EOJ-CLASS-LINES.
163406     IF CTL-CLASS-PROCESSED (ZQ-CLASS-IDX) > 0
163407             OR CTL-CLASS-DEFERRED (ZQ-CLASS-IDX) > 0
163408         MOVE ZQ-CLASS-IDX TO EOJ-CLASS-NO
163409         MOVE " PROCESSED" TO EOJ-CLASS-WHAT
163410         MOVE EOJ-CLASS-LABEL TO RPT-EOJ-LABEL
163411         MOVE CTL-CLASS-PROCESSED (ZQ-CLASS-IDX) TO RPT-EOJ-VALUE
163412         PERFORM P-WRITE-EOJ-TOTAL-LINE
163413         MOVE " DEFERRED" TO EOJ-CLASS-WHAT
163414         MOVE EOJ-CLASS-LABEL TO RPT-EOJ-LABEL
163415         MOVE CTL-CLASS-DEFERRED (ZQ-CLASS-IDX) TO RPT-EOJ-VALUE
163416         PERFORM P-WRITE-EOJ-TOTAL-LINE
163417     END-IF.
163500*****************************************************************
163600* P-WRITE-EOJ-FILE-LINE - ONE FILE-STATUS LINE, BOTH PLACES.
163700*****************************************************************
168100     IF FRAMEOUT-STATUS NOT = "00"
168200         SET RUN-ERROR TO TRUE
168300     END-IF
168301     SET FTW-FRAME TO TRUE
168302     PERFORM P-TRAILER-START
168303     MOVE CTL-PLANE-ROWS TO SEQ-FRAME-ROW-BASE
168400     PERFORM P-COMPUTE-SEQ-DZ-WINDOW
168401     IF SEQ-X-SPAN < SEQ-DZ-THRESHOLD
168402             OR SEQ-Y-SPAN < SEQ-DZ-THRESHOLD
169900             VARYING PLN-ROW-IDX FROM 1 BY 1
170000             UNTIL PLN-ROW-IDX > PLN-ROWS
170100     END-IF
170101     PERFORM P-WRITE-FRAME-TRAILER
170200     CLOSE FRAMEOUT
170300     DIVIDE SEQ-X-SPAN BY SEQ-MAG GIVING SEQ-X-SPAN
170400     DIVIDE SEQ-Y-SPAN BY SEQ-MAG GIVING SEQ-Y-SPAN.
177000     END-IF
177100     MOVE MAXI TO FH-MAXI
177200     MOVE FRAME-HEADER-RECORD TO FRAME-OUT-REC
177300     WRITE FRAME-OUT-REC
177301     PERFORM P-BUILD-SET-HEADER
177302     MOVE SET-HEADER-RECORD TO FRAME-OUT-REC
177303     WRITE FRAME-OUT-REC
177304     MOVE FRAME-HEADER-RECORD TO FTW-RECORD
177305     PERFORM P-TRAILER-ADD
177306     MOVE SET-HEADER-RECORD TO FTW-RECORD
177307     PERFORM P-TRAILER-ADD.
177400*****************************************************************
177500* P-DEEPEN-POINT - ONE GRID POINT OF A DEEPENING RENDER, FOR
177600*     EITHER PRECISION PATH.  THE PRIOR EXPORT IS READ FORWARD TO
177700*     THIS CELL; A PRIOR CELL THAT ESCAPED IS CARRIED FORWARD AS
177800*     IT IS - A HIGHER MAXI CANNOT CHANGE HOW SOON IT ESCAPED -
177900*     AND ANYTHING ELSE (A CELL THAT HIT THE OLD CAP, OR ONE THE
178000*     PRIOR EXPORT DOES NOT HOLD) GOES THROUGH THE ESCAPE-TIME
178100*     LOOP OF THE RENDER'S OWN PATH.  THE CALLER RECLASSIFIES THE
178200*     BAND EITHER WAY, SINCE THE BANDS FOLLOW THIS RUN'S MAXI.
178300*****************************************************************
178400 P-DEEPEN-POINT.
178500     MOVE PLN-ROW-IDX TO DPN-KEY-ROW
178600     MOVE PLN-COL-IDX TO DPN-KEY-COL
178700     PERFORM P-READ-PRIOR-CELL
178800         UNTIL PRIOR-EOF OR PRIOR-KEY NOT < DEEPEN-CELL-KEY
178900     IF NOT PRIOR-EOF AND PRIOR-KEY = DEEPEN-CELL-KEY
179000             AND PRIOR-ESCAPED = "Y" AND PRIOR-I IS NUMERIC
179100         MOVE PRIOR-I TO I
179200         SET RESULT-ESCAPED TO TRUE
179300         ADD 1 TO DPN-REUSED
179400     ELSE
179500         IF DEEPZOOM-ON
179600             PERFORM DZ-P-MANDEL
179700         ELSE
179800             PERFORM P-MANDEL
179900         END-IF
180000         ADD 1 TO DPN-RECOMPUTED
180100     END-IF.
180200*****************************************************************
180300* P-READ-PRIOR-CELL - THE NEXT PRIOR EXPORT RECORD INTO
180400*     PRIOR-CELL.  ANYTHING BUT A DETAIL RECORD, OR A BAD READ,
180500*     ENDS THE PRIOR EXPORT - EVERY CELL PAST THAT POINT IS
180600*     RECOMPUTED, WHICH COSTS TIME BUT NEVER A WRONG ANSWER.
180700*****************************************************************
180800 P-READ-PRIOR-CELL.
180900     READ PRIORGEX
181000         AT END
181100             SET PRIOR-EOF TO TRUE
181200     END-READ
181300     IF NOT PRIOR-EOF
181400         IF PRIORGEX-STATUS NOT = "00"
181500             SET PRIOR-EOF TO TRUE
181600         ELSE
181700             MOVE PRIOR-GEX-REC TO PRIOR-CELL-REC
181800             IF PRIOR-TAG NOT = "GRIDDTL"
181900                 SET PRIOR-EOF TO TRUE
182000             END-IF
182100         END-IF
182200     END-IF.
182300*****************************************************************
182400* P-OPEN-PRIOR-GRID - OPENS THE PRIOR RUN'S EXPORT FOR A
182500*     DEEPENING RENDER AND PROVES IT BELONGS TO THIS ONE - THE
182600*     SAME WINDOW, GRID SIZE AND PRECISION PATH, AT A LOWER MAXI
182700*     THAN THIS RUN'S.  ANY DIFFERENCE REFUSES THE RENDER AND
182800*     FLAGS THE RUN IN ERROR BEFORE PLANEOUT OR GRIDEXP ARE
182900*     OPENED, SO A MISMATCHED PRIOR EXPORT NEVER COSTS THE LAST
183000*     GOOD PICTURE.  THE HEADER IS CHECKED IN THE GEX-HDR FIELDS,
183100*     WHICH THE RENDER REFILLS BEFORE WRITING ITS OWN.  LEAVES
183200*     THE FIRST DETAIL RECORD IN PRIOR-CELL.
183201*     AN EXPORT OF THE OTHER SET, OR OF ANOTHER JULIA CONSTANT, IS
183202*     REFUSED TOO; ONE WRITTEN BEFORE GRIDHDR CARRIED A SET CODE
183203*     IS A MANDELBROT EXPORT.
183300*****************************************************************
183400 P-OPEN-PRIOR-GRID.
183500     MOVE "N" TO PRIOR-REFUSED-SW
183600     MOVE "N" TO PRIOR-EOF-SW
183700     MOVE 0 TO DPN-REUSED
183800     MOVE 0 TO DPN-RECOMPUTED
183900     OPEN INPUT PRIORGEX
184000     IF PRIORGEX-STATUS NOT = "00"
184100         DISPLAY "PRIOR GRID EXPORT UNAVAILABLE, STATUS "
184200             PRIORGEX-STATUS " - DEEPENING REFUSED"
184300         GO TO P-OPEN-PRIOR-GRID-REFUSE
184400     END-IF
184500     READ PRIORGEX
184600         AT END
184700             SET PRIOR-EOF TO TRUE
184800     END-READ
184900     IF PRIOR-EOF OR PRIOR-GEX-REC (1:7) NOT = "GRIDHDR"
185000         DISPLAY "PRIOR GRID EXPORT HAS NO GRIDHDR RECORD"
185100             " - DEEPENING REFUSED"
185200         GO TO P-OPEN-PRIOR-GRID-CLOSE
185300     END-IF
185400     MOVE PRIOR-GEX-REC TO GEX-HEADER-RECORD
185500     IF DEEPZOOM-ON
185600         MOVE "D" TO DPN-PRECISION
185700     ELSE
185800         MOVE "P" TO DPN-PRECISION
185900     END-IF
186000     IF GEX-HDR-PRECISION NOT = DPN-PRECISION
186100         DISPLAY "PRIOR GRID EXPORT PRECISION PATH '"
186200             GEX-HDR-PRECISION "' IS NOT THIS RUN'S '"
186300             DPN-PRECISION "' - DEEPENING REFUSED"
186400         GO TO P-OPEN-PRIOR-GRID-CLOSE
186500     END-IF
186600     IF GEX-HDR-ROWS IS NOT NUMERIC OR GEX-HDR-COLS IS NOT NUMERIC
186700             OR GEX-HDR-ROWS NOT = PLN-ROWS
186800             OR GEX-HDR-COLS NOT = PLN-COLS
186900         DISPLAY "PRIOR GRID EXPORT GRID " GEX-HDR-ROWS " X "
187000             GEX-HDR-COLS " IS NOT THIS RUN'S - DEEPENING REFUSED"
187100         GO TO P-OPEN-PRIOR-GRID-CLOSE
187200     END-IF
187300     PERFORM P-CHECK-PRIOR-WINDOW
187400     IF PRIOR-REFUSED
187500         DISPLAY "PRIOR GRID EXPORT WINDOW IS NOT THIS RUN'S"
187600             " - DEEPENING REFUSED"
187700         GO TO P-OPEN-PRIOR-GRID-CLOSE
187800     END-IF
187801     IF GEX-HDR-SET = SPACE
187802         MOVE "M" TO GEX-HDR-SET
187803     END-IF
187804     IF GEX-HDR-SET NOT = RENDER-SET-SW
187805         DISPLAY "PRIOR GRID EXPORT SET '" GEX-HDR-SET
187806             "' IS NOT THIS RUN'S '" RENDER-SET-SW
187807             "' - DEEPENING REFUSED"
187808         GO TO P-OPEN-PRIOR-GRID-CLOSE
187809     END-IF
187810     IF JULIA-ON
187811         IF GEX-HDR-JC-X IS NOT NUMERIC
187812                 OR GEX-HDR-JC-Y IS NOT NUMERIC
187813                 OR GEX-HDR-JC-X NOT = JC-DZ-X
187814                 OR GEX-HDR-JC-Y NOT = JC-DZ-Y
187815             DISPLAY "PRIOR GRID EXPORT JULIA CONSTANT IS NOT"
187816                 " THIS RUN'S - DEEPENING REFUSED"
187817             GO TO P-OPEN-PRIOR-GRID-CLOSE
187818         END-IF
187819     END-IF
187900     IF GEX-HDR-MAXI IS NOT NUMERIC OR GEX-HDR-MAXI NOT < MAXI
188000         DISPLAY "PRIOR GRID EXPORT MAXI " GEX-HDR-MAXI
188100             " IS NOT BELOW THIS RUN'S " MAXI
188200             " - DEEPENING REFUSED"
188300         GO TO P-OPEN-PRIOR-GRID-CLOSE
188400     END-IF
188500     MOVE GEX-HDR-MAXI TO DPN-PRIOR-MAXI
188600     PERFORM P-READ-PRIOR-CELL
188700     GO TO P-OPEN-PRIOR-GRID-EXIT.
188800 P-OPEN-PRIOR-GRID-CLOSE.
188900     CLOSE PRIORGEX.
189000 P-OPEN-PRIOR-GRID-REFUSE.
189100     SET PRIOR-REFUSED TO TRUE
189200     SET RUN-ERROR TO TRUE.
189300 P-OPEN-PRIOR-GRID-EXIT.
189400     EXIT.
189500*****************************************************************
189600* P-CHECK-PRIOR-WINDOW - THE PRIOR HEADER'S WINDOW AGAINST THE
189700*     WINDOW THIS RUN IS ABOUT TO RENDER, PLAIN OR EXTENDED.
189800*****************************************************************
189900 P-CHECK-PRIOR-WINDOW.
190000     IF DEEPZOOM-ON
190100         IF GEX-HDR-X-MIN NOT = DZ-PLN-X-MIN
190200                 OR GEX-HDR-X-MAX NOT = DZ-PLN-X-MAX
190300                 OR GEX-HDR-Y-MIN NOT = DZ-PLN-Y-MIN
190400                 OR GEX-HDR-Y-MAX NOT = DZ-PLN-Y-MAX
190500             SET PRIOR-REFUSED TO TRUE
190600         END-IF
190700     ELSE
190800         IF GEX-HDR-X-MIN NOT = PLN-X-MIN
190900                 OR GEX-HDR-X-MAX NOT = PLN-X-MAX
191000                 OR GEX-HDR-Y-MIN NOT = PLN-Y-MIN
191100                 OR GEX-HDR-Y-MAX NOT = PLN-Y-MAX
191200             SET PRIOR-REFUSED TO TRUE
191300         END-IF
191400     END-IF.
191500*****************************************************************
191600* P-START-ORBIT - SETS UP THE PLAIN ESCAPE-TIME LOOP FOR THE
191700*     POINT IN X, Y.  THE MANDELBROT ORBIT STARTS AT ZERO AND
191800*     ADDS THE POINT ON EVERY ITERATION; A JULIA ORBIT STARTS AT
191900*     THE POINT ITSELF, WITH ITS SQUARES AND MAGNITUDE PRIMED THE
192000*     WAY P-ITER LEAVES THEM, AND ADDS THE FIXED CONSTANT.
192100*****************************************************************
192200 P-START-ORBIT.
192300     IF JULIA-ON
192400         MOVE X TO C
192500         MOVE Y TO CI
192600         MULTIPLY C BY C GIVING C2
192700         MULTIPLY CI BY CI GIVING CI2
192800         ADD C2 TO CI2 GIVING ZWI
192900         MOVE JC-X TO ITER-CX
193000         MOVE JC-Y TO ITER-CY
193100     ELSE
193200         MOVE 0 TO ZWI C,CI,CI2,C2
193300         MOVE X TO ITER-CX
193400         MOVE Y TO ITER-CY
193500     END-IF.
193600*****************************************************************
193700* DZ-P-START-ORBIT - THE SAME SET-UP FOR THE POINT IN DZ-X, DZ-Y
193800*     ON THE EXTENDED-PRECISION FIELDS.
193900*****************************************************************
194000 DZ-P-START-ORBIT.
194100     IF JULIA-ON
194200         MOVE DZ-X TO DZ-C
194300         MOVE DZ-Y TO DZ-CI
194400         MULTIPLY DZ-C BY DZ-C GIVING DZ-C2
194500         MULTIPLY DZ-CI BY DZ-CI GIVING DZ-CI2
194600         ADD DZ-C2 TO DZ-CI2 GIVING DZ-ZWI
194700         MOVE JC-DZ-X TO DZ-ITER-CX
194800         MOVE JC-DZ-Y TO DZ-ITER-CY
194900     ELSE
195000         MOVE 0 TO DZ-ZWI DZ-C,DZ-CI,DZ-CI2,DZ-C2
195100         MOVE DZ-X TO DZ-ITER-CX
195200         MOVE DZ-Y TO DZ-ITER-CY
195300     END-IF.
195400*****************************************************************
195500* P-RESOLVE-JULIA - TURNS THE RUN OVER TO THE JULIA SET AND
195600*     TAKES ITS CONSTANT FROM THE PARM CARD - FROM THE REGIONMST
195700*     CENTER PARM-JC-REGION NAMES, ELSE FROM THE PARM-JC-DZ
195800*     COLUMNS ON A PARM-DEEPZOOM-SW CARD, ELSE FROM THE PLAIN
195900*     PARM-JC COLUMNS.  A RENDER ON THE PLAIN PATH (OR A ZOOM
196000*     SEQUENCE, WHOSE EARLY FRAMES ARE PLAIN) CANNOT CARRY A
196100*     CONSTANT OUTSIDE THE SV9(07) RANGE OF P-ITER'S FIELDS; ONE
196200*     THAT WIDE, OR ONE THAT IS NOT NUMERIC, FLAGS THE RUN IN
196300*     ERROR AND THE CONSTANT STANDS AT ZERO RATHER THAN SILENTLY
196400*     LOSING ITS INTEGER DIGIT.  THE SET AND CONSTANT ARE ALSO
196500*     KEPT FOR THE RUN-HISTORY LINE.
196600*****************************************************************
196700 P-RESOLVE-JULIA.
196800     SET JULIA-ON TO TRUE
196900     MOVE 0 TO JC-DZ-X
197000     MOVE 0 TO JC-DZ-Y
197100     IF PARM-JC-REGION NOT = SPACES
197200         PERFORM P-RESOLVE-JC-REGION THRU P-RESOLVE-JC-REGION-EXIT
197300         GO TO P-RESOLVE-JULIA-PLAIN
197400     END-IF
197500     IF PARM-DEEPZOOM-SW = "Y"
197600         IF PARM-JC-DZ-X IS NUMERIC AND PARM-JC-DZ-Y IS NUMERIC
197700             MOVE PARM-JC-DZ-X TO JC-DZ-X
197800             MOVE PARM-JC-DZ-Y TO JC-DZ-Y
197900         ELSE
198000             DISPLAY "JULIA CONSTANT NOT NUMERIC IN PARM-JC-DZ"
198100             SET RUN-ERROR TO TRUE
198200         END-IF
198300     ELSE
198400         IF PARM-JC-X IS NUMERIC AND PARM-JC-Y IS NUMERIC
198500             MOVE PARM-JC-X TO JC-DZ-X
198600             MOVE PARM-JC-Y TO JC-DZ-Y
198700         ELSE
198800             DISPLAY "JULIA CONSTANT NOT NUMERIC IN PARM-JC"
198900             SET RUN-ERROR TO TRUE
199000         END-IF
199100     END-IF.
199200 P-RESOLVE-JULIA-PLAIN.
199300     IF NOT DEEPZOOM-ON OR SEQ-MODE-ON
199400         IF JC-DZ-X > 0.9999999 OR JC-DZ-X < -0.9999999
199500                 OR JC-DZ-Y > 0.9999999 OR JC-DZ-Y < -0.9999999
199600             DISPLAY "JULIA CONSTANT TOO WIDE FOR THE PLAIN PATH"
199700             SET RUN-ERROR TO TRUE
199800             MOVE 0 TO JC-DZ-X
199900             MOVE 0 TO JC-DZ-Y
200000         END-IF
200100     END-IF
200200     MOVE JC-DZ-X TO JC-X
200300     MOVE JC-DZ-Y TO JC-Y
200400     MOVE RENDER-SET-SW TO RUN-SET-SW
200500     MOVE JC-DZ-X TO RUN-JC-X
200600     MOVE JC-DZ-Y TO RUN-JC-Y.
200700 P-RESOLVE-JULIA-EXIT.
200800     EXIT.
200900*****************************************************************
201000* P-RESOLVE-JC-REGION - LOOKS PARM-JC-REGION UP ON REGIONMST
201100*     AND TAKES ITS CENTER AS THE JULIA CONSTANT, WITH THE SAME
201200*     ERROR DISCIPLINE AS P-RESOLVE-REGION.  NOTHING ELSE ON THE
201300*     MASTER RECORD APPLIES - THE SPAN AND MAXI SUGGESTIONS
201400*     BELONG TO THE MANDELBROT PICTURE AROUND THAT CENTER.
201500*****************************************************************
201600 P-RESOLVE-JC-REGION.
201700     MOVE "N" TO RGN-FOUND-SW
201800     OPEN INPUT REGIONMST
201900     IF REGIONMST-STATUS NOT = "00"
202000         DISPLAY "REGION MASTER UNAVAILABLE FOR JULIA REGION "
202100             PARM-JC-REGION
202200         SET RUN-ERROR TO TRUE
202300         GO TO P-RESOLVE-JC-REGION-EXIT
202400     END-IF
202500     MOVE PARM-JC-REGION TO RGN-NAME
202600     READ REGIONMST
202700         INVALID KEY
202800             CONTINUE
202900         NOT INVALID KEY
203000             SET RGN-FOUND TO TRUE
203100     END-READ
203200     IF RGN-FOUND
203300         MOVE RGN-X TO JC-DZ-X
203400         MOVE RGN-Y TO JC-DZ-Y
203500     ELSE
203600         DISPLAY "JULIA REGION NOT ON MASTER: " PARM-JC-REGION
203700         SET RUN-ERROR TO TRUE
203800     END-IF
203900     CLOSE REGIONMST.
204000 P-RESOLVE-JC-REGION-EXIT.
204100     EXIT.
204200*****************************************************************
204300* P-BUILD-SET-HEADER - FILLS THE SETHDR RECORD FROM THE SET AND
204400*     JULIA CONSTANT IN EFFECT.
204500*****************************************************************
204600 P-BUILD-SET-HEADER.
204700     MOVE RENDER-SET-SW TO SH-SET
204800     MOVE JC-DZ-X TO SH-JC-X
204900     MOVE JC-DZ-Y TO SH-JC-Y.
205000*****************************************************************
205100* P-WRITE-SET-HEADER - WRITES THE SETHDR RECORD TO PLANEOUT - AS
205200*     THE FIRST LINE OF AN UNTILED PICTURE, OR STRAIGHT AFTER A
205300*     TILE'S TILEHDR - SO HALLOCMP AND HALLOMRG CAN TELL WHICH
205400*     SET THE ROWS BELOW IT DRAW.
205500*****************************************************************
205600 P-WRITE-SET-HEADER.
205700     PERFORM P-BUILD-SET-HEADER
205800     MOVE SET-HEADER-RECORD TO PLANE-OUT-REC
205900     WRITE PLANE-OUT-REC.
206000*****************************************************************
206100* P-WRITE-SET-STAT-LINE - THE SET RENDERED AND, FOR A JULIA
206200*     RENDER, ITS CONSTANT, AT THE HEAD OF THE STATISTICS.
206300*****************************************************************
206400 P-WRITE-SET-STAT-LINE.
206500     IF JULIA-ON
206600         MOVE "JULIA" TO RPT-STAT-SET-NAME
206700         MOVE JC-DZ-X TO RPT-STAT-SET-JC-X
206800         MOVE JC-DZ-Y TO RPT-STAT-SET-JC-Y
206900     ELSE
207000         MOVE "MANDELBROT" TO RPT-STAT-SET-NAME
207100         MOVE SPACES TO RPT-STAT-SET-JC
207300     END-IF
207400     MOVE RPT-STAT-SET-LINE TO RPT-OUT-REC
207500     PERFORM P-WRITE-REPORT-LINE.
207600*****************************************************************
207610* P-COUNT-GRIDEXP - A RESUMED RENDER ADDS TO THE EXPORT ITS
207620*     EARLIER RUN LEFT, SO THE RECORDS ALREADY ON IT ARE COUNTED
207630*     AND HASHED FIRST AND THE TRAILER WRITTEN AT THE END COVERS
207640*     THE WHOLE FILE.  AN EXPORT THAT WILL NOT OPEN COUNTS AS
207650*     EMPTY - THE OPEN EXTEND THAT FOLLOWS REPORTS IT.
207660*****************************************************************
207670 P-COUNT-GRIDEXP.
207680     SET FTW-GRIDEXP TO TRUE
207690     PERFORM P-TRAILER-START
207700     OPEN INPUT GRIDEXP
207710     IF GRIDEXP-STATUS NOT = "00"
207720         GO TO P-COUNT-GRIDEXP-EXIT
207730     END-IF
207740     MOVE "N" TO FTW-EOF-SW
207750     PERFORM P-COUNT-GRIDEXP-REC UNTIL FTW-EOF
207760     CLOSE GRIDEXP.
207770 P-COUNT-GRIDEXP-EXIT.
207780     EXIT.
207790*****************************************************************
207800* P-COUNT-GRIDEXP-REC - ONE RECORD OF THE EARLIER EXPORT.
207810*****************************************************************
207820 P-COUNT-GRIDEXP-REC.
207830     READ GRIDEXP
207840         AT END
207850             SET FTW-EOF TO TRUE
207860     END-READ
207870     IF NOT FTW-EOF
207880         MOVE GEX-OUT-REC TO FTW-RECORD
207890         PERFORM P-TRAILER-TAKE
207900     END-IF.
207910*****************************************************************
207920* P-WRITE-GRID-TRAILER - ENDS GRIDEXP WITH ITS TRAILER RECORD -
207930*     THE RECORDS WRITTEN AND THEIR HASH TOTAL (SEE FILETRLREC).
207940*****************************************************************
207950 P-WRITE-GRID-TRAILER.
207960     PERFORM P-TRAILER-BUILD
207970     MOVE FILE-TRAILER-RECORD TO GEX-OUT-REC
207980     WRITE GEX-OUT-REC
207981     IF GRIDEXP-STATUS NOT = "00"
207982         SET RUN-ERROR TO TRUE
207983     END-IF.
207990*****************************************************************
208000* P-WRITE-FRAME-TRAILER - ENDS A FRAME FILE WITH ITS TRAILER
208010*     RECORD.  THE HEADERS WERE COUNTED AS THEY WERE WRITTEN; THE
208020*     PICTURE ROWS ARE THE ROWS CTL-PLANE-ROWS GAINED SINCE THE
208030*     FRAME WAS OPENED.
208040*****************************************************************
208050 P-WRITE-FRAME-TRAILER.
208060     ADD CTL-PLANE-ROWS TO FTW-COUNT
208070     SUBTRACT SEQ-FRAME-ROW-BASE FROM FTW-COUNT
208080     PERFORM P-TRAILER-BUILD
208090     MOVE FILE-TRAILER-RECORD TO FRAME-OUT-REC
208100     WRITE FRAME-OUT-REC
208110     IF FRAMEOUT-STATUS NOT = "00"
208120         SET RUN-ERROR TO TRUE
208130     END-IF.
208140*****************************************************************
208150* P-CHECK-QUEUE-TRAILER - READS THE ZOOM QUEUE THROUGH ONCE
208160*     AGAINST ITS TRAILER RECORD (SEE FILETRLCHK) BEFORE ANY
208170*     REQUEST ON IT IS WORKED, AND SAYS WHAT IT FOUND.  A QUEUE
208180*     THAT IS REFUSED IS LEFT AS IT STANDS AND THE RUN ENDS IN
208190*     ERROR; PARM-TRAILER-SW CAN WAIVE A MISSING OR OLD TRAILER
208200*     BUT NOT A COUNT OR HASH TOTAL THAT DOES NOT MATCH.  THE
208210*     CALLER HAS THE QUEUE OPEN; IT IS CLOSED HERE.
208220*****************************************************************
208230 P-CHECK-QUEUE-TRAILER.
208240     SET FTW-ZOOMQ TO TRUE
208250     MOVE "ZOOMQFILE" TO FTW-FILE-LABEL
208260     PERFORM P-TRAILER-START
208270     MOVE "N" TO FTW-EOF-SW
208280     PERFORM P-TAKE-QUEUE-RECORD UNTIL FTW-EOF
208290     CLOSE ZOOMQFILE
208300     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
208310     DISPLAY FTW-DISPLAY-LINE.
208320*****************************************************************
208330* P-TAKE-QUEUE-RECORD - ONE QUEUE RECORD INTO THE CHECK.  A BAD
208340*     READ ENDS THE CHECK SHORT, WHICH THE TRAILER THEN REFUSES.
208350*****************************************************************
208360 P-TAKE-QUEUE-RECORD.
208370     READ ZOOMQFILE
208380         AT END
208390             SET FTW-EOF TO TRUE
208400     END-READ
208410     IF ZOOMQFILE-STATUS NOT = "00"
208420             AND ZOOMQFILE-STATUS NOT = "10"
208430         SET FTW-EOF TO TRUE
208440     END-IF
208450     IF NOT FTW-EOF
208460         MOVE ZOOMQ-RECORD TO FTW-RECORD
208470         PERFORM P-TRAILER-TAKE
208480     END-IF.
208490*****************************************************************
208500* P-WORK-QUEUE-CLASS - ONE PASS OF THE QUEUE, WORKING ONLY THE
208510*     REQUESTS OF CLASS ZQ-CLASS-IDX.  A QUEUE THAT WILL NOT
208520*     REOPEN OR READ CLEANLY ENDS THE PASSES WITH ZQ-DRAINED
208530*     OFF, SO IT IS NOT REPLACED.
208540*****************************************************************
208550 P-WORK-QUEUE-CLASS.
208560     MOVE "N" TO ZQ-EOF-SW
208570     OPEN INPUT ZOOMQFILE
208580     IF ZOOMQFILE-STATUS NOT = "00"
208590         SET RUN-ERROR TO TRUE
208600         MOVE "N" TO ZQ-DRAINED-SW
208610         GO TO P-WORK-QUEUE-CLASS-EXIT
208620     END-IF
208630     PERFORM P-READ-ZOOM-QUEUE
208640     PERFORM P-WORK-QUEUE-RECORD UNTIL ZQ-EOF
208650     CLOSE ZOOMQFILE.
208660 P-WORK-QUEUE-CLASS-EXIT.
208670     EXIT.
208680*****************************************************************
208690* P-READ-ZOOM-QUEUE - READS THE NEXT QUEUE RECORD.  A CARD CUT
208700*     BEFORE THE PRIORITY COLUMNS EXISTED IS TAKEN AS CLASS 5,
208710*     NEVER DEFERRED.
208720*****************************************************************
208730 P-READ-ZOOM-QUEUE.
208740     READ ZOOMQFILE
208750         AT END
208760             SET ZQ-EOF TO TRUE
208770     END-READ
208780     IF ZOOMQFILE-STATUS NOT = "00"
208790             AND ZOOMQFILE-STATUS NOT = "10"
208800         SET RUN-ERROR TO TRUE
208810         SET ZQ-EOF TO TRUE
208820         MOVE "N" TO ZQ-DRAINED-SW
208830     END-IF
208840     IF NOT ZQ-EOF
208850         IF ZQ-PRIORITY-X < "1" OR ZQ-PRIORITY-X > "9"
208860             MOVE 5 TO ZQ-PRIORITY
208870         END-IF
208880         IF ZQ-DEFER-NIGHTS IS NOT NUMERIC
208890             MOVE 0 TO ZQ-DEFER-NIGHTS
208900         END-IF
208910     END-IF.
208920*****************************************************************
208930* P-WORK-QUEUE-RECORD - WORKS THE RECORD IN HAND IF IT IS OF THE
208940*     CLASS THIS PASS IS FOR - OR DEFERS IT, ONCE THE BUDGET IS
208950*     SPENT - AND READS THE NEXT.
208960*****************************************************************
208970 P-WORK-QUEUE-RECORD.
208980     IF ZQ-PRIORITY = ZQ-CLASS-IDX AND NOT ZQ-TRAILER-RECORD
208990         ADD 1 TO CTL-ZOOMQ-READ
209000         IF ZQ-BUDGET-SPENT
209010             PERFORM P-DEFER-ZOOM-REQUEST
209020         ELSE
209030             PERFORM P-PROCESS-ZOOM-REQUEST
209040             PERFORM P-CHECK-QUEUE-BUDGET
209050         END-IF
209060     END-IF
209070     PERFORM P-READ-ZOOM-QUEUE.
209080*****************************************************************
209090* P-CHECK-QUEUE-BUDGET - AFTER EACH REQUEST WORKED, TURNS
209100*     ZQ-BUDGET-SPENT ON ONCE THE MINUTES SINCE THE QUEUE PHASE
209110*     BEGAN, OR THE ITERATIONS COMPUTED (A CACHED REQUEST COSTS
209120*     NOTHING), HAVE REACHED THE BUDGET.
209130*****************************************************************
209140 P-CHECK-QUEUE-BUDGET.
209150     IF ZQ-BUDGET-ITERATIONS
209160         IF ZQH-DISP-WS NOT = "CACHED"
209170             ADD I TO ZQ-ITER-BURNED
209180         END-IF
209190         IF ZQ-ITER-BURNED NOT < ZQ-BUDGET
209200             SET ZQ-BUDGET-SPENT TO TRUE
209210         END-IF
209220     END-IF
209230     IF ZQ-BUDGET-MINUTES
209240         ACCEPT TOD-PARTS-WS FROM TIME
209250         PERFORM P-TIME-TO-CS
209260         MOVE QUEUE-START-CS TO PH-START-CS
209270         MOVE TOD-CS-WS TO PH-END-CS
209280         PERFORM P-COMPUTE-PHASE-SECS
209290         IF PH-ELAPSED-CS NOT < ZQ-BUDGET-CS
209300             SET ZQ-BUDGET-SPENT TO TRUE
209310         END-IF
209320     END-IF.
209330*****************************************************************
209340* P-DEFER-ZOOM-REQUEST - PUTS THE REQUEST IN HAND OFF TO THE
209350*     NEXT NIGHT: HISTORIES IT AS DEFERRED (AT TONIGHT'S CLASS,
209360*     WITH NO ITERATIONS), THEN WRITES IT TO ZOOMQCARY ONE CLASS
209370*     MORE URGENT AND ONE NIGHT OLDER.
209380*****************************************************************
209390 P-DEFER-ZOOM-REQUEST.
209400     MOVE "DEFERRED" TO ZQH-DISP-WS
209410     MOVE 0 TO I
209420     PERFORM P-WRITE-ZOOMQ-HISTORY
209430     ADD 1 TO CTL-ZOOM-DEFERRED
209440     ADD 1 TO CTL-CLASS-DEFERRED (ZQ-PRIORITY)
209450     IF ZQ-PRIORITY > 1
209460         SUBTRACT 1 FROM ZQ-PRIORITY
209470     END-IF
209480     IF ZQ-DEFER-NIGHTS < 99
209490         ADD 1 TO ZQ-DEFER-NIGHTS
209500     END-IF
209510     IF ZQ-CARRY-OPEN
209520         WRITE ZOOMQ-CARRY-REC FROM ZOOMQ-RECORD
209530         IF ZOOMQCARY-STATUS NOT = "00"
209540             SET RUN-ERROR TO TRUE
209550             SET ZQ-CARRY-FAILED TO TRUE
209560         END-IF
209570     END-IF.
209580*****************************************************************
209590* P-OPEN-ZOOMQ-CARRY - OPENS THE CARRY-FORWARD FILE FRESH FOR
209600*     TONIGHT'S DEFERRALS.  IF IT CANNOT BE OPENED THE LIVE QUEUE
209610*     IS LEFT AS IT STANDS, SO A DEFERRAL IS NEVER LOST.
209620*****************************************************************
209630 P-OPEN-ZOOMQ-CARRY.
209640     MOVE "N" TO ZQ-CARRY-OPEN-SW
209650     OPEN OUTPUT ZOOMQCARY
209660     IF ZOOMQCARY-STATUS = "00"
209670         SET ZQ-CARRY-OPEN TO TRUE
209680     ELSE
209690         SET RUN-ERROR TO TRUE
209700     END-IF.
209710*****************************************************************
209720* P-REQUEUE-CARRIED - COPIES TONIGHT'S DEFERRALS FROM ZOOMQCARY
209730*     ONTO THE FRESHLY EMPTIED LIVE QUEUE AND ENDS THEM WITH A
209740*     TRAILER RECORD (SEE FILETRLREC) FOR THE NEXT NIGHT'S
209750*     HALLOEDT.  A QUEUE LEFT SHORT BY AN UNREADABLE CARRY FILE
209760*     GETS NO TRAILER.
209770*****************************************************************
209780 P-REQUEUE-CARRIED.
209790     SET FTW-ZOOMQ TO TRUE
209800     PERFORM P-TRAILER-START
209810     OPEN INPUT ZOOMQCARY
209820     IF ZOOMQCARY-STATUS NOT = "00"
209830         SET RUN-ERROR TO TRUE
209840         GO TO P-REQUEUE-CARRIED-EXIT
209850     END-IF
209860     MOVE "N" TO ZQ-EOF-SW
209870     PERFORM P-REQUEUE-DEFERRED UNTIL ZQ-EOF
209880     CLOSE ZOOMQCARY
209890     PERFORM P-TRAILER-BUILD
209900     WRITE ZOOMQ-RECORD FROM FILE-TRAILER-RECORD
209910     IF ZOOMQFILE-STATUS NOT = "00"
209920         SET RUN-ERROR TO TRUE
209930     END-IF.
209940 P-REQUEUE-CARRIED-EXIT.
209950     EXIT.
209960*****************************************************************
209970* P-REQUEUE-DEFERRED - COPIES ONE DEFERRED REQUEST BACK ONTO THE
209980*     LIVE QUEUE.
209990*****************************************************************
210000 P-REQUEUE-DEFERRED.
210010     READ ZOOMQCARY
210020         AT END
210030             SET ZQ-EOF TO TRUE
210040     END-READ
210050     IF NOT ZQ-EOF
210060         MOVE ZOOMQ-CARRY-REC TO FTW-RECORD
210070         WRITE ZOOMQ-RECORD FROM ZOOMQ-CARRY-REC
210080         IF ZOOMQFILE-STATUS NOT = "00"
210090             SET RUN-ERROR TO TRUE
210100         ELSE
210110             PERFORM P-TRAILER-ADD
210120         END-IF
210130     END-IF.
210140     COPY FILETRLCHK.
