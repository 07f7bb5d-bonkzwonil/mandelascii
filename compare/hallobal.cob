000010*****************************************************************
000020* HALLOBAL - NIGHTLY ZOOM QUEUE BALANCING FOR HALLOPGM
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOBAL.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/14/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  RUNS AS THE LAST STEP OF THE NIGHT, AFTER HALLOEDT
000120*     AND HALLOPGM, AND PROVES THAT EVERY ZOOM REQUEST THE EDIT
000130*     TOOK IN CAME OUT THE OTHER END.  EACH CHECK PRINTS ITS TWO
000140*     SIDES AND AN IN BALANCE / OUT OF BALANCE FLAG -
000150*
000160*       - RECORDS HALLOEDT READ FROM ZOOMQRAW = RECORDS IT
000170*         ACCEPTED (ITS EDTCTL CONTROL RECORD - HALLOPGM HAS
000180*         EMPTIED ZOOMQFILE BY NOW) + RECORDS ON ZOOMQREJ.
000190*       - ACCEPTED + CARRIED FORWARD (THE REQUESTS THE LAST
000191*         NIGHT'S BUDGET DEFERRED, STILL ON ZOOMQFILE WHEN THE
000192*         EDIT RAN) = ZOOMQHIST RECORDS STAMPED WITH TONIGHT'S
000200*         ZQH-RUN-DATE.
000210*       - TONIGHT'S ZOOMQHIST = COMPUTED + CACHED + FAILED +
000211*         DEFERRED, SO A RECORD WITH ANY OTHER DISPOSITION IS
000220*         CAUGHT.
000230*       - COMPUTED + FAILED = RESULTMST GROWTH (RECORDS WHOSE
000240*         RM-STORED-DATE IS TONIGHT).  A FAILED REQUEST RAN THE
000250*         ESCAPE-TIME LOOP AND STORED ITS RESULT JUST AS A
000260*         COMPUTED ONE DID - ONLY A CACHED ONE ADDS NOTHING.
000270*       - FAILED = TONIGHT'S EXCPFILE RECORDS THAT CARRY A
000280*         REQUEST ID.  PLANE-RENDER EXCEPTIONS CARRY NONE AND
000290*         ARE LISTED BUT NOT BALANCED.
000300*
000310*     AN EDTCTL RECORD THAT IS MISSING OR NOT DATED TONIGHT IS
000320*     ITSELF OUT OF BALANCE.  ANY CHECK OUT OF BALANCE ENDS THE
000330*     JOB WITH CONDITION CODE 8 SO THE SCHEDULER HOLDS THE STEPS
000340*     BEHIND IT.  "TONIGHT" IS TODAY'S DATE UNLESS THE BALPARM
000350*     CARD CARRIES ANOTHER IN COLS 1-8 (YYYYMMDD) - FOR
000360*     BALANCING A NIGHT AGAIN THE NEXT MORNING.
000370*
000380* MODIFICATION HISTORY.
000390*     10/14/2026  RH   ORIGINAL VERSION.
000391*     10/15/2026  RH   REQUESTS CARRIED FORWARD FROM THE LAST
000392*                       NIGHT AND THE NEW DEFERRED DISPOSITION
000393*                       BALANCED.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BALPARM ASSIGN TO "BALPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BALPARM-STATUS.
000470     SELECT EDTCTL ASSIGN TO "EDTCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS EDTCTL-STATUS.
000500     SELECT ZOOMQREJ ASSIGN TO "ZOOMQREJ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ZOOMQREJ-STATUS.
000530     SELECT ZOOMQHIST ASSIGN TO "ZOOMQHIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ZOOMQHIST-STATUS.
000560     SELECT RESULTMST ASSIGN TO "RESULTMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RM-KEY
000600         FILE STATUS IS RESULTMST-STATUS.
000610     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS EXCPFILE-STATUS.
000640     SELECT BALRPT ASSIGN TO "BALRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS BALRPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BALPARM
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  BAL-PARM-REC                PIC X(80).
000720 FD  EDTCTL
000730     RECORD CONTAINS 80 CHARACTERS.
000740     COPY EDTCTLREC.
000750 FD  ZOOMQREJ
000760     RECORD CONTAINS 195 CHARACTERS.
000770 01  ZOOMQ-REJ-REC               PIC X(195).
000780 FD  ZOOMQHIST
000790     RECORD CONTAINS 225 CHARACTERS.
000800     COPY ZOOMQHREC.
000810 FD  RESULTMST
000820     RECORD CONTAINS 220 CHARACTERS.
000830     COPY RESULTREC.
000840 FD  EXCPFILE
000850     RECORD CONTAINS 80 CHARACTERS.
000860     COPY EXCPREC.
000870 FD  BALRPT
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  BAL-OUT-REC                 PIC X(80).
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* FILE STATUS FIELDS
000930*----------------------------------------------------------------
000940 01  BALPARM-STATUS              PIC X(02).
000950 01  EDTCTL-STATUS               PIC X(02).
000960 01  ZOOMQREJ-STATUS             PIC X(02).
000970 01  ZOOMQHIST-STATUS            PIC X(02).
000980 01  RESULTMST-STATUS            PIC X(02).
000990 01  EXCPFILE-STATUS             PIC X(02).
001000 01  BALRPT-STATUS               PIC X(02).
001010*----------------------------------------------------------------
001020* BALANCING REPORT LAYOUT
001030*----------------------------------------------------------------
001040     COPY BALRPTREC.
001050*----------------------------------------------------------------
001060* SCAN STATE AND THE NIGHT BEING BALANCED
001070*----------------------------------------------------------------
001080 01  BAL-SWITCHES.
001090     05  SCAN-EOF-SW              PIC X(01) VALUE "N".
001100         88  SCAN-EOF                       VALUE "Y".
001110     05  BAL-ERROR-SW             PIC X(01) VALUE "N".
001120         88  BAL-ERROR                      VALUE "Y".
001130     05  EDTCTL-GOT-SW            PIC X(01) VALUE "N".
001140         88  EDTCTL-GOT                     VALUE "Y".
001150 01  BAL-DATE-WS                 PIC 9(08) VALUE 0.
001160*----------------------------------------------------------------
001170* COUNTS EACH SIDE OF THE CHECKS IS BUILT FROM.  THE EDIT'S OWN
001180* COUNTS COME OFF ITS EDTCTL RECORD; EVERYTHING ELSE IS COUNTED
001190* HERE FROM THE FILES THEMSELVES.
001200*----------------------------------------------------------------
001210 01  BAL-COUNTS.
001220     05  BAL-EDT-READ             PIC 9(08) COMP VALUE 0.
001230     05  BAL-EDT-GOOD             PIC 9(08) COMP VALUE 0.
001240     05  BAL-EDT-REJECT           PIC 9(08) COMP VALUE 0.
001241     05  BAL-EDT-CARRIED          PIC 9(08) COMP VALUE 0.
001250     05  BAL-REJ-COUNT            PIC 9(08) COMP VALUE 0.
001260     05  BAL-HIST-COUNT           PIC 9(08) COMP VALUE 0.
001270     05  BAL-COMPUTED             PIC 9(08) COMP VALUE 0.
001280     05  BAL-CACHED               PIC 9(08) COMP VALUE 0.
001290     05  BAL-FAILED               PIC 9(08) COMP VALUE 0.
001291     05  BAL-DEFERRED             PIC 9(08) COMP VALUE 0.
001300     05  BAL-OTHER                PIC 9(08) COMP VALUE 0.
001310     05  BAL-RM-GROWTH            PIC 9(08) COMP VALUE 0.
001320     05  BAL-EXCP-QUEUE           PIC 9(08) COMP VALUE 0.
001330     05  BAL-EXCP-PLANE           PIC 9(08) COMP VALUE 0.
001340*----------------------------------------------------------------
001350* ONE CHECK'S TWO SIDES, LOADED BY THE CALLER OF
001360* P-WRITE-CHECK-LINE.
001370*----------------------------------------------------------------
001380 01  BAL-LEFT-N                  PIC 9(09) COMP VALUE 0.
001390 01  BAL-RIGHT-N                 PIC 9(09) COMP VALUE 0.
001400 PROCEDURE DIVISION.
001410*****************************************************************
001420* P-START - MAINLINE.  FIXES THE NIGHT BEING BALANCED, GATHERS
001430*     EVERY COUNT, THEN WRITES THE CHECKS AND THE STATUS.
001440*****************************************************************
001450 P-START.
001460     PERFORM P-READ-PARM THRU P-READ-PARM-EXIT
001470     PERFORM P-READ-EDIT-CONTROL THRU P-READ-EDIT-CONTROL-EXIT
001480     PERFORM P-COUNT-REJECTS THRU P-COUNT-REJECTS-EXIT
001490     PERFORM P-SCAN-HISTORY THRU P-SCAN-HISTORY-EXIT
001500     PERFORM P-SCAN-RESULTS THRU P-SCAN-RESULTS-EXIT
001510     PERFORM P-SCAN-EXCEPTIONS THRU P-SCAN-EXCEPTIONS-EXIT
001520     PERFORM P-WRITE-REPORT-HEADERS
001530     PERFORM P-WRITE-CHECKS
001540     PERFORM P-WRITE-STATUS
001550     PERFORM P-END.
001560*****************************************************************
001570* P-READ-PARM - TODAY'S DATE, OR THE DATE ON THE BALPARM CARD
001580*     WHEN ONE IS PRESENT AND NUMERIC.
001590*****************************************************************
001600 P-READ-PARM.
001610     ACCEPT BAL-DATE-WS FROM DATE YYYYMMDD
001620     OPEN INPUT BALPARM
001630     IF BALPARM-STATUS NOT = "00"
001640         GO TO P-READ-PARM-EXIT
001650     END-IF
001660     READ BALPARM
001670         AT END
001680             GO TO P-READ-PARM-CLOSE
001690     END-READ
001700     IF BAL-PARM-REC (1:8) IS NUMERIC
001710         MOVE BAL-PARM-REC (1:8) TO BAL-DATE-WS
001720     END-IF.
001730 P-READ-PARM-CLOSE.
001740     CLOSE BALPARM.
001750 P-READ-PARM-EXIT.
001760     EXIT.
001770*****************************************************************
001780* P-READ-EDIT-CONTROL - HALLOEDT'S CONTROL RECORD.  IT COUNTS
001790*     ONLY WHEN IT IS THERE, IS AN EDTCTL RECORD AND IS DATED
001800*     THE NIGHT BEING BALANCED - A STALE ONE MEANS THE EDIT DID
001810*     NOT RUN TONIGHT AND ITS COUNTS PROVE NOTHING.
001820*****************************************************************
001830 P-READ-EDIT-CONTROL.
001840     MOVE "N" TO EDTCTL-GOT-SW
001850     OPEN INPUT EDTCTL
001860     IF EDTCTL-STATUS NOT = "00"
001870         GO TO P-READ-EDIT-CONTROL-EXIT
001880     END-IF
001890     READ EDTCTL
001900         AT END
001910             GO TO P-READ-EDIT-CONTROL-CLOSE
001920     END-READ
001930     IF EC-TAG = "EDTCTL" AND EC-RUN-DATE IS NUMERIC
001940             AND EC-READ-COUNT IS NUMERIC
001950             AND EC-GOOD-COUNT IS NUMERIC
001960             AND EC-REJECT-COUNT IS NUMERIC
001970         MOVE EC-RUN-DATE TO BAL-EDIT-DATE
001980         MOVE EC-RUN-TIME TO BAL-EDIT-TIME
001990         IF EC-RUN-DATE = BAL-DATE-WS
002000             SET EDTCTL-GOT TO TRUE
002010             MOVE EC-READ-COUNT TO BAL-EDT-READ
002020             MOVE EC-GOOD-COUNT TO BAL-EDT-GOOD
002030             MOVE EC-REJECT-COUNT TO BAL-EDT-REJECT
002031             IF EC-CARRIED-COUNT IS NUMERIC
002032                 MOVE EC-CARRIED-COUNT TO BAL-EDT-CARRIED
002033             END-IF
002040         END-IF
002050     END-IF.
002060 P-READ-EDIT-CONTROL-CLOSE.
002070     CLOSE EDTCTL.
002080 P-READ-EDIT-CONTROL-EXIT.
002090     EXIT.
002100*****************************************************************
002110* P-COUNT-REJECTS - RECORDS ON TONIGHT'S ZOOMQREJ.  HALLOEDT
002120*     WRITES IT FRESH EVERY RUN, SO EVERY RECORD ON IT IS
002130*     TONIGHT'S.  A MISSING FILE COUNTS ZERO.
002140*****************************************************************
002150 P-COUNT-REJECTS.
002160     OPEN INPUT ZOOMQREJ
002170     IF ZOOMQREJ-STATUS NOT = "00"
002180         GO TO P-COUNT-REJECTS-EXIT
002190     END-IF
002200     MOVE "N" TO SCAN-EOF-SW
002210     PERFORM P-COUNT-REJECT UNTIL SCAN-EOF
002220     CLOSE ZOOMQREJ.
002230 P-COUNT-REJECTS-EXIT.
002240     EXIT.
002250*****************************************************************
002260* P-COUNT-REJECT - ONE ZOOMQREJ RECORD.
002270*****************************************************************
002280 P-COUNT-REJECT.
002290     READ ZOOMQREJ
002300         AT END
002310             SET SCAN-EOF TO TRUE
002320     END-READ
002330     IF NOT SCAN-EOF
002340         ADD 1 TO BAL-REJ-COUNT
002350     END-IF.
002360*****************************************************************
002370* P-SCAN-HISTORY - TONIGHT'S ZOOMQHIST RECORDS, BY DISPOSITION.
002380*     EARLIER NIGHTS' RECORDS ARE READ PAST.
002390*****************************************************************
002400 P-SCAN-HISTORY.
002410     OPEN INPUT ZOOMQHIST
002420     IF ZOOMQHIST-STATUS NOT = "00"
002430         GO TO P-SCAN-HISTORY-EXIT
002440     END-IF
002450     MOVE "N" TO SCAN-EOF-SW
002460     PERFORM P-TALLY-HISTORY UNTIL SCAN-EOF
002470     CLOSE ZOOMQHIST.
002480 P-SCAN-HISTORY-EXIT.
002490     EXIT.
002500*****************************************************************
002510* P-TALLY-HISTORY - ONE ZOOMQHIST RECORD.
002520*****************************************************************
002530 P-TALLY-HISTORY.
002540     READ ZOOMQHIST
002550         AT END
002560             SET SCAN-EOF TO TRUE
002570     END-READ
002580     IF NOT SCAN-EOF
002590         IF ZQH-RUN-DATE = BAL-DATE-WS
002600             ADD 1 TO BAL-HIST-COUNT
002610             PERFORM P-TALLY-DISP
002620         END-IF
002630     END-IF.
002640*****************************************************************
002650* P-TALLY-DISP - ONE OF TONIGHT'S HISTORY RECORDS, BY ITS
002660*     DISPOSITION.
002670*****************************************************************
002680 P-TALLY-DISP.
002690     IF ZQH-DISP = "COMPUTED"
002700         ADD 1 TO BAL-COMPUTED
002710     ELSE
002720         IF ZQH-DISP = "CACHED"
002730             ADD 1 TO BAL-CACHED
002740         ELSE
002750             IF ZQH-DISP = "FAILED"
002760                 ADD 1 TO BAL-FAILED
002770             ELSE
002771                 IF ZQH-DISP = "DEFERRED"
002772                     ADD 1 TO BAL-DEFERRED
002773                 ELSE
002780                     ADD 1 TO BAL-OTHER
002781                 END-IF
002790             END-IF
002800         END-IF
002810     END-IF.
002820*****************************************************************
002830* P-SCAN-RESULTS - RESULTMST RECORDS FIRST STORED TONIGHT.  A
002840*     MASTER THAT IS NOT ON THE JOB HAS GROWN BY NOTHING.
002850*****************************************************************
002860 P-SCAN-RESULTS.
002870     OPEN INPUT RESULTMST
002880     IF RESULTMST-STATUS NOT = "00"
002890         GO TO P-SCAN-RESULTS-EXIT
002900     END-IF
002910     MOVE "N" TO SCAN-EOF-SW
002920     PERFORM P-TALLY-RESULT UNTIL SCAN-EOF
002930     CLOSE RESULTMST.
002940 P-SCAN-RESULTS-EXIT.
002950     EXIT.
002960*****************************************************************
002970* P-TALLY-RESULT - ONE RESULTMST RECORD.  A RECORD OLDER THAN
002980*     RM-STORED-DATE CARRIES SPACES THERE AND IS NOT TONIGHT'S.
002990*****************************************************************
003000 P-TALLY-RESULT.
003010     READ RESULTMST NEXT RECORD
003020         AT END
003030             SET SCAN-EOF TO TRUE
003040     END-READ
003050     IF NOT SCAN-EOF
003060         IF RESULTMST-STATUS NOT = "00"
003070             SET BAL-ERROR TO TRUE
003080             SET SCAN-EOF TO TRUE
003090         ELSE
003100             IF RM-STORED-DATE IS NUMERIC
003110                 IF RM-STORED-DATE = BAL-DATE-WS
003120                     ADD 1 TO BAL-RM-GROWTH
003130                 END-IF
003140             END-IF
003150         END-IF
003160     END-IF.
003170*****************************************************************
003180* P-SCAN-EXCEPTIONS - TONIGHT'S EXCPFILE RECORDS, SPLIT INTO
003190*     QUEUED-REQUEST EXCEPTIONS (EXCP-REQUEST-ID PRESENT) AND
003200*     PLANE-RENDER ONES.
003210*****************************************************************
003220 P-SCAN-EXCEPTIONS.
003230     OPEN INPUT EXCPFILE
003240     IF EXCPFILE-STATUS NOT = "00"
003250         GO TO P-SCAN-EXCEPTIONS-EXIT
003260     END-IF
003270     MOVE "N" TO SCAN-EOF-SW
003280     PERFORM P-TALLY-EXCEPTION UNTIL SCAN-EOF
003290     CLOSE EXCPFILE.
003300 P-SCAN-EXCEPTIONS-EXIT.
003310     EXIT.
003320*****************************************************************
003330* P-TALLY-EXCEPTION - ONE EXCPFILE RECORD.  RECORDS WRITTEN
003340*     BEFORE EXCP-RUN-DATE EXISTED CARRY SPACES AND ARE NEVER
003350*     TONIGHT'S.
003360*****************************************************************
003370 P-TALLY-EXCEPTION.
003380     READ EXCPFILE
003390         AT END
003400             SET SCAN-EOF TO TRUE
003410     END-READ
003420     IF NOT SCAN-EOF
003430         IF EXCP-RUN-DATE IS NUMERIC
003440             IF EXCP-RUN-DATE = BAL-DATE-WS
003450                 IF EXCP-REQUEST-ID = SPACES
003460                     ADD 1 TO BAL-EXCP-PLANE
003470                 ELSE
003480                     ADD 1 TO BAL-EXCP-QUEUE
003490                 END-IF
003500             END-IF
003510         END-IF
003520     END-IF.
003530*****************************************************************
003540* P-WRITE-REPORT-HEADERS - OPENS BALRPT AND WRITES THE TITLE, THE
003550*     NIGHT BEING BALANCED AND THE EDIT RUN IT IS BALANCED FROM.
003560*****************************************************************
003570 P-WRITE-REPORT-HEADERS.
003580     OPEN OUTPUT BALRPT
003590     MOVE BAL-TITLE TO BAL-OUT-REC
003600     WRITE BAL-OUT-REC
003610     MOVE BAL-RULE TO BAL-OUT-REC
003620     WRITE BAL-OUT-REC
003630     MOVE BAL-DATE-WS TO BAL-RUN-DATE
003640     MOVE BAL-DATE-LINE TO BAL-OUT-REC
003650     WRITE BAL-OUT-REC
003660     MOVE BAL-RULE TO BAL-OUT-REC
003670     WRITE BAL-OUT-REC
003680     MOVE BAL-HEADING TO BAL-OUT-REC
003690     WRITE BAL-OUT-REC
003700     MOVE BAL-RULE TO BAL-OUT-REC
003710     WRITE BAL-OUT-REC.
003720*****************************************************************
003730* P-WRITE-CHECKS - EVERY CHECK, EACH UNDER THE COUNTS ITS TWO
003740*     SIDES WERE BUILT FROM.
003750*****************************************************************
003760 P-WRITE-CHECKS.
003770     IF NOT EDTCTL-GOT
003780         SET BAL-ERROR TO TRUE
003790         MOVE "EDTCTL MISSING OR NOT DATED TONIGHT"
003800             TO BAL-OUT-REC
003810         WRITE BAL-OUT-REC
003820     END-IF
003830     MOVE "ZOOMQRAW READ (EDTCTL)" TO BAL-COUNT-LABEL
003840     MOVE BAL-EDT-READ TO BAL-COUNT-VALUE
003850     PERFORM P-WRITE-COUNT-LINE
003860     MOVE "ACCEPTED TO ZOOMQFILE (EDTCTL)" TO BAL-COUNT-LABEL
003870     MOVE BAL-EDT-GOOD TO BAL-COUNT-VALUE
003880     PERFORM P-WRITE-COUNT-LINE
003890     MOVE "REJECTED (EDTCTL)" TO BAL-COUNT-LABEL
003900     MOVE BAL-EDT-REJECT TO BAL-COUNT-VALUE
003910     PERFORM P-WRITE-COUNT-LINE
003920     MOVE "RECORDS ON ZOOMQREJ" TO BAL-COUNT-LABEL
003930     MOVE BAL-REJ-COUNT TO BAL-COUNT-VALUE
003940     PERFORM P-WRITE-COUNT-LINE
003950     MOVE "READ = ACCEPTED + ZOOMQREJ" TO BAL-CHECK-LABEL
003960     MOVE BAL-EDT-READ TO BAL-LEFT-N
003970     ADD BAL-EDT-GOOD BAL-REJ-COUNT GIVING BAL-RIGHT-N
003980     PERFORM P-WRITE-CHECK-LINE
003981     MOVE "CARRIED FORWARD (EDTCTL)" TO BAL-COUNT-LABEL
003982     MOVE BAL-EDT-CARRIED TO BAL-COUNT-VALUE
003983     PERFORM P-WRITE-COUNT-LINE
003990     MOVE "ZOOMQHIST TONIGHT" TO BAL-COUNT-LABEL
004000     MOVE BAL-HIST-COUNT TO BAL-COUNT-VALUE
004010     PERFORM P-WRITE-COUNT-LINE
004020     MOVE "ACCEPTED + CARRIED = ZOOMQHIST" TO BAL-CHECK-LABEL
004030     ADD BAL-EDT-GOOD BAL-EDT-CARRIED GIVING BAL-LEFT-N
004040     MOVE BAL-HIST-COUNT TO BAL-RIGHT-N
004050     PERFORM P-WRITE-CHECK-LINE
004060     MOVE "  COMPUTED" TO BAL-COUNT-LABEL
004070     MOVE BAL-COMPUTED TO BAL-COUNT-VALUE
004080     PERFORM P-WRITE-COUNT-LINE
004090     MOVE "  CACHED" TO BAL-COUNT-LABEL
004100     MOVE BAL-CACHED TO BAL-COUNT-VALUE
004110     PERFORM P-WRITE-COUNT-LINE
004120     MOVE "  FAILED" TO BAL-COUNT-LABEL
004130     MOVE BAL-FAILED TO BAL-COUNT-VALUE
004140     PERFORM P-WRITE-COUNT-LINE
004141     MOVE "  DEFERRED" TO BAL-COUNT-LABEL
004142     MOVE BAL-DEFERRED TO BAL-COUNT-VALUE
004143     PERFORM P-WRITE-COUNT-LINE
004150     MOVE "  ANY OTHER DISPOSITION" TO BAL-COUNT-LABEL
004160     MOVE BAL-OTHER TO BAL-COUNT-VALUE
004170     PERFORM P-WRITE-COUNT-LINE
004180     MOVE "ZOOMQHIST = COMP+CACHED+FAILED+DEFER"
004181         TO BAL-CHECK-LABEL
004190     MOVE BAL-HIST-COUNT TO BAL-LEFT-N
004200     ADD BAL-COMPUTED BAL-CACHED BAL-FAILED BAL-DEFERRED
004201         GIVING BAL-RIGHT-N
004210     PERFORM P-WRITE-CHECK-LINE
004220     MOVE "RESULTMST STORED TONIGHT" TO BAL-COUNT-LABEL
004230     MOVE BAL-RM-GROWTH TO BAL-COUNT-VALUE
004240     PERFORM P-WRITE-COUNT-LINE
004250     MOVE "COMPUTED + FAILED = RESULTMST GROWTH"
004260         TO BAL-CHECK-LABEL
004270     ADD BAL-COMPUTED BAL-FAILED GIVING BAL-LEFT-N
004280     MOVE BAL-RM-GROWTH TO BAL-RIGHT-N
004290     PERFORM P-WRITE-CHECK-LINE
004300     MOVE "EXCPFILE TONIGHT - QUEUED REQS" TO BAL-COUNT-LABEL
004310     MOVE BAL-EXCP-QUEUE TO BAL-COUNT-VALUE
004320     PERFORM P-WRITE-COUNT-LINE
004330     MOVE "EXCPFILE TONIGHT - PLANE RENDER" TO BAL-COUNT-LABEL
004340     MOVE BAL-EXCP-PLANE TO BAL-COUNT-VALUE
004350     PERFORM P-WRITE-COUNT-LINE
004360     MOVE "FAILED = EXCPFILE QUEUED REQUESTS" TO BAL-CHECK-LABEL
004370     MOVE BAL-FAILED TO BAL-LEFT-N
004380     MOVE BAL-EXCP-QUEUE TO BAL-RIGHT-N
004390     PERFORM P-WRITE-CHECK-LINE.
004400*****************************************************************
004410* P-WRITE-COUNT-LINE - ONE INDENTED COUNT LINE.
004420*****************************************************************
004430 P-WRITE-COUNT-LINE.
004440     MOVE BAL-COUNT-LINE TO BAL-OUT-REC
004450     WRITE BAL-OUT-REC
004460     MOVE SPACES TO BAL-COUNT-LABEL.
004470*****************************************************************
004480* P-WRITE-CHECK-LINE - ONE CHECK: THE TWO SIDES THE CALLER LEFT
004490*     IN BAL-LEFT-N AND BAL-RIGHT-N, AND THE FLAG.  AN OUT OF
004500*     BALANCE CHECK FAILS THE JOB.
004510*****************************************************************
004520 P-WRITE-CHECK-LINE.
004530     MOVE BAL-LEFT-N TO BAL-CHECK-LEFT
004540     MOVE BAL-RIGHT-N TO BAL-CHECK-RIGHT
004550     IF BAL-LEFT-N = BAL-RIGHT-N
004560         MOVE "IN BALANCE" TO BAL-CHECK-FLAG
004570     ELSE
004580         MOVE "OUT OF BALANCE" TO BAL-CHECK-FLAG
004590         SET BAL-ERROR TO TRUE
004600     END-IF
004610     MOVE BAL-CHECK-LINE TO BAL-OUT-REC
004620     WRITE BAL-OUT-REC
004630     MOVE BAL-RULE TO BAL-OUT-REC
004640     WRITE BAL-OUT-REC.
004650*****************************************************************
004660* P-WRITE-STATUS - THE NIGHT'S BALANCING STATUS.
004670*****************************************************************
004680 P-WRITE-STATUS.
004690     IF BAL-ERROR
004700         MOVE "OUT OF BALANCE" TO BAL-STATUS
004710     ELSE
004720         MOVE "IN BALANCE" TO BAL-STATUS
004730     END-IF
004740     MOVE BAL-STATUS-LINE TO BAL-OUT-REC
004750     WRITE BAL-OUT-REC.
004760*****************************************************************
004770* P-END - JOB TERMINATION.
004780*****************************************************************
004790 P-END.
004800     CLOSE BALRPT
004810     IF BAL-ERROR
004820         MOVE 8 TO RETURN-CODE
004830     END-IF
004840     DISPLAY "The ENd"
004850     STOP RUN.
