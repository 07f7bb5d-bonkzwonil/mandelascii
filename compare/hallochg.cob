000010*****************************************************************
000020* HALLOCHG - MONTHLY ZOOM QUEUE USAGE AND CHARGEBACK REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. HALLOCHG.
000060 AUTHOR. R HALLORAN.
000070 INSTALLATION. SYSTEMS PROGRAMMING.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* REMARKS.  TOTALS A PERIOD'S ZOOM QUEUE USE BY ANALYST FROM THE
000120*     ZOOMQHIST FILE P-PROCESS-ZOOM-QUEUE APPENDS TO (SEE
000130*     ZOOMQHREC) AND BILLS IT.  THE ANALYST IS THE REQUEST-ID
000140*     PREFIX - THE LEADING LETTERS OF ZQ-REQUEST-ID, UP TO FOUR,
000150*     WHICH BY SHOP CONVENTION ARE THE SUBMITTER'S INITIALS (THE
000160*     SAME PREFIX HALLOZQI SELECTS ON).  PER ANALYST AND PER
000170*     PRECISION PATH IT COUNTS REQUESTS SUBMITTED, COMPUTED,
000180*     SERVED FROM CACHE AND FAILED, AND THE ITERATIONS ACTUALLY
000190*     BURNED (ZQH-FINAL-I OF EVERY COMPUTED OR FAILED REQUEST - A
000200*     CACHED ONE BURNED NOTHING AND COSTS NOTHING).
000201*     A REQUEST THE NIGHTLY BUDGET DEFERRED IS HISTORIED EACH
000202*     NIGHT IT WAITS; IT IS COUNTED SUBMITTED ONLY ON ITS FIRST
000203*     (ZQ-DEFER-NIGHTS ZERO), AND A DEFERRED NIGHT COSTS NOTHING.
000210*
000220*     ITERATIONS ARE WEIGHTED INTO BILLING UNITS FROM THE
000230*     INSTALLATION RATE CARD (SEE RATEREC) - PLAIN AND DEEPZOOM
000240*     UNITS PER ITERATION, SO A DEEP-ZOOM ITERATION CARRIES ITS
000250*     PREMIUM.  THE PERIOD'S ZOOM-QUEUE PHASE SECONDS FROM
000260*     RUNHIST (RH-QUEUE-SECS OF EVERY RUN IN THE PERIOD) ARE THEN
000270*     SHARED OUT BY UNITS, THE LAST ANALYST TAKING THE ROUNDING
000280*     REMAINDER, SO THE GRAND TOTAL TIES EXACTLY TO RUNHIST; THE
000290*     CHARGE IS THE ALLOCATED SECONDS AT THE QUEUESEC RATE.
000300*     CHGEXT CARRIES ONE RECORD PER ANALYST FOR THE FINANCE FEED
000310*     (SEE CHGEXTREC).
000320*
000330*     THE PERIOD CARD (CHGPARM) CARRIES THE FIRST DAY IN COLS
000340*     1-8 AND THE LAST IN COLS 10-17, BOTH YYYYMMDD.  A MISSING OR
000350*     BLANK CARD BILLS THE PREVIOUS CALENDAR MONTH.  A CARD THAT
000360*     IS NOT BLANK BUT IS NOT A VALID PERIOD, A RATE MISSING FROM
000370*     THE RATE CARD, AN ANALYST TABLE OVERFLOW, OR A GRAND TOTAL
000380*     THAT DOES NOT TIE ENDS THE JOB WITH CONDITION CODE 8.
000390*
000400* MODIFICATION HISTORY.
000410*     10/15/2026  RH   ORIGINAL VERSION.
000411*     10/15/2026  RH   DEFERRED REQUESTS COUNTED SUBMITTED ONCE.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CHGPARM ASSIGN TO "CHGPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CHGPARM-STATUS.
000490     SELECT RATECARD ASSIGN TO "RATECARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RATECARD-STATUS.
000520     SELECT ZOOMQHIST ASSIGN TO "ZOOMQHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ZOOMQHIST-STATUS.
000550     SELECT RUNHIST ASSIGN TO "RUNHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNHIST-STATUS.
000580     SELECT CHGRPT ASSIGN TO "CHGRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CHGRPT-STATUS.
000610     SELECT CHGEXT ASSIGN TO "CHGEXT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CHGEXT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CHGPARM
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  CHG-PARM-REC                PIC X(80).
000690 FD  RATECARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710     COPY RATEREC.
000720 FD  ZOOMQHIST
000730     RECORD CONTAINS 225 CHARACTERS.
000740     COPY ZOOMQHREC.
000750 FD  RUNHIST
000760     RECORD CONTAINS 180 CHARACTERS.
000770     COPY RUNHISTREC.
000780 FD  CHGRPT
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  CHG-OUT-REC                 PIC X(132).
000810 FD  CHGEXT
000820     RECORD CONTAINS 100 CHARACTERS.
000830     COPY CHGEXTREC.
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* FILE STATUS FIELDS
000870*----------------------------------------------------------------
000880 01  CHGPARM-STATUS              PIC X(02).
000890 01  RATECARD-STATUS             PIC X(02).
000900 01  ZOOMQHIST-STATUS            PIC X(02).
000910 01  RUNHIST-STATUS              PIC X(02).
000920 01  CHGRPT-STATUS               PIC X(02).
000930 01  CHGEXT-STATUS               PIC X(02).
000940*----------------------------------------------------------------
000950* USAGE REPORT LAYOUT
000960*----------------------------------------------------------------
000970     COPY CHGRPTREC.
000980*----------------------------------------------------------------
000990* SWITCHES
001000*----------------------------------------------------------------
001010 01  CHG-SWITCHES.
001020     05  SCAN-EOF-SW              PIC X(01) VALUE "N".
001030         88  SCAN-EOF                       VALUE "Y".
001040     05  CHG-ERROR-SW             PIC X(01) VALUE "N".
001050         88  CHG-ERROR                      VALUE "Y".
001060     05  PERIOD-BAD-SW            PIC X(01) VALUE "N".
001070         88  PERIOD-BAD                     VALUE "Y".
001080     05  PREFIX-ENDED-SW          PIC X(01) VALUE "N".
001090         88  PREFIX-ENDED                   VALUE "Y".
001100     05  ANALYST-FOUND-SW         PIC X(01) VALUE "N".
001110         88  ANALYST-FOUND                  VALUE "Y".
001120     05  ANALYST-PASSED-SW        PIC X(01) VALUE "N".
001130         88  ANALYST-PASSED                 VALUE "Y".
001140     05  LEAP-YEAR-SW             PIC X(01) VALUE "N".
001150         88  LEAP-YEAR                      VALUE "Y".
001160*----------------------------------------------------------------
001170* THE PERIOD BILLED.  THE DEFAULT IS THE PREVIOUS CALENDAR MONTH,
001180* ITS LAST DAY FROM THE MONTH-LENGTH TABLE AND THE CENTURY LEAP
001190* RULE THE WAY HALLORMM WALKS ITS PURGE CUTOFF.
001200*----------------------------------------------------------------
001210 01  CHG-FROM-DATE               PIC 9(08) VALUE 0.
001220 01  CHG-TO-DATE                 PIC 9(08) VALUE 0.
001230 01  CHG-MONTH-WS                PIC 9(08) VALUE 0.
001240 01  CHG-MONTH-PARTS REDEFINES CHG-MONTH-WS.
001250     05  CHG-YYYY                PIC 9(04).
001260     05  CHG-MM                  PIC 9(02).
001270     05  CHG-DD                  PIC 9(02).
001280 01  MONTH-DAYS-LITERAL          PIC X(24) VALUE
001290     "312831303130313130313031".
001300 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
001310     05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001320 01  LEAP-WORK.
001330     05  LEAP-QUOT                PIC 9(04) COMP.
001340     05  LEAP-REM-4               PIC 9(04) COMP.
001350     05  LEAP-REM-100             PIC 9(04) COMP.
001360     05  LEAP-REM-400             PIC 9(04) COMP.
001370*----------------------------------------------------------------
001380* RATE CARD IN EFFECT.  A RATE NOT ON THE CARD STAYS AT ITS
001390* DEFAULT HERE AND FAILS THE RUN.
001400*----------------------------------------------------------------
001410 01  CHG-RATES.
001420     05  CHG-PLAIN-RATE           PIC 9(05)V9(04) VALUE 1.
001430     05  CHG-DEEP-RATE            PIC 9(05)V9(04) VALUE 1.
001440     05  CHG-SEC-RATE             PIC 9(05)V9(04) VALUE 0.
001450     05  CHG-PLAIN-GOT-SW         PIC X(01) VALUE "N".
001460         88  CHG-PLAIN-GOT                  VALUE "Y".
001470     05  CHG-DEEP-GOT-SW          PIC X(01) VALUE "N".
001480         88  CHG-DEEP-GOT                   VALUE "Y".
001490     05  CHG-SEC-GOT-SW           PIC X(01) VALUE "N".
001500         88  CHG-SEC-GOT                    VALUE "Y".
001510*----------------------------------------------------------------
001520* CHARACTER VIEW OF THE QUEUE RECORD EMBEDDED IN EACH HISTORY
001530* RECORD, FOR ITS ZOOM LEVEL - THE PRECISION PATH IT WAS
001540* COMPUTED ON (SEE ZOOMQREC FOR THE COLUMN MAP).
001550*----------------------------------------------------------------
001560 01  CHG-QUEUE-VIEW              PIC X(110).
001570 01  CHG-QUEUE-FIELDS REDEFINES CHG-QUEUE-VIEW.
001580     05  CHG-VIEW-ID              PIC X(10).
001590     05  FILLER                   PIC X(18).
001600     05  CHG-VIEW-ZOOM            PIC X(03).
001610     05  CHG-VIEW-ZOOM-N REDEFINES CHG-VIEW-ZOOM
001620                                  PIC 9(03).
001630     05  FILLER                   PIC X(62).
001631     05  CHG-VIEW-DEFER           PIC X(02).
001632     05  FILLER                   PIC X(15).
001640 01  CHG-PREFIX-WS               PIC X(04) VALUE SPACES.
001650 01  CHG-CHAR-WS                 PIC X(01) VALUE SPACES.
001660 77  CHG-SCAN-IDX                PIC 9(02) COMP.
001670 77  CHG-PATH-IDX                PIC 9(01) COMP.
001680*----------------------------------------------------------------
001690* ANALYST TABLE, HELD IN PREFIX ORDER AS IT IS BUILT SO THE
001700* REPORT AND THE EXTRACT COME OUT SORTED WITHOUT A SORT STEP.
001710* PATH 1 IS PLAIN, PATH 2 DEEP-ZOOM.  200 ANALYSTS IS FAR ABOVE
001720* THE SHOP'S HEADCOUNT - AN OVERFLOW IS COUNTED AND FAILS THE
001730* RUN RATHER THAN BILLING SOMEONE ELSE.
001740*----------------------------------------------------------------
001750 01  CHG-ANALYST-TABLE.
001760     05  CHG-ANALYST-COUNT        PIC 9(04) COMP VALUE 0.
001770     05  CHG-ANALYST-ENTRY        OCCURS 200 TIMES.
001780         10  CHG-A-PREFIX         PIC X(04).
001790         10  CHG-A-PATH           OCCURS 2 TIMES.
001800             15  CHG-A-SUBMITTED  PIC 9(07) COMP.
001810             15  CHG-A-COMPUTED   PIC 9(07) COMP.
001820             15  CHG-A-CACHED     PIC 9(07) COMP.
001830             15  CHG-A-FAILED     PIC 9(07) COMP.
001840             15  CHG-A-ITERATIONS PIC 9(12) COMP.
001850             15  CHG-A-UNITS      PIC 9(15) COMP.
001860         10  CHG-A-QUEUE-SECS     PIC 9(07)V9(02) COMP.
001870         10  CHG-A-CHARGE         PIC 9(09)V9(02) COMP.
001880 77  CHG-A-IDX                   PIC 9(04) COMP.
001890 77  CHG-HIT-IDX                 PIC 9(04) COMP.
001900 77  CHG-LAST-IDX                PIC 9(04) COMP VALUE 0.
001910*----------------------------------------------------------------
001920* TOTALS AND ALLOCATION WORK
001930*----------------------------------------------------------------
001940 01  CHG-TOTALS.
001950     05  CHG-HIST-READ            PIC 9(08) COMP VALUE 0.
001960     05  CHG-HIST-TAKEN           PIC 9(08) COMP VALUE 0.
001970     05  CHG-OVERFLOW-COUNT       PIC 9(08) COMP VALUE 0.
001980     05  CHG-RUN-COUNT            PIC 9(06) COMP VALUE 0.
001990     05  CHG-RUNHIST-SECS         PIC 9(08)V9(02) COMP VALUE 0.
002000     05  CHG-ALLOC-SECS           PIC 9(08)V9(02) COMP VALUE 0.
002010     05  CHG-TOTAL-UNITS          PIC 9(15) COMP VALUE 0.
002020     05  CHG-RUN-SECS-N           PIC 9(06)V9(02) VALUE 0.
002030     05  CHG-SHARE                PIC V9(09) COMP VALUE 0.
002040*----------------------------------------------------------------
002050* ONE ANALYST'S (OR THE GRAND) SUBTOTAL, BUILT FOR PRINTING
002060*----------------------------------------------------------------
002070 01  CHG-SUB-WORK.
002080     05  CHG-S-SUBMITTED          PIC 9(08) COMP.
002090     05  CHG-S-COMPUTED           PIC 9(08) COMP.
002100     05  CHG-S-CACHED             PIC 9(08) COMP.
002110     05  CHG-S-FAILED             PIC 9(08) COMP.
002120     05  CHG-S-ITERATIONS         PIC 9(13) COMP.
002130     05  CHG-S-UNITS              PIC 9(15) COMP.
002140 01  CHG-GRAND-WORK.
002150     05  CHG-G-SUBMITTED          PIC 9(08) COMP VALUE 0.
002160     05  CHG-G-COMPUTED           PIC 9(08) COMP VALUE 0.
002170     05  CHG-G-CACHED             PIC 9(08) COMP VALUE 0.
002180     05  CHG-G-FAILED             PIC 9(08) COMP VALUE 0.
002190     05  CHG-G-ITERATIONS         PIC 9(13) COMP VALUE 0.
002200     05  CHG-G-UNITS              PIC 9(15) COMP VALUE 0.
002210     05  CHG-G-CHARGE             PIC 9(10)V9(02) COMP VALUE 0.
002220 PROCEDURE DIVISION.
002230*****************************************************************
002240* P-START - MAINLINE.  FIXES THE PERIOD, LOADS THE RATE CARD,
002250*     TOTALS THE HISTORY AND THE RUN SECONDS, SHARES THE SECONDS
002260*     OUT, AND WRITES THE REPORT AND THE EXTRACT.
002270*****************************************************************
002280 P-START.
002290     PERFORM P-READ-PARM THRU P-READ-PARM-EXIT
002300     OPEN OUTPUT CHGRPT
002310     PERFORM P-WRITE-REPORT-HEADERS
002320     IF PERIOD-BAD
002330         SET CHG-ERROR TO TRUE
002340         MOVE "CHGPARM PERIOD IS NOT TWO YYYYMMDD DATES IN ORDER"
002350             TO CHG-OUT-REC
002360         WRITE CHG-OUT-REC
002370         PERFORM P-END
002380     END-IF
002390     PERFORM P-READ-RATE-CARD THRU P-READ-RATE-CARD-EXIT
002400     PERFORM P-SCAN-HISTORY THRU P-SCAN-HISTORY-EXIT
002410     PERFORM P-SCAN-RUNHIST THRU P-SCAN-RUNHIST-EXIT
002420     PERFORM P-WEIGH-ANALYST
002430         VARYING CHG-A-IDX FROM 1 BY 1
002440         UNTIL CHG-A-IDX > CHG-ANALYST-COUNT
002450     PERFORM P-ALLOCATE-ANALYST
002460         VARYING CHG-A-IDX FROM 1 BY 1
002470         UNTIL CHG-A-IDX > CHG-ANALYST-COUNT
002480     OPEN OUTPUT CHGEXT
002490     PERFORM P-WRITE-ANALYST
002500         VARYING CHG-A-IDX FROM 1 BY 1
002510         UNTIL CHG-A-IDX > CHG-ANALYST-COUNT
002520     CLOSE CHGEXT
002530     PERFORM P-WRITE-GRAND-TOTAL
002540     PERFORM P-WRITE-TIE-BACK
002550     PERFORM P-WRITE-RATES
002560     PERFORM P-END.
002570*****************************************************************
002580* P-READ-PARM - THE PERIOD CARD.  A MISSING OR BLANK CARD TAKES
002590*     THE PREVIOUS CALENDAR MONTH; A NONBLANK CARD MUST CARRY TWO
002600*     NUMERIC DATES, FIRST NOT AFTER LAST.
002610*****************************************************************
002620 P-READ-PARM.
002630     PERFORM P-DEFAULT-PERIOD
002640     OPEN INPUT CHGPARM
002650     IF CHGPARM-STATUS NOT = "00"
002660         GO TO P-READ-PARM-EXIT
002670     END-IF
002680     READ CHGPARM
002690         AT END
002700             GO TO P-READ-PARM-CLOSE
002710     END-READ
002720     IF CHG-PARM-REC (1:17) NOT = SPACES
002730         IF CHG-PARM-REC (1:8) IS NUMERIC
002740                 AND CHG-PARM-REC (10:8) IS NUMERIC
002750             MOVE CHG-PARM-REC (1:8) TO CHG-FROM-DATE
002760             MOVE CHG-PARM-REC (10:8) TO CHG-TO-DATE
002770             IF CHG-FROM-DATE > CHG-TO-DATE
002780                 SET PERIOD-BAD TO TRUE
002790             END-IF
002800         ELSE
002810             SET PERIOD-BAD TO TRUE
002820         END-IF
002830     END-IF.
002840 P-READ-PARM-CLOSE.
002850     CLOSE CHGPARM.
002860 P-READ-PARM-EXIT.
002870     EXIT.
002880*****************************************************************
002890* P-DEFAULT-PERIOD - THE FIRST AND LAST DAYS OF THE MONTH BEFORE
002900*     TODAY'S.
002910*****************************************************************
002920 P-DEFAULT-PERIOD.
002930     ACCEPT CHG-MONTH-WS FROM DATE YYYYMMDD
002940     SUBTRACT 1 FROM CHG-MM
002950     IF CHG-MM = 0
002960         MOVE 12 TO CHG-MM
002970         SUBTRACT 1 FROM CHG-YYYY
002980     END-IF
002990     MOVE 1 TO CHG-DD
003000     MOVE CHG-MONTH-WS TO CHG-FROM-DATE
003010     MOVE MONTH-DAYS (CHG-MM) TO CHG-DD
003020     IF CHG-MM = 2
003030         PERFORM P-CHECK-LEAP
003040         IF LEAP-YEAR
003050             MOVE 29 TO CHG-DD
003060         END-IF
003070     END-IF
003080     MOVE CHG-MONTH-WS TO CHG-TO-DATE.
003090*****************************************************************
003100* P-CHECK-LEAP - THE CENTURY LEAP RULE AGAINST CHG-YYYY:
003110*     DIVISIBLE BY 4, EXCEPT CENTURIES, EXCEPT EVERY FOURTH
003120*     CENTURY.
003130*****************************************************************
003140 P-CHECK-LEAP.
003150     MOVE "N" TO LEAP-YEAR-SW
003160     DIVIDE CHG-YYYY BY 4 GIVING LEAP-QUOT
003170         REMAINDER LEAP-REM-4
003180     DIVIDE CHG-YYYY BY 100 GIVING LEAP-QUOT
003190         REMAINDER LEAP-REM-100
003200     DIVIDE CHG-YYYY BY 400 GIVING LEAP-QUOT
003210         REMAINDER LEAP-REM-400
003220     IF LEAP-REM-4 = 0
003230         IF LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0
003240             SET LEAP-YEAR TO TRUE
003250         END-IF
003260     END-IF.
003270*****************************************************************
003280* P-READ-RATE-CARD - LOADS THE THREE RATES.  UNKNOWN CODES AND
003290*     NON-NUMERIC RATES ARE IGNORED; A RATE STILL MISSING AT THE
003300*     END FAILS THE RUN (P-WRITE-RATES SAYS WHICH).
003310*****************************************************************
003320 P-READ-RATE-CARD.
003330     OPEN INPUT RATECARD
003340     IF RATECARD-STATUS NOT = "00"
003350         GO TO P-READ-RATE-CARD-EXIT
003360     END-IF
003370     MOVE "N" TO SCAN-EOF-SW
003380     PERFORM P-TAKE-RATE UNTIL SCAN-EOF
003390     CLOSE RATECARD.
003400 P-READ-RATE-CARD-EXIT.
003410     IF NOT CHG-PLAIN-GOT OR NOT CHG-DEEP-GOT OR NOT CHG-SEC-GOT
003420         SET CHG-ERROR TO TRUE
003430     END-IF.
003440*****************************************************************
003450* P-TAKE-RATE - ONE RATE CARD RECORD.
003460*****************************************************************
003470 P-TAKE-RATE.
003480     READ RATECARD
003490         AT END
003500             SET SCAN-EOF TO TRUE
003510     END-READ
003520     IF NOT SCAN-EOF AND RC-RATE IS NUMERIC
003530         IF RC-CODE = "PLAIN"
003540             MOVE RC-RATE TO CHG-PLAIN-RATE
003550             SET CHG-PLAIN-GOT TO TRUE
003560         END-IF
003570         IF RC-CODE = "DEEPZOOM"
003580             MOVE RC-RATE TO CHG-DEEP-RATE
003590             SET CHG-DEEP-GOT TO TRUE
003600         END-IF
003610         IF RC-CODE = "QUEUESEC"
003620             MOVE RC-RATE TO CHG-SEC-RATE
003630             SET CHG-SEC-GOT TO TRUE
003640         END-IF
003650     END-IF.
003660*****************************************************************
003670* P-SCAN-HISTORY - EVERY ZOOMQHIST RECORD IN THE PERIOD INTO THE
003680*     ANALYST TABLE.  A MISSING HISTORY BILLS NOTHING.
003690*****************************************************************
003700 P-SCAN-HISTORY.
003710     OPEN INPUT ZOOMQHIST
003720     IF ZOOMQHIST-STATUS NOT = "00"
003730         GO TO P-SCAN-HISTORY-EXIT
003740     END-IF
003750     MOVE "N" TO SCAN-EOF-SW
003760     PERFORM P-TALLY-HISTORY UNTIL SCAN-EOF
003770     CLOSE ZOOMQHIST.
003780 P-SCAN-HISTORY-EXIT.
003790     EXIT.
003800*****************************************************************
003810* P-TALLY-HISTORY - ONE ZOOMQHIST RECORD.  OUT-OF-PERIOD RECORDS
003820*     ARE READ PAST.
003830*****************************************************************
003840 P-TALLY-HISTORY.
003850     READ ZOOMQHIST
003860         AT END
003870             SET SCAN-EOF TO TRUE
003880     END-READ
003890     IF NOT SCAN-EOF
003900         ADD 1 TO CHG-HIST-READ
003910         IF ZQH-RUN-DATE NOT < CHG-FROM-DATE
003920                 AND ZQH-RUN-DATE NOT > CHG-TO-DATE
003930             PERFORM P-TAKE-HISTORY THRU P-TAKE-HISTORY-EXIT
003940         END-IF
003950     END-IF.
003960*****************************************************************
003970* P-TAKE-HISTORY - FINDS (OR FILES) THE RECORD'S ANALYST AND
003980*     ADDS THE REQUEST TO ITS PATH'S COUNTS.  ONLY A COMPUTED OR
003990*     FAILED REQUEST BURNED ITERATIONS.
004000*****************************************************************
004010 P-TAKE-HISTORY.
004020     MOVE ZQH-QUEUE-REC TO CHG-QUEUE-VIEW
004030     PERFORM P-EXTRACT-PREFIX
004040     PERFORM P-FIND-ANALYST
004050     IF NOT ANALYST-FOUND
004060         ADD 1 TO CHG-OVERFLOW-COUNT
004070         SET CHG-ERROR TO TRUE
004080         GO TO P-TAKE-HISTORY-EXIT
004090     END-IF
004100     ADD 1 TO CHG-HIST-TAKEN
004110     MOVE 1 TO CHG-PATH-IDX
004120     IF CHG-VIEW-ZOOM IS NUMERIC
004130         IF CHG-VIEW-ZOOM-N > 0
004140             MOVE 2 TO CHG-PATH-IDX
004150         END-IF
004160     END-IF
004170     IF CHG-VIEW-DEFER NOT NUMERIC OR CHG-VIEW-DEFER = "00"
004171         ADD 1 TO CHG-A-SUBMITTED (CHG-HIT-IDX, CHG-PATH-IDX)
004172     END-IF
004180     IF ZQH-DISP = "CACHED"
004190         ADD 1 TO CHG-A-CACHED (CHG-HIT-IDX, CHG-PATH-IDX)
004200     END-IF
004210     IF ZQH-DISP = "COMPUTED"
004220         ADD 1 TO CHG-A-COMPUTED (CHG-HIT-IDX, CHG-PATH-IDX)
004230     END-IF
004240     IF ZQH-DISP = "FAILED"
004250         ADD 1 TO CHG-A-FAILED (CHG-HIT-IDX, CHG-PATH-IDX)
004260     END-IF
004270     IF ZQH-DISP = "COMPUTED" OR ZQH-DISP = "FAILED"
004280         IF ZQH-FINAL-I IS NUMERIC
004290             ADD ZQH-FINAL-I
004300                 TO CHG-A-ITERATIONS (CHG-HIT-IDX, CHG-PATH-IDX)
004310         END-IF
004320     END-IF.
004330 P-TAKE-HISTORY-EXIT.
004340     EXIT.
004350*****************************************************************
004360* P-EXTRACT-PREFIX - THE LEADING LETTERS OF THE REQUEST ID, UP TO
004370*     FOUR.  AN ID THAT DOES NOT START WITH A LETTER BILLS TO
004380*     "????".
004390*****************************************************************
004400 P-EXTRACT-PREFIX.
004410     MOVE SPACES TO CHG-PREFIX-WS
004420     MOVE "N" TO PREFIX-ENDED-SW
004430     PERFORM P-SCAN-PREFIX
004440         VARYING CHG-SCAN-IDX FROM 1 BY 1
004450         UNTIL CHG-SCAN-IDX > 4 OR PREFIX-ENDED
004460     IF CHG-PREFIX-WS = SPACES
004470         MOVE "????" TO CHG-PREFIX-WS
004480     END-IF.
004490*****************************************************************
004500* P-SCAN-PREFIX - ONE CHARACTER OF THE PREFIX SCAN.
004510*****************************************************************
004520 P-SCAN-PREFIX.
004530     MOVE CHG-VIEW-ID (CHG-SCAN-IDX:1) TO CHG-CHAR-WS
004540     IF CHG-CHAR-WS NOT < "A" AND CHG-CHAR-WS NOT > "Z"
004550         MOVE CHG-CHAR-WS TO CHG-PREFIX-WS (CHG-SCAN-IDX:1)
004560     ELSE
004570         SET PREFIX-ENDED TO TRUE
004580     END-IF.
004590*****************************************************************
004600* P-FIND-ANALYST - LOOKS THE PREFIX UP IN THE TABLE, WHICH IS
004610*     KEPT IN PREFIX ORDER.  A NEW PREFIX IS FILED AT ITS PLACE,
004620*     THE ENTRIES ABOVE IT MOVING UP ONE.  CHG-HIT-IDX IS LEFT ON
004630*     THE ENTRY; ANALYST-FOUND IS LEFT OFF ONLY WHEN THE TABLE IS
004640*     FULL.
004650*****************************************************************
004660 P-FIND-ANALYST.
004670     MOVE "N" TO ANALYST-FOUND-SW
004680     MOVE "N" TO ANALYST-PASSED-SW
004690     ADD 1 CHG-ANALYST-COUNT GIVING CHG-HIT-IDX
004700     PERFORM P-SEARCH-ANALYST
004710         VARYING CHG-A-IDX FROM 1 BY 1
004720         UNTIL CHG-A-IDX > CHG-ANALYST-COUNT
004730             OR ANALYST-FOUND OR ANALYST-PASSED
004740     IF NOT ANALYST-FOUND AND CHG-ANALYST-COUNT < 200
004750         PERFORM P-SHIFT-ANALYST
004760             VARYING CHG-A-IDX FROM CHG-ANALYST-COUNT BY -1
004770             UNTIL CHG-A-IDX < CHG-HIT-IDX
004780         ADD 1 TO CHG-ANALYST-COUNT
004790         PERFORM P-CLEAR-ANALYST
004800         SET ANALYST-FOUND TO TRUE
004810     END-IF.
004820*****************************************************************
004830* P-SEARCH-ANALYST - ONE TABLE ENTRY AGAINST THE PREFIX.
004840*****************************************************************
004850 P-SEARCH-ANALYST.
004860     IF CHG-A-PREFIX (CHG-A-IDX) = CHG-PREFIX-WS
004870         MOVE CHG-A-IDX TO CHG-HIT-IDX
004880         SET ANALYST-FOUND TO TRUE
004890     ELSE
004900         IF CHG-A-PREFIX (CHG-A-IDX) > CHG-PREFIX-WS
004910             MOVE CHG-A-IDX TO CHG-HIT-IDX
004920             SET ANALYST-PASSED TO TRUE
004930         END-IF
004940     END-IF.
004950*****************************************************************
004960* P-SHIFT-ANALYST - MOVES ONE ENTRY UP A SLOT TO MAKE ROOM.
004970*****************************************************************
004980 P-SHIFT-ANALYST.
004990     MOVE CHG-ANALYST-ENTRY (CHG-A-IDX)
005000         TO CHG-ANALYST-ENTRY (CHG-A-IDX + 1).
005010*****************************************************************
005020* P-CLEAR-ANALYST - A NEW ENTRY AT CHG-HIT-IDX, ALL COUNTS ZERO.
005030*****************************************************************
005040 P-CLEAR-ANALYST.
005050     MOVE CHG-PREFIX-WS TO CHG-A-PREFIX (CHG-HIT-IDX)
005060     PERFORM P-CLEAR-PATH
005070         VARYING CHG-PATH-IDX FROM 1 BY 1
005080         UNTIL CHG-PATH-IDX > 2
005090     MOVE 0 TO CHG-A-QUEUE-SECS (CHG-HIT-IDX)
005100     MOVE 0 TO CHG-A-CHARGE (CHG-HIT-IDX).
005110*****************************************************************
005120* P-CLEAR-PATH - ONE PATH'S COUNTS OF THE NEW ENTRY.
005130*****************************************************************
005140 P-CLEAR-PATH.
005150     MOVE 0 TO CHG-A-SUBMITTED (CHG-HIT-IDX, CHG-PATH-IDX)
005160     MOVE 0 TO CHG-A-COMPUTED (CHG-HIT-IDX, CHG-PATH-IDX)
005170     MOVE 0 TO CHG-A-CACHED (CHG-HIT-IDX, CHG-PATH-IDX)
005180     MOVE 0 TO CHG-A-FAILED (CHG-HIT-IDX, CHG-PATH-IDX)
005190     MOVE 0 TO CHG-A-ITERATIONS (CHG-HIT-IDX, CHG-PATH-IDX)
005200     MOVE 0 TO CHG-A-UNITS (CHG-HIT-IDX, CHG-PATH-IDX).
005210*****************************************************************
005220* P-SCAN-RUNHIST - THE ZOOM-QUEUE PHASE SECONDS OF EVERY RUN IN
005230*     THE PERIOD - THE FIGURE THE GRAND TOTAL MUST TIE TO.
005240*****************************************************************
005250 P-SCAN-RUNHIST.
005260     OPEN INPUT RUNHIST
005270     IF RUNHIST-STATUS NOT = "00"
005280         GO TO P-SCAN-RUNHIST-EXIT
005290     END-IF
005300     MOVE "N" TO SCAN-EOF-SW
005310     PERFORM P-TALLY-RUN UNTIL SCAN-EOF
005320     CLOSE RUNHIST.
005330 P-SCAN-RUNHIST-EXIT.
005340     EXIT.
005350*****************************************************************
005360* P-TALLY-RUN - ONE RUNHIST LINE.
005370*****************************************************************
005380 P-TALLY-RUN.
005390     READ RUNHIST
005400         AT END
005410             SET SCAN-EOF TO TRUE
005420     END-READ
005430     IF NOT SCAN-EOF
005440         IF RH-RUN-DATE IS NUMERIC
005450             IF RH-RUN-DATE NOT < CHG-FROM-DATE
005460                     AND RH-RUN-DATE NOT > CHG-TO-DATE
005470                     AND RH-QUEUE-SECS NOT = SPACES
005480                 ADD 1 TO CHG-RUN-COUNT
005490                 MOVE RH-QUEUE-SECS TO CHG-RUN-SECS-N
005500                 ADD CHG-RUN-SECS-N TO CHG-RUNHIST-SECS
005510             END-IF
005520         END-IF
005530     END-IF.
005540*****************************************************************
005550* P-WEIGH-ANALYST - ONE ANALYST'S ITERATIONS INTO RATE-CARD
005560*     UNITS, AND INTO THE PERIOD'S TOTAL.  THE LAST ANALYST WITH
005570*     ANY UNITS IS REMEMBERED FOR THE ROUNDING REMAINDER.
005580*****************************************************************
005590 P-WEIGH-ANALYST.
005600     MULTIPLY CHG-A-ITERATIONS (CHG-A-IDX, 1) BY CHG-PLAIN-RATE
005610         GIVING CHG-A-UNITS (CHG-A-IDX, 1)
005620     MULTIPLY CHG-A-ITERATIONS (CHG-A-IDX, 2) BY CHG-DEEP-RATE
005630         GIVING CHG-A-UNITS (CHG-A-IDX, 2)
005640     ADD CHG-A-UNITS (CHG-A-IDX, 1) CHG-A-UNITS (CHG-A-IDX, 2)
005650         TO CHG-TOTAL-UNITS
005660     IF CHG-A-UNITS (CHG-A-IDX, 1) > 0
005670             OR CHG-A-UNITS (CHG-A-IDX, 2) > 0
005680         MOVE CHG-A-IDX TO CHG-LAST-IDX
005690     END-IF.
005700*****************************************************************
005710* P-ALLOCATE-ANALYST - ONE ANALYST'S SHARE OF THE QUEUE SECONDS,
005720*     BY UNITS, AND ITS CHARGE.  THE LAST ANALYST WITH UNITS
005730*     TAKES WHATEVER THE TRUNCATED SHARES LEFT, SO THE SHARES SUM
005740*     TO THE RUNHIST FIGURE EXACTLY.
005750*****************************************************************
005760 P-ALLOCATE-ANALYST.
005770     IF CHG-TOTAL-UNITS > 0
005780         IF CHG-A-IDX = CHG-LAST-IDX
005790             SUBTRACT CHG-ALLOC-SECS FROM CHG-RUNHIST-SECS
005800                 GIVING CHG-A-QUEUE-SECS (CHG-A-IDX)
005810         ELSE
005820             ADD CHG-A-UNITS (CHG-A-IDX, 1)
005830                 CHG-A-UNITS (CHG-A-IDX, 2) GIVING CHG-S-UNITS
005840             DIVIDE CHG-S-UNITS BY CHG-TOTAL-UNITS
005850                 GIVING CHG-SHARE
005860             MULTIPLY CHG-RUNHIST-SECS BY CHG-SHARE
005870                 GIVING CHG-A-QUEUE-SECS (CHG-A-IDX)
005880         END-IF
005890     END-IF
005900     ADD CHG-A-QUEUE-SECS (CHG-A-IDX) TO CHG-ALLOC-SECS
005910     MULTIPLY CHG-A-QUEUE-SECS (CHG-A-IDX) BY CHG-SEC-RATE
005920         GIVING CHG-A-CHARGE (CHG-A-IDX).
005930*****************************************************************
005940* P-WRITE-REPORT-HEADERS - TITLE, PERIOD, COLUMN HEADINGS AND
005950*     RULE LINES.
005960*****************************************************************
005970 P-WRITE-REPORT-HEADERS.
005980     MOVE CHG-TITLE TO CHG-OUT-REC
005990     WRITE CHG-OUT-REC
006000     MOVE CHG-RULE TO CHG-OUT-REC
006010     WRITE CHG-OUT-REC
006020     MOVE CHG-FROM-DATE TO CHG-PERIOD-FROM
006030     MOVE CHG-TO-DATE TO CHG-PERIOD-TO
006040     MOVE CHG-PERIOD-LINE TO CHG-OUT-REC
006050     WRITE CHG-OUT-REC
006060     MOVE CHG-RULE TO CHG-OUT-REC
006070     WRITE CHG-OUT-REC
006080     MOVE CHG-HEADING TO CHG-OUT-REC
006090     WRITE CHG-OUT-REC
006100     MOVE CHG-RULE TO CHG-OUT-REC
006110     WRITE CHG-OUT-REC.
006120*****************************************************************
006130* P-WRITE-ANALYST - ONE ANALYST: A LINE PER PATH USED, THE
006140*     SUBTOTAL WITH ITS SECONDS AND CHARGE, AND ITS EXTRACT
006150*     RECORD.  FOLDS THE SUBTOTAL INTO THE GRAND TOTAL.
006160*****************************************************************
006170 P-WRITE-ANALYST.
006180     MOVE 0 TO CHG-S-SUBMITTED
006190     MOVE 0 TO CHG-S-COMPUTED
006200     MOVE 0 TO CHG-S-CACHED
006210     MOVE 0 TO CHG-S-FAILED
006220     MOVE 0 TO CHG-S-ITERATIONS
006230     MOVE 0 TO CHG-S-UNITS
006240     PERFORM P-WRITE-PATH
006250         VARYING CHG-PATH-IDX FROM 1 BY 1
006260         UNTIL CHG-PATH-IDX > 2
006270     MOVE SPACES TO CHG-DETAIL-LINE
006280     MOVE CHG-A-PREFIX (CHG-A-IDX) TO CHG-D-ANALYST
006290     MOVE "SUBTOTAL" TO CHG-D-PATH
006300     PERFORM P-FILL-SUBTOTAL
006310     MOVE CHG-A-QUEUE-SECS (CHG-A-IDX) TO CHG-D-QUEUE-SECS
006320     MOVE CHG-A-CHARGE (CHG-A-IDX) TO CHG-D-CHARGE
006330     MOVE CHG-DETAIL-LINE TO CHG-OUT-REC
006340     WRITE CHG-OUT-REC
006350     MOVE SPACES TO CHG-OUT-REC
006360     WRITE CHG-OUT-REC
006370     ADD CHG-S-SUBMITTED TO CHG-G-SUBMITTED
006380     ADD CHG-S-COMPUTED TO CHG-G-COMPUTED
006390     ADD CHG-S-CACHED TO CHG-G-CACHED
006400     ADD CHG-S-FAILED TO CHG-G-FAILED
006410     ADD CHG-S-ITERATIONS TO CHG-G-ITERATIONS
006420     ADD CHG-S-UNITS TO CHG-G-UNITS
006430     ADD CHG-A-CHARGE (CHG-A-IDX) TO CHG-G-CHARGE
006440     PERFORM P-WRITE-EXTRACT.
006450*****************************************************************
006460* P-WRITE-PATH - ONE PATH LINE OF THE ANALYST IN HAND, IF THE
006470*     PATH WAS USED, AND ITS COUNTS INTO THE SUBTOTAL.
006480*****************************************************************
006490 P-WRITE-PATH.
006500     IF CHG-A-SUBMITTED (CHG-A-IDX, CHG-PATH-IDX) > 0
006501             OR CHG-A-COMPUTED (CHG-A-IDX, CHG-PATH-IDX) > 0
006502             OR CHG-A-CACHED (CHG-A-IDX, CHG-PATH-IDX) > 0
006503             OR CHG-A-FAILED (CHG-A-IDX, CHG-PATH-IDX) > 0
006510         MOVE SPACES TO CHG-DETAIL-LINE
006520         MOVE CHG-A-PREFIX (CHG-A-IDX) TO CHG-D-ANALYST
006530         IF CHG-PATH-IDX = 1
006540             MOVE "PLAIN" TO CHG-D-PATH
006550         ELSE
006560             MOVE "DEEPZOOM" TO CHG-D-PATH
006570         END-IF
006580         MOVE CHG-A-SUBMITTED (CHG-A-IDX, CHG-PATH-IDX)
006590             TO CHG-D-SUBMITTED
006600         MOVE CHG-A-COMPUTED (CHG-A-IDX, CHG-PATH-IDX)
006610             TO CHG-D-COMPUTED
006620         MOVE CHG-A-CACHED (CHG-A-IDX, CHG-PATH-IDX)
006630             TO CHG-D-CACHED
006640         MOVE CHG-A-FAILED (CHG-A-IDX, CHG-PATH-IDX)
006650             TO CHG-D-FAILED
006660         MOVE CHG-A-ITERATIONS (CHG-A-IDX, CHG-PATH-IDX)
006670             TO CHG-D-ITERATIONS
006680         MOVE CHG-A-UNITS (CHG-A-IDX, CHG-PATH-IDX)
006690             TO CHG-D-UNITS
006700         MOVE CHG-DETAIL-LINE TO CHG-OUT-REC
006710         WRITE CHG-OUT-REC
006720     END-IF
006730     ADD CHG-A-SUBMITTED (CHG-A-IDX, CHG-PATH-IDX)
006740         TO CHG-S-SUBMITTED
006750     ADD CHG-A-COMPUTED (CHG-A-IDX, CHG-PATH-IDX)
006760         TO CHG-S-COMPUTED
006770     ADD CHG-A-CACHED (CHG-A-IDX, CHG-PATH-IDX) TO CHG-S-CACHED
006780     ADD CHG-A-FAILED (CHG-A-IDX, CHG-PATH-IDX) TO CHG-S-FAILED
006790     ADD CHG-A-ITERATIONS (CHG-A-IDX, CHG-PATH-IDX)
006800         TO CHG-S-ITERATIONS
006810     ADD CHG-A-UNITS (CHG-A-IDX, CHG-PATH-IDX) TO CHG-S-UNITS.
006820*****************************************************************
006830* P-FILL-SUBTOTAL - THE COUNT COLUMNS OF A SUBTOTAL OR GRAND
006840*     TOTAL LINE FROM CHG-SUB-WORK.
006850*****************************************************************
006860 P-FILL-SUBTOTAL.
006870     MOVE CHG-S-SUBMITTED TO CHG-D-SUBMITTED
006880     MOVE CHG-S-COMPUTED TO CHG-D-COMPUTED
006890     MOVE CHG-S-CACHED TO CHG-D-CACHED
006900     MOVE CHG-S-FAILED TO CHG-D-FAILED
006910     MOVE CHG-S-ITERATIONS TO CHG-D-ITERATIONS
006920     MOVE CHG-S-UNITS TO CHG-D-UNITS.
006930*****************************************************************
006940* P-WRITE-EXTRACT - THE ANALYST IN HAND'S FINANCE FEED RECORD.
006950*****************************************************************
006960 P-WRITE-EXTRACT.
006970     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD
006980     MOVE CHG-FROM-DATE TO CX-FROM-DATE
006990     MOVE CHG-TO-DATE TO CX-TO-DATE
007000     MOVE CHG-A-PREFIX (CHG-A-IDX) TO CX-ANALYST
007010     MOVE CHG-S-SUBMITTED TO CX-SUBMITTED
007020     MOVE CHG-S-COMPUTED TO CX-COMPUTED
007030     MOVE CHG-S-CACHED TO CX-CACHED
007040     MOVE CHG-S-FAILED TO CX-FAILED
007050     MOVE CHG-S-ITERATIONS TO CX-ITERATIONS
007060     MOVE CHG-S-UNITS TO CX-UNITS
007070     MOVE CHG-A-QUEUE-SECS (CHG-A-IDX) TO CX-QUEUE-SECS
007080     MOVE CHG-A-CHARGE (CHG-A-IDX) TO CX-CHARGE
007090     WRITE CHARGEBACK-EXTRACT-RECORD.
007100*****************************************************************
007110* P-WRITE-GRAND-TOTAL - ALL ANALYSTS TOGETHER.
007120*****************************************************************
007130 P-WRITE-GRAND-TOTAL.
007140     MOVE CHG-G-SUBMITTED TO CHG-S-SUBMITTED
007150     MOVE CHG-G-COMPUTED TO CHG-S-COMPUTED
007160     MOVE CHG-G-CACHED TO CHG-S-CACHED
007170     MOVE CHG-G-FAILED TO CHG-S-FAILED
007180     MOVE CHG-G-ITERATIONS TO CHG-S-ITERATIONS
007190     MOVE CHG-G-UNITS TO CHG-S-UNITS
007200     MOVE CHG-RULE TO CHG-OUT-REC
007210     WRITE CHG-OUT-REC
007220     MOVE SPACES TO CHG-DETAIL-LINE
007230     MOVE "ALL" TO CHG-D-ANALYST
007240     MOVE "TOTAL" TO CHG-D-PATH
007250     PERFORM P-FILL-SUBTOTAL
007260     MOVE CHG-ALLOC-SECS TO CHG-D-QUEUE-SECS
007270     MOVE CHG-G-CHARGE TO CHG-D-CHARGE
007280     MOVE CHG-DETAIL-LINE TO CHG-OUT-REC
007290     WRITE CHG-OUT-REC
007300     MOVE CHG-RULE TO CHG-OUT-REC
007310     WRITE CHG-OUT-REC.
007320*****************************************************************
007330* P-WRITE-TIE-BACK - THE ALLOCATED SECONDS AGAINST RUNHIST.
007340*     THEY FAIL TO TIE ONLY WHEN THERE WERE QUEUE SECONDS BUT NO
007350*     BILLABLE ITERATIONS TO SHARE THEM OVER (OR THE TABLE
007360*     OVERFLOWED) - EITHER WAY THE FEED IS NOT TO BE TRUSTED.
007370*****************************************************************
007380 P-WRITE-TIE-BACK.
007390     MOVE SPACES TO CHG-TIE-LINE
007400     MOVE "RUNHIST QUEUE-PHASE SECONDS" TO CHG-TIE-LABEL
007410     MOVE CHG-RUNHIST-SECS TO CHG-TIE-VALUE
007420     PERFORM P-WRITE-TIE-LINE
007430     MOVE "QUEUE SECONDS ALLOCATED TO ANALYSTS" TO CHG-TIE-LABEL
007440     MOVE CHG-ALLOC-SECS TO CHG-TIE-VALUE
007450     IF CHG-ALLOC-SECS = CHG-RUNHIST-SECS
007460             AND CHG-OVERFLOW-COUNT = 0
007470         MOVE "TIES" TO CHG-TIE-FLAG
007480     ELSE
007490         MOVE "DOES NOT TIE" TO CHG-TIE-FLAG
007500         SET CHG-ERROR TO TRUE
007510     END-IF
007520     PERFORM P-WRITE-TIE-LINE
007530     MOVE SPACES TO CHG-TIE-FLAG
007540     MOVE "RUNS IN PERIOD" TO CHG-TIE-LABEL
007550     MOVE CHG-RUN-COUNT TO CHG-TIE-COUNT
007560     PERFORM P-WRITE-TIE-LINE
007570     MOVE "HISTORY RECORDS READ" TO CHG-TIE-LABEL
007580     MOVE CHG-HIST-READ TO CHG-TIE-COUNT
007590     PERFORM P-WRITE-TIE-LINE
007600     MOVE "HISTORY RECORDS BILLED" TO CHG-TIE-LABEL
007610     MOVE CHG-HIST-TAKEN TO CHG-TIE-COUNT
007620     PERFORM P-WRITE-TIE-LINE
007630     IF CHG-OVERFLOW-COUNT > 0
007640         MOVE "NOT BILLED - ANALYST TABLE FULL" TO CHG-TIE-LABEL
007650         MOVE CHG-OVERFLOW-COUNT TO CHG-TIE-COUNT
007660         PERFORM P-WRITE-TIE-LINE
007670     END-IF.
007680*****************************************************************
007690* P-WRITE-TIE-LINE - ONE TIE-BACK LINE.
007700*****************************************************************
007710 P-WRITE-TIE-LINE.
007720     MOVE CHG-TIE-LINE TO CHG-OUT-REC
007730     WRITE CHG-OUT-REC.
007740*****************************************************************
007750* P-WRITE-RATES - THE RATE CARD AS APPLIED, EACH MISSING RATE
007760*     FLAGGED.
007770*****************************************************************
007780 P-WRITE-RATES.
007790     MOVE CHG-RULE TO CHG-OUT-REC
007800     WRITE CHG-OUT-REC
007810     MOVE SPACES TO CHG-RATE-NOTE
007820     MOVE "PLAIN" TO CHG-RATE-CODE
007830     MOVE CHG-PLAIN-RATE TO CHG-RATE-VALUE
007840     IF NOT CHG-PLAIN-GOT
007850         MOVE "NOT ON RATE CARD - DEFAULTED" TO CHG-RATE-NOTE
007860     END-IF
007870     PERFORM P-WRITE-RATE-LINE
007880     MOVE "DEEPZOOM" TO CHG-RATE-CODE
007890     MOVE CHG-DEEP-RATE TO CHG-RATE-VALUE
007900     IF NOT CHG-DEEP-GOT
007910         MOVE "NOT ON RATE CARD - DEFAULTED" TO CHG-RATE-NOTE
007920     END-IF
007930     PERFORM P-WRITE-RATE-LINE
007940     MOVE "QUEUESEC" TO CHG-RATE-CODE
007950     MOVE CHG-SEC-RATE TO CHG-RATE-VALUE
007960     IF NOT CHG-SEC-GOT
007970         MOVE "NOT ON RATE CARD - DEFAULTED" TO CHG-RATE-NOTE
007980     END-IF
007990     PERFORM P-WRITE-RATE-LINE.
008000*****************************************************************
008010* P-WRITE-RATE-LINE - ONE RATE CARD LINE.
008020*****************************************************************
008030 P-WRITE-RATE-LINE.
008040     MOVE CHG-RATE-LINE TO CHG-OUT-REC
008050     WRITE CHG-OUT-REC
008060     MOVE SPACES TO CHG-RATE-NOTE.
008070*****************************************************************
008080* P-END - JOB TERMINATION.
008090*****************************************************************
008100 P-END.
008110     MOVE CHG-RULE TO CHG-OUT-REC
008120     WRITE CHG-OUT-REC
008130     IF CHG-ERROR
008140         MOVE "ERROR" TO CHG-STATUS
008150     ELSE
008160         MOVE "GOOD" TO CHG-STATUS
008170     END-IF
008180     MOVE CHG-STATUS-LINE TO CHG-OUT-REC
008190     WRITE CHG-OUT-REC
008200     CLOSE CHGRPT
008210     IF CHG-ERROR
008220         MOVE 8 TO RETURN-CODE
008230     END-IF
008240     DISPLAY "The ENd"
008250     STOP RUN.
