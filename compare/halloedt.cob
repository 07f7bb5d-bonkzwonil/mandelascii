000326*         ZERO, AND A ZERO MAXI OVERRIDE TAKES THE REGION'S
000327*         SUGGESTION.  A NAME THE MASTER DOES NOT HOLD, OR A
000328*         NAMED CARD WITH NO MASTER ON THE JOB, REJECTS THE CARD.
000329*       - ZQ-JULIA-SW MUST BE "Y" OR BLANK.  ON A JULIA CARD A
000330*         NONBLANK ZQ-JC-REGION IS RESOLVED THE SAME WAY AS
000331*         ZQ-REGION-NAME, FILLING BOTH FORMS OF THE CONSTANT, AND
000332*         THE CONSTANT THEN TAKES THE COORDINATE'S EDITS - THE
000333*         PLAIN ZQ-JC-X/ZQ-JC-Y WITH A ZERO ZOOM LEVEL, THE
000334*         ZQ-JC-DZ-X/ZQ-JC-DZ-Y WITH A NONZERO ONE.  A REGION
000335*         CONSTANT PAST THE PLAIN RANGE ON A ZERO-ZOOM CARD
000336*         REJECTS RATHER THAN BEING CLAMPED, SINCE ON A JULIA
000337*         RENDER THE PLAIN CONSTANT IS THE ONE COMPUTED FROM.
000338*       - ZQ-PRIORITY MUST BE A CLASS 1-9; BLANK TAKES THE
000339*         DEFAULT OF 5.  ZQ-DEFER-NIGHTS IS SET TO ZERO - ONLY
000340*         HALLOPGM ADDS TO IT.
000341*
000342*     ZOOMQFILE IS ADDED TO, NOT REPLACED - IT MAY ALREADY HOLD
000343*     REQUESTS THE LAST NIGHT'S BUDGET DEFERRED (SEE PARM-BUDGET
000344*     IN PARMREC), OR AN EARLIER NIGHT'S ACCEPTED CARDS THAT
000345*     HALLOPGM HAS NOT YET WORKED.  THEIR IDS ARE LOADED INTO THE
000346*     UNIQUENESS TABLE FIRST, SO A NEW CARD CANNOT REUSE ONE.  A
000347*     CARD NEVER DEFERRED WHOSE ID IS ALSO ON TONIGHT'S ZOOMQRAW
000348*     CAME FROM AN EARLIER EDIT OF THE SAME RAW QUEUE - A RERUN -
000349*     AND IS DROPPED, SO THE RAW CARD IS EDITED AFRESH RATHER THAN
000350*     REJECTED AS A DUPLICATE OF ITSELF.
000351*
000352*     ZOOMQRAW AND THE CARRIED ZOOMQFILE MUST EACH END WITH A
000353*     TRAILER RECORD (SEE FILETRLREC) THAT MATCHES THEIR RECORDS.
000354*     ZOOMQRAW'S MUST ALSO BE DATED THIS NIGHT OR LAST; ZOOMQFILE
000355*     IS HELD OVER FROM NIGHT TO NIGHT BY DESIGN AND IS NOT HELD
000356*     TO ITS DATE.  IF EITHER FILE FAILS, NOTHING IS EDITED,
000357*     ZOOMQFILE AND EDTCTL ARE LEFT AS THEY WERE AND THE STEP ENDS
000358*     WITH CONDITION CODE 8.  EDTPARM COL 1 "Y" WAIVES A MISSING
000359*     OR OLD TRAILER FOR A NIGHT THAT DELIBERATELY REPROCESSES AN
000360*     OLD QUEUE; A RECORD COUNT OR HASH TOTAL THAT DOES NOT MATCH
000361*     IS NEVER WAIVED.  ZOOMQFILE IS REWRITTEN THROUGH ZOOMQHLD
000362*     AND ENDED WITH A FRESH TRAILER FOR HALLOPGM.
000363*
000364*     THE CONTROL TOTALS ALSO GO, DATED, TO THE ONE-RECORD
000365*     EDTCTL FILE (SEE EDTCTLREC) FOR THE HALLOBAL BALANCING
000366*     STEP.
000367*
000368* MODIFICATION HISTORY.
000369*     08/22/2026  RH   ORIGINAL VERSION.
000370*     09/02/2026  RH   ZOOMQ RECORDS WIDENED TO 110 FOR
000371*                       ZQ-REGION-NAME, RESOLVED AGAINST THE NEW
000372*                       REGIONMST REGION MASTER SO A DEEP-ZOOM
000373*                       REQUEST CAN NAME ITS TARGET INSTEAD OF
000374*                       HAND-KEYING TWO 28-CHARACTER SIGNED
000375*                       COORDINATES.
000376*     10/14/2026  RH   ZOOMQ RECORDS WIDENED TO 195 FOR THE JULIA
000377*                       SWITCH AND CONSTANT (PLAIN, DZ OR A
000378*                       REGIONMST NAME), EDITED HERE LIKE THE
000379*                       REQUEST'S OWN COORDINATE.
000380*     10/14/2026  RH   CONTROL TOTALS WRITTEN TO EDTCTL FOR THE
000381*                       NIGHTLY BALANCING STEP.
000382*     10/15/2026  RH   ZQ-PRIORITY EDITED (BLANK DEFAULTS TO
000383*                       CLASS 5).  CLEAN RECORDS ARE NOW ADDED TO
000384*                       ZOOMQFILE BEHIND THE REQUESTS HALLOPGM
000385*                       CARRIED FORWARD, WHOSE IDS ALSO ENTER THE
000386*                       UNIQUENESS CHECK, INSTEAD OF REPLACING IT.
000387*     10/15/2026  RH   ZOOMQRAW AND ZOOMQFILE TRAILER RECORDS
000388*                       CHECKED; ZOOMQFILE REWRITTEN THROUGH
000389*                       ZOOMQHLD WITH A NEW TRAILER.  EDTPARM
000390*                       OVERRIDE CARD ADDED.
000391*     10/15/2026  RH   ONLY DEFERRED OR UNWORKED REQUESTS CARRIED
000392*                       (A RERUN NO LONGER REJECTS ITS OWN CARDS);
000393*                       ZOOMQFILE NOT DATE-CHECKED.  EVERY QUEUE,
000394*                       HOLD AND EDTCTL WRITE IS CHECKED, AND A
000395*                       FAILED ONE LEAVES ZOOMQFILE UNTRAILERED.
000396*****************************************************************
000397 ENVIRONMENT DIVISION.
000398 INPUT-OUTPUT SECTION.
000399 FILE-CONTROL.
000400     SELECT ZOOMQRAW ASSIGN TO "ZOOMQRAW"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ZOOMQRAW-STATUS.
000421     SELECT ZOOMQHLD ASSIGN TO "ZOOMQHLD"
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS ZOOMQHLD-STATUS.
000424     SELECT EDTPARM ASSIGN TO "EDTPARM"
000425         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS EDTPARM-STATUS.
000430     SELECT ZOOMQFILE ASSIGN TO "ZOOMQFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ZOOMQFILE-STATUS.
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS RGN-NAME
000515         FILE STATUS IS REGIONMST-STATUS.
000516     SELECT EDTCTL ASSIGN TO "EDTCTL"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS EDTCTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ZOOMQRAW
000550     RECORD CONTAINS 195 CHARACTERS.
000560 01  ZOOMQ-RAW-REC               PIC X(195).
000561 FD  ZOOMQHLD
000562     RECORD CONTAINS 195 CHARACTERS.
000563 01  ZOOMQ-HOLD-REC              PIC X(195).
000564 FD  EDTPARM
000565     RECORD CONTAINS 80 CHARACTERS.
000566 01  EDT-PARM-REC                PIC X(80).
000570 FD  ZOOMQFILE
000580     RECORD CONTAINS 195 CHARACTERS.
000590     COPY ZOOMQREC.
000600 FD  ZOOMQREJ
000610     RECORD CONTAINS 195 CHARACTERS.
000620 01  ZOOMQ-REJ-REC               PIC X(195).
000630 FD  EDITRPT
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  EDR-OUT-REC                 PIC X(80).
000651 FD  REGIONMST
000652     RECORD CONTAINS 120 CHARACTERS.
000653     COPY REGIONREC.
000654 FD  EDTCTL
000655     RECORD CONTAINS 80 CHARACTERS.
000656     COPY EDTCTLREC.
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* FILE STATUS FIELDS
000720 01  ZOOMQREJ-STATUS             PIC X(02).
000730 01  EDITRPT-STATUS              PIC X(02).
000731 01  REGIONMST-STATUS            PIC X(02).
000732 01  EDTCTL-STATUS               PIC X(02).
000733 01  ZOOMQHLD-STATUS             PIC X(02).
000734 01  EDTPARM-STATUS              PIC X(02).
000740*----------------------------------------------------------------
000750* REJECTION REPORT LAYOUT
000760*----------------------------------------------------------------
000872         88  RGN-AVAILABLE                  VALUE "Y".
000873     05  RGN-FOUND-SW             PIC X(01) VALUE "N".
000874         88  RGN-FOUND                      VALUE "Y".
000875     05  EDT-ERROR-SW             PIC X(01) VALUE "N".
000876         88  EDT-ERROR                      VALUE "Y".
000877     05  QUEUE-OPEN-SW            PIC X(01) VALUE "N".
000878         88  QUEUE-OPEN                     VALUE "Y".
000880 01  EDT-COUNTS.
000890     05  EDT-READ-COUNT           PIC 9(08) COMP VALUE 0.
000900     05  EDT-GOOD-COUNT           PIC 9(08) COMP VALUE 0.
000910     05  EDT-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
000911     05  EDT-CARRIED-COUNT        PIC 9(08) COMP VALUE 0.
000912     05  EDT-SUPERSEDED-COUNT     PIC 9(08) COMP VALUE 0.
000920*----------------------------------------------------------------
000930* CHARACTER-LEVEL VIEW OF THE RAW RECORD UNDER EDIT.  THE RAW
000940* QUEUE RECORD IS HELD HERE, NOT IN THE ZOOMQREC LAYOUT, SO A
000950* NON-NUMERIC FIELD CAN BE INSPECTED CHARACTER BY CHARACTER
000960* WITHOUT FIRST TRIPPING OVER ITS OWN BAD PICTURE.
000970*----------------------------------------------------------------
000980 01  EDT-WORK-REC                PIC X(195).
000990 01  EDT-FIELDS REDEFINES EDT-WORK-REC.
001000     05  EDT-REQUEST-ID           PIC X(10).
001010     05  EDT-CENTER-X.
001120     05  EDT-DZ-Y.
001130         10  EDT-DZ-Y-SIGN        PIC X(01).
001140         10  EDT-DZ-Y-DIGITS      PIC X(27).
001150     05  EDT-PRIORITY             PIC X(01).
001151     05  EDT-DEFER-NIGHTS         PIC X(02).
001152     05  FILLER                   PIC X(05).
001153     05  EDT-REGION-NAME          PIC X(10).
001154     05  EDT-JULIA-SW             PIC X(01).
001155     05  EDT-JC-X.
001156         10  EDT-JC-X-SIGN        PIC X(01).
001157         10  EDT-JC-X-DIGITS      PIC X(08).
001158     05  EDT-JC-Y.
001159         10  EDT-JC-Y-SIGN        PIC X(01).
001160         10  EDT-JC-Y-DIGITS      PIC X(08).
001161     05  EDT-JC-DZ-X.
001162         10  EDT-JC-DZ-X-SIGN     PIC X(01).
001163         10  EDT-JC-DZ-X-DIGITS   PIC X(27).
001164     05  EDT-JC-DZ-Y.
001165         10  EDT-JC-DZ-Y-SIGN     PIC X(01).
001166         10  EDT-JC-DZ-Y-DIGITS   PIC X(27).
001167     05  EDT-JC-REGION            PIC X(10).
001168*----------------------------------------------------------------
001170* NUMERIC SCRATCH VIEWS FOR THE RANGE EDITS.  A COORDINATE IS
001180* ONLY MOVED HERE AFTER ITS SIGN AND DIGITS HAVE PASSED THE
001190* CHARACTER EDITS, SO THE REDEFINED NUMERIC VIEW IS ALWAYS VALID
001350* CAUGHT.  1000 ENTRIES IS FAR ABOVE ANY QUEUE THE NIGHTLY RUN
001360* HAS SEEN - A QUEUE THAT OVERFLOWS IT REJECTS THE OVERFLOW
001370* RECORDS RATHER THAN LETTING AN UNCHECKED DUPLICATE THROUGH.
001371* THE IDS ON TONIGHT'S ZOOMQRAW ARE TABLED AS WELL, WHILE THE
001372* RAW QUEUE IS CHECKED AGAINST ITS TRAILER, SO A CARD AN EARLIER
001373* EDIT OF THE SAME RAW QUEUE LEFT ON ZOOMQFILE CAN BE TOLD FROM
001374* ONE GENUINELY CARRIED FORWARD (SEE P-KEEP-CARRIED-CARD).
001380*----------------------------------------------------------------
001381 01  EDT-RAW-ID-TABLE.
001382     05  EDT-RAW-ID-COUNT         PIC 9(04) COMP VALUE 0.
001383     05  EDT-RAW-ID-ENTRY         PIC X(10) OCCURS 1000 TIMES.
001384 77  EDT-RAW-ID-IDX              PIC 9(04) COMP.
001385 77  RAW-ID-FOUND-SW             PIC X(01) VALUE "N".
001386     88  RAW-ID-FOUND                       VALUE "Y".
001390 01  EDT-ID-TABLE.
001400     05  EDT-ID-COUNT             PIC 9(04) COMP VALUE 0.
001410     05  EDT-ID-ENTRY             PIC X(10) OCCURS 1000 TIMES.
001420 77  EDT-ID-IDX                  PIC 9(04) COMP.
001421*----------------------------------------------------------------
001422* TRAILER RECORD WORK FOR ZOOMQRAW AND ZOOMQFILE (SEE FILETRLCHK)
001423*----------------------------------------------------------------
001424     COPY FILETRLREC.
001425 01  EDT-ERROR-LINE              PIC X(80) VALUE
001426     "ERROR - QUEUE NOT EDITED, ZOOMQFILE AND EDTCTL NOT WRITTEN".
001427 01  EDT-CTL-ERROR-LINE          PIC X(80) VALUE
001428     "ERROR - EDTCTL NOT WRITTEN, HALLOBAL CANNOT BALANCE".
001430 PROCEDURE DIVISION.
001440*****************************************************************
001450* P-START - MAINLINE.  CHECKS THE TRAILERS ON THE RAW QUEUE AND
001451*     THE REQUESTS CARRIED FORWARD ON ZOOMQFILE AND NOTES THE
001452*     CARRIED REQUESTS, OPENS THE OUTPUT SIDE, EDITS THE RAW
001453*     QUEUE END TO END, WRITES THE CONTROL TOTALS AND ENDS.  A
001454*     QUEUE REFUSED ON ITS TRAILER IS NOT EDITED AT ALL.  A
001455*     ZOOMQFILE THAT COULD NOT BE WRITTEN WHOLE GETS NO TRAILER,
001456*     SO HALLOPGM REFUSES IT RATHER THAN WORKING A SHORT QUEUE.
001457*****************************************************************
001458 P-START.
001459     PERFORM P-READ-EDIT-PARM THRU P-READ-EDIT-PARM-EXIT
001460     PERFORM P-WRITE-REPORT-HEADERS
001461     PERFORM P-CHECK-RAW-QUEUE THRU P-CHECK-RAW-QUEUE-EXIT
001462     IF NOT EDT-ERROR
001463         PERFORM P-HOLD-CARRIED-QUEUE
001464             THRU P-HOLD-CARRIED-QUEUE-EXIT
001465     END-IF
001466     IF NOT EDT-ERROR
001467         PERFORM P-OPEN-QUEUE-FILES THRU P-OPEN-QUEUE-FILES-EXIT
001468     END-IF
001469     IF NOT EDT-ERROR
001470         PERFORM P-EDIT-QUEUE THRU P-EDIT-QUEUE-EXIT
001471     END-IF
001472     IF NOT EDT-ERROR
001473         PERFORM P-WRITE-QUEUE-TRAILER
001474     END-IF
001475     PERFORM P-WRITE-TOTALS
001476     IF NOT EDT-ERROR
001477         PERFORM P-WRITE-CONTROL-RECORD
001478             THRU P-WRITE-CONTROL-RECORD-EXIT
001479     END-IF
001480     PERFORM P-END.
001550*****************************************************************
001560* P-WRITE-REPORT-HEADERS - OPENS EDITRPT AND WRITES THE TITLE,
001570*     COLUMN HEADINGS AND RULE LINES.  CALLED ONCE AT JOB START.
001670     MOVE EDR-RULE TO EDR-OUT-REC
001680     WRITE EDR-OUT-REC.
001690*****************************************************************
001691* P-LOAD-CARRIED-IDS - READS ZOOMQFILE THROUGH, KEEPING THE
001692*     REQUESTS STILL TO BE WORKED ON ZOOMQHLD, THEN CHECKS THE
001693*     FILE AGAINST ITS TRAILER.  THE QUEUE IS HELD OVER BY DESIGN
001694*     - A NIGHT HALLOPGM DOES NOT RUN LEAVES IT OLDER THAN
001695*     YESTERDAY - SO ITS DATE IS NOT CHECKED, ONLY ITS COUNT AND
001696*     HASH TOTAL.  NO ZOOMQFILE MEANS NOTHING WAS CARRIED.
001697*****************************************************************
001698 P-LOAD-CARRIED-IDS.
001699     OPEN INPUT ZOOMQFILE
001700     IF ZOOMQFILE-STATUS NOT = "00"
001701         GO TO P-LOAD-CARRIED-IDS-EXIT
001702     END-IF
001703     MOVE "N" TO RAW-EOF-SW
001704     PERFORM P-LOAD-CARRIED-ID UNTIL RAW-EOF
001705     MOVE "N" TO RAW-EOF-SW
001706     CLOSE ZOOMQFILE
001707     SET FTW-ARCHIVED TO TRUE
001708     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
001709     MOVE "N" TO FTW-ARCHIVED-SW
001710     PERFORM P-REPORT-TRAILER
001711     PERFORM P-REPORT-SUPERSEDED.
001712 P-LOAD-CARRIED-IDS-EXIT.
001713     EXIT.
001714*****************************************************************
001715* P-LOAD-CARRIED-ID - ONE RECORD OFF ZOOMQFILE.  THE TRAILER IS
001716*     CHECKED, NOT CARRIED.
001717*****************************************************************
001718 P-LOAD-CARRIED-ID.
001719     READ ZOOMQFILE
001720         AT END
001721             SET RAW-EOF TO TRUE
001722     END-READ
001723     IF NOT RAW-EOF
001724         MOVE ZOOMQ-RECORD TO FTW-RECORD
001725         PERFORM P-TRAILER-TAKE
001726     END-IF
001727     IF NOT RAW-EOF AND NOT ZQ-TRAILER-RECORD
001728         PERFORM P-KEEP-CARRIED-CARD THRU P-KEEP-CARRIED-CARD-EXIT
001729     END-IF.
001731*****************************************************************
001732* P-EDIT-QUEUE - READS EVERY RECORD OFF THE RAW QUEUE, IF IT IS
001733*     PRESENT, AND EDITS EACH ONE.  A MISSING ZOOMQRAW LEAVES AN
001734*     EMPTY CLEAN QUEUE AND A HEADERS-AND-TOTALS-ONLY REPORT.
001735*     THE RAW QUEUE'S TRAILER WAS CHECKED BY P-CHECK-RAW-QUEUE.
001736*****************************************************************
001740 P-EDIT-QUEUE.
001750     OPEN INPUT ZOOMQRAW
001760     IF ZOOMQRAW-STATUS NOT = "00"
001800         AT END
001810             SET RAW-EOF TO TRUE
001820     END-READ
001830     PERFORM P-EDIT-RECORD THRU P-EDIT-RECORD-NEXT UNTIL RAW-EOF
001840     CLOSE ZOOMQRAW.
001850 P-EDIT-QUEUE-EXIT.
001860     EXIT.
001880* P-EDIT-RECORD - RUNS EVERY EDIT AGAINST ONE RAW RECORD, WRITES
001890*     IT TO THE CLEAN QUEUE OR THE REJECT FILE, AND READS THE
001900*     NEXT.
001901*     THE TRAILER RECORD IS NOT A REQUEST AND IS PASSED OVER.
001910*****************************************************************
001920 P-EDIT-RECORD.
001921     IF ZOOMQ-RAW-REC (1:8) = "FILETRL"
001922         GO TO P-EDIT-RECORD-NEXT
001923     END-IF
001930     ADD 1 TO EDT-READ-COUNT
001940     MOVE ZOOMQ-RAW-REC TO EDT-WORK-REC
001950     MOVE "N" TO REC-ERROR-SW
002010     ELSE
002020         ADD 1 TO EDT-GOOD-COUNT
002030         MOVE EDT-WORK-REC TO ZOOMQ-RECORD
002035         MOVE EDT-WORK-REC TO FTW-RECORD
002040         WRITE ZOOMQ-RECORD
002041         IF ZOOMQFILE-STATUS = "00"
002042             PERFORM P-TRAILER-ADD
002043         ELSE
002044             SET EDT-ERROR TO TRUE
002045         END-IF
002050     END-IF.
002060 P-EDIT-RECORD-NEXT.
002070     READ ZOOMQRAW
002080         AT END
002090             SET RAW-EOF TO TRUE
002130*     WRITES ITS OWN REPORT LINE THROUGH P-LOG-REJECT, SO A CARD
002140*     WITH THREE BAD FIELDS NAMES ALL THREE IN ONE NIGHT RATHER
002150*     THAN ONE PER RESUBMISSION.
002151*     HALLOSCR APPLIES THE SAME EDITS ONLINE AS AN ANALYST KEYS A
002152*     CARD - AN EDIT CHANGED HERE IS CHANGED THERE TOO.
002160*****************************************************************
002170 P-VALIDATE-RECORD.
002180     IF EDT-REQUEST-ID = SPACES
002460         MOVE "NOT NUMERIC" TO EDR-REASON-WS
002470         PERFORM P-LOG-REJECT
002480     END-IF
002481     IF EDT-PRIORITY = SPACE
002482         MOVE "5" TO EDT-PRIORITY
002483     ELSE
002484         IF EDT-PRIORITY < "1" OR EDT-PRIORITY > "9"
002485             MOVE "ZQ-PRIORITY" TO EDR-FIELD-WS
002486             MOVE "CLASS IS NOT 1-9" TO EDR-REASON-WS
002487             PERFORM P-LOG-REJECT
002488         END-IF
002489     END-IF
002490     MOVE "00" TO EDT-DEFER-NIGHTS
002491     IF EDT-ZOOM-N > 0
002500         MOVE "ZQ-DZ-X" TO EDR-FIELD-WS
002510         MOVE EDT-DZ-X TO EDT-DZ-COORD-CHAR
002520         PERFORM P-EDIT-DZ-COORD
002530         MOVE "ZQ-DZ-Y" TO EDR-FIELD-WS
002540         MOVE EDT-DZ-Y TO EDT-DZ-COORD-CHAR
002550         PERFORM P-EDIT-DZ-COORD
002551     END-IF
002552     PERFORM P-EDIT-JULIA.
002570*****************************************************************
002580* P-EDIT-PLAIN-COORD - SIGN, DIGITS AND RANGE EDITS FOR ONE
002590*     PLAIN-PRECISION COORDINATE ALREADY MOVED TO EDT-COORD-CHAR,
003750     MOVE "RECORDS REJECTED" TO EDR-TOTAL-LABEL
003760     MOVE EDT-REJECT-COUNT TO EDR-TOTAL-COUNT
003770     MOVE EDR-TOTAL-LINE TO EDR-OUT-REC
003780     WRITE EDR-OUT-REC
003781     MOVE SPACES TO EDR-TOTAL-LINE
003782     MOVE "CARRIED FORWARD" TO EDR-TOTAL-LABEL
003783     MOVE EDT-CARRIED-COUNT TO EDR-TOTAL-COUNT
003784     MOVE EDR-TOTAL-LINE TO EDR-OUT-REC
003785     WRITE EDR-OUT-REC
003786     IF EDT-ERROR
003787         MOVE EDT-ERROR-LINE TO EDR-OUT-REC
003788         WRITE EDR-OUT-REC
003789     END-IF.
003790*****************************************************************
003800* P-END - JOB TERMINATION.
003810*****************************************************************
003820 P-END.
003830     IF QUEUE-OPEN
003831         CLOSE ZOOMQFILE
003832         CLOSE ZOOMQREJ
003833     END-IF
003834     CLOSE EDITRPT
003835     IF RGN-AVAILABLE
003836         CLOSE REGIONMST
003837     END-IF
003838     IF EDT-ERROR
003839         MOVE 8 TO RETURN-CODE
003840     END-IF
003860     DISPLAY "The ENd"
003870     STOP RUN.
003880*****************************************************************
004670     IF EDT-PLAIN-BUILD < -0.9999999
004680         MOVE -0.9999999 TO EDT-PLAIN-BUILD
004690     END-IF.
004700*****************************************************************
004710* P-EDIT-JULIA - THE JULIA SWITCH AND, ON A JULIA CARD, THE
004720*     CONSTANT.  A NAMED CONSTANT IS RESOLVED FIRST; THE
004730*     CONSTANT THEN TAKES THE SAME EDITS AS THE COORDINATE, ON
004740*     WHICHEVER PATH THE ZOOM LEVEL PUTS THE CARD.
004750*****************************************************************
004760 P-EDIT-JULIA.
004770     IF EDT-JULIA-SW NOT = SPACE AND EDT-JULIA-SW NOT = "Y"
004780         MOVE "ZQ-JULIA-SW" TO EDR-FIELD-WS
004790         MOVE "NOT Y OR BLANK" TO EDR-REASON-WS
004800         PERFORM P-LOG-REJECT
004810     END-IF
004820     IF EDT-JULIA-SW = "Y"
004830         IF EDT-JC-REGION NOT = SPACES
004840             PERFORM P-RESOLVE-JC-REGION
004850         END-IF
004860         IF EDT-ZOOM-N > 0
004870             MOVE "ZQ-JC-DZ-X" TO EDR-FIELD-WS
004880             MOVE EDT-JC-DZ-X TO EDT-DZ-COORD-CHAR
004890             PERFORM P-EDIT-DZ-COORD
004900             MOVE "ZQ-JC-DZ-Y" TO EDR-FIELD-WS
004910             MOVE EDT-JC-DZ-Y TO EDT-DZ-COORD-CHAR
004920             PERFORM P-EDIT-DZ-COORD
004930         ELSE
004940             MOVE "ZQ-JC-X" TO EDR-FIELD-WS
004950             MOVE EDT-JC-X TO EDT-COORD-CHAR
004960             PERFORM P-EDIT-PLAIN-COORD
004970             MOVE "ZQ-JC-Y" TO EDR-FIELD-WS
004980             MOVE EDT-JC-Y TO EDT-COORD-CHAR
004990             PERFORM P-EDIT-PLAIN-COORD
005000         END-IF
005010     END-IF.
005020*****************************************************************
005030* P-RESOLVE-JC-REGION - LOOKS THE CARD'S JULIA-CONSTANT REGION
005040*     UP ON THE REGION MASTER AND FILLS BOTH FORMS OF THE
005050*     CONSTANT FROM ITS CENTER.  THE PLAIN FORM IS NARROWED BUT
005060*     NOT CLAMPED - ON A ZERO-ZOOM JULIA CARD IT IS THE CONSTANT
005070*     ACTUALLY COMPUTED FROM, SO A CENTER PAST THE PLAIN RANGE
005080*     MUST FAIL P-EDIT-PLAIN-COORD RATHER THAN QUIETLY MOVE.
005090*****************************************************************
005100 P-RESOLVE-JC-REGION.
005110     MOVE "N" TO RGN-FOUND-SW
005120     IF NOT RGN-AVAILABLE
005130         MOVE "ZQ-JC-REGION" TO EDR-FIELD-WS
005140         MOVE "REGION MASTER UNAVAILABLE" TO EDR-REASON-WS
005150         PERFORM P-LOG-REJECT
005160     ELSE
005170         MOVE EDT-JC-REGION TO RGN-NAME
005180         READ REGIONMST
005190             INVALID KEY
005200                 CONTINUE
005210             NOT INVALID KEY
005220                 SET RGN-FOUND TO TRUE
005230         END-READ
005240         IF RGN-FOUND
005250             MOVE RGN-X TO EDT-PLAIN-BUILD
005260             MOVE EDT-PLAIN-BUILD TO EDT-JC-X
005270             MOVE RGN-Y TO EDT-PLAIN-BUILD
005280             MOVE EDT-PLAIN-BUILD TO EDT-JC-Y
005290             MOVE RGN-X TO EDT-JC-DZ-X
005300             MOVE RGN-Y TO EDT-JC-DZ-Y
005310         ELSE
005320             MOVE "ZQ-JC-REGION" TO EDR-FIELD-WS
005330             MOVE "REGION NOT ON MASTER" TO EDR-REASON-WS
005340             PERFORM P-LOG-REJECT
005350         END-IF
005360     END-IF.
005370*****************************************************************
005380* P-READ-EDIT-PARM - READS THE OPTIONAL EDTPARM CARD.  COL 1 "Y"
005390*     WAIVES A MISSING OR OLD TRAILER ON ZOOMQRAW OR ZOOMQFILE.
005400*     NO CARD, OR ANYTHING ELSE IN COL 1, HOLDS BOTH FILES TO
005410*     THEIR TRAILERS.
005420*****************************************************************
005430 P-READ-EDIT-PARM.
005440     OPEN INPUT EDTPARM
005450     IF EDTPARM-STATUS NOT = "00"
005460         GO TO P-READ-EDIT-PARM-EXIT
005470     END-IF
005480     READ EDTPARM
005490         AT END
005500             GO TO P-READ-EDIT-PARM-CLOSE
005510     END-READ
005520     IF EDT-PARM-REC (1:1) = "Y"
005530         SET FTW-OVERRIDE TO TRUE
005540     END-IF.
005550 P-READ-EDIT-PARM-CLOSE.
005560     CLOSE EDTPARM.
005570 P-READ-EDIT-PARM-EXIT.
005580     EXIT.
005590*****************************************************************
005600* P-CHECK-RAW-QUEUE - READS THE RAW QUEUE THROUGH ONCE AND CHECKS
005610*     IT AGAINST ITS TRAILER (SEE FILETRLCHK) BEFORE ANY CARD IS
005620*     EDITED.  NO ZOOMQRAW IS LEFT TO P-EDIT-QUEUE, AS BEFORE.
005630*****************************************************************
005640 P-CHECK-RAW-QUEUE.
005650     SET FTW-ZOOMQ TO TRUE
005660     MOVE "ZOOMQRAW" TO FTW-FILE-LABEL
005670     PERFORM P-TRAILER-START
005680     OPEN INPUT ZOOMQRAW
005690     IF ZOOMQRAW-STATUS NOT = "00"
005700         GO TO P-CHECK-RAW-QUEUE-EXIT
005710     END-IF
005720     MOVE "N" TO FTW-EOF-SW
005730     PERFORM P-TAKE-RAW-CARD UNTIL FTW-EOF
005740     CLOSE ZOOMQRAW
005750     PERFORM P-TRAILER-VERDICT THRU P-TRAILER-VERDICT-EXIT
005760     PERFORM P-REPORT-TRAILER.
005770 P-CHECK-RAW-QUEUE-EXIT.
005780     EXIT.
005790*****************************************************************
005800* P-TAKE-RAW-CARD - ONE RAW CARD INTO THE COUNT AND HASH TOTAL,
005805*     AND ITS ID INTO THE RAW-ID TABLE.
005810*****************************************************************
005820 P-TAKE-RAW-CARD.
005830     READ ZOOMQRAW
005840         AT END
005850             SET FTW-EOF TO TRUE
005860     END-READ
005870     IF NOT FTW-EOF
005880         MOVE ZOOMQ-RAW-REC TO FTW-RECORD
005890         PERFORM P-TRAILER-TAKE
005892         IF ZOOMQ-RAW-REC (1:8) NOT = "FILETRL"
005894                 AND ZOOMQ-RAW-REC (1:10) NOT = SPACES
005896                 AND EDT-RAW-ID-COUNT < 1000
005897             ADD 1 TO EDT-RAW-ID-COUNT
005898             MOVE ZOOMQ-RAW-REC (1:10)
005899                 TO EDT-RAW-ID-ENTRY (EDT-RAW-ID-COUNT)
005900         END-IF
005901     END-IF.
005910*****************************************************************
005920* P-HOLD-CARRIED-QUEUE - COPIES THE REQUESTS CARRIED FORWARD ON
005930*     ZOOMQFILE ASIDE TO ZOOMQHLD WHILE THEIR IDS ARE LOADED AND
005940*     THE FILE IS CHECKED AGAINST ITS TRAILER, SO ZOOMQFILE CAN BE
005950*     REWRITTEN WHOLE WITH ONE TRAILER ON THE END.
005960*****************************************************************
005970 P-HOLD-CARRIED-QUEUE.
005980     SET FTW-ZOOMQ TO TRUE
005990     MOVE "ZOOMQFILE" TO FTW-FILE-LABEL
006000     PERFORM P-TRAILER-START
006010     OPEN OUTPUT ZOOMQHLD
006020     IF ZOOMQHLD-STATUS NOT = "00"
006030         SET EDT-ERROR TO TRUE
006040         GO TO P-HOLD-CARRIED-QUEUE-EXIT
006050     END-IF
006060     PERFORM P-LOAD-CARRIED-IDS THRU P-LOAD-CARRIED-IDS-EXIT
006070     CLOSE ZOOMQHLD.
006080 P-HOLD-CARRIED-QUEUE-EXIT.
006090     EXIT.
006100*****************************************************************
006110* P-REPORT-TRAILER - THE TRAILER VERDICT ON EDITRPT AND THE JOB
006120*     LOG.  A REFUSED FILE STOPS THE EDIT.
006130*****************************************************************
006140 P-REPORT-TRAILER.
006150     MOVE FTW-DISPLAY-LINE TO EDR-OUT-REC
006160     WRITE EDR-OUT-REC
006170     DISPLAY FTW-DISPLAY-LINE
006180     IF FTW-BAD
006190         SET EDT-ERROR TO TRUE
006200     END-IF.
006210*****************************************************************
006220* P-OPEN-QUEUE-FILES - OPENS THE OUTPUT SIDE.  ZOOMQFILE IS
006230*     REWRITTEN WITH THE CARRIED REQUESTS HELD ON ZOOMQHLD, AND
006240*     THEY START THE COUNT AND HASH TOTAL FOR ITS NEW TRAILER.
006250*****************************************************************
006260 P-OPEN-QUEUE-FILES.
006270     OPEN INPUT ZOOMQHLD
006280     IF ZOOMQHLD-STATUS NOT = "00"
006290         SET EDT-ERROR TO TRUE
006300         GO TO P-OPEN-QUEUE-FILES-EXIT
006310     END-IF
006320     OPEN OUTPUT ZOOMQFILE
006330     IF ZOOMQFILE-STATUS NOT = "00"
006340         CLOSE ZOOMQHLD
006350         SET EDT-ERROR TO TRUE
006360         GO TO P-OPEN-QUEUE-FILES-EXIT
006370     END-IF
006380     SET QUEUE-OPEN TO TRUE
006390     PERFORM P-TRAILER-START
006400     MOVE "N" TO FTW-EOF-SW
006410     PERFORM P-RESTORE-CARRIED UNTIL FTW-EOF
006420     CLOSE ZOOMQHLD
006430     OPEN OUTPUT ZOOMQREJ
006440     PERFORM P-OPEN-REGION-MASTER.
006450 P-OPEN-QUEUE-FILES-EXIT.
006460     EXIT.
006470*****************************************************************
006480* P-RESTORE-CARRIED - ONE HELD REQUEST BACK ONTO ZOOMQFILE.
006490*****************************************************************
006500 P-RESTORE-CARRIED.
006510     READ ZOOMQHLD
006520         AT END
006530             SET FTW-EOF TO TRUE
006540     END-READ
006550     IF NOT FTW-EOF
006560         MOVE ZOOMQ-HOLD-REC TO FTW-RECORD
006570         WRITE ZOOMQ-RECORD FROM ZOOMQ-HOLD-REC
006575         IF ZOOMQFILE-STATUS = "00"
006580             PERFORM P-TRAILER-ADD
006583         ELSE
006585             SET EDT-ERROR TO TRUE
006587         END-IF
006590     END-IF.
006600*****************************************************************
006610* P-WRITE-QUEUE-TRAILER - ENDS ZOOMQFILE WITH THE TRAILER FOR THE
006620*     CARRIED AND NEWLY ACCEPTED REQUESTS ON IT.
006630*****************************************************************
006640 P-WRITE-QUEUE-TRAILER.
006650     PERFORM P-TRAILER-BUILD
006660     WRITE ZOOMQ-RECORD FROM FILE-TRAILER-RECORD
006661     IF ZOOMQFILE-STATUS NOT = "00"
006662         SET EDT-ERROR TO TRUE
006663     END-IF.
006670*****************************************************************
006671* P-KEEP-CARRIED-CARD - ONE REQUEST FOUND ON ZOOMQFILE.  ONE THE
006672*     BUDGET DEFERRED (ZQ-DEFER-NIGHTS ABOVE ZERO) IS CARRIED.
006673*     ONE NEVER DEFERRED WAS LEFT BY AN EARLIER HALLOEDT THAT
006674*     HALLOPGM HAS NOT WORKED YET.  IF ITS ID IS ON TONIGHT'S
006675*     ZOOMQRAW THIS IS A RERUN OF THAT EDIT, AND THE CARD IS
006676*     DROPPED SO THE RAW CARD IS EDITED AFRESH; OTHERWISE (A NIGHT
006677*     HALLOPGM DID NOT RUN) IT IS STILL TO BE WORKED AND IS
006678*     CARRIED LIKE A DEFERRED ONE.  A CARRIED REQUEST IS HELD ON
006679*     ZOOMQHLD AND ITS ID ENTERS THE UNIQUENESS TABLE.  A HOLD
006680*     WRITE THAT FAILS ENDS THE RUN IN ERROR, AND ZOOMQFILE IS
006681*     THEN NOT REWRITTEN (SEE P-START).
006682*****************************************************************
006683 P-KEEP-CARRIED-CARD.
006684     IF ZQ-DEFER-NIGHTS IS NOT NUMERIC OR ZQ-DEFER-NIGHTS = 0
006685         PERFORM P-FIND-RAW-ID
006686         IF RAW-ID-FOUND
006687             ADD 1 TO EDT-SUPERSEDED-COUNT
006688             GO TO P-KEEP-CARRIED-CARD-EXIT
006689         END-IF
006690     END-IF
006691     WRITE ZOOMQ-HOLD-REC FROM ZOOMQ-RECORD
006692     IF ZOOMQHLD-STATUS NOT = "00"
006693         SET EDT-ERROR TO TRUE
006694         GO TO P-KEEP-CARRIED-CARD-EXIT
006695     END-IF
006696     ADD 1 TO EDT-CARRIED-COUNT
006697     IF EDT-ID-COUNT < 1000
006698         ADD 1 TO EDT-ID-COUNT
006699         MOVE ZQ-REQUEST-ID TO EDT-ID-ENTRY (EDT-ID-COUNT)
006700     END-IF.
006701 P-KEEP-CARRIED-CARD-EXIT.
006702     EXIT.
006703*****************************************************************
006704* P-FIND-RAW-ID - LOOKS THE ZOOMQFILE REQUEST'S ID UP AMONG THE
006705*     IDS ON TONIGHT'S ZOOMQRAW.
006706*****************************************************************
006707 P-FIND-RAW-ID.
006708     MOVE "N" TO RAW-ID-FOUND-SW
006709     PERFORM P-SCAN-RAW-ID-ENTRY
006710         VARYING EDT-RAW-ID-IDX FROM 1 BY 1
006711         UNTIL EDT-RAW-ID-IDX > EDT-RAW-ID-COUNT OR RAW-ID-FOUND.
006712*****************************************************************
006713* P-SCAN-RAW-ID-ENTRY - ONE PROBE OF THE RAW-ID TABLE.
006714*****************************************************************
006715 P-SCAN-RAW-ID-ENTRY.
006716     IF EDT-RAW-ID-ENTRY (EDT-RAW-ID-IDX) = ZQ-REQUEST-ID
006717         SET RAW-ID-FOUND TO TRUE
006718     END-IF.
006719*****************************************************************
006720* P-REPORT-SUPERSEDED - SAYS ON EDITRPT HOW MANY REQUESTS AN
006721*     EARLIER EDIT OF TONIGHT'S ZOOMQRAW HAD LEFT ON ZOOMQFILE AND
006722*     THIS RUN IS EDITING AGAIN.
006723*****************************************************************
006724 P-REPORT-SUPERSEDED.
006725     IF EDT-SUPERSEDED-COUNT > 0
006726         MOVE SPACES TO EDR-TOTAL-LINE
006727         MOVE "RE-EDITED FROM ZOOMQRAW" TO EDR-TOTAL-LABEL
006728         MOVE EDT-SUPERSEDED-COUNT TO EDR-TOTAL-COUNT
006729         MOVE EDR-TOTAL-LINE TO EDR-OUT-REC
006730         WRITE EDR-OUT-REC
006731     END-IF.
006732*****************************************************************
006733* P-WRITE-CONTROL-RECORD - THE SAME TOTALS, DATED, AS THE ONE
006734*     RECORD OF EDTCTL FOR HALLOBAL TO BALANCE AGAINST.  AN EDTCTL
006735*     THAT CANNOT BE OPENED OR WRITTEN ENDS THE RUN IN ERROR.
006736*****************************************************************
006737 P-WRITE-CONTROL-RECORD.
006738     MOVE SPACES TO EDIT-CONTROL-RECORD
006739     MOVE "EDTCTL" TO EC-TAG
006740     ACCEPT EC-RUN-DATE FROM DATE YYYYMMDD
006741     ACCEPT EC-RUN-TIME FROM TIME
006742     MOVE EDT-READ-COUNT TO EC-READ-COUNT
006743     MOVE EDT-GOOD-COUNT TO EC-GOOD-COUNT
006744     MOVE EDT-REJECT-COUNT TO EC-REJECT-COUNT
006745     MOVE EDT-CARRIED-COUNT TO EC-CARRIED-COUNT
006746     OPEN OUTPUT EDTCTL
006747     IF EDTCTL-STATUS NOT = "00"
006748         PERFORM P-REPORT-CONTROL-ERROR
006749         GO TO P-WRITE-CONTROL-RECORD-EXIT
006750     END-IF
006751     WRITE EDIT-CONTROL-RECORD
006752     IF EDTCTL-STATUS NOT = "00"
006753         PERFORM P-REPORT-CONTROL-ERROR
006754     END-IF
006755     CLOSE EDTCTL.
006756 P-WRITE-CONTROL-RECORD-EXIT.
006757     EXIT.
006758*****************************************************************
006759* P-REPORT-CONTROL-ERROR - EDTCTL COULD NOT BE OPENED OR WRITTEN.
006760*     SAID ON EDITRPT AND THE JOB LOG.
006761*****************************************************************
006762 P-REPORT-CONTROL-ERROR.
006763     SET EDT-ERROR TO TRUE
006764     MOVE EDT-CTL-ERROR-LINE TO EDR-OUT-REC
006765     WRITE EDR-OUT-REC
006766     DISPLAY EDT-CTL-ERROR-LINE.
006767     COPY FILETRLCHK.
