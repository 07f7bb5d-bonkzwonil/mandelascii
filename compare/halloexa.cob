000280*         VERIFY MAXI AS OVERRIDE) SO THE NEXT NIGHTLY RUN
000290*         RECOMPUTES THE POINT THROUGH DZ-P-MANDEL AND THE RUN
000300*         AFTER THIS REPORT SHOWS THE VERDICT.
000301*         ZOOMQRAW IS REWRITTEN THROUGH ZOOMQHLD WITH THE NEW
000302*         CARDS ADDED AND A FRESH TRAILER RECORD (SEE FILETRLREC)
000303*         ON THE END.  ONE WHOSE OLD TRAILER DOES NOT MATCH ITS
000304*         CARDS IS LEFT ALONE, NO CARD IS QUEUED AND THE RUN ENDS
000305*         WITH CONDITION CODE 8.
000310*
000320*     THE EXAPARM CARD: COLS 1-5 VERIFY MAXI (DEFAULT 05000,
000330*     AND THE RESULTMST KEY IS MAXI-SPECIFIC SO USE THE SAME
000340*     VALUE RUN TO RUN), COLS 7-8 TOP N NEIGHBORHOODS (DEFAULT
000350*     10, MAX 50).
000351*
000352*     THE VERIFICATION IS OF MANDELBROT POINTS ONLY.  A JULIA
000353*     RENDER'S EXCEPTIONS (EXCP-SET "J") STILL COUNT UNDER THEIR
000354*     FAILING STATEMENT, BUT ARE KEPT OUT OF THE NEIGHBORHOODS -
000355*     THE SAME COORDINATE MEANS A DIFFERENT ORBIT UNDER EACH
000356*     CONSTANT, AND A MANDELBROT VERIFY CARD WOULD SETTLE
000357*     NOTHING.  THE TOTALS SAY HOW MANY WERE LEFT OUT.
000360*
000370* MODIFICATION HISTORY.
000380*     09/02/2026  RH   ORIGINAL VERSION.
000381*     10/14/2026  RH   RESULTMST WIDENED TO 220 AND ZOOMQRAW TO
000382*                       195.  JULIA EXCEPTIONS ARE KEPT OUT OF THE
000383*                       NEIGHBORHOOD VERIFICATION AND COUNTED.
000384*     10/15/2026  RH   ZOOMQRAW IS REWRITTEN THROUGH ZOOMQHLD AND
000385*                       ENDED WITH A TRAILER RECORD.  A FAILED
000386*                       HOLD WRITE LEAVES IT AS IT STANDS.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000570     SELECT EXARPT ASSIGN TO "EXARPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS EXARPT-STATUS.
000591     SELECT ZOOMQHLD ASSIGN TO "ZOOMQHLD"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS ZOOMQHLD-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EXAPARM
000660     RECORD CONTAINS 80 CHARACTERS.
000670     COPY EXCPREC.
000680 FD  RESULTMST
000690     RECORD CONTAINS 220 CHARACTERS.
000700     COPY RESULTREC.
000710 FD  ZOOMQRAW
000720     RECORD CONTAINS 195 CHARACTERS.
000730     COPY ZOOMQREC.
000740 FD  EXARPT
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  EXA-OUT-REC                 PIC X(80).
000761 FD  ZOOMQHLD
000762     RECORD CONTAINS 195 CHARACTERS.
000763 01  ZOOMQ-HOLD-REC              PIC X(195).
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* FILE STATUS FIELDS
000830 01  RESULTMST-STATUS            PIC X(02).
000840 01  ZOOMQRAW-STATUS             PIC X(02).
000850 01  EXARPT-STATUS               PIC X(02).
000851 01  ZOOMQHLD-STATUS             PIC X(02).
000860*----------------------------------------------------------------
000870* ANALYSIS REPORT LAYOUT
000880*----------------------------------------------------------------
001070         88  STMT-FOUND                     VALUE "Y".
001080     05  EXA-ERROR-SW             PIC X(01) VALUE "N".
001090         88  EXA-ERROR                      VALUE "Y".
001091     05  RAW-REFUSED-SW           PIC X(01) VALUE "N".
001092         88  RAW-REFUSED                    VALUE "Y".
001093     05  HOLD-FAILED-SW           PIC X(01) VALUE "N".
001094         88  HOLD-FAILED                    VALUE "Y".
001100 01  EXA-CONTROL.
001110     05  EXA-VERIFY-MAXI          PIC 9(05) VALUE 5000.
001120     05  EXA-TOP-N                PIC 9(02) VALUE 10.
001130     05  EXA-READ-COUNT           PIC 9(08) COMP VALUE 0.
001140     05  EXA-EMIT-COUNT           PIC 9(08) COMP VALUE 0.
001150     05  EXA-NBR-OVERFLOW         PIC 9(08) COMP VALUE 0.
001151     05  EXA-JULIA-COUNT          PIC 9(08) COMP VALUE 0.
001160     05  EXA-SEQ                  PIC 9(03) VALUE 0.
001170*----------------------------------------------------------------
001180* AGGREGATION TABLES.  THE STATEMENT TABLE HOLDS EVERY DISTINCT
001750         PIC S9(09)V9(18)
001760         SIGN IS LEADING SEPARATE CHARACTER.
001770 01  EXA-RUN-DATE                PIC 9(08) VALUE 0.
001771*----------------------------------------------------------------
001772* TRAILER RECORD WORK FOR ZOOMQRAW (SEE FILETRLCHK)
001773*----------------------------------------------------------------
001774     COPY FILETRLREC.
001780 01  EXA-REQUEST-ID.
001790     05  FILLER                   PIC X(03) VALUE "VER".
001800     05  EXA-REQ-MMDD             PIC X(04).
002410* P-TALLY-EXCEPTION - ONE EXCEPTION RECORD INTO BOTH TABLES.
002420*     A RECORD WHOSE COORDINATES DO NOT PARSE IS COUNTED READ
002430*     AND OTHERWISE LEFT OUT - IT CANNOT BE LOCATED, LET ALONE
002440*     VERIFIED.  A JULIA RENDER'S RECORD COUNTS UNDER ITS
002441*     STATEMENT ONLY.
002450*****************************************************************
002460 P-TALLY-EXCEPTION.
002470     READ EXCPFILE
002510     IF NOT EXCP-EOF
002520         ADD 1 TO EXA-READ-COUNT
002530         PERFORM P-TALLY-STATEMENT
002531         IF EXCP-SET = "J"
002532             ADD 1 TO EXA-JULIA-COUNT
002533         ELSE
002534             IF EXCP-X IS NUMERIC AND EXCP-Y IS NUMERIC
002535                 PERFORM P-TALLY-NEIGHBORHOOD
002536             END-IF
002537         END-IF
002570     END-IF.
002580*****************************************************************
002590* P-TALLY-STATEMENT - THE RECORD'S FAILING STATEMENT INTO THE
003500         VARYING EXA-RANK FROM 1 BY 1
003510         UNTIL EXA-RANK > EXA-TOP-N OR NO-MORE
003520     IF RAW-OPEN
003521         PERFORM P-TRAILER-BUILD
003522         WRITE ZOOMQ-RECORD FROM FILE-TRAILER-RECORD
003523         IF ZOOMQRAW-STATUS NOT = "00"
003524             SET EXA-ERROR TO TRUE
003525         END-IF
003530         CLOSE ZOOMQRAW
003540     END-IF
003550     IF RM-AVAILABLE
004270         MOVE EXA-REP-X-NUM TO RM-KEY-X
004280         MOVE EXA-REP-Y-NUM TO RM-KEY-Y
004290         MOVE EXA-VERIFY-MAXI TO RM-KEY-MAXI
004291         MOVE "M" TO RM-KEY-SET
004292         MOVE 0 TO RM-KEY-JC-X
004293         MOVE 0 TO RM-KEY-JC-Y
004300         READ RESULTMST
004310             INVALID KEY
004320                 MOVE "N" TO RM-HIT-SW
004360     END-IF.
004370*****************************************************************
004380* P-EMIT-VERIFY-REQUEST - ONE DEEP-ZOOM VERIFICATION CARD ONTO
004390*     THE RAW QUEUE, REWRITTEN ON FIRST USE THE WAY HALLOHOT
004400*     REWRITES IT (SEE P-OPEN-RAW-QUEUE).
004410*****************************************************************
004420 P-EMIT-VERIFY-REQUEST.
004430     IF NOT RAW-OPEN AND NOT RAW-REFUSED
004440         PERFORM P-OPEN-RAW-QUEUE THRU P-OPEN-RAW-QUEUE-EXIT
004530     END-IF
004540     IF RAW-OPEN
004550         MOVE SPACES TO ZOOMQ-RECORD
004650         MOVE EXA-REP-Y-NUM TO EXA-WIDE-NUM
004660         MOVE EXA-WIDE-CHAR TO ZQ-DZ-Y (1:28)
004670         MOVE SPACES TO ZQ-REGION-NAME
004675         MOVE ZOOMQ-RECORD TO FTW-RECORD
004680         WRITE ZOOMQ-RECORD
004690         IF ZOOMQRAW-STATUS NOT = "00"
004700             SET EXA-ERROR TO TRUE
004702         ELSE
004704             PERFORM P-TRAILER-ADD
004710         END-IF
004720         ADD 1 TO EXA-EMIT-COUNT
004730     END-IF.
005270         MOVE EXA-NBR-OVERFLOW TO EXA-TOTAL-COUNT
005280         MOVE EXA-TOTAL-LINE TO EXA-OUT-REC
005290         PERFORM P-WRITE-REPORT-LINE
005291     END-IF
005292     IF EXA-JULIA-COUNT > 0
005293         MOVE SPACES TO EXA-TOTAL-LINE
005294         MOVE "JULIA RECORDS NOT VERIFIED" TO EXA-TOTAL-LABEL
005295         MOVE EXA-JULIA-COUNT TO EXA-TOTAL-COUNT
005296         MOVE EXA-TOTAL-LINE TO EXA-OUT-REC
005297         PERFORM P-WRITE-REPORT-LINE
005298     END-IF.
005310*****************************************************************
005320* P-END - JOB TERMINATION.
005330*****************************************************************
005380     END-IF
005390     DISPLAY "The ENd"
005400     STOP RUN.
005410*****************************************************************
005420* P-OPEN-RAW-QUEUE - OPENS THE RAW QUEUE FOR THE FIRST CARD, AS
005430*     HALLOHOT DOES.  THE CARDS ALREADY ON IT ARE COPIED ASIDE TO
005440*     ZOOMQHLD, COUNTED AND HASHED ON THE WAY (SEE FILETRLCHK),
005450*     AND WRITTEN BACK WITHOUT THEIR OLD TRAILER, SO THE TRAILER
005460*     WRITTEN WHEN THE QUEUE IS CLOSED COVERS THE WHOLE FILE.  A
005470*     QUEUE WHOSE OLD TRAILER DOES NOT MATCH THE CARDS AHEAD OF
005480*     IT IS LEFT UNTOUCHED FOR HALLOEDT TO REFUSE.  A QUEUE THAT
005490*     CANNOT BE OPENED OR IS REFUSED IS NOT TRIED AGAIN.  NOR IS
005491*     ONE WHOSE CARDS COULD NOT ALL BE HELD - IT IS LEFT AS IT
005492*     STANDS RATHER THAN REWRITTEN SHORT.
005500*****************************************************************
005510 P-OPEN-RAW-QUEUE.
005520     SET FTW-ZOOMQ TO TRUE
005530     MOVE "ZOOMQRAW" TO FTW-FILE-LABEL
005540     PERFORM P-TRAILER-START
005550     OPEN OUTPUT ZOOMQHLD
005560     IF ZOOMQHLD-STATUS NOT = "00"
005570         GO TO P-OPEN-RAW-QUEUE-FAIL
005580     END-IF
005590     OPEN INPUT ZOOMQRAW
005600     IF ZOOMQRAW-STATUS NOT = "00" AND ZOOMQRAW-STATUS NOT = "35"
005610         CLOSE ZOOMQHLD
005620         GO TO P-OPEN-RAW-QUEUE-FAIL
005630     END-IF
005640     IF ZOOMQRAW-STATUS = "00"
005650         MOVE "N" TO FTW-EOF-SW
005660         PERFORM P-HOLD-RAW-CARD UNTIL FTW-EOF
005670         CLOSE ZOOMQRAW
005680     END-IF
005690     CLOSE ZOOMQHLD
005691     IF HOLD-FAILED
005692         GO TO P-OPEN-RAW-QUEUE-FAIL
005693     END-IF
005700     IF FTW-TRAILER-SEEN
005710         PERFORM P-TRAILER-MATCH THRU P-TRAILER-MATCH-EXIT
005720         IF FTW-BAD
005730             MOVE FTW-DISPLAY-LINE TO EXA-OUT-REC
005740             PERFORM P-WRITE-REPORT-LINE
005750             DISPLAY FTW-DISPLAY-LINE
005760             GO TO P-OPEN-RAW-QUEUE-FAIL
005770         END-IF
005780     END-IF
005790     OPEN INPUT ZOOMQHLD
005800     IF ZOOMQHLD-STATUS NOT = "00"
005810         GO TO P-OPEN-RAW-QUEUE-FAIL
005820     END-IF
005830     OPEN OUTPUT ZOOMQRAW
005840     IF ZOOMQRAW-STATUS NOT = "00"
005850         CLOSE ZOOMQHLD
005860         GO TO P-OPEN-RAW-QUEUE-FAIL
005870     END-IF
005880     SET RAW-OPEN TO TRUE
005890     MOVE "N" TO FTW-EOF-SW
005900     PERFORM P-RESTORE-RAW-CARD UNTIL FTW-EOF
005910     CLOSE ZOOMQHLD
005920     GO TO P-OPEN-RAW-QUEUE-EXIT.
005930 P-OPEN-RAW-QUEUE-FAIL.
005940     SET EXA-ERROR TO TRUE
005950     SET RAW-REFUSED TO TRUE.
005960 P-OPEN-RAW-QUEUE-EXIT.
005970     EXIT.
005980*****************************************************************
005990* P-HOLD-RAW-CARD - ONE CARD OFF THE RAW QUEUE ONTO ZOOMQHLD.
006000*     THE OLD TRAILER IS CHECKED, NOT KEPT.  A FAILED HOLD WRITE
006001*     ENDS THE COPY.
006010*****************************************************************
006020 P-HOLD-RAW-CARD.
006030     READ ZOOMQRAW
006040         AT END
006050             SET FTW-EOF TO TRUE
006060     END-READ
006070     IF NOT FTW-EOF
006080         MOVE ZOOMQ-RECORD TO FTW-RECORD
006090         PERFORM P-TRAILER-TAKE
006100         IF NOT ZQ-TRAILER-RECORD
006110             WRITE ZOOMQ-HOLD-REC FROM ZOOMQ-RECORD
006111             IF ZOOMQHLD-STATUS NOT = "00"
006112                 SET HOLD-FAILED TO TRUE
006113                 SET FTW-EOF TO TRUE
006114             END-IF
006120         END-IF
006130     END-IF.
006140*****************************************************************
006150* P-RESTORE-RAW-CARD - ONE HELD CARD BACK ONTO THE RAW QUEUE.
006160*****************************************************************
006170 P-RESTORE-RAW-CARD.
006180     READ ZOOMQHLD
006190         AT END
006200             SET FTW-EOF TO TRUE
006210     END-READ
006220     IF NOT FTW-EOF
006230         WRITE ZOOMQ-RECORD FROM ZOOMQ-HOLD-REC
006240         IF ZOOMQRAW-STATUS NOT = "00"
006250             SET EXA-ERROR TO TRUE
006260         END-IF
006270     END-IF.
006280     COPY FILETRLCHK.
