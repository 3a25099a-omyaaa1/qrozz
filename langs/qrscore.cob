000010*----------------------------------------------------------------
000020* QRSCORE.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRSCORE.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MONTHLY DEPARTMENT DATA-QUALITY SCORECARD. A DEPARTMENT'S BAD
000120* SUBMISSIONS SHOW UP IN FIVE PLACES ACROSS THE NIGHTLY STREAM;
000130* THIS REPORT PUTS THEM TOGETHER PER CLIENT FOR THE REPORT MONTH
000140* SO THE ACCOUNT MANAGERS CAN SHOW A DEPARTMENT WHERE ITS WORK
000150* KEEPS SLIPPING:
000160*   QRINTMTH  THE MONTH'S INTAKE OUTCOMES (QRINOREC) - EACH
000170*             NIGHT'S QRINTOUT FROM QRINTAKE, CONCATENATED BY OPS
000180*             AS QRAUDLOG IS ONTO QRAUDMTH. BATCHES RECEIVED AND
000190*             QUARANTINED, REQUESTS PASSED TO QR, AND RECORDS
000191*             DIVERTED BECAUSE THE CLIENT WAS NOT ACTIVE OR THE
000192*             FORMAT CODE WAS NOT ACTIVE ON THE SYMBOLOGY MASTER.
000210*   QRXCPMTH  THE MONTH'S QR REJECTS (QRXCPREC) - EACH NIGHT'S
000220*             QRREQEXC, CONCATENATED THE SAME WAY. REJECTS BY
000230*             REASON, AND HOW MANY WERE REJECTED AGAIN AFTER A
000240*             RECYCLE.
000250*   QRTATMST  THE TURNAROUND TRACKING MASTER (QRTATREC). OF THE
000260*             REQUESTS THAT REACHED THEIR FINAL OUTCOME IN THE
000270*             MONTH, HOW MANY HAD BEEN RECYCLED (QRRECYCL) AND HOW
000280*             MANY OF THOSE COMPLETED, AND HOW MANY PERMANENT
000290*             REJECTS WERE WRITTEN OFF (QRPRMDSP).
000300*   QRHSTMST  THE HISTORY MASTER (QRHSTREC). THE MONTH'S SUCCESS
000310*             ROWS, AND HOW MANY CARRY THE SCAN-BACK FAILURE FLAG
000320*             SET WHEN QRVERIFY'S MISMATCH WAS REQUEUED (QRREGEN).
000330* EACH CLIENT GETS A QUALITY SCORE - THE SUM OF ITS QUARANTINE,
000340* REJECT, RECYCLE FAILURE, WRITE-OFF, AND SCAN-BACK FAILURE
000350* PERCENTAGES (0 IS CLEAN, 500 IS AS BAD AS IT GETS) - AND THE
000360* CLIENTS ARE RANKED WORST FIRST: A RANKING TABLE, THEN ONE
000370* SCORECARD PER CLIENT IN THE SAME ORDER WITH ITS REJECTS BROKEN
000380* DOWN BY REASON. THE REJECT AND WRITE-OFF PERCENTAGES ARE OF THE
000390* REQUESTS PASSED TO QR AT INTAKE, CAPPED AT 100.
000400* PARM='YYYYMM' SELECTS THE REPORT MONTH; WITH NO PARM THE
000410* CURRENT MONTH IS REPORTED. A MISSING MONTH FILE MEANS NOTHING
000420* OF THAT KIND THIS MONTH; A MASTER THAT CANNOT BE OPENED IS
000430* LEFT OUT WITH A WARNING AND RETURN CODE 4.
000440*----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460*----------------------------------------------------------------
000470* 101526  RFM  INITIAL VERSION.
000471* 101526  RFM  DETAILS DIVERTED AT INTAKE FOR A FORMAT CODE NOT
000472*              ACTIVE ON THE SYMBOLOGY MASTER ARE NOW COUNTED
000473*              AND SHOWN ON EACH CLIENT'S SCORECARD.
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT QR-INTAKE-MONTH-FILE ASSIGN TO "QRINTMTH"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-INTAKE-FILE-STATUS.
000550     SELECT QR-EXCEPTION-MONTH-FILE ASSIGN TO "QRXCPMTH"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000580     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS QTA-REQ-ID
000620         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000630     SELECT QR-HISTORY-FILE ASSIGN TO "QRHSTMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS QHS-KEY
000670         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000680     SELECT QR-SCORE-REPORT-FILE ASSIGN TO "QRSCROUT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-FILE-STATUS.
000710     SELECT QR-SCORE-SORT-FILE ASSIGN TO "QRSCRSRT".
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  QR-INTAKE-MONTH-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY QRINOREC.
000780
000790 FD  QR-EXCEPTION-MONTH-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY QRXCPREC.
000820
000830 FD  QR-TURNAROUND-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY QRTATREC.
000860
000870 FD  QR-HISTORY-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY QRHSTREC.
000900
000910 FD  QR-SCORE-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY QRRPTREC.
000940
000950 SD  QR-SCORE-SORT-FILE.
000960 01  QR-SCORE-SORT-RECORD.
000970     05  SRT-SCORE               PIC 9(03)V9.
000980     05  SRT-CLIENT              PIC X(04).
000990     05  SRT-CLIENT-IDX          PIC 9(04).
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* FILE STATUS AND CONTROL SWITCHES
001040*----------------------------------------------------------------
001050 77  WS-INTAKE-FILE-STATUS           PIC X(02).
001060 77  WS-EXCEPTION-FILE-STATUS        PIC X(02).
001070 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
001080 77  WS-HISTORY-FILE-STATUS          PIC X(02).
001090 77  WS-REPORT-FILE-STATUS           PIC X(02).
001100 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
001110     88  WS-END-OF-FILE                  VALUE "Y".
001120 77  WS-SORT-EOF-SWITCH              PIC X(01) VALUE "N".
001130     88  WS-SORT-END-OF-FILE             VALUE "Y".
001140 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001150     88  WS-RUN-FAILED                    VALUE "Y".
001160 77  WS-RUN-WARNING-SWITCH           PIC X(01) VALUE "N".
001170     88  WS-RUN-WARNING                   VALUE "Y".
001180 77  WS-TABLE-FULL-SWITCH            PIC X(01) VALUE "N".
001190     88  WS-TABLE-FULL-WARNED             VALUE "Y".
001200
001210*----------------------------------------------------------------
001220* REPORT MONTH - FROM THE PARM, OR THE CURRENT MONTH
001230*----------------------------------------------------------------
001240 77  WS-REPORT-MONTH                 PIC X(06) VALUE SPACES.
001250
001260*----------------------------------------------------------------
001270* CLIENT SCORECARD TABLE - ONE ENTRY PER CLIENT SEEN IN ANY OF
001280* THE FOUR SOURCES, IN THE ORDER FIRST SEEN. A BLANK CLIENT IS
001290* "MISC", AS EVERYWHERE ELSE. A CLIENT THAT DOES NOT FIT IS LEFT
001300* OFF THE SCORECARD WITH A WARNING.
001310*----------------------------------------------------------------
001320 77  WS-MAX-CLIENTS                  PIC 9(04) COMP VALUE 200.
001330 77  WS-CLIENT-COUNT                 PIC 9(04) COMP VALUE ZERO.
001340 77  WS-CLI-IDX                      PIC 9(04) COMP VALUE ZERO.
001350 77  WS-CLI-HIT-IDX                  PIC 9(04) COMP VALUE ZERO.
001360 77  WS-LOOKUP-CLIENT                PIC X(04) VALUE SPACES.
001370 01  WS-CLIENT-TABLE.
001380     05  WS-CLIENT-ENTRY         OCCURS 200 TIMES.
001390         10  WS-CLI-CODE         PIC X(04).
001400         10  WS-CLI-BATCH-COUNT  PIC 9(07) COMP.
001410         10  WS-CLI-QUAR-COUNT   PIC 9(07) COMP.
001420         10  WS-CLI-PASSED-COUNT PIC 9(09) COMP.
001430         10  WS-CLI-INACTIVE-COUNT
001440                                 PIC 9(09) COMP.
001441         10  WS-CLI-BADFMT-COUNT PIC 9(09) COMP.
001450         10  WS-CLI-REJECT-COUNT PIC 9(09) COMP.
001460         10  WS-CLI-REREJECT-COUNT
001470                                 PIC 9(09) COMP.
001480         10  WS-CLI-RECYCLED-COUNT
001490                                 PIC 9(09) COMP.
001500         10  WS-CLI-RECYCLE-OK-COUNT
001510                                 PIC 9(09) COMP.
001520         10  WS-CLI-WRITEOFF-COUNT
001530                                 PIC 9(09) COMP.
001540         10  WS-CLI-IMAGE-COUNT  PIC 9(09) COMP.
001550         10  WS-CLI-SCANFAIL-COUNT
001560                                 PIC 9(09) COMP.
001570         10  WS-CLI-LUMPED-COUNT PIC 9(09) COMP.
001580
001590*----------------------------------------------------------------
001600* REJECT REASON TABLE - ONE ENTRY PER CLIENT AND REASON TEXT.
001610* QR'S REASONS ARE A FIXED SET OF MESSAGES, SO THE TABLE STAYS
001620* SMALL; A REJECT THAT DOES NOT FIT IS COUNTED AGAINST ITS CLIENT
001630* AS "OTHER REASONS" RATHER THAN LOST.
001640*----------------------------------------------------------------
001650 77  WS-MAX-REASONS                  PIC 9(04) COMP VALUE 1000.
001660 77  WS-REASON-COUNT                 PIC 9(04) COMP VALUE ZERO.
001670 77  WS-RSN-IDX                      PIC 9(04) COMP VALUE ZERO.
001680 77  WS-RSN-HIT-IDX                  PIC 9(04) COMP VALUE ZERO.
001690 77  WS-LOOKUP-REASON                PIC X(40) VALUE SPACES.
001700 77  WS-REASON-FULL-SWITCH           PIC X(01) VALUE "N".
001710     88  WS-REASON-FULL-WARNED            VALUE "Y".
001720 01  WS-REASON-TABLE.
001730     05  WS-REASON-ENTRY         OCCURS 1000 TIMES.
001740         10  WS-RSN-CLIENT       PIC X(04).
001750         10  WS-RSN-TEXT         PIC X(40).
001760         10  WS-RSN-REJECTS      PIC 9(07) COMP.
001770
001780*----------------------------------------------------------------
001790* RANKED ORDER - CLIENT TABLE SUBSCRIPTS AS RETURNED BY THE SORT,
001800* WORST SCORE FIRST, SO THE SCORECARDS CAN FOLLOW THE RANKING.
001810*----------------------------------------------------------------
001820 77  WS-RANK-COUNT                   PIC 9(04) COMP VALUE ZERO.
001830 77  WS-RANK-IDX                     PIC 9(04) COMP VALUE ZERO.
001840 01  WS-RANK-TABLE.
001850     05  WS-RANK-CLIENT-IDX      PIC 9(04) COMP OCCURS 200 TIMES.
001860
001870*----------------------------------------------------------------
001880* ONE CLIENT'S PERCENTAGES AND SCORE, WORKED OUT BY 3100 FOR THE
001890* SORT AND AGAIN FOR THE REPORT LINES.
001900*----------------------------------------------------------------
001910 77  WS-QUAR-PCT                     PIC 9(03)V9 VALUE ZERO.
001920 77  WS-REJECT-PCT                   PIC 9(03)V9 VALUE ZERO.
001930 77  WS-RECYCLE-OK-PCT               PIC 9(03)V9 VALUE ZERO.
001940 77  WS-RECYCLE-FAIL-PCT             PIC 9(03)V9 VALUE ZERO.
001950 77  WS-WRITEOFF-PCT                 PIC 9(03)V9 VALUE ZERO.
001960 77  WS-SCANFAIL-PCT                 PIC 9(03)V9 VALUE ZERO.
001970 77  WS-SCORE                        PIC 9(03)V9 VALUE ZERO.
001980 77  WS-PCT-WORK                     PIC 9(07)V9 VALUE ZERO.
001990
002000*----------------------------------------------------------------
002010* RUN TOTALS
002020*----------------------------------------------------------------
002030 77  WS-INTAKE-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
002040 77  WS-EXCEPTION-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002050 77  WS-TRACKING-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002060 77  WS-HISTORY-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
002070 77  WS-NOT-SCORED-COUNT             PIC 9(08) COMP VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100* REPORT LINE CONSTRUCTION
002110*----------------------------------------------------------------
002120 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
002130 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
002140 77  WS-RPT-PCT-EDIT                 PIC ZZZZZ9.9.
002150 77  WS-RPT-RANK-EDIT                PIC ZZ9.
002160 77  WS-LINE-LABEL                   PIC X(25) VALUE SPACES.
002170 77  WS-LINE-COUNT                   PIC 9(09) COMP VALUE ZERO.
002180 77  WS-LINE-PCT                     PIC 9(03)V9 VALUE ZERO.
002190 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
002200 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002210 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
002220 01  WS-RANK-HEAD-LINE.
002230     05  FILLER                  PIC X(40) VALUE
002240         "RNK CLNT BTCH QUAR QUAR%  PASSED REJECT ".
002250     05  FILLER                  PIC X(35) VALUE
002260         " REJ% RECYC RCYOK WROFF SCNF% SCORE".
002270 01  WS-RANK-LINE.
002280     05  WS-RKL-RANK             PIC ZZ9.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  WS-RKL-CLIENT           PIC X(04).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  WS-RKL-BATCHES          PIC ZZZ9.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  WS-RKL-QUARANTINED      PIC ZZZ9.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  WS-RKL-QUAR-PCT         PIC ZZ9.9.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-RKL-PASSED           PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-RKL-REJECTS          PIC ZZZZZ9.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  WS-RKL-REJECT-PCT       PIC ZZ9.9.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  WS-RKL-RECYCLED         PIC ZZZZ9.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  WS-RKL-RECYCLE-OK-PCT   PIC ZZ9.9.
002470     05  WS-RKL-RECYCLE-OK-X REDEFINES WS-RKL-RECYCLE-OK-PCT
002480                                 PIC X(05).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  WS-RKL-WRITEOFFS        PIC ZZZZ9.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  WS-RKL-SCANFAIL-PCT     PIC ZZ9.9.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  WS-RKL-SCORE            PIC ZZ9.9.
002550 01  WS-REASON-LINE.
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  WS-RSL-COUNT            PIC ZZZZZZZ9.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-RSL-TEXT             PIC X(40).
002600
002610*----------------------------------------------------------------
002620* JCL PARM LINKAGE
002630*----------------------------------------------------------------
002640 LINKAGE SECTION.
002650 01  QR-PARM-PARAMETERS.
002660     05  QR-PARM-LENGTH              PIC S9(04) COMP.
002670     05  QR-PARM-TEXT                PIC X(80).
002680
002690 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
002700*----------------------------------------------------------------
002710* 0000-MAINLINE
002720*----------------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 2000-LOAD-INTAKE THRU 2000-EXIT.
002760     PERFORM 2200-LOAD-EXCEPTIONS THRU 2200-EXIT.
002770     PERFORM 2400-LOAD-TRACKING THRU 2400-EXIT.
002780     PERFORM 2600-LOAD-HISTORY THRU 2600-EXIT.
002790     SORT QR-SCORE-SORT-FILE
002800         ON DESCENDING KEY SRT-SCORE
002810         ON ASCENDING KEY SRT-CLIENT
002820         INPUT PROCEDURE IS 3000-RELEASE-CLIENTS THRU 3000-EXIT
002830         OUTPUT PROCEDURE IS 4000-REPORT-RANKING THRU 4000-EXIT.
002840     PERFORM 5000-REPORT-SCORECARDS THRU 5000-EXIT.
002850     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002860     STOP RUN.
002870
002880*----------------------------------------------------------------
002890* 1000-INITIALIZE - SETTLE THE REPORT MONTH, OPEN THE REPORT,
002900* AND WRITE THE HEADINGS. THE SOURCE FILES ARE OPENED ONE AT A
002910* TIME AS EACH IS LOADED.
002920*----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002950     IF QR-PARM-LENGTH > ZERO
002960         MOVE QR-PARM-TEXT (1:6) TO WS-REPORT-MONTH
002970         IF WS-REPORT-MONTH NOT NUMERIC
002980             DISPLAY "QQ0001E REPORT MONTH IN PARM NOT NUMERIC - "
002990                 WS-REPORT-MONTH
003000             MOVE 16 TO RETURN-CODE
003010             GO TO 9900-ABEND
003020         END-IF
003030     ELSE
003040         MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
003050     END-IF.
003060     OPEN OUTPUT QR-SCORE-REPORT-FILE.
003070     IF WS-REPORT-FILE-STATUS NOT = "00"
003080         DISPLAY "QQ0002E QR-SCORE-REPORT-FILE OPEN FAILED - "
003090             "STATUS " WS-REPORT-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 9900-ABEND
003120     END-IF.
003130     MOVE SPACES TO WS-REPORT-LINE.
003140     STRING "QR DATA-QUALITY SCORECARD - MONTH " DELIMITED BY SIZE
003150            WS-REPORT-MONTH DELIMITED BY SIZE
003160            " - RUN " DELIMITED BY SIZE
003170            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
003180         INTO WS-REPORT-LINE.
003190     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003200     MOVE "SCORE = QUAR% + REJ% + RECYCLE FAIL% + WROFF% + SCNF%"
003210         TO WS-REPORT-LINE.
003220     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003230     MOVE "(0 IS CLEAN). REJ% AND WROFF% ARE OF REQUESTS PASSED."
003240         TO WS-REPORT-LINE.
003250     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* 2000-LOAD-INTAKE - COUNT THE MONTH'S BATCHES BY DEPARTMENT FROM
003310* THE INTAKE OUTCOME FILE. NO FILE MEANS NO INTAKE THIS MONTH.
003320*----------------------------------------------------------------
003330 2000-LOAD-INTAKE.
003340     OPEN INPUT QR-INTAKE-MONTH-FILE.
003350     IF WS-INTAKE-FILE-STATUS = "35"
003360         MOVE "NO QRINTMTH FILE - NO INTAKE OUTCOMES THIS MONTH"
003370             TO WS-REPORT-LINE
003380         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003390         GO TO 2000-EXIT
003400     END-IF.
003410     IF WS-INTAKE-FILE-STATUS NOT = "00"
003420         DISPLAY "QQ0003E QR-INTAKE-MONTH-FILE OPEN FAILED - "
003430             "STATUS " WS-INTAKE-FILE-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         CLOSE QR-SCORE-REPORT-FILE
003460         GO TO 9900-ABEND
003470     END-IF.
003480     MOVE "N" TO WS-EOF-SWITCH.
003490     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
003500     PERFORM 2150-COUNT-ONE-BATCH THRU 2150-EXIT
003510         UNTIL WS-END-OF-FILE.
003520     CLOSE QR-INTAKE-MONTH-FILE.
003530 2000-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------
003570* 2100-READ-INTAKE
003580*----------------------------------------------------------------
003590 2100-READ-INTAKE.
003600     READ QR-INTAKE-MONTH-FILE
003610         AT END
003620             MOVE "Y" TO WS-EOF-SWITCH
003630         NOT AT END
003640             ADD 1 TO WS-INTAKE-READ-COUNT
003650     END-READ.
003660 2100-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700* 2150-COUNT-ONE-BATCH
003710*----------------------------------------------------------------
003720 2150-COUNT-ONE-BATCH.
003730     IF QIO-RUN-DATE NOT NUMERIC
003740         OR QIO-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
003750         GO TO 2150-NEXT
003760     END-IF.
003770     MOVE QIO-DEPARTMENT TO WS-LOOKUP-CLIENT.
003780     PERFORM 6000-FIND-CLIENT THRU 6000-EXIT.
003790     IF WS-CLI-IDX = ZERO
003800         GO TO 2150-NEXT
003810     END-IF.
003820     ADD 1 TO WS-CLI-BATCH-COUNT (WS-CLI-IDX).
003830     IF QIO-QUARANTINED
003840         ADD 1 TO WS-CLI-QUAR-COUNT (WS-CLI-IDX)
003850     END-IF.
003860     ADD QIO-ACCEPT-COUNT TO WS-CLI-PASSED-COUNT (WS-CLI-IDX).
003870     ADD QIO-CLIENT-REJ-COUNT
003880         TO WS-CLI-INACTIVE-COUNT (WS-CLI-IDX).
003881     ADD QIO-FORMAT-REJ-COUNT
003882         TO WS-CLI-BADFMT-COUNT (WS-CLI-IDX).
003890 2150-NEXT.
003900     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
003910 2150-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 2200-LOAD-EXCEPTIONS - COUNT THE MONTH'S QR REJECTS BY CLIENT
003960* AND REASON. A REJECT WHOSE REQUEST HAD ALREADY BEEN RECYCLED IS
003970* ALSO COUNTED AS A REPEAT. NO FILE MEANS NO REJECTS THIS MONTH.
003980*----------------------------------------------------------------
003990 2200-LOAD-EXCEPTIONS.
004000     OPEN INPUT QR-EXCEPTION-MONTH-FILE.
004010     IF WS-EXCEPTION-FILE-STATUS = "35"
004020         MOVE "NO QRXCPMTH FILE - NO QR REJECTS THIS MONTH"
004030             TO WS-REPORT-LINE
004040         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004050         GO TO 2200-EXIT
004060     END-IF.
004070     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
004080         DISPLAY "QQ0004E QR-EXCEPTION-MONTH-FILE OPEN FAILED - "
004090             "STATUS " WS-EXCEPTION-FILE-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         CLOSE QR-SCORE-REPORT-FILE
004120         GO TO 9900-ABEND
004130     END-IF.
004140     MOVE "N" TO WS-EOF-SWITCH.
004150     PERFORM 2300-READ-EXCEPTION THRU 2300-EXIT.
004160     PERFORM 2350-COUNT-ONE-REJECT THRU 2350-EXIT
004170         UNTIL WS-END-OF-FILE.
004180     CLOSE QR-EXCEPTION-MONTH-FILE.
004190 2200-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* 2300-READ-EXCEPTION
004240*----------------------------------------------------------------
004250 2300-READ-EXCEPTION.
004260     READ QR-EXCEPTION-MONTH-FILE
004270         AT END
004280             MOVE "Y" TO WS-EOF-SWITCH
004290         NOT AT END
004300             ADD 1 TO WS-EXCEPTION-READ-COUNT
004310     END-READ.
004320 2300-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 2350-COUNT-ONE-REJECT
004370*----------------------------------------------------------------
004380 2350-COUNT-ONE-REJECT.
004390     IF QRX-REJECT-DATE NOT NUMERIC
004400         OR QRX-REJECT-DATE (1:6) NOT = WS-REPORT-MONTH
004410         GO TO 2350-NEXT
004420     END-IF.
004430     MOVE QRX-CLIENT TO WS-LOOKUP-CLIENT.
004440     PERFORM 6000-FIND-CLIENT THRU 6000-EXIT.
004450     IF WS-CLI-IDX = ZERO
004460         GO TO 2350-NEXT
004470     END-IF.
004480     ADD 1 TO WS-CLI-REJECT-COUNT (WS-CLI-IDX).
004490     IF QRX-RECYCLE-COUNT NUMERIC
004500         AND QRX-RECYCLE-COUNT > ZERO
004510         ADD 1 TO WS-CLI-REREJECT-COUNT (WS-CLI-IDX)
004520     END-IF.
004530     IF QRX-REASON = SPACES
004540         MOVE "(NO REASON GIVEN)" TO WS-LOOKUP-REASON
004550     ELSE
004560         MOVE QRX-REASON TO WS-LOOKUP-REASON
004570     END-IF.
004580     PERFORM 6200-COUNT-REASON THRU 6200-EXIT.
004590 2350-NEXT.
004600     PERFORM 2300-READ-EXCEPTION THRU 2300-EXIT.
004610 2350-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650* 2400-LOAD-TRACKING - FROM THE TRACKING ROWS THAT REACHED THEIR
004660* FINAL OUTCOME IN THE MONTH, COUNT THE RECYCLED REQUESTS, THOSE
004670* OF THEM THAT COMPLETED, AND THE WRITE-OFFS.
004680*----------------------------------------------------------------
004690 2400-LOAD-TRACKING.
004700     OPEN INPUT QR-TURNAROUND-FILE.
004710     IF WS-TURNAROUND-FILE-STATUS NOT = "00"
004720         DISPLAY "QQ0005W QR-TURNAROUND-FILE UNAVAILABLE - STAT "
004730             WS-TURNAROUND-FILE-STATUS
004740             " - RECYCLES AND WRITE-OFFS NOT SCORED"
004750         MOVE "QRTATMST UNAVAILABLE - RECYCLES AND WRITE-OFFS NOT"
004760             TO WS-REPORT-LINE
004770         MOVE "SCORED" TO WS-REPORT-LINE (52:6)
004780         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004790         MOVE "Y" TO WS-RUN-WARNING-SWITCH
004800         GO TO 2400-EXIT
004810     END-IF.
004820     MOVE "N" TO WS-EOF-SWITCH.
004830     MOVE LOW-VALUES TO QTA-REQ-ID.
004840     START QR-TURNAROUND-FILE KEY NOT < QTA-REQ-ID
004850         INVALID KEY
004860             MOVE "Y" TO WS-EOF-SWITCH
004870     END-START.
004880     IF NOT WS-END-OF-FILE
004890         PERFORM 2500-READ-TRACKING THRU 2500-EXIT
004900     END-IF.
004910     PERFORM 2550-COUNT-ONE-TRACKING THRU 2550-EXIT
004920         UNTIL WS-END-OF-FILE.
004930     CLOSE QR-TURNAROUND-FILE.
004940 2400-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 2500-READ-TRACKING
004990*----------------------------------------------------------------
005000 2500-READ-TRACKING.
005010     READ QR-TURNAROUND-FILE NEXT RECORD
005020         AT END
005030             MOVE "Y" TO WS-EOF-SWITCH
005040         NOT AT END
005050             ADD 1 TO WS-TRACKING-READ-COUNT
005060     END-READ.
005070 2500-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 2550-COUNT-ONE-TRACKING - A REQUEST STILL OUTSTANDING HAS NO
005120* OUTCOME YET AND IS LEFT FOR THE MONTH IT FINISHES IN. A
005130* CANCELLATION IS THE DEPARTMENT'S OWN CHOICE, NOT A QUALITY
005140* FAILURE, SO ONLY ITS RECYCLE HISTORY IS COUNTED.
005150*----------------------------------------------------------------
005160 2550-COUNT-ONE-TRACKING.
005170     IF QTA-OUTSTANDING
005180         GO TO 2550-NEXT
005190     END-IF.
005200     IF QTA-FINAL-DATE NOT NUMERIC
005210         OR QTA-FINAL-DATE (1:6) NOT = WS-REPORT-MONTH
005220         GO TO 2550-NEXT
005230     END-IF.
005240     MOVE QTA-CLIENT TO WS-LOOKUP-CLIENT.
005250     PERFORM 6000-FIND-CLIENT THRU 6000-EXIT.
005260     IF WS-CLI-IDX = ZERO
005270         GO TO 2550-NEXT
005280     END-IF.
005290     IF QTA-RECYCLE-COUNT NUMERIC
005300         AND QTA-RECYCLE-COUNT > ZERO
005310         ADD 1 TO WS-CLI-RECYCLED-COUNT (WS-CLI-IDX)
005320         IF QTA-COMPLETED
005330             ADD 1 TO WS-CLI-RECYCLE-OK-COUNT (WS-CLI-IDX)
005340         END-IF
005350     END-IF.
005360     IF QTA-WRITTEN-OFF
005370         ADD 1 TO WS-CLI-WRITEOFF-COUNT (WS-CLI-IDX)
005380     END-IF.
005390 2550-NEXT.
005400     PERFORM 2500-READ-TRACKING THRU 2500-EXIT.
005410 2550-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450* 2600-LOAD-HISTORY - COUNT THE MONTH'S SUCCESSFUL IMAGES BY
005460* CLIENT, AND HOW MANY OF THEM FAILED THE SCAN-BACK CHECK.
005470*----------------------------------------------------------------
005480 2600-LOAD-HISTORY.
005490     OPEN INPUT QR-HISTORY-FILE.
005500     IF WS-HISTORY-FILE-STATUS NOT = "00"
005510         DISPLAY "QQ0006W QR-HISTORY-FILE UNAVAILABLE - STAT "
005520             WS-HISTORY-FILE-STATUS
005530             " - SCAN-BACK FAILURES NOT SCORED"
005540         MOVE "QRHSTMST UNAVAILABLE - SCAN-BACK FAILURES NOT"
005550             TO WS-REPORT-LINE
005560         MOVE "SCORED" TO WS-REPORT-LINE (47:6)
005570         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
005580         MOVE "Y" TO WS-RUN-WARNING-SWITCH
005590         GO TO 2600-EXIT
005600     END-IF.
005610     MOVE "N" TO WS-EOF-SWITCH.
005620     MOVE LOW-VALUES TO QHS-KEY.
005630     START QR-HISTORY-FILE KEY NOT < QHS-KEY
005640         INVALID KEY
005650             MOVE "Y" TO WS-EOF-SWITCH
005660     END-START.
005670     IF NOT WS-END-OF-FILE
005680         PERFORM 2700-READ-HISTORY THRU 2700-EXIT
005690     END-IF.
005700     PERFORM 2750-COUNT-ONE-HISTORY THRU 2750-EXIT
005710         UNTIL WS-END-OF-FILE.
005720     CLOSE QR-HISTORY-FILE.
005730 2600-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* 2700-READ-HISTORY
005780*----------------------------------------------------------------
005790 2700-READ-HISTORY.
005800     READ QR-HISTORY-FILE NEXT RECORD
005810         AT END
005820             MOVE "Y" TO WS-EOF-SWITCH
005830         NOT AT END
005840             ADD 1 TO WS-HISTORY-READ-COUNT
005850     END-READ.
005860 2700-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* 2750-COUNT-ONE-HISTORY
005910*----------------------------------------------------------------
005920 2750-COUNT-ONE-HISTORY.
005930     IF NOT QHS-SUCCESS
005940         GO TO 2750-NEXT
005950     END-IF.
005960     IF QHS-RUN-DATE NOT NUMERIC
005970         OR QHS-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
005980         GO TO 2750-NEXT
005990     END-IF.
006000     MOVE QHS-CLIENT TO WS-LOOKUP-CLIENT.
006010     PERFORM 6000-FIND-CLIENT THRU 6000-EXIT.
006020     IF WS-CLI-IDX = ZERO
006030         GO TO 2750-NEXT
006040     END-IF.
006050     ADD 1 TO WS-CLI-IMAGE-COUNT (WS-CLI-IDX).
006060     IF QHS-SCAN-FAILED
006070         ADD 1 TO WS-CLI-SCANFAIL-COUNT (WS-CLI-IDX)
006080     END-IF.
006090 2750-NEXT.
006100     PERFORM 2700-READ-HISTORY THRU 2700-EXIT.
006110 2750-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 3000-RELEASE-CLIENTS - SORT INPUT PROCEDURE. SCORE EVERY CLIENT
006160* AND RELEASE IT KEYED BY SCORE (WORST FIRST) AND CLIENT CODE.
006170*----------------------------------------------------------------
006180 3000-RELEASE-CLIENTS.
006190     PERFORM 3050-RELEASE-ONE-CLIENT THRU 3050-EXIT
006200         VARYING WS-CLI-IDX FROM 1 BY 1
006210         UNTIL WS-CLI-IDX > WS-CLIENT-COUNT.
006220 3000-EXIT.
006230     EXIT.
006240
006250 3050-RELEASE-ONE-CLIENT.
006260     PERFORM 3100-SCORE-CLIENT THRU 3100-EXIT.
006270     MOVE WS-SCORE TO SRT-SCORE.
006280     MOVE WS-CLI-CODE (WS-CLI-IDX) TO SRT-CLIENT.
006290     MOVE WS-CLI-IDX TO SRT-CLIENT-IDX.
006300     RELEASE QR-SCORE-SORT-RECORD.
006310 3050-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 3100-SCORE-CLIENT - THE PERCENTAGES AND SCORE OF THE CLIENT AT
006360* WS-CLI-IDX. A PERCENTAGE WITH NOTHING TO MEASURE IS ZERO; A
006370* CLIENT WITH NO RECYCLES HAS NO RECYCLE FAILURE.
006380*----------------------------------------------------------------
006390 3100-SCORE-CLIENT.
006400     MOVE ZERO TO WS-QUAR-PCT.
006410     MOVE ZERO TO WS-REJECT-PCT.
006420     MOVE ZERO TO WS-RECYCLE-OK-PCT.
006430     MOVE ZERO TO WS-RECYCLE-FAIL-PCT.
006440     MOVE ZERO TO WS-WRITEOFF-PCT.
006450     MOVE ZERO TO WS-SCANFAIL-PCT.
006460     IF WS-CLI-BATCH-COUNT (WS-CLI-IDX) > ZERO
006470         COMPUTE WS-QUAR-PCT ROUNDED =
006480             WS-CLI-QUAR-COUNT (WS-CLI-IDX) * 100
006490             / WS-CLI-BATCH-COUNT (WS-CLI-IDX)
006500     END-IF.
006510     IF WS-CLI-PASSED-COUNT (WS-CLI-IDX) > ZERO
006520         COMPUTE WS-PCT-WORK ROUNDED =
006530             WS-CLI-REJECT-COUNT (WS-CLI-IDX) * 100
006540             / WS-CLI-PASSED-COUNT (WS-CLI-IDX)
006550         PERFORM 3200-CAP-PERCENT THRU 3200-EXIT
006560         MOVE WS-PCT-WORK TO WS-REJECT-PCT
006570         COMPUTE WS-PCT-WORK ROUNDED =
006580             WS-CLI-WRITEOFF-COUNT (WS-CLI-IDX) * 100
006590             / WS-CLI-PASSED-COUNT (WS-CLI-IDX)
006600         PERFORM 3200-CAP-PERCENT THRU 3200-EXIT
006610         MOVE WS-PCT-WORK TO WS-WRITEOFF-PCT
006620     ELSE
006630         IF WS-CLI-REJECT-COUNT (WS-CLI-IDX) > ZERO
006640             MOVE 100 TO WS-REJECT-PCT
006650         END-IF
006660         IF WS-CLI-WRITEOFF-COUNT (WS-CLI-IDX) > ZERO
006670             MOVE 100 TO WS-WRITEOFF-PCT
006680         END-IF
006690     END-IF.
006700     IF WS-CLI-RECYCLED-COUNT (WS-CLI-IDX) > ZERO
006710         COMPUTE WS-RECYCLE-OK-PCT ROUNDED =
006720             WS-CLI-RECYCLE-OK-COUNT (WS-CLI-IDX) * 100
006730             / WS-CLI-RECYCLED-COUNT (WS-CLI-IDX)
006740         COMPUTE WS-RECYCLE-FAIL-PCT = 100 - WS-RECYCLE-OK-PCT
006750     END-IF.
006760     IF WS-CLI-IMAGE-COUNT (WS-CLI-IDX) > ZERO
006770         COMPUTE WS-SCANFAIL-PCT ROUNDED =
006780             WS-CLI-SCANFAIL-COUNT (WS-CLI-IDX) * 100
006790             / WS-CLI-IMAGE-COUNT (WS-CLI-IDX)
006800     END-IF.
006810     COMPUTE WS-SCORE = WS-QUAR-PCT + WS-REJECT-PCT
006820         + WS-RECYCLE-FAIL-PCT + WS-WRITEOFF-PCT
006830         + WS-SCANFAIL-PCT.
006840 3100-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880* 3200-CAP-PERCENT - A REJECT OR WRITE-OFF PERCENTAGE CAN PASS 100
006890* WHEN THE MONTH'S REJECTS INCLUDE WORK PASSED IN AN EARLIER
006900* MONTH; IT IS HELD TO 100 SO NO ONE SOURCE SWAMPS THE SCORE.
006910*----------------------------------------------------------------
006920 3200-CAP-PERCENT.
006930     IF WS-PCT-WORK > 100
006940         MOVE 100 TO WS-PCT-WORK
006950     END-IF.
006960 3200-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* 4000-REPORT-RANKING - SORT OUTPUT PROCEDURE. ONE RANKING LINE
007010* PER CLIENT, WORST FIRST, KEEPING THE ORDER FOR THE SCORECARDS.
007020*----------------------------------------------------------------
007030 4000-REPORT-RANKING.
007040     MOVE SPACES TO WS-REPORT-LINE.
007050     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007060     MOVE "DEPARTMENTS RANKED WORST FIRST" TO WS-REPORT-LINE.
007070     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007080     MOVE WS-RANK-HEAD-LINE TO WS-REPORT-LINE.
007090     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007100     PERFORM 4100-RETURN-SORTED-CLIENT THRU 4100-EXIT.
007110     PERFORM 4200-RANK-ONE-CLIENT THRU 4200-EXIT
007120         UNTIL WS-SORT-END-OF-FILE.
007130 4000-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* 4100-RETURN-SORTED-CLIENT
007180*----------------------------------------------------------------
007190 4100-RETURN-SORTED-CLIENT.
007200     RETURN QR-SCORE-SORT-FILE
007210         AT END
007220             MOVE "Y" TO WS-SORT-EOF-SWITCH
007230     END-RETURN.
007240 4100-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280* 4200-RANK-ONE-CLIENT
007290*----------------------------------------------------------------
007300 4200-RANK-ONE-CLIENT.
007310     ADD 1 TO WS-RANK-COUNT.
007320     MOVE SRT-CLIENT-IDX TO WS-CLI-IDX.
007330     MOVE WS-CLI-IDX TO WS-RANK-CLIENT-IDX (WS-RANK-COUNT).
007340     PERFORM 3100-SCORE-CLIENT THRU 3100-EXIT.
007350     MOVE WS-RANK-COUNT TO WS-RKL-RANK.
007360     MOVE WS-CLI-CODE (WS-CLI-IDX) TO WS-RKL-CLIENT.
007370     MOVE WS-CLI-BATCH-COUNT (WS-CLI-IDX) TO WS-RKL-BATCHES.
007380     MOVE WS-CLI-QUAR-COUNT (WS-CLI-IDX) TO WS-RKL-QUARANTINED.
007390     MOVE WS-QUAR-PCT TO WS-RKL-QUAR-PCT.
007400     MOVE WS-CLI-PASSED-COUNT (WS-CLI-IDX) TO WS-RKL-PASSED.
007410     MOVE WS-CLI-REJECT-COUNT (WS-CLI-IDX) TO WS-RKL-REJECTS.
007420     MOVE WS-REJECT-PCT TO WS-RKL-REJECT-PCT.
007430     MOVE WS-CLI-RECYCLED-COUNT (WS-CLI-IDX) TO WS-RKL-RECYCLED.
007440     IF WS-CLI-RECYCLED-COUNT (WS-CLI-IDX) > ZERO
007450         MOVE WS-RECYCLE-OK-PCT TO WS-RKL-RECYCLE-OK-PCT
007460     ELSE
007470         MOVE "    -" TO WS-RKL-RECYCLE-OK-X
007480     END-IF.
007490     MOVE WS-CLI-WRITEOFF-COUNT (WS-CLI-IDX) TO WS-RKL-WRITEOFFS.
007500     MOVE WS-SCANFAIL-PCT TO WS-RKL-SCANFAIL-PCT.
007510     MOVE WS-SCORE TO WS-RKL-SCORE.
007520     MOVE WS-RANK-LINE TO WS-REPORT-LINE.
007530     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007540     PERFORM 4100-RETURN-SORTED-CLIENT THRU 4100-EXIT.
007550 4200-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590* 5000-REPORT-SCORECARDS - ONE SCORECARD PER CLIENT IN RANKED
007600* ORDER, FOR THE ACCOUNT MANAGER TO TAKE TO THE DEPARTMENT.
007610*----------------------------------------------------------------
007620 5000-REPORT-SCORECARDS.
007630     PERFORM 5100-REPORT-ONE-CLIENT THRU 5100-EXIT
007640         VARYING WS-RANK-IDX FROM 1 BY 1
007650         UNTIL WS-RANK-IDX > WS-RANK-COUNT.
007660 5000-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700* 5100-REPORT-ONE-CLIENT
007710*----------------------------------------------------------------
007720 5100-REPORT-ONE-CLIENT.
007730     MOVE WS-RANK-CLIENT-IDX (WS-RANK-IDX) TO WS-CLI-IDX.
007740     PERFORM 3100-SCORE-CLIENT THRU 3100-EXIT.
007750     MOVE SPACES TO WS-REPORT-LINE.
007760     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007770     MOVE WS-RANK-IDX TO WS-RPT-RANK-EDIT.
007780     MOVE WS-SCORE TO WS-RPT-PCT-EDIT.
007790     STRING "SCORECARD - CLIENT " DELIMITED BY SIZE
007800            WS-CLI-CODE (WS-CLI-IDX) DELIMITED BY SIZE
007810            " - RANK " DELIMITED BY SIZE
007820            WS-RPT-RANK-EDIT DELIMITED BY SIZE
007830            " - QUALITY SCORE " DELIMITED BY SIZE
007840            WS-RPT-PCT-EDIT DELIMITED BY SIZE
007850         INTO WS-REPORT-LINE.
007860     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007870     MOVE "BATCHES RECEIVED . . . . " TO WS-LINE-LABEL.
007880     MOVE WS-CLI-BATCH-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
007890     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007900     MOVE "BATCHES QUARANTINED. . . " TO WS-LINE-LABEL.
007910     MOVE WS-CLI-QUAR-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
007920     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007930     MOVE "QUARANTINE PERCENT . . . " TO WS-LINE-LABEL.
007940     MOVE WS-QUAR-PCT TO WS-LINE-PCT.
007950     PERFORM 8150-WRITE-PCT-LINE THRU 8150-EXIT.
007960     MOVE "CLIENT NOT ACTIVE. . . . " TO WS-LINE-LABEL.
007970     MOVE WS-CLI-INACTIVE-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
007980     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007981     MOVE "FORMAT CODE NOT ACTIVE . " TO WS-LINE-LABEL.
007982     MOVE WS-CLI-BADFMT-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
007983     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007990     MOVE "REQUESTS PASSED TO QR. . " TO WS-LINE-LABEL.
008000     MOVE WS-CLI-PASSED-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008010     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008020     MOVE "REJECTED BY QR . . . . . " TO WS-LINE-LABEL.
008030     MOVE WS-CLI-REJECT-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008040     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008050     PERFORM 5200-WRITE-CLIENT-REASON THRU 5200-EXIT
008060         VARYING WS-RSN-IDX FROM 1 BY 1
008070         UNTIL WS-RSN-IDX > WS-REASON-COUNT.
008080     IF WS-CLI-LUMPED-COUNT (WS-CLI-IDX) > ZERO
008090         MOVE WS-CLI-LUMPED-COUNT (WS-CLI-IDX) TO WS-RSL-COUNT
008100         MOVE "(OTHER REASONS)" TO WS-RSL-TEXT
008110         MOVE WS-REASON-LINE TO WS-REPORT-LINE
008120         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
008130     END-IF.
008140     MOVE "REJECT PERCENT . . . . . " TO WS-LINE-LABEL.
008150     MOVE WS-REJECT-PCT TO WS-LINE-PCT.
008160     PERFORM 8150-WRITE-PCT-LINE THRU 8150-EXIT.
008170     MOVE "REJECTED AFTER RECYCLE . " TO WS-LINE-LABEL.
008180     MOVE WS-CLI-REREJECT-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008190     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008200     MOVE "RECYCLED, FINISHED . . . " TO WS-LINE-LABEL.
008210     MOVE WS-CLI-RECYCLED-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008220     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008230     MOVE "RECYCLED, COMPLETED. . . " TO WS-LINE-LABEL.
008240     MOVE WS-CLI-RECYCLE-OK-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008250     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008260     IF WS-CLI-RECYCLED-COUNT (WS-CLI-IDX) > ZERO
008270         MOVE "RECYCLE SUCCESS PERCENT. " TO WS-LINE-LABEL
008280         MOVE WS-RECYCLE-OK-PCT TO WS-LINE-PCT
008290         PERFORM 8150-WRITE-PCT-LINE THRU 8150-EXIT
008300     END-IF.
008310     MOVE "PERM-REJECT WRITE-OFFS . " TO WS-LINE-LABEL.
008320     MOVE WS-CLI-WRITEOFF-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008330     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008340     MOVE "WRITE-OFF PERCENT. . . . " TO WS-LINE-LABEL.
008350     MOVE WS-WRITEOFF-PCT TO WS-LINE-PCT.
008360     PERFORM 8150-WRITE-PCT-LINE THRU 8150-EXIT.
008370     MOVE "IMAGES GENERATED . . . . " TO WS-LINE-LABEL.
008380     MOVE WS-CLI-IMAGE-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008390     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008400     MOVE "SCAN-BACK FAILURES . . . " TO WS-LINE-LABEL.
008410     MOVE WS-CLI-SCANFAIL-COUNT (WS-CLI-IDX) TO WS-LINE-COUNT.
008420     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008430     MOVE "SCAN-BACK FAIL PERCENT . " TO WS-LINE-LABEL.
008440     MOVE WS-SCANFAIL-PCT TO WS-LINE-PCT.
008450     PERFORM 8150-WRITE-PCT-LINE THRU 8150-EXIT.
008460 5100-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 5200-WRITE-CLIENT-REASON - ONE INDENTED LINE PER REJECT REASON
008510* BELONGING TO THE CLIENT BEING REPORTED.
008520*----------------------------------------------------------------
008530 5200-WRITE-CLIENT-REASON.
008540     IF WS-RSN-CLIENT (WS-RSN-IDX) NOT = WS-CLI-CODE (WS-CLI-IDX)
008550         GO TO 5200-EXIT
008560     END-IF.
008570     MOVE WS-RSN-REJECTS (WS-RSN-IDX) TO WS-RSL-COUNT.
008580     MOVE WS-RSN-TEXT (WS-RSN-IDX) TO WS-RSL-TEXT.
008590     MOVE WS-REASON-LINE TO WS-REPORT-LINE.
008600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008610 5200-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------------
008650* 6000-FIND-CLIENT - SUBSCRIPT OF WS-LOOKUP-CLIENT IN THE CLIENT
008660* TABLE, ADDING IT WHEN NEW. WS-CLI-IDX IS ZERO WHEN THE TABLE IS
008670* FULL, AND THE ROW IS THEN NOT SCORED.
008680*----------------------------------------------------------------
008690 6000-FIND-CLIENT.
008700     IF WS-LOOKUP-CLIENT = SPACES
008710         MOVE "MISC" TO WS-LOOKUP-CLIENT
008720     END-IF.
008730     MOVE ZERO TO WS-CLI-HIT-IDX.
008740     PERFORM 6100-MATCH-CLIENT
008750         VARYING WS-CLI-IDX FROM 1 BY 1
008760         UNTIL WS-CLI-IDX > WS-CLIENT-COUNT
008770         OR WS-CLI-HIT-IDX > ZERO.
008780     IF WS-CLI-HIT-IDX > ZERO
008790         MOVE WS-CLI-HIT-IDX TO WS-CLI-IDX
008800         GO TO 6000-EXIT
008810     END-IF.
008820     IF WS-CLIENT-COUNT NOT < WS-MAX-CLIENTS
008830         IF NOT WS-TABLE-FULL-WARNED
008840             DISPLAY "QQ0007W CLIENT TABLE FULL AT "
008850                 WS-LOOKUP-CLIENT " - LATER CLIENTS NOT SCORED"
008860             MOVE "Y" TO WS-TABLE-FULL-SWITCH
008870             MOVE "Y" TO WS-RUN-WARNING-SWITCH
008880         END-IF
008890         ADD 1 TO WS-NOT-SCORED-COUNT
008900         MOVE ZERO TO WS-CLI-IDX
008910         GO TO 6000-EXIT
008920     END-IF.
008930     ADD 1 TO WS-CLIENT-COUNT.
008940     MOVE WS-CLIENT-COUNT TO WS-CLI-IDX.
008950     INITIALIZE WS-CLIENT-ENTRY (WS-CLI-IDX).
008960     MOVE WS-LOOKUP-CLIENT TO WS-CLI-CODE (WS-CLI-IDX).
008970 6000-EXIT.
008980     EXIT.
008990
009000 6100-MATCH-CLIENT.
009010     IF WS-CLI-CODE (WS-CLI-IDX) = WS-LOOKUP-CLIENT
009020         MOVE WS-CLI-IDX TO WS-CLI-HIT-IDX
009030     END-IF.
009040
009050*----------------------------------------------------------------
009060* 6200-COUNT-REASON - STEP THE COUNT OF WS-LOOKUP-REASON FOR THE
009070* CLIENT AT WS-CLI-IDX, ADDING THE ENTRY WHEN NEW. WHEN THE TABLE
009080* IS FULL THE REJECT IS COUNTED UNDER "OTHER REASONS".
009090*----------------------------------------------------------------
009100 6200-COUNT-REASON.
009110     MOVE ZERO TO WS-RSN-HIT-IDX.
009120     PERFORM 6300-MATCH-REASON
009130         VARYING WS-RSN-IDX FROM 1 BY 1
009140         UNTIL WS-RSN-IDX > WS-REASON-COUNT
009150         OR WS-RSN-HIT-IDX > ZERO.
009160     IF WS-RSN-HIT-IDX > ZERO
009170         ADD 1 TO WS-RSN-REJECTS (WS-RSN-HIT-IDX)
009180         GO TO 6200-EXIT
009190     END-IF.
009200     IF WS-REASON-COUNT NOT < WS-MAX-REASONS
009210         IF NOT WS-REASON-FULL-WARNED
009220             DISPLAY "QQ0008W REJECT REASON TABLE FULL - FURTHER "
009230                 "REASONS COUNTED AS OTHER"
009240             MOVE "Y" TO WS-REASON-FULL-SWITCH
009250         END-IF
009260         ADD 1 TO WS-CLI-LUMPED-COUNT (WS-CLI-IDX)
009270         GO TO 6200-EXIT
009280     END-IF.
009290     ADD 1 TO WS-REASON-COUNT.
009300     MOVE WS-CLI-CODE (WS-CLI-IDX)
009310         TO WS-RSN-CLIENT (WS-REASON-COUNT).
009320     MOVE WS-LOOKUP-REASON TO WS-RSN-TEXT (WS-REASON-COUNT).
009330     MOVE 1 TO WS-RSN-REJECTS (WS-REASON-COUNT).
009340 6200-EXIT.
009350     EXIT.
009360
009370 6300-MATCH-REASON.
009380     IF WS-RSN-CLIENT (WS-RSN-IDX) = WS-CLI-CODE (WS-CLI-IDX)
009390         AND WS-RSN-TEXT (WS-RSN-IDX) = WS-LOOKUP-REASON
009400         MOVE WS-RSN-IDX TO WS-RSN-HIT-IDX
009410     END-IF.
009420
009430*----------------------------------------------------------------
009440* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE SCORECARD.
009450*----------------------------------------------------------------
009460 8000-WRITE-REPORT-LINE.
009470     MOVE WS-REPORT-LINE TO QRP-LINE.
009480     WRITE QR-REPORT-RECORD.
009490     IF WS-REPORT-FILE-STATUS NOT = "00"
009500         DISPLAY "QQ0009E QR-SCORE-REPORT-FILE WRITE FAILED - "
009510             "STATUS " WS-REPORT-FILE-STATUS
009520         MOVE "Y" TO WS-RUN-FAILED-SWITCH
009530     END-IF.
009540     MOVE SPACES TO WS-REPORT-LINE.
009550 8000-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------
009590* 8100-WRITE-COUNT-LINE - WS-LINE-LABEL AND WS-LINE-COUNT.
009600*----------------------------------------------------------------
009610 8100-WRITE-COUNT-LINE.
009620     MOVE WS-LINE-COUNT TO WS-RPT-COUNT-EDIT.
009630     MOVE SPACES TO WS-REPORT-LINE.
009640     STRING WS-LINE-LABEL DELIMITED BY SIZE
009650            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
009660         INTO WS-REPORT-LINE.
009670     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009680 8100-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720* 8150-WRITE-PCT-LINE - WS-LINE-LABEL AND WS-LINE-PCT.
009730*----------------------------------------------------------------
009740 8150-WRITE-PCT-LINE.
009750     MOVE WS-LINE-PCT TO WS-RPT-PCT-EDIT.
009760     MOVE SPACES TO WS-REPORT-LINE.
009770     STRING WS-LINE-LABEL DELIMITED BY SIZE
009780            WS-RPT-PCT-EDIT DELIMITED BY SIZE
009790         INTO WS-REPORT-LINE.
009800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009810 8150-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
009860* HEADING. THE RUN DATE IS ALSO THE DEFAULT REPORT MONTH.
009870*----------------------------------------------------------------
009880 8200-BUILD-TIMESTAMP.
009890     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
009900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009910     ACCEPT WS-RUN-TIME FROM TIME.
009920     STRING WS-RUN-DATE DELIMITED BY SIZE
009930            WS-RUN-TIME DELIMITED BY SIZE
009940         INTO WS-CURRENT-TIMESTAMP.
009950 8200-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990* 9700-WRITE-RUN-SUMMARY
010000*----------------------------------------------------------------
010010 9700-WRITE-RUN-SUMMARY.
010020     MOVE SPACES TO WS-REPORT-LINE.
010030     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010040     MOVE "INTAKE ROWS READ . . . . " TO WS-LINE-LABEL.
010050     MOVE WS-INTAKE-READ-COUNT TO WS-LINE-COUNT.
010060     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
010070     MOVE "EXCEPTION ROWS READ. . . " TO WS-LINE-LABEL.
010080     MOVE WS-EXCEPTION-READ-COUNT TO WS-LINE-COUNT.
010090     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
010100     MOVE "TRACKING ROWS READ . . . " TO WS-LINE-LABEL.
010110     MOVE WS-TRACKING-READ-COUNT TO WS-LINE-COUNT.
010120     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
010130     MOVE "HISTORY ROWS READ. . . . " TO WS-LINE-LABEL.
010140     MOVE WS-HISTORY-READ-COUNT TO WS-LINE-COUNT.
010150     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
010160     MOVE "CLIENTS SCORED . . . . . " TO WS-LINE-LABEL.
010170     MOVE WS-RANK-COUNT TO WS-LINE-COUNT.
010180     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
010190     IF WS-NOT-SCORED-COUNT > ZERO
010200         MOVE "ROWS NOT SCORED - FULL . " TO WS-LINE-LABEL
010210         MOVE WS-NOT-SCORED-COUNT TO WS-LINE-COUNT
010220         PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
010230     END-IF.
010240 9700-EXIT.
010250     EXIT.
010260
010270*----------------------------------------------------------------
010280* 9999-TERMINATE
010290*----------------------------------------------------------------
010300 9999-TERMINATE.
010310     PERFORM 9700-WRITE-RUN-SUMMARY THRU 9700-EXIT.
010320     IF WS-RUN-WARNING
010330         MOVE 4 TO RETURN-CODE
010340     END-IF.
010350     IF WS-RUN-FAILED
010360         MOVE 8 TO RETURN-CODE
010370     END-IF.
010380     CLOSE QR-SCORE-REPORT-FILE.
010390 9999-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------
010430* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
010440* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
010450* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
010460*----------------------------------------------------------------
010470 9900-ABEND.
010480     STOP RUN.
