000010*----------------------------------------------------------------
000020* QRMERGE.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRMERGE.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* PARTITION MERGE FOR THE PARTITIONED NIGHTLY QR RUN, RUN ONCE
000120* EVERY PARTITION'S QR INSTANCE HAS FINISHED (SEE QRSPLIT). THE
000130* SPLIT CONTROL FILE (QRPRTCTL) NAMES THE PARTITIONS AND THEIR
000140* DATASET PREFIX; EACH PARTITION'S RUN ROW (PREFIX.PNN.QRPRTSTS,
000150* SEE QRPRTREC) MUST BE NEWER THAN THE SPLIT, OR THE MERGE STOPS
000160* WITHOUT WRITING ANYTHING - THAT PARTITION HAS NOT FINISHED
000170* (OR ABENDED AND HAS NOT BEEN RESTARTED), AND THE QR STEP STAYS
000180* OPEN ON THE LEDGER SO THE LATER STEPS WAIT FOR IT.
000190* THE PARTITION AUDIT, MANIFEST, EXCEPTION, AND CARRYOVER FILES
000200* ARE CONCATENATED IN PARTITION ORDER INTO THE SINGLE NIGHTLY
000210* QRAUDLOG, QRMANLOG, QRREQEXC, AND QRRCARRY THAT QRRECON,
000220* QRVERIFY, QRDIST, QRHSTUPD, AND QRCHARGE READ, SO THOSE STEPS
000230* RUN UNCHANGED. THE PARTITION CANCEL/REVOKE AUDIT ROWS ARE
000240* APPENDED TO QRCANAUD AND THE REGISTER REMOVED COUNTS THEY STAND
000250* FOR ARE STEPPED HERE (A PARTITION ONLY READS THE REGISTER); THE
000260* PARTITION'S QRCANAUD IS THEN EMPTIED SO A RERUN OF THE MERGE
000270* DOES NOT POST THEM TWICE. ONE COMBINED ROW GOES TO THE RUN-STATS
000280* MASTER (QRSTSMST) FOR QRTREND.
000290* EVERY PARTITION IS BALANCED: REQUESTS READ AGAINST REQUESTS
000300* DEALT BY THE SPLIT, AUDIT SUCCESS/FAILURE/REJECT RECORDS AGAINST
000310* THE PARTITION'S OWN TOTALS, MANIFEST RECORDS AGAINST SUCCESSES,
000320* EXCEPTION RECORDS AGAINST REJECTS, AND CARRYOVER RECORDS AGAINST
000330* CARRYOVERS; THE NIGHT'S TOTALS ARE THE SUM OF THE PARTITIONS. A
000340* PARTITION OUT OF BALANCE ENDS THE STEP WITH RETURN CODE 8 (THE
000350* MERGED FILES ARE LEFT FOR INVESTIGATION). OTHERWISE THE STEP
000360* ENDS WITH THE HIGHEST PARTITION RETURN CODE, SO A CUTOFF IN ANY
000370* PARTITION STILL SHOWS AS 4. THE MERGE POSTS THE END OF THE QR
000380* STEP THAT QRSPLIT BEGAN TO THE RUN-CONTROL LEDGER.
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420* 101526  RFM  INITIAL VERSION - COMBINES AND BALANCES THE
000430*              PARTITION OUTPUTS OF A PARTITIONED QR RUN INTO THE
000440*              SINGLE NIGHTLY FILES.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT QR-PARTCTL-FILE ASSIGN TO "QRPRTCTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PARTCTL-FILE-STATUS.
000520     SELECT QR-PART-STATS-FILE ASSIGN TO WS-PART-PATH
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PART-FILE-STATUS.
000550     SELECT QR-PART-AUDIT-FILE ASSIGN TO WS-PART-PATH
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PART-FILE-STATUS.
000580     SELECT QR-PART-MANIFEST-FILE ASSIGN TO WS-PART-PATH
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PART-FILE-STATUS.
000610     SELECT QR-PART-EXCEPTION-FILE ASSIGN TO WS-PART-PATH
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PART-FILE-STATUS.
000640     SELECT QR-PART-CARRYOVER-FILE ASSIGN TO WS-PART-PATH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PART-FILE-STATUS.
000670     SELECT QR-PART-CANAUD-FILE ASSIGN TO WS-PART-PATH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PART-FILE-STATUS.
000700     SELECT QR-AUDIT-FILE ASSIGN TO "QRAUDLOG"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000730     SELECT QR-MANIFEST-FILE ASSIGN TO "QRMANLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000760     SELECT QR-EXCEPTION-FILE ASSIGN TO "QRREQEXC"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000790     SELECT QR-CARRYOVER-FILE ASSIGN TO "QRRCARRY"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-CARRYOVER-FILE-STATUS.
000820     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CANAUD-FILE-STATUS.
000850     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS QRW-REQ-ID
000890         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000900     SELECT QR-RUNSTAT-FILE ASSIGN TO "QRSTSMST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS QST-KEY
000940         FILE STATUS IS WS-RUNSTAT-FILE-STATUS.
000950     SELECT QR-MERGE-REPORT-FILE ASSIGN TO "QRMRGRPT"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-REPORT-FILE-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  QR-PARTCTL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  QMG-PARTCTL-RECORD              PIC X(208).
001040
001050 FD  QR-PART-STATS-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  QMG-PART-STATS-RECORD           PIC X(208).
001080
001090 FD  QR-PART-AUDIT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY QRAUDREC.
001120
001130 FD  QR-PART-MANIFEST-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  QMG-PART-MANIFEST-RECORD        PIC X(426).
001160
001170 FD  QR-PART-EXCEPTION-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  QMG-PART-EXCEPTION-RECORD       PIC X(254).
001200
001210 FD  QR-PART-CARRYOVER-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  QMG-PART-CARRYOVER-RECORD       PIC X(210).
001240
001250 FD  QR-PART-CANAUD-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY QRCNAREC.
001280
001290 FD  QR-AUDIT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  QMG-AUDIT-RECORD                PIC X(350).
001320
001330 FD  QR-MANIFEST-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  QMG-MANIFEST-RECORD             PIC X(426).
001360
001370 FD  QR-EXCEPTION-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  QMG-EXCEPTION-RECORD            PIC X(254).
001400
001410 FD  QR-CARRYOVER-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  QMG-CARRYOVER-RECORD            PIC X(210).
001440
001450 FD  QR-CANCEL-AUDIT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  QMG-CANCEL-AUDIT-RECORD         PIC X(160).
001480
001490 FD  QR-REVOKE-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY QRRVKREC.
001520
001530 FD  QR-RUNSTAT-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 COPY QRSTSREC.
001560
001570 FD  QR-MERGE-REPORT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY QRRPTREC.
001600
001610 WORKING-STORAGE SECTION.
001620*----------------------------------------------------------------
001630* FILE STATUS AND CONTROL SWITCHES
001640*----------------------------------------------------------------
001650 77  WS-PARTCTL-FILE-STATUS          PIC X(02).
001660 77  WS-PART-FILE-STATUS             PIC X(02).
001670 77  WS-AUDIT-FILE-STATUS            PIC X(02).
001680 77  WS-MANIFEST-FILE-STATUS         PIC X(02).
001690 77  WS-EXCEPTION-FILE-STATUS        PIC X(02).
001700 77  WS-CARRYOVER-FILE-STATUS        PIC X(02).
001710 77  WS-CANAUD-FILE-STATUS           PIC X(02).
001720 77  WS-REVOKE-FILE-STATUS           PIC X(02).
001730 77  WS-RUNSTAT-FILE-STATUS          PIC X(02).
001740 77  WS-REPORT-FILE-STATUS           PIC X(02).
001750 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
001760     88  WS-END-OF-FILE                  VALUE "Y".
001770 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001780     88  WS-RUN-FAILED                    VALUE "Y".
001790 77  WS-OUT-OF-BALANCE-SWITCH        PIC X(01) VALUE "N".
001800     88  WS-OUT-OF-BALANCE                VALUE "Y".
001810 77  WS-INCOMPLETE-SWITCH            PIC X(01) VALUE "N".
001820     88  WS-PARTITION-INCOMPLETE          VALUE "Y".
001830 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
001840     88  WS-REGISTER-AVAILABLE            VALUE "Y".
001850 77  WS-CANAUD-COPIED-SWITCH         PIC X(01) VALUE "N".
001860     88  WS-CANAUD-COPIED                 VALUE "Y".
001870
001880*----------------------------------------------------------------
001890* PARTITION CONTROL ROW WORK AREA (SEE QRPRTREC). BOTH THE SPLIT
001900* ROWS AND THE PARTITION RUN ROWS ARE READ INTO IT.
001910*----------------------------------------------------------------
001920 COPY QRPRTREC.
001930
001940*----------------------------------------------------------------
001950* PARTITION TABLE - THE SPLIT'S FIGURES, THE PARTITION RUN ROW'S
001960* FIGURES, AND THE RECORDS ACTUALLY MERGED FROM ITS FILES.
001970*----------------------------------------------------------------
001980 77  WS-MAX-PARTITIONS               PIC 9(02) VALUE 20.
001990 77  WS-PARTITION-COUNT              PIC 9(02) VALUE ZERO.
002000 77  WS-PART-IDX                     PIC 9(02) VALUE ZERO.
002010 77  WS-DATASET-PREFIX               PIC X(60) VALUE SPACES.
002020 77  WS-SPLIT-TIMESTAMP              PIC X(26) VALUE SPACES.
002030 77  WS-SPLIT-RUN-DATE               PIC 9(08) VALUE ZERO.
002040 77  WS-PART-PATH                    PIC X(90) VALUE SPACES.
002050 77  WS-PART-DDNAME                  PIC X(08) VALUE SPACES.
002060 01  WS-PARTITION-TABLE.
002070     05  WS-PARTITION-ENTRY          OCCURS 20 TIMES.
002080         10  WS-PRT-DEALT-COUNT      PIC 9(08) COMP.
002090         10  WS-PRT-RUN-DATE         PIC 9(08).
002100         10  WS-PRT-START-TIMESTAMP  PIC X(26).
002110         10  WS-PRT-END-TIMESTAMP    PIC X(26).
002120         10  WS-PRT-READ-COUNT       PIC 9(08) COMP.
002130         10  WS-PRT-SUCCESS-COUNT    PIC 9(08) COMP.
002140         10  WS-PRT-FAILURE-COUNT    PIC 9(08) COMP.
002150         10  WS-PRT-REJECT-COUNT     PIC 9(08) COMP.
002160         10  WS-PRT-DUPLICATE-COUNT  PIC 9(08) COMP.
002170         10  WS-PRT-CARRYOVER-COUNT  PIC 9(08) COMP.
002180         10  WS-PRT-CUTOFF-FLAG      PIC X(01).
002190         10  WS-PRT-STEP-RC          PIC 9(02).
002200         10  WS-PRT-AUD-SUCCESS      PIC 9(08) COMP.
002210         10  WS-PRT-AUD-FAILURE      PIC 9(08) COMP.
002220         10  WS-PRT-AUD-REJECT       PIC 9(08) COMP.
002230         10  WS-PRT-MAN-COUNT        PIC 9(08) COMP.
002240         10  WS-PRT-EXC-COUNT        PIC 9(08) COMP.
002250         10  WS-PRT-CO-COUNT         PIC 9(08) COMP.
002260         10  WS-PRT-CNA-COUNT        PIC 9(08) COMP.
002270
002280*----------------------------------------------------------------
002290* NIGHT TOTALS - THE SUM OF THE PARTITIONS
002300*----------------------------------------------------------------
002310 77  WS-TOT-DEALT-COUNT              PIC 9(08) COMP VALUE ZERO.
002320 77  WS-TOT-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
002330 77  WS-TOT-SUCCESS-COUNT            PIC 9(08) COMP VALUE ZERO.
002340 77  WS-TOT-FAILURE-COUNT            PIC 9(08) COMP VALUE ZERO.
002350 77  WS-TOT-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
002360 77  WS-TOT-DUPLICATE-COUNT          PIC 9(08) COMP VALUE ZERO.
002370 77  WS-TOT-CARRYOVER-COUNT          PIC 9(08) COMP VALUE ZERO.
002380 77  WS-TOT-AUDIT-COUNT              PIC 9(08) COMP VALUE ZERO.
002390 77  WS-TOT-MANIFEST-COUNT           PIC 9(08) COMP VALUE ZERO.
002400 77  WS-TOT-EXCEPTION-COUNT          PIC 9(08) COMP VALUE ZERO.
002410 77  WS-TOT-CO-RECORD-COUNT          PIC 9(08) COMP VALUE ZERO.
002420 77  WS-TOT-CANAUD-COUNT             PIC 9(08) COMP VALUE ZERO.
002430 77  WS-REGISTER-STEP-COUNT          PIC 9(08) COMP VALUE ZERO.
002440 77  WS-MAX-STEP-RC                  PIC 9(02) VALUE ZERO.
002450 77  WS-CUTOFF-ANY-SWITCH            PIC X(01) VALUE "N".
002460     88  WS-CUTOFF-IN-ANY                 VALUE "Y".
002470 77  WS-FIRST-START-TIMESTAMP        PIC X(26) VALUE HIGH-VALUES.
002480 77  WS-LAST-END-TIMESTAMP           PIC X(26) VALUE LOW-VALUES.
002490 77  WS-FIRST-RUN-DATE               PIC 9(08) VALUE ZERO.
002500
002510*----------------------------------------------------------------
002520* REPORT LINE CONSTRUCTION
002530*----------------------------------------------------------------
002540 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
002550 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
002560 77  WS-RPT-READ-EDIT                PIC ZZZZZZZ9.
002570 77  WS-RPT-SUCCESS-EDIT             PIC ZZZZZZZ9.
002580 77  WS-RPT-FAILURE-EDIT             PIC ZZZZZZZ9.
002590 77  WS-RPT-REJECT-EDIT              PIC ZZZZZZZ9.
002600 77  WS-BAL-LABEL                    PIC X(24) VALUE SPACES.
002610 77  WS-BAL-EXPECTED                 PIC 9(08) COMP VALUE ZERO.
002620 77  WS-BAL-ACTUAL                   PIC 9(08) COMP VALUE ZERO.
002630 77  WS-BAL-EXPECTED-EDIT            PIC ZZZZZZZ9.
002640 77  WS-BAL-ACTUAL-EDIT              PIC ZZZZZZZ9.
002650 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
002660 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002670 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
002680
002690*----------------------------------------------------------------
002700* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
002710*----------------------------------------------------------------
002720 COPY QRLDGPRM.
002730
002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------
002760* 0000-MAINLINE
002770*----------------------------------------------------------------
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-CHECK-ONE-PARTITION THRU 2000-EXIT
002810         VARYING WS-PART-IDX FROM 1 BY 1
002820         UNTIL WS-PART-IDX > WS-PARTITION-COUNT.
002830     IF WS-PARTITION-INCOMPLETE
002840         DISPLAY "QB0006E MERGE NOT DONE - EVERY PARTITION MUST "
002850             "FINISH FIRST"
002860         MOVE 16 TO RETURN-CODE
002870         CLOSE QR-MERGE-REPORT-FILE
002880         GO TO 9900-ABEND
002890     END-IF.
002900     PERFORM 3000-OPEN-NIGHTLY-FILES THRU 3000-EXIT.
002910     PERFORM 4000-MERGE-ONE-PARTITION THRU 4000-EXIT
002920         VARYING WS-PART-IDX FROM 1 BY 1
002930         UNTIL WS-PART-IDX > WS-PARTITION-COUNT.
002940     PERFORM 5000-BALANCE-ONE-PARTITION THRU 5000-EXIT
002950         VARYING WS-PART-IDX FROM 1 BY 1
002960         UNTIL WS-PART-IDX > WS-PARTITION-COUNT.
002970     PERFORM 6000-POST-RUN-STATS THRU 6000-EXIT.
002980     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002990     STOP RUN.
003000
003010*----------------------------------------------------------------
003020* 1000-INITIALIZE - OPEN THE MERGE REPORT AND LOAD THE SPLIT ROWS.
003030* THE SPLIT ROWS MUST BE ONE PER PARTITION, IN ORDER, AND AGREE
003040* ON THE PARTITION COUNT.
003050*----------------------------------------------------------------
003060 1000-INITIALIZE.
003070     OPEN OUTPUT QR-MERGE-REPORT-FILE.
003080     IF WS-REPORT-FILE-STATUS NOT = "00"
003090         DISPLAY "QB0001E QR-MERGE-REPORT-FILE OPEN FAILED - "
003100             "STATUS " WS-REPORT-FILE-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         GO TO 9900-ABEND
003130     END-IF.
003140     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
003150     MOVE SPACES TO WS-REPORT-LINE.
003160     STRING "QR PARTITION MERGE - RUN " DELIMITED BY SIZE
003170            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
003180         INTO WS-REPORT-LINE.
003190     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003200     INITIALIZE WS-PARTITION-TABLE.
003210     OPEN INPUT QR-PARTCTL-FILE.
003220     IF WS-PARTCTL-FILE-STATUS NOT = "00"
003230         DISPLAY "QB0002E QR-PARTCTL-FILE OPEN FAILED - STATUS "
003240             WS-PARTCTL-FILE-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         CLOSE QR-MERGE-REPORT-FILE
003270         GO TO 9900-ABEND
003280     END-IF.
003290     MOVE "N" TO WS-EOF-SWITCH.
003300     PERFORM 1100-READ-SPLIT-ROW THRU 1100-EXIT
003310         UNTIL WS-END-OF-FILE.
003320     CLOSE QR-PARTCTL-FILE.
003330     IF WS-PARTITION-COUNT = ZERO
003340         DISPLAY "QB0003E QR-PARTCTL-FILE HOLDS NO VALID SPLIT"
003350         MOVE 16 TO RETURN-CODE
003360         CLOSE QR-MERGE-REPORT-FILE
003370         GO TO 9900-ABEND
003380     END-IF.
003381     IF WS-PART-IDX < WS-PARTITION-COUNT
003382         DISPLAY "QB0025E QR-PARTCTL-FILE HOLDS ONLY " WS-PART-IDX
003383             " OF " WS-PARTITION-COUNT " SPLIT ROWS"
003384         MOVE 16 TO RETURN-CODE
003385         CLOSE QR-MERGE-REPORT-FILE
003386         GO TO 9900-ABEND
003387     END-IF.
003390     MOVE SPACES TO WS-REPORT-LINE.
003400     STRING "SPLIT OF " DELIMITED BY SIZE
003410            WS-SPLIT-TIMESTAMP DELIMITED BY SPACE
003420            " - PREFIX " DELIMITED BY SIZE
003430            WS-DATASET-PREFIX DELIMITED BY SPACE
003440         INTO WS-REPORT-LINE.
003450     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003460     MOVE SPACES TO WS-REPORT-LINE.
003470     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520* 1100-READ-SPLIT-ROW - THE FIRST ROW SETS THE PARTITION COUNT,
003530* PREFIX, SPLIT TIME, AND LEDGER RUN DATE; EVERY ROW MUST CARRY
003540* THE NEXT PARTITION NUMBER AND THE SAME COUNT.
003550*----------------------------------------------------------------
003560 1100-READ-SPLIT-ROW.
003570     READ QR-PARTCTL-FILE INTO QR-PARTITION-RECORD
003580         AT END
003590             MOVE "Y" TO WS-EOF-SWITCH
003600             GO TO 1100-EXIT
003610     END-READ.
003620     ADD 1 TO WS-PART-IDX.
003630     IF NOT QPT-SPLIT-ROW
003640         OR QPT-PARTITION NOT = WS-PART-IDX
003650         OR QPT-PARTITION-COUNT = ZERO
003660         OR QPT-PARTITION-COUNT > WS-MAX-PARTITIONS
003670         OR (WS-PART-IDX > 1
003680             AND QPT-PARTITION-COUNT NOT = WS-PARTITION-COUNT)
003690         DISPLAY "QB0004E QR-PARTCTL-FILE ROW " WS-PART-IDX
003700             " IS NOT THE EXPECTED SPLIT ROW"
003710         MOVE 16 TO RETURN-CODE
003720         CLOSE QR-PARTCTL-FILE
003730         CLOSE QR-MERGE-REPORT-FILE
003740         GO TO 9900-ABEND
003750     END-IF.
003760     IF WS-PART-IDX = 1
003770         MOVE QPT-PARTITION-COUNT TO WS-PARTITION-COUNT
003780         MOVE QPT-DATASET-PREFIX TO WS-DATASET-PREFIX
003790         MOVE QPT-START-TIMESTAMP TO WS-SPLIT-TIMESTAMP
003800         MOVE QPT-RUN-DATE TO WS-SPLIT-RUN-DATE
003810     END-IF.
003820     MOVE QPT-READ-COUNT TO WS-PRT-DEALT-COUNT (WS-PART-IDX).
003830     ADD QPT-READ-COUNT TO WS-TOT-DEALT-COUNT.
003840     IF WS-PART-IDX = WS-PARTITION-COUNT
003850         MOVE "Y" TO WS-EOF-SWITCH
003860     END-IF.
003870 1100-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 2000-CHECK-ONE-PARTITION - THE PARTITION'S RUN ROW MUST BE
003920* THERE, BE FOR THIS PARTITION, AND HAVE ENDED AFTER THE SPLIT.
003930* EVERY PARTITION IS CHECKED SO THE OPERATOR SEES ALL THE
003940* UNFINISHED ONES AT ONCE.
003950*----------------------------------------------------------------
003960 2000-CHECK-ONE-PARTITION.
003970     MOVE "QRPRTSTS" TO WS-PART-DDNAME.
003980     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
003990     OPEN INPUT QR-PART-STATS-FILE.
004000     IF WS-PART-FILE-STATUS NOT = "00"
004010         DISPLAY "QB0005E PARTITION " WS-PART-IDX
004020             " HAS NOT FINISHED - NO RUN ROW (STATUS "
004030             WS-PART-FILE-STATUS ")"
004040         MOVE "Y" TO WS-INCOMPLETE-SWITCH
004050         GO TO 2000-EXIT
004060     END-IF.
004070     READ QR-PART-STATS-FILE INTO QR-PARTITION-RECORD
004080         AT END
004090             MOVE SPACES TO QR-PARTITION-RECORD
004100     END-READ.
004110     CLOSE QR-PART-STATS-FILE.
004120     IF NOT QPT-RUN-ROW
004130         OR QPT-PARTITION NOT = WS-PART-IDX
004140         OR QPT-END-TIMESTAMP < WS-SPLIT-TIMESTAMP
004150         DISPLAY "QB0005E PARTITION " WS-PART-IDX
004160             " HAS NOT FINISHED SINCE THE SPLIT OF "
004170             WS-SPLIT-TIMESTAMP (1:16)
004180         MOVE "Y" TO WS-INCOMPLETE-SWITCH
004190         GO TO 2000-EXIT
004200     END-IF.
004210     MOVE QPT-RUN-DATE TO WS-PRT-RUN-DATE (WS-PART-IDX).
004220     MOVE QPT-START-TIMESTAMP
004230         TO WS-PRT-START-TIMESTAMP (WS-PART-IDX).
004240     MOVE QPT-END-TIMESTAMP TO WS-PRT-END-TIMESTAMP (WS-PART-IDX).
004250     MOVE QPT-READ-COUNT TO WS-PRT-READ-COUNT (WS-PART-IDX).
004260     MOVE QPT-SUCCESS-COUNT TO WS-PRT-SUCCESS-COUNT (WS-PART-IDX).
004270     MOVE QPT-FAILURE-COUNT TO WS-PRT-FAILURE-COUNT (WS-PART-IDX).
004280     MOVE QPT-REJECT-COUNT TO WS-PRT-REJECT-COUNT (WS-PART-IDX).
004290     MOVE QPT-DUPLICATE-COUNT
004300         TO WS-PRT-DUPLICATE-COUNT (WS-PART-IDX).
004310     MOVE QPT-CARRYOVER-COUNT
004320         TO WS-PRT-CARRYOVER-COUNT (WS-PART-IDX).
004330     MOVE QPT-CUTOFF-FLAG TO WS-PRT-CUTOFF-FLAG (WS-PART-IDX).
004340     MOVE QPT-STEP-RC TO WS-PRT-STEP-RC (WS-PART-IDX).
004350 2000-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390* 3000-OPEN-NIGHTLY-FILES - THE MERGED AUDIT, MANIFEST, EXCEPTION,
004400* AND CARRYOVER FILES REPLACE THE NIGHT'S AS QR'S OWN DO; THE
004410* CANCEL/REVOKE AUDIT TRAIL ACCUMULATES. NO REGISTER YET (STATUS
004420* 35) MEANS NO PARTITION CAN HAVE DROPPED A REGISTERED REQUEST.
004430*----------------------------------------------------------------
004440 3000-OPEN-NIGHTLY-FILES.
004450     OPEN OUTPUT QR-AUDIT-FILE.
004460     IF WS-AUDIT-FILE-STATUS NOT = "00"
004470         DISPLAY "QB0007E QR-AUDIT-FILE OPEN FAILED - STATUS "
004480             WS-AUDIT-FILE-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         CLOSE QR-MERGE-REPORT-FILE
004510         GO TO 9900-ABEND
004520     END-IF.
004530     OPEN OUTPUT QR-MANIFEST-FILE.
004540     IF WS-MANIFEST-FILE-STATUS NOT = "00"
004550         DISPLAY "QB0008E QR-MANIFEST-FILE OPEN FAILED - STATUS "
004560             WS-MANIFEST-FILE-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         CLOSE QR-AUDIT-FILE
004590         CLOSE QR-MERGE-REPORT-FILE
004600         GO TO 9900-ABEND
004610     END-IF.
004620     OPEN OUTPUT QR-EXCEPTION-FILE.
004630     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
004640         DISPLAY "QB0009E QR-EXCEPTION-FILE OPEN FAILED - STATUS "
004650             WS-EXCEPTION-FILE-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         CLOSE QR-AUDIT-FILE
004680         CLOSE QR-MANIFEST-FILE
004690         CLOSE QR-MERGE-REPORT-FILE
004700         GO TO 9900-ABEND
004710     END-IF.
004720     OPEN OUTPUT QR-CARRYOVER-FILE.
004730     IF WS-CARRYOVER-FILE-STATUS NOT = "00"
004740         DISPLAY "QB0010E QR-CARRYOVER-FILE OPEN FAILED - STATUS "
004750             WS-CARRYOVER-FILE-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         CLOSE QR-AUDIT-FILE
004780         CLOSE QR-MANIFEST-FILE
004790         CLOSE QR-EXCEPTION-FILE
004800         CLOSE QR-MERGE-REPORT-FILE
004810         GO TO 9900-ABEND
004820     END-IF.
004830     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
004840     IF WS-CANAUD-FILE-STATUS = "35"
004850         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
004860     END-IF.
004870     IF WS-CANAUD-FILE-STATUS NOT = "00"
004880         DISPLAY "QB0011E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
004890             "STATUS " WS-CANAUD-FILE-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         CLOSE QR-AUDIT-FILE
004920         CLOSE QR-MANIFEST-FILE
004930         CLOSE QR-EXCEPTION-FILE
004940         CLOSE QR-CARRYOVER-FILE
004950         CLOSE QR-MERGE-REPORT-FILE
004960         GO TO 9900-ABEND
004970     END-IF.
004980     OPEN I-O QR-REVOKE-FILE.
004990     IF WS-REVOKE-FILE-STATUS = "00"
005000         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
005010     ELSE
005020         IF WS-REVOKE-FILE-STATUS NOT = "35"
005030             DISPLAY "QB0012W QR-REVOKE-FILE UNAVAILABLE - STAT "
005040                 WS-REVOKE-FILE-STATUS " - COUNTS NOT STEPPED"
005050         END-IF
005060     END-IF.
005070 3000-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 4000-MERGE-ONE-PARTITION - APPEND THE PARTITION'S FILES TO THE
005120* NIGHTLY FILES, COUNTING WHAT IS COPIED FOR THE BALANCE.
005130*----------------------------------------------------------------
005140 4000-MERGE-ONE-PARTITION.
005150     PERFORM 4100-MERGE-AUDIT THRU 4100-EXIT.
005160     PERFORM 4200-MERGE-MANIFEST THRU 4200-EXIT.
005170     PERFORM 4300-MERGE-EXCEPTIONS THRU 4300-EXIT.
005180     PERFORM 4400-MERGE-CARRYOVERS THRU 4400-EXIT.
005190     PERFORM 4500-MERGE-CANCEL-AUDIT THRU 4500-EXIT.
005200 4000-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 4100-MERGE-AUDIT - EVERY PARTITION RUN CREATES ITS AUDIT FILE,
005250* SO A FILE THAT CANNOT BE OPENED IS AN ERROR (THE BALANCE WILL
005260* ALSO SHOW IT).
005270*----------------------------------------------------------------
005280 4100-MERGE-AUDIT.
005290     MOVE "QRAUDLOG" TO WS-PART-DDNAME.
005300     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
005310     OPEN INPUT QR-PART-AUDIT-FILE.
005320     IF WS-PART-FILE-STATUS NOT = "00"
005330         PERFORM 8400-PART-OPEN-FAILED THRU 8400-EXIT
005340         GO TO 4100-EXIT
005350     END-IF.
005360     MOVE "N" TO WS-EOF-SWITCH.
005370     PERFORM 4110-COPY-ONE-AUDIT THRU 4110-EXIT
005380         UNTIL WS-END-OF-FILE.
005390     CLOSE QR-PART-AUDIT-FILE.
005400 4100-EXIT.
005410     EXIT.
005420
005430 4110-COPY-ONE-AUDIT.
005440     READ QR-PART-AUDIT-FILE
005450         AT END
005460             MOVE "Y" TO WS-EOF-SWITCH
005470             GO TO 4110-EXIT
005480     END-READ.
005490     WRITE QMG-AUDIT-RECORD FROM QR-AUDIT-RECORD.
005500     IF WS-AUDIT-FILE-STATUS NOT = "00"
005510         DISPLAY "QB0013E QR-AUDIT-FILE WRITE FAILED - STATUS "
005520             WS-AUDIT-FILE-STATUS
005530         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005540     END-IF.
005550     ADD 1 TO WS-TOT-AUDIT-COUNT.
005560     EVALUATE TRUE
005570         WHEN QRA-SUCCESS
005580             ADD 1 TO WS-PRT-AUD-SUCCESS (WS-PART-IDX)
005590         WHEN QRA-FAILURE
005600             ADD 1 TO WS-PRT-AUD-FAILURE (WS-PART-IDX)
005610         WHEN QRA-REJECTED
005620             ADD 1 TO WS-PRT-AUD-REJECT (WS-PART-IDX)
005630     END-EVALUATE.
005640 4110-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680* 4200-MERGE-MANIFEST
005690*----------------------------------------------------------------
005700 4200-MERGE-MANIFEST.
005710     MOVE "QRMANLOG" TO WS-PART-DDNAME.
005720     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
005730     OPEN INPUT QR-PART-MANIFEST-FILE.
005740     IF WS-PART-FILE-STATUS NOT = "00"
005750         PERFORM 8400-PART-OPEN-FAILED THRU 8400-EXIT
005760         GO TO 4200-EXIT
005770     END-IF.
005780     MOVE "N" TO WS-EOF-SWITCH.
005790     PERFORM 4210-COPY-ONE-MANIFEST THRU 4210-EXIT
005800         UNTIL WS-END-OF-FILE.
005810     CLOSE QR-PART-MANIFEST-FILE.
005820 4200-EXIT.
005830     EXIT.
005840
005850 4210-COPY-ONE-MANIFEST.
005860     READ QR-PART-MANIFEST-FILE
005870         AT END
005880             MOVE "Y" TO WS-EOF-SWITCH
005890             GO TO 4210-EXIT
005900     END-READ.
005910     WRITE QMG-MANIFEST-RECORD FROM QMG-PART-MANIFEST-RECORD.
005920     IF WS-MANIFEST-FILE-STATUS NOT = "00"
005930         DISPLAY "QB0014E QR-MANIFEST-FILE WRITE FAILED - STATUS "
005940             WS-MANIFEST-FILE-STATUS
005950         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005960     END-IF.
005970     ADD 1 TO WS-PRT-MAN-COUNT (WS-PART-IDX).
005980     ADD 1 TO WS-TOT-MANIFEST-COUNT.
005990 4210-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* 4300-MERGE-EXCEPTIONS
006040*----------------------------------------------------------------
006050 4300-MERGE-EXCEPTIONS.
006060     MOVE "QRREQEXC" TO WS-PART-DDNAME.
006070     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
006080     OPEN INPUT QR-PART-EXCEPTION-FILE.
006090     IF WS-PART-FILE-STATUS NOT = "00"
006100         PERFORM 8400-PART-OPEN-FAILED THRU 8400-EXIT
006110         GO TO 4300-EXIT
006120     END-IF.
006130     MOVE "N" TO WS-EOF-SWITCH.
006140     PERFORM 4310-COPY-ONE-EXCEPTION THRU 4310-EXIT
006150         UNTIL WS-END-OF-FILE.
006160     CLOSE QR-PART-EXCEPTION-FILE.
006170 4300-EXIT.
006180     EXIT.
006190
006200 4310-COPY-ONE-EXCEPTION.
006210     READ QR-PART-EXCEPTION-FILE
006220         AT END
006230             MOVE "Y" TO WS-EOF-SWITCH
006240             GO TO 4310-EXIT
006250     END-READ.
006260     WRITE QMG-EXCEPTION-RECORD FROM QMG-PART-EXCEPTION-RECORD.
006270     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
006280         DISPLAY "QB0015E QR-EXCEPTION-FILE WRITE FAILED - STAT "
006290             WS-EXCEPTION-FILE-STATUS
006300         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006310     END-IF.
006320     ADD 1 TO WS-PRT-EXC-COUNT (WS-PART-IDX).
006330     ADD 1 TO WS-TOT-EXCEPTION-COUNT.
006340 4310-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 4400-MERGE-CARRYOVERS
006390*----------------------------------------------------------------
006400 4400-MERGE-CARRYOVERS.
006410     MOVE "QRRCARRY" TO WS-PART-DDNAME.
006420     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
006430     OPEN INPUT QR-PART-CARRYOVER-FILE.
006440     IF WS-PART-FILE-STATUS NOT = "00"
006450         PERFORM 8400-PART-OPEN-FAILED THRU 8400-EXIT
006460         GO TO 4400-EXIT
006470     END-IF.
006480     MOVE "N" TO WS-EOF-SWITCH.
006490     PERFORM 4410-COPY-ONE-CARRYOVER THRU 4410-EXIT
006500         UNTIL WS-END-OF-FILE.
006510     CLOSE QR-PART-CARRYOVER-FILE.
006520 4400-EXIT.
006530     EXIT.
006540
006550 4410-COPY-ONE-CARRYOVER.
006560     READ QR-PART-CARRYOVER-FILE
006570         AT END
006580             MOVE "Y" TO WS-EOF-SWITCH
006590             GO TO 4410-EXIT
006600     END-READ.
006610     WRITE QMG-CARRYOVER-RECORD FROM QMG-PART-CARRYOVER-RECORD.
006620     IF WS-CARRYOVER-FILE-STATUS NOT = "00"
006630         DISPLAY "QB0016E QR-CARRYOVER-FILE WRITE FAILED - STAT "
006640             WS-CARRYOVER-FILE-STATUS
006650         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006660     END-IF.
006670     ADD 1 TO WS-PRT-CO-COUNT (WS-PART-IDX).
006680     ADD 1 TO WS-TOT-CO-RECORD-COUNT.
006690 4410-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 4500-MERGE-CANCEL-AUDIT - APPEND THE PARTITION'S CANCEL/REVOKE
006740* AUDIT ROWS TO THE TRAIL, STEP THE REGISTER FOR EACH REQUEST THE
006750* PARTITION DROPPED OR BLOCKED, AND EMPTY THE PARTITION'S FILE
006760* ONCE EVERY ROW IS SAFELY ON THE TRAIL. A PARTITION THAT TOOK
006770* NOTHING OFF THE REGISTER MAY HAVE NO FILE (STATUS 35).
006780*----------------------------------------------------------------
006790 4500-MERGE-CANCEL-AUDIT.
006800     MOVE "QRCANAUD" TO WS-PART-DDNAME.
006810     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
006820     OPEN INPUT QR-PART-CANAUD-FILE.
006830     IF WS-PART-FILE-STATUS = "35"
006840         GO TO 4500-EXIT
006850     END-IF.
006860     IF WS-PART-FILE-STATUS NOT = "00"
006870         PERFORM 8400-PART-OPEN-FAILED THRU 8400-EXIT
006880         GO TO 4500-EXIT
006890     END-IF.
006900     MOVE "Y" TO WS-CANAUD-COPIED-SWITCH.
006910     MOVE "N" TO WS-EOF-SWITCH.
006920     PERFORM 4510-COPY-ONE-CANCEL-AUDIT THRU 4510-EXIT
006930         UNTIL WS-END-OF-FILE.
006940     CLOSE QR-PART-CANAUD-FILE.
006950     IF NOT WS-CANAUD-COPIED
006960         GO TO 4500-EXIT
006970     END-IF.
006980     OPEN OUTPUT QR-PART-CANAUD-FILE.
006990     IF WS-PART-FILE-STATUS NOT = "00"
007000         DISPLAY "QB0017E PARTITION " WS-PART-IDX
007010             " QRCANAUD NOT EMPTIED - STATUS " WS-PART-FILE-STATUS
007020         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007030         GO TO 4500-EXIT
007040     END-IF.
007050     CLOSE QR-PART-CANAUD-FILE.
007060 4500-EXIT.
007070     EXIT.
007080
007090 4510-COPY-ONE-CANCEL-AUDIT.
007100     READ QR-PART-CANAUD-FILE
007110         AT END
007120             MOVE "Y" TO WS-EOF-SWITCH
007130             GO TO 4510-EXIT
007140     END-READ.
007150     WRITE QMG-CANCEL-AUDIT-RECORD FROM QR-CANCEL-AUDIT-RECORD.
007160     IF WS-CANAUD-FILE-STATUS NOT = "00"
007170         DISPLAY "QB0018E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
007180             "STATUS " WS-CANAUD-FILE-STATUS
007190         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007200         MOVE "N" TO WS-CANAUD-COPIED-SWITCH
007210         GO TO 4510-EXIT
007220     END-IF.
007230     ADD 1 TO WS-PRT-CNA-COUNT (WS-PART-IDX).
007240     ADD 1 TO WS-TOT-CANAUD-COUNT.
007250     IF QCA-PENDING-REMOVED OR QCA-REVOKED-BLOCKED
007260         PERFORM 4520-STEP-REGISTER THRU 4520-EXIT
007270     END-IF.
007280 4510-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320* 4520-STEP-REGISTER - WHAT QR DOES FOR ITSELF OUTSIDE A
007330* PARTITIONED RUN: ONE MORE REMOVAL, DATED THE PARTITION'S RUN
007340* DATE.
007350*----------------------------------------------------------------
007360 4520-STEP-REGISTER.
007370     IF NOT WS-REGISTER-AVAILABLE
007380         GO TO 4520-EXIT
007390     END-IF.
007400     MOVE QCA-REQ-ID TO QRW-REQ-ID.
007410     READ QR-REVOKE-FILE
007420         INVALID KEY
007430             GO TO 4520-EXIT
007440     END-READ.
007450     ADD 1 TO QRW-REMOVED-COUNT.
007460     MOVE QCA-RUN-DATE TO QRW-REMOVED-DATE.
007470     REWRITE QR-REVOKE-RECORD
007480         INVALID KEY
007490             DISPLAY "QB0019W QR-REVOKE-FILE REWRITE FAILED - "
007500                 QRW-REQ-ID " STATUS " WS-REVOKE-FILE-STATUS
007510             GO TO 4520-EXIT
007520     END-REWRITE.
007530     ADD 1 TO WS-REGISTER-STEP-COUNT.
007540 4520-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 5000-BALANCE-ONE-PARTITION - REPORT THE PARTITION'S FIGURES,
007590* PROVE THEM AGAINST THE SPLIT AND AGAINST WHAT WAS MERGED, AND
007600* ADD THEM INTO THE NIGHT'S TOTALS.
007610*----------------------------------------------------------------
007620 5000-BALANCE-ONE-PARTITION.
007630     MOVE WS-PRT-READ-COUNT (WS-PART-IDX) TO WS-RPT-READ-EDIT.
007640     MOVE WS-PRT-SUCCESS-COUNT (WS-PART-IDX)
007650         TO WS-RPT-SUCCESS-EDIT.
007660     MOVE WS-PRT-FAILURE-COUNT (WS-PART-IDX)
007670         TO WS-RPT-FAILURE-EDIT.
007680     MOVE WS-PRT-REJECT-COUNT (WS-PART-IDX) TO WS-RPT-REJECT-EDIT.
007690     MOVE SPACES TO WS-REPORT-LINE.
007700     STRING "PARTITION " DELIMITED BY SIZE
007710            WS-PART-IDX DELIMITED BY SIZE
007720            " READ" DELIMITED BY SIZE
007730            WS-RPT-READ-EDIT DELIMITED BY SIZE
007740            " OK" DELIMITED BY SIZE
007750            WS-RPT-SUCCESS-EDIT DELIMITED BY SIZE
007760            " FAIL" DELIMITED BY SIZE
007770            WS-RPT-FAILURE-EDIT DELIMITED BY SIZE
007780            " REJ" DELIMITED BY SIZE
007790            WS-RPT-REJECT-EDIT DELIMITED BY SIZE
007800            " RC " DELIMITED BY SIZE
007810            WS-PRT-STEP-RC (WS-PART-IDX) DELIMITED BY SIZE
007820         INTO WS-REPORT-LINE.
007830     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007840     MOVE "READ VS DEALT BY SPLIT" TO WS-BAL-LABEL.
007850     MOVE WS-PRT-DEALT-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
007860     MOVE WS-PRT-READ-COUNT (WS-PART-IDX) TO WS-BAL-ACTUAL.
007870     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
007880     MOVE "AUDIT SUCCESS RECORDS" TO WS-BAL-LABEL.
007890     MOVE WS-PRT-SUCCESS-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
007900     MOVE WS-PRT-AUD-SUCCESS (WS-PART-IDX) TO WS-BAL-ACTUAL.
007910     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
007920     MOVE "AUDIT FAILURE RECORDS" TO WS-BAL-LABEL.
007930     MOVE WS-PRT-FAILURE-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
007940     MOVE WS-PRT-AUD-FAILURE (WS-PART-IDX) TO WS-BAL-ACTUAL.
007950     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
007960     MOVE "AUDIT REJECT RECORDS" TO WS-BAL-LABEL.
007970     MOVE WS-PRT-REJECT-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
007980     MOVE WS-PRT-AUD-REJECT (WS-PART-IDX) TO WS-BAL-ACTUAL.
007990     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
008000     MOVE "MANIFEST RECORDS" TO WS-BAL-LABEL.
008010     MOVE WS-PRT-SUCCESS-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
008020     MOVE WS-PRT-MAN-COUNT (WS-PART-IDX) TO WS-BAL-ACTUAL.
008030     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
008040     MOVE "EXCEPTION RECORDS" TO WS-BAL-LABEL.
008050     MOVE WS-PRT-REJECT-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
008060     MOVE WS-PRT-EXC-COUNT (WS-PART-IDX) TO WS-BAL-ACTUAL.
008070     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
008080     MOVE "CARRYOVER RECORDS" TO WS-BAL-LABEL.
008090     MOVE WS-PRT-CARRYOVER-COUNT (WS-PART-IDX) TO WS-BAL-EXPECTED.
008100     MOVE WS-PRT-CO-COUNT (WS-PART-IDX) TO WS-BAL-ACTUAL.
008110     PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT.
008120     ADD WS-PRT-READ-COUNT (WS-PART-IDX) TO WS-TOT-READ-COUNT.
008130     ADD WS-PRT-SUCCESS-COUNT (WS-PART-IDX)
008140         TO WS-TOT-SUCCESS-COUNT.
008150     ADD WS-PRT-FAILURE-COUNT (WS-PART-IDX)
008160         TO WS-TOT-FAILURE-COUNT.
008170     ADD WS-PRT-REJECT-COUNT (WS-PART-IDX) TO WS-TOT-REJECT-COUNT.
008180     ADD WS-PRT-DUPLICATE-COUNT (WS-PART-IDX)
008190         TO WS-TOT-DUPLICATE-COUNT.
008200     ADD WS-PRT-CARRYOVER-COUNT (WS-PART-IDX)
008210         TO WS-TOT-CARRYOVER-COUNT.
008220     IF WS-PRT-STEP-RC (WS-PART-IDX) > WS-MAX-STEP-RC
008230         MOVE WS-PRT-STEP-RC (WS-PART-IDX) TO WS-MAX-STEP-RC
008240     END-IF.
008250     IF WS-PRT-CUTOFF-FLAG (WS-PART-IDX) = "Y"
008260         MOVE "Y" TO WS-CUTOFF-ANY-SWITCH
008270     END-IF.
008280     IF WS-PRT-START-TIMESTAMP (WS-PART-IDX)
008290         < WS-FIRST-START-TIMESTAMP
008300         MOVE WS-PRT-START-TIMESTAMP (WS-PART-IDX)
008310             TO WS-FIRST-START-TIMESTAMP
008320         MOVE WS-PRT-RUN-DATE (WS-PART-IDX) TO WS-FIRST-RUN-DATE
008330     END-IF.
008340     IF WS-PRT-END-TIMESTAMP (WS-PART-IDX) > WS-LAST-END-TIMESTAMP
008350         MOVE WS-PRT-END-TIMESTAMP (WS-PART-IDX)
008360             TO WS-LAST-END-TIMESTAMP
008370     END-IF.
008380 5000-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420* 5100-CHECK-ONE-FIGURE - A FIGURE THAT DOES NOT AGREE GOES ON
008430* THE REPORT AND TO THE CONSOLE AND PUTS THE NIGHT OUT OF BALANCE.
008440*----------------------------------------------------------------
008450 5100-CHECK-ONE-FIGURE.
008460     IF WS-BAL-ACTUAL = WS-BAL-EXPECTED
008470         GO TO 5100-EXIT
008480     END-IF.
008490     MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH.
008500     MOVE WS-BAL-EXPECTED TO WS-BAL-EXPECTED-EDIT.
008510     MOVE WS-BAL-ACTUAL TO WS-BAL-ACTUAL-EDIT.
008520     MOVE SPACES TO WS-REPORT-LINE.
008530     STRING "  OUT OF BALANCE - " DELIMITED BY SIZE
008540            WS-BAL-LABEL DELIMITED BY SIZE
008550            " EXPECTED" DELIMITED BY SIZE
008560            WS-BAL-EXPECTED-EDIT DELIMITED BY SIZE
008570            " FOUND" DELIMITED BY SIZE
008580            WS-BAL-ACTUAL-EDIT DELIMITED BY SIZE
008590         INTO WS-REPORT-LINE.
008600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008610     DISPLAY "QB0020E PARTITION " WS-PART-IDX " OUT OF BALANCE - "
008620         WS-BAL-LABEL.
008630 5100-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670* 6000-POST-RUN-STATS - ONE COMBINED ROW ON THE RUN-STATS MASTER
008680* FOR THE WHOLE PARTITIONED NIGHT, KEYED BY THE EARLIEST PARTITION
008690* START, SO QRTREND SEES ONE NIGHT AS IT WOULD FROM A SINGLE QR
008700* RUN. AS IN QR, A MASTER THAT CANNOT BE OPENED OR WRITTEN IS A
008710* WARNING ONLY.
008720*----------------------------------------------------------------
008730 6000-POST-RUN-STATS.
008740     OPEN I-O QR-RUNSTAT-FILE.
008750     IF WS-RUNSTAT-FILE-STATUS = "35"
008760         OPEN OUTPUT QR-RUNSTAT-FILE
008770         IF WS-RUNSTAT-FILE-STATUS = "00"
008780             CLOSE QR-RUNSTAT-FILE
008790             OPEN I-O QR-RUNSTAT-FILE
008800         END-IF
008810     END-IF.
008820     IF WS-RUNSTAT-FILE-STATUS NOT = "00"
008830         DISPLAY "QB0021W QR-RUNSTAT-FILE UNAVAILABLE - STATUS "
008840             WS-RUNSTAT-FILE-STATUS
008850             " - RUN STATISTICS NOT POSTED"
008860         GO TO 6000-EXIT
008870     END-IF.
008880     MOVE SPACES TO QR-RUNSTAT-RECORD.
008890     MOVE WS-FIRST-START-TIMESTAMP TO QST-START-TIMESTAMP.
008900     MOVE WS-FIRST-RUN-DATE TO QST-RUN-DATE.
008910     MOVE WS-LAST-END-TIMESTAMP TO QST-END-TIMESTAMP.
008920     MOVE WS-TOT-READ-COUNT TO QST-READ-COUNT.
008930     MOVE WS-TOT-SUCCESS-COUNT TO QST-SUCCESS-COUNT.
008940     MOVE WS-TOT-FAILURE-COUNT TO QST-FAILURE-COUNT.
008950     MOVE WS-TOT-REJECT-COUNT TO QST-REJECT-COUNT.
008960     MOVE WS-TOT-DUPLICATE-COUNT TO QST-DUPLICATE-COUNT.
008970     MOVE WS-TOT-CARRYOVER-COUNT TO QST-CARRYOVER-COUNT.
008980     IF WS-CUTOFF-IN-ANY
008990         SET QST-CUTOFF-FIRED TO TRUE
009000     ELSE
009010         SET QST-NO-CUTOFF TO TRUE
009020     END-IF.
009030     WRITE QR-RUNSTAT-RECORD
009040         INVALID KEY
009050             DISPLAY "QB0022W RUN-STATS ROW ALREADY POSTED FOR "
009060                 QST-START-TIMESTAMP
009070     END-WRITE.
009080     CLOSE QR-RUNSTAT-FILE.
009090 6000-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 8000-WRITE-REPORT-LINE
009140*----------------------------------------------------------------
009150 8000-WRITE-REPORT-LINE.
009160     MOVE WS-REPORT-LINE TO QRP-LINE.
009170     WRITE QR-REPORT-RECORD.
009180     IF WS-REPORT-FILE-STATUS NOT = "00"
009190         DISPLAY "QB0023E QR-MERGE-REPORT-FILE WRITE FAILED - "
009200             WS-REPORT-FILE-STATUS
009210         MOVE "Y" TO WS-RUN-FAILED-SWITCH
009220     END-IF.
009230 8000-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------------
009270* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
009280* HEADING.
009290*----------------------------------------------------------------
009300 8200-BUILD-TIMESTAMP.
009310     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
009320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009330     ACCEPT WS-RUN-TIME FROM TIME.
009340     STRING WS-RUN-DATE DELIMITED BY SIZE
009350            WS-RUN-TIME DELIMITED BY SIZE
009360         INTO WS-CURRENT-TIMESTAMP.
009370 8200-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 8300-BUILD-PART-PATH - PREFIX.PNN.DDNAME FOR THE CURRENT
009420* PARTITION AND THE QR FILE NAMED IN WS-PART-DDNAME.
009430*----------------------------------------------------------------
009440 8300-BUILD-PART-PATH.
009450     MOVE SPACES TO WS-PART-PATH.
009460     STRING WS-DATASET-PREFIX DELIMITED BY SPACE
009470            ".P" DELIMITED BY SIZE
009480            WS-PART-IDX DELIMITED BY SIZE
009490            "." DELIMITED BY SIZE
009500            WS-PART-DDNAME DELIMITED BY SPACE
009510         INTO WS-PART-PATH.
009520 8300-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560* 8400-PART-OPEN-FAILED - A PARTITION FILE THAT QR ALWAYS
009570* CREATES COULD NOT BE OPENED. THE MERGE CARRIES ON SO THE REPORT
009580* SHOWS THE WHOLE PICTURE, BUT THE STEP FAILS.
009590*----------------------------------------------------------------
009600 8400-PART-OPEN-FAILED.
009610     DISPLAY "QB0024E PARTITION FILE OPEN FAILED - " WS-PART-PATH.
009620     DISPLAY "QB0024E STATUS " WS-PART-FILE-STATUS.
009630     MOVE "Y" TO WS-RUN-FAILED-SWITCH.
009640 8400-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 9700-WRITE-MERGE-SUMMARY
009690*----------------------------------------------------------------
009700 9700-WRITE-MERGE-SUMMARY.
009710     MOVE SPACES TO WS-REPORT-LINE.
009720     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009730     MOVE WS-PARTITION-COUNT TO WS-RPT-COUNT-EDIT.
009740     MOVE SPACES TO WS-REPORT-LINE.
009750     STRING "PARTITIONS MERGED . . . . " DELIMITED BY SIZE
009760            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
009770         INTO WS-REPORT-LINE.
009780     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009790     MOVE WS-TOT-DEALT-COUNT TO WS-RPT-COUNT-EDIT.
009800     MOVE SPACES TO WS-REPORT-LINE.
009810     STRING "REQUESTS DEALT . . . . . " DELIMITED BY SIZE
009820            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
009830         INTO WS-REPORT-LINE.
009840     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009850     MOVE WS-TOT-READ-COUNT TO WS-RPT-COUNT-EDIT.
009860     MOVE SPACES TO WS-REPORT-LINE.
009870     STRING "REQUESTS READ. . . . . . " DELIMITED BY SIZE
009880            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
009890         INTO WS-REPORT-LINE.
009900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009910     MOVE WS-TOT-SUCCESS-COUNT TO WS-RPT-COUNT-EDIT.
009920     MOVE SPACES TO WS-REPORT-LINE.
009930     STRING "REQUESTS SUCCESSFUL. . . " DELIMITED BY SIZE
009940            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
009950         INTO WS-REPORT-LINE.
009960     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009970     MOVE WS-TOT-FAILURE-COUNT TO WS-RPT-COUNT-EDIT.
009980     MOVE SPACES TO WS-REPORT-LINE.
009990     STRING "REQUESTS FAILED. . . . . " DELIMITED BY SIZE
010000            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010010         INTO WS-REPORT-LINE.
010020     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010030     MOVE WS-TOT-REJECT-COUNT TO WS-RPT-COUNT-EDIT.
010040     MOVE SPACES TO WS-REPORT-LINE.
010050     STRING "REQUESTS REJECTED. . . . " DELIMITED BY SIZE
010060            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010070         INTO WS-REPORT-LINE.
010080     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010090     MOVE WS-TOT-DUPLICATE-COUNT TO WS-RPT-COUNT-EDIT.
010100     MOVE SPACES TO WS-REPORT-LINE.
010110     STRING "REQUESTS DUPLICATE . . . " DELIMITED BY SIZE
010120            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010130         INTO WS-REPORT-LINE.
010140     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010150     MOVE WS-TOT-CARRYOVER-COUNT TO WS-RPT-COUNT-EDIT.
010160     MOVE SPACES TO WS-REPORT-LINE.
010170     STRING "REQUESTS CARRIED OVER. . " DELIMITED BY SIZE
010180            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010190         INTO WS-REPORT-LINE.
010200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010210     MOVE WS-TOT-AUDIT-COUNT TO WS-RPT-COUNT-EDIT.
010220     MOVE SPACES TO WS-REPORT-LINE.
010230     STRING "AUDIT RECORDS MERGED . . " DELIMITED BY SIZE
010240            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010250         INTO WS-REPORT-LINE.
010260     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010270     MOVE WS-TOT-MANIFEST-COUNT TO WS-RPT-COUNT-EDIT.
010280     MOVE SPACES TO WS-REPORT-LINE.
010290     STRING "MANIFEST RECORDS MERGED. " DELIMITED BY SIZE
010300            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010310         INTO WS-REPORT-LINE.
010320     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010330     MOVE WS-TOT-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT.
010340     MOVE SPACES TO WS-REPORT-LINE.
010350     STRING "EXCEPTIONS MERGED. . . . " DELIMITED BY SIZE
010360            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010370         INTO WS-REPORT-LINE.
010380     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010390     MOVE WS-TOT-CO-RECORD-COUNT TO WS-RPT-COUNT-EDIT.
010400     MOVE SPACES TO WS-REPORT-LINE.
010410     STRING "CARRYOVERS MERGED. . . . " DELIMITED BY SIZE
010420            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010430         INTO WS-REPORT-LINE.
010440     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010450     MOVE WS-TOT-CANAUD-COUNT TO WS-RPT-COUNT-EDIT.
010460     MOVE SPACES TO WS-REPORT-LINE.
010470     STRING "CANCEL/REVOKE ROWS . . . " DELIMITED BY SIZE
010480            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010490         INTO WS-REPORT-LINE.
010500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010510     MOVE WS-REGISTER-STEP-COUNT TO WS-RPT-COUNT-EDIT.
010520     MOVE SPACES TO WS-REPORT-LINE.
010530     STRING "REGISTER ROWS STEPPED. . " DELIMITED BY SIZE
010540            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010550         INTO WS-REPORT-LINE.
010560     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010570     MOVE SPACES TO WS-REPORT-LINE.
010580     IF WS-OUT-OF-BALANCE
010590         MOVE "*** PARTITIONS OUT OF BALANCE - SEE ABOVE ***"
010600             TO WS-REPORT-LINE
010610     ELSE
010620         MOVE "ALL PARTITIONS IN BALANCE" TO WS-REPORT-LINE
010630     END-IF.
010640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010650 9700-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------------
010690* 9999-TERMINATE - THE STEP'S RETURN CODE IS THE HIGHEST
010700* PARTITION RETURN CODE, RAISED TO 8 WHEN THE MERGE ITSELF FAILED
010710* OR A PARTITION IS OUT OF BALANCE.
010720*----------------------------------------------------------------
010730 9999-TERMINATE.
010740     PERFORM 9700-WRITE-MERGE-SUMMARY THRU 9700-EXIT.
010750     MOVE WS-MAX-STEP-RC TO RETURN-CODE.
010760     IF WS-RUN-FAILED OR WS-OUT-OF-BALANCE
010770         IF WS-MAX-STEP-RC < 8
010780             MOVE 8 TO RETURN-CODE
010790         END-IF
010800     END-IF.
010810     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
010820     CLOSE QR-AUDIT-FILE.
010830     CLOSE QR-MANIFEST-FILE.
010840     CLOSE QR-EXCEPTION-FILE.
010850     CLOSE QR-CARRYOVER-FILE.
010860     CLOSE QR-CANCEL-AUDIT-FILE.
010870     IF WS-REGISTER-AVAILABLE
010880         CLOSE QR-REVOKE-FILE
010890     END-IF.
010900     CLOSE QR-MERGE-REPORT-FILE.
010910 9999-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------
010950* 9980-END-LEDGER-STEP - POST THE END OF THE QR STEP QRSPLIT
010960* BEGAN, TO THE RUN DATE THE SPLIT WAS GIVEN, WITH THE NIGHT'S
010970* RETURN CODE AND THE SAME KEY COUNTS A SINGLE QR RUN POSTS. THE
010980* CALL CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
010990*----------------------------------------------------------------
011000 9980-END-LEDGER-STEP.
011010     SET QLP-END-STEP TO TRUE.
011020     MOVE "QR" TO QLP-STEP-NAME.
011030     MOVE WS-SPLIT-RUN-DATE TO QLP-RUN-DATE.
011040     MOVE RETURN-CODE TO QLP-STEP-RC.
011050     MOVE "READ" TO QLP-COUNT-LABEL (1).
011060     MOVE WS-TOT-READ-COUNT TO QLP-COUNT-VALUE (1).
011070     MOVE "SUCCESS" TO QLP-COUNT-LABEL (2).
011080     MOVE WS-TOT-SUCCESS-COUNT TO QLP-COUNT-VALUE (2).
011090     MOVE "FAILED" TO QLP-COUNT-LABEL (3).
011100     MOVE WS-TOT-FAILURE-COUNT TO QLP-COUNT-VALUE (3).
011110     ADD WS-TOT-REJECT-COUNT TO QLP-COUNT-VALUE (3).
011120     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
011130     MOVE QLP-STEP-RC TO RETURN-CODE.
011140 9980-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------------
011180* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
011190* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
011200* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
011210*----------------------------------------------------------------
011220 9900-ABEND.
011230     STOP RUN.
