000010*----------------------------------------------------------------
000020* QRSPLIT.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRSPLIT.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* PARTITION SPLIT FOR THE PARTITIONED NIGHTLY QR RUN. RUN IN
000120* PLACE OF A SINGLE QR STEP WHEN THE NIGHT'S VOLUME WILL NOT FIT
000130* THE BATCH WINDOW: THE EDITED QRREQIN IS DEALT OUT INTO N
000140* PARTITION REQUEST FILES, EACH THEN RUN BY ITS OWN QR INSTANCE
000150* (SIXTH QR PARM VALUE = PARTITION NUMBER) SIDE BY SIDE, AND
000160* PROGRAM QRMERGE COMBINES THE PARTITION OUTPUTS BACK INTO THE
000170* SINGLE NIGHTLY FILES THE LATER STEPS READ.
000180* REQUESTS ARE DEALT BY CLIENT - EVERY REQUEST OF A CLIENT GOES
000190* TO THE SAME PARTITION, SO A CLIENT'S IMAGES, LABEL PAGES, AND
000200* OUTPUT SUBDIRECTORY ARE ONLY EVER TOUCHED BY ONE INSTANCE. THE
000210* CLIENTS ARE TAKEN HEAVIEST HIGH-PRIORITY LOAD FIRST AND EACH IS
000220* GIVEN TO THE PARTITION HOLDING THE FEWEST HIGH-PRIORITY
000230* REQUESTS SO FAR (THE FEWEST REQUESTS OVERALL ON A TIE), WHICH
000240* SPREADS THE URGENT WORK EVENLY AND THEN EVENS OUT THE ROUTINE
000250* VOLUME. A CLIENT WITH NO HIGH-PRIORITY WORK FALLS TO THE
000260* LIGHTEST PARTITION BY TOTAL. HEADER AND TRAILER RECORDS THAT
000270* SLIPPED PAST QRINTAKE ARE DROPPED HERE, AS QR WOULD DROP THEM.
000280* PARM='NN,PREFIX': NN IS THE NUMBER OF PARTITIONS (01-20) AND
000290* PREFIX THE DATASET PREFIX OF THE PARTITION FILES. PARTITION
000300* NN'S REQUEST FILE IS PREFIX.PNN.QRREQIN, AND EVERY OTHER QR FILE
000310* OF THE PARTITION FOLLOWS THE SAME PATTERN (SEE QRPRTREC). A NEW
000320* SPLIT EMPTIES EACH PARTITION'S RESTART CHECKPOINT, SINCE THE
000330* PARTITION FILE IT POINTED INTO HAS JUST BEEN REBUILT.
000340* ONE SPLIT ROW PER PARTITION GOES TO THE SPLIT CONTROL FILE
000350* (QRPRTCTL) FOR QRMERGE TO BALANCE AGAINST. THE SPLIT BEGINS
000360* THE QR STEP ON THE RUN-CONTROL LEDGER AND QRMERGE ENDS IT, SO
000370* THE STREAM SEES ONE QR STEP WHETHER OR NOT THE NIGHT WAS
000380* PARTITIONED; THE PARTITION INSTANCES DO NOT POST.
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420* 101526  RFM  INITIAL VERSION - CLIENT-LEVEL SPLIT OF QRREQIN
000430*              INTO N PARTITIONS WITH THE HIGH-PRIORITY WORK
000440*              SPREAD EVENLY, AND THE SPLIT CONTROL FILE.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT QR-REQUEST-FILE ASSIGN TO "QRREQIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REQUEST-FILE-STATUS.
000520     SELECT QR-PART-REQUEST-FILE ASSIGN TO WS-PART-PATH
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PART-FILE-STATUS.
000550     SELECT QR-PART-RESTART-FILE ASSIGN TO WS-PART-PATH
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PART-FILE-STATUS.
000580     SELECT QR-PARTCTL-FILE ASSIGN TO "QRPRTCTL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARTCTL-FILE-STATUS.
000610     SELECT QR-SPLIT-REPORT-FILE ASSIGN TO "QRSPLRPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  QR-REQUEST-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY QRREQREC.
000700
000710 FD  QR-PART-REQUEST-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  QSP-PART-REQUEST-RECORD         PIC X(210).
000740
000750 FD  QR-PART-RESTART-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY QRRSTREC.
000780
000790 FD  QR-PARTCTL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY QRPRTREC.
000820
000830 FD  QR-SPLIT-REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY QRRPTREC.
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890* FILE STATUS AND CONTROL SWITCHES
000900*----------------------------------------------------------------
000910 77  WS-REQUEST-FILE-STATUS          PIC X(02).
000920 77  WS-PART-FILE-STATUS             PIC X(02).
000930 77  WS-PARTCTL-FILE-STATUS          PIC X(02).
000940 77  WS-REPORT-FILE-STATUS           PIC X(02).
000950 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000960     88  WS-END-OF-FILE                  VALUE "Y".
000970 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000980     88  WS-RUN-FAILED                    VALUE "Y".
000990
001000*----------------------------------------------------------------
001010* PARM VALUES AND THE PARTITION DATASET PATH
001020*----------------------------------------------------------------
001030 77  WS-PARTITION-COUNT-X            PIC X(02) VALUE SPACES.
001040 77  WS-PARTITION-COUNT              PIC 9(02) VALUE ZERO.
001050 77  WS-MAX-PARTITIONS               PIC 9(02) VALUE 20.
001060 77  WS-DATASET-PREFIX               PIC X(60) VALUE SPACES.
001070 77  WS-PART-PATH                    PIC X(90) VALUE SPACES.
001080 77  WS-PART-DDNAME                  PIC X(08) VALUE SPACES.
001090
001100*----------------------------------------------------------------
001110* CLIENT TABLE - ONE ENTRY PER CLIENT ON THE NIGHT'S FILE WITH
001120* ITS REQUEST AND HIGH-PRIORITY COUNTS AND THE PARTITION IT WAS
001130* DEALT TO. A BLANK CLIENT CODE IS "MISC", AS QR ROUTES IT.
001140*----------------------------------------------------------------
001150 77  WS-MAX-CLIENTS                  PIC 9(04) COMP VALUE 500.
001160 77  WS-CLIENT-COUNT                 PIC 9(04) COMP VALUE ZERO.
001170 77  WS-CLIENT-IDX                   PIC 9(04) COMP VALUE ZERO.
001180 77  WS-CLIENT-MATCH-IDX             PIC 9(04) COMP VALUE ZERO.
001190 77  WS-EFF-CLIENT                   PIC X(04) VALUE SPACES.
001200 01  WS-CLIENT-TABLE.
001210     05  WS-CLIENT-ENTRY             OCCURS 500 TIMES.
001220         10  WS-CLT-CODE             PIC X(04).
001230         10  WS-CLT-REQUEST-COUNT    PIC 9(08) COMP.
001240         10  WS-CLT-HIGH-COUNT       PIC 9(08) COMP.
001250         10  WS-CLT-PARTITION        PIC 9(02).
001260
001270*----------------------------------------------------------------
001280* PARTITION TABLE - RUNNING LOAD OF EACH PARTITION WHILE THE
001290* CLIENTS ARE DEALT, AND THE RECORDS ACTUALLY WRITTEN TO IT.
001300*----------------------------------------------------------------
001310 77  WS-PART-IDX                     PIC 9(02) COMP VALUE ZERO.
001320 77  WS-PART-PICK-IDX                PIC 9(02) COMP VALUE ZERO.
001330 77  WS-DEAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001340 77  WS-CUR-PARTITION                PIC 9(02) VALUE ZERO.
001350 01  WS-PARTITION-TABLE.
001360     05  WS-PARTITION-ENTRY          OCCURS 20 TIMES.
001370         10  WS-PRT-CLIENT-COUNT     PIC 9(04) COMP.
001380         10  WS-PRT-REQUEST-COUNT    PIC 9(08) COMP.
001390         10  WS-PRT-HIGH-COUNT       PIC 9(08) COMP.
001400         10  WS-PRT-WRITTEN-COUNT    PIC 9(08) COMP.
001410
001420*----------------------------------------------------------------
001430* RUN TOTALS
001440*----------------------------------------------------------------
001450 77  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
001460 77  WS-CONTROL-BYPASS-COUNT         PIC 9(08) COMP VALUE ZERO.
001470 77  WS-DEALT-COUNT                  PIC 9(08) COMP VALUE ZERO.
001480 77  WS-WRITTEN-COUNT                PIC 9(08) COMP VALUE ZERO.
001490
001500*----------------------------------------------------------------
001510* REPORT LINE CONSTRUCTION
001520*----------------------------------------------------------------
001530 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001540 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001550 77  WS-RPT-HIGH-EDIT                PIC ZZZZZZZ9.
001560 77  WS-RPT-CLIENT-EDIT              PIC ZZZ9.
001570 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001580 77  WS-SPLIT-TIMESTAMP              PIC X(26) VALUE SPACES.
001590 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001600 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001610
001620*----------------------------------------------------------------
001630* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001640*----------------------------------------------------------------
001650 COPY QRLDGPRM.
001660
001670*----------------------------------------------------------------
001680* JCL PARM LINKAGE
001690*----------------------------------------------------------------
001700 LINKAGE SECTION.
001710 01  QR-PARM-PARAMETERS.
001720     05  QR-PARM-LENGTH              PIC S9(04) COMP.
001730     05  QR-PARM-TEXT                PIC X(80).
001740
001750 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
001760*----------------------------------------------------------------
001770* 0000-MAINLINE
001780*----------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-COUNT-CLIENTS THRU 2000-EXIT.
001820     PERFORM 3000-DEAL-ONE-CLIENT THRU 3000-EXIT
001830         VARYING WS-DEAL-COUNT FROM 1 BY 1
001840         UNTIL WS-DEAL-COUNT > WS-CLIENT-COUNT.
001850     PERFORM 4000-WRITE-ONE-PARTITION THRU 4000-EXIT
001860         VARYING WS-CUR-PARTITION FROM 1 BY 1
001870         UNTIL WS-CUR-PARTITION > WS-PARTITION-COUNT.
001880     PERFORM 5000-WRITE-SPLIT-CONTROL THRU 5000-EXIT.
001890     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001900     STOP RUN.
001910
001920*----------------------------------------------------------------
001930* 1000-INITIALIZE - EDIT THE PARM, BEGIN THE QR STEP ON THE
001940* LEDGER, AND OPEN THE SPLIT REPORT.
001950*----------------------------------------------------------------
001960 1000-INITIALIZE.
001970     IF QR-PARM-LENGTH > ZERO
001980         UNSTRING QR-PARM-TEXT DELIMITED BY ","
001990             INTO WS-PARTITION-COUNT-X WS-DATASET-PREFIX
002000         END-UNSTRING
002010     END-IF.
002020     IF WS-PARTITION-COUNT-X IS NOT NUMERIC
002030         DISPLAY "QA0001E PARTITION COUNT IN PARM IS NOT 01-20 - "
002040             WS-PARTITION-COUNT-X
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9900-ABEND
002070     END-IF.
002080     MOVE WS-PARTITION-COUNT-X TO WS-PARTITION-COUNT.
002090     IF WS-PARTITION-COUNT = ZERO
002100         OR WS-PARTITION-COUNT > WS-MAX-PARTITIONS
002110         DISPLAY "QA0001E PARTITION COUNT IN PARM IS NOT 01-20 - "
002120             WS-PARTITION-COUNT-X
002130         MOVE 16 TO RETURN-CODE
002140         GO TO 9900-ABEND
002150     END-IF.
002160     IF WS-DATASET-PREFIX = SPACES
002170         DISPLAY "QA0002E NO PARTITION DATASET PREFIX IN PARM"
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9900-ABEND
002200     END-IF.
002210     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
002220     OPEN OUTPUT QR-SPLIT-REPORT-FILE.
002230     IF WS-REPORT-FILE-STATUS NOT = "00"
002240         DISPLAY "QA0004E QR-SPLIT-REPORT-FILE OPEN FAILED - "
002250             "STATUS " WS-REPORT-FILE-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         GO TO 9900-ABEND
002280     END-IF.
002290     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002300     MOVE WS-CURRENT-TIMESTAMP TO WS-SPLIT-TIMESTAMP.
002310     MOVE SPACES TO WS-REPORT-LINE.
002320     STRING "QR PARTITION SPLIT - RUN " DELIMITED BY SIZE
002330            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002340         INTO WS-REPORT-LINE.
002350     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002360     MOVE SPACES TO WS-REPORT-LINE.
002370     STRING "PARTITION DATASET PREFIX " DELIMITED BY SIZE
002380            WS-DATASET-PREFIX DELIMITED BY SPACE
002390         INTO WS-REPORT-LINE.
002400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002410     MOVE SPACES TO WS-REPORT-LINE.
002420     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002430     INITIALIZE WS-PARTITION-TABLE.
002440 1000-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------
002480* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE QR STEP ON
002490* THE RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN
002500* EARLIER STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND
002510* THE SPLIT THEN ENDS WITHOUT TOUCHING ANY FILE. QRMERGE POSTS
002520* THE END OF THE STEP TO THE RUN DATE RETURNED HERE.
002530*----------------------------------------------------------------
002540 1010-BEGIN-LEDGER-STEP.
002550     SET QLP-BEGIN-STEP TO TRUE.
002560     MOVE "QR" TO QLP-STEP-NAME.
002570     MOVE ZERO TO QLP-RUN-DATE.
002580     MOVE ZERO TO QLP-STEP-RC.
002590     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002600     IF QLP-STEP-HELD
002610         DISPLAY "QA0003E QR NOT RELEASED BY THE "
002620             "RUN-CONTROL LEDGER"
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 9900-ABEND
002650     END-IF.
002660 1010-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 2000-COUNT-CLIENTS - FIRST READ OF QRREQIN: BUILD THE CLIENT
002710* TABLE WITH EACH CLIENT'S REQUEST AND HIGH-PRIORITY COUNTS.
002720*----------------------------------------------------------------
002730 2000-COUNT-CLIENTS.
002740     OPEN INPUT QR-REQUEST-FILE.
002750     IF WS-REQUEST-FILE-STATUS NOT = "00"
002760         DISPLAY "QA0005E QR-REQUEST-FILE OPEN FAILED - STATUS "
002770             WS-REQUEST-FILE-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         CLOSE QR-SPLIT-REPORT-FILE
002800         GO TO 9900-ABEND
002810     END-IF.
002820     MOVE "N" TO WS-EOF-SWITCH.
002830     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002840     PERFORM 2200-COUNT-ONE-REQUEST THRU 2200-EXIT
002850         UNTIL WS-END-OF-FILE.
002860     CLOSE QR-REQUEST-FILE.
002870 2000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910* 2100-READ-REQUEST
002920*----------------------------------------------------------------
002930 2100-READ-REQUEST.
002940     READ QR-REQUEST-FILE
002950         AT END
002960             MOVE "Y" TO WS-EOF-SWITCH
002970     END-READ.
002980 2100-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 2200-COUNT-ONE-REQUEST - ADD THE REQUEST TO ITS CLIENT'S ENTRY,
003030* OPENING A NEW ENTRY ON THE CLIENT'S FIRST REQUEST. A NIGHT WITH
003040* MORE CLIENTS THAN THE TABLE HOLDS CANNOT BE DEALT BY CLIENT AND
003050* STOPS THE SPLIT BEFORE ANY PARTITION FILE IS WRITTEN.
003060*----------------------------------------------------------------
003070 2200-COUNT-ONE-REQUEST.
003080     ADD 1 TO WS-READ-COUNT.
003090     IF QR-REQ-HEADER OR QR-REQ-TRAILER
003100         ADD 1 TO WS-CONTROL-BYPASS-COUNT
003110         GO TO 2200-NEXT
003120     END-IF.
003130     PERFORM 2300-FIND-CLIENT THRU 2300-EXIT.
003140     IF WS-CLIENT-MATCH-IDX = ZERO
003150         IF WS-CLIENT-COUNT >= WS-MAX-CLIENTS
003160             DISPLAY "QA0006E MORE THAN " WS-MAX-CLIENTS
003170                 " CLIENTS ON QRREQIN - SPLIT NOT DONE"
003180             MOVE 16 TO RETURN-CODE
003190             CLOSE QR-REQUEST-FILE
003200             CLOSE QR-SPLIT-REPORT-FILE
003210             GO TO 9900-ABEND
003220         END-IF
003230         ADD 1 TO WS-CLIENT-COUNT
003240         MOVE WS-CLIENT-COUNT TO WS-CLIENT-MATCH-IDX
003250         MOVE WS-EFF-CLIENT TO WS-CLT-CODE (WS-CLIENT-MATCH-IDX)
003260         MOVE ZERO TO WS-CLT-REQUEST-COUNT (WS-CLIENT-MATCH-IDX)
003270         MOVE ZERO TO WS-CLT-HIGH-COUNT (WS-CLIENT-MATCH-IDX)
003280         MOVE ZERO TO WS-CLT-PARTITION (WS-CLIENT-MATCH-IDX)
003290     END-IF.
003300     ADD 1 TO WS-CLT-REQUEST-COUNT (WS-CLIENT-MATCH-IDX).
003310     IF QR-REQ-HIGH-PRIORITY
003320         ADD 1 TO WS-CLT-HIGH-COUNT (WS-CLIENT-MATCH-IDX)
003330     END-IF.
003340     ADD 1 TO WS-DEALT-COUNT.
003350 2200-NEXT.
003360     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003370 2200-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 2300-FIND-CLIENT - LOOK THE REQUEST'S EFFECTIVE CLIENT UP IN
003420* THE CLIENT TABLE. WS-CLIENT-MATCH-IDX IS ZERO WHEN IT IS NOT
003430* THERE YET.
003440*----------------------------------------------------------------
003450 2300-FIND-CLIENT.
003460     IF QR-REQ-CLIENT = SPACES
003470         MOVE "MISC" TO WS-EFF-CLIENT
003480     ELSE
003490         MOVE QR-REQ-CLIENT TO WS-EFF-CLIENT
003500     END-IF.
003510     MOVE ZERO TO WS-CLIENT-MATCH-IDX.
003520     PERFORM 2310-MATCH-ONE-CLIENT
003530         VARYING WS-CLIENT-IDX FROM 1 BY 1
003540         UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
003550            OR WS-CLIENT-MATCH-IDX > ZERO.
003560 2300-EXIT.
003570     EXIT.
003580
003590 2310-MATCH-ONE-CLIENT.
003600     IF WS-CLT-CODE (WS-CLIENT-IDX) = WS-EFF-CLIENT
003610         MOVE WS-CLIENT-IDX TO WS-CLIENT-MATCH-IDX
003620     END-IF.
003630
003640*----------------------------------------------------------------
003650* 3000-DEAL-ONE-CLIENT - TAKE THE UNDEALT CLIENT WITH THE MOST
003660* HIGH-PRIORITY REQUESTS (THE MOST REQUESTS ON A TIE) AND GIVE IT
003670* TO THE PARTITION WITH THE FEWEST HIGH-PRIORITY REQUESTS SO FAR
003680* (THE FEWEST REQUESTS ON A TIE, THE LOWER NUMBER AFTER THAT).
003690*----------------------------------------------------------------
003700 3000-DEAL-ONE-CLIENT.
003710     MOVE ZERO TO WS-CLIENT-MATCH-IDX.
003720     PERFORM 3100-PICK-HEAVIER-CLIENT
003730         VARYING WS-CLIENT-IDX FROM 1 BY 1
003740         UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT.
003750     MOVE 1 TO WS-PART-PICK-IDX.
003760     PERFORM 3200-PICK-LIGHTER-PARTITION
003770         VARYING WS-PART-IDX FROM 2 BY 1
003780         UNTIL WS-PART-IDX > WS-PARTITION-COUNT.
003790     MOVE WS-PART-PICK-IDX
003800         TO WS-CLT-PARTITION (WS-CLIENT-MATCH-IDX).
003810     ADD 1 TO WS-PRT-CLIENT-COUNT (WS-PART-PICK-IDX).
003820     ADD WS-CLT-REQUEST-COUNT (WS-CLIENT-MATCH-IDX)
003830         TO WS-PRT-REQUEST-COUNT (WS-PART-PICK-IDX).
003840     ADD WS-CLT-HIGH-COUNT (WS-CLIENT-MATCH-IDX)
003850         TO WS-PRT-HIGH-COUNT (WS-PART-PICK-IDX).
003860 3000-EXIT.
003870     EXIT.
003880
003890 3100-PICK-HEAVIER-CLIENT.
003900     IF WS-CLT-PARTITION (WS-CLIENT-IDX) NOT = ZERO
003910         GO TO 3100-EXIT
003920     END-IF.
003930     IF WS-CLIENT-MATCH-IDX = ZERO
003940         MOVE WS-CLIENT-IDX TO WS-CLIENT-MATCH-IDX
003950         GO TO 3100-EXIT
003960     END-IF.
003970     IF WS-CLT-HIGH-COUNT (WS-CLIENT-IDX)
003980         > WS-CLT-HIGH-COUNT (WS-CLIENT-MATCH-IDX)
003990         MOVE WS-CLIENT-IDX TO WS-CLIENT-MATCH-IDX
004000         GO TO 3100-EXIT
004010     END-IF.
004020     IF WS-CLT-HIGH-COUNT (WS-CLIENT-IDX)
004030         = WS-CLT-HIGH-COUNT (WS-CLIENT-MATCH-IDX)
004040         AND WS-CLT-REQUEST-COUNT (WS-CLIENT-IDX)
004050           > WS-CLT-REQUEST-COUNT (WS-CLIENT-MATCH-IDX)
004060         MOVE WS-CLIENT-IDX TO WS-CLIENT-MATCH-IDX
004070     END-IF.
004080 3100-EXIT.
004090     EXIT.
004100
004110 3200-PICK-LIGHTER-PARTITION.
004120     IF WS-PRT-HIGH-COUNT (WS-PART-IDX)
004130         < WS-PRT-HIGH-COUNT (WS-PART-PICK-IDX)
004140         MOVE WS-PART-IDX TO WS-PART-PICK-IDX
004150         GO TO 3200-EXIT
004160     END-IF.
004170     IF WS-PRT-HIGH-COUNT (WS-PART-IDX)
004180         = WS-PRT-HIGH-COUNT (WS-PART-PICK-IDX)
004190         AND WS-PRT-REQUEST-COUNT (WS-PART-IDX)
004200           < WS-PRT-REQUEST-COUNT (WS-PART-PICK-IDX)
004210         MOVE WS-PART-IDX TO WS-PART-PICK-IDX
004220     END-IF.
004230 3200-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 4000-WRITE-ONE-PARTITION - READ QRREQIN AGAIN AND WRITE EVERY
004280* REQUEST OF THE CLIENTS DEALT TO THIS PARTITION, IN THEIR
004290* ORIGINAL ORDER, TO THE PARTITION'S REQUEST FILE; THEN EMPTY THE
004300* PARTITION'S RESTART CHECKPOINT. AN EMPTY PARTITION STILL GETS
004310* ITS (EMPTY) FILE SO ITS QR INSTANCE RUNS AND POSTS ITS ROW.
004320*----------------------------------------------------------------
004330 4000-WRITE-ONE-PARTITION.
004340     MOVE "QRREQIN" TO WS-PART-DDNAME.
004350     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
004360     OPEN OUTPUT QR-PART-REQUEST-FILE.
004370     IF WS-PART-FILE-STATUS NOT = "00"
004380         DISPLAY "QA0007E PARTITION FILE OPEN FAILED - "
004390             WS-PART-PATH
004400         DISPLAY "QA0007E STATUS " WS-PART-FILE-STATUS
004410         MOVE 16 TO RETURN-CODE
004420         CLOSE QR-SPLIT-REPORT-FILE
004430         GO TO 9900-ABEND
004440     END-IF.
004450     OPEN INPUT QR-REQUEST-FILE.
004460     IF WS-REQUEST-FILE-STATUS NOT = "00"
004470         DISPLAY "QA0005E QR-REQUEST-FILE OPEN FAILED - STATUS "
004480             WS-REQUEST-FILE-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         CLOSE QR-PART-REQUEST-FILE
004510         CLOSE QR-SPLIT-REPORT-FILE
004520         GO TO 9900-ABEND
004530     END-IF.
004540     MOVE "N" TO WS-EOF-SWITCH.
004550     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004560     PERFORM 4100-COPY-ONE-REQUEST THRU 4100-EXIT
004570         UNTIL WS-END-OF-FILE.
004580     CLOSE QR-REQUEST-FILE.
004590     CLOSE QR-PART-REQUEST-FILE.
004600     IF WS-PRT-WRITTEN-COUNT (WS-CUR-PARTITION)
004610         NOT = WS-PRT-REQUEST-COUNT (WS-CUR-PARTITION)
004620         DISPLAY "QA0008E PARTITION " WS-CUR-PARTITION
004630             " WRITTEN COUNT DOES NOT AGREE WITH THE DEAL"
004640         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004650     END-IF.
004660     MOVE "QRRSTRT" TO WS-PART-DDNAME.
004670     PERFORM 8300-BUILD-PART-PATH THRU 8300-EXIT.
004680     OPEN OUTPUT QR-PART-RESTART-FILE.
004690     IF WS-PART-FILE-STATUS NOT = "00"
004700         DISPLAY "QA0009E PARTITION CHECKPOINT NOT CLEARED - "
004710             WS-PART-PATH
004720         DISPLAY "QA0009E STATUS " WS-PART-FILE-STATUS
004730         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004740         GO TO 4000-EXIT
004750     END-IF.
004760     CLOSE QR-PART-RESTART-FILE.
004770 4000-EXIT.
004780     EXIT.
004790
004800 4100-COPY-ONE-REQUEST.
004810     IF QR-REQ-HEADER OR QR-REQ-TRAILER
004820         GO TO 4100-NEXT
004830     END-IF.
004840     PERFORM 2300-FIND-CLIENT THRU 2300-EXIT.
004850     IF WS-CLIENT-MATCH-IDX = ZERO
004860         GO TO 4100-NEXT
004870     END-IF.
004880     IF WS-CLT-PARTITION (WS-CLIENT-MATCH-IDX)
004890         NOT = WS-CUR-PARTITION
004900         GO TO 4100-NEXT
004910     END-IF.
004920     WRITE QSP-PART-REQUEST-RECORD FROM QR-REQUEST-RECORD.
004930     IF WS-PART-FILE-STATUS NOT = "00"
004940         DISPLAY "QA0010E PARTITION FILE WRITE FAILED - STATUS "
004950             WS-PART-FILE-STATUS
004960         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004970         GO TO 4100-NEXT
004980     END-IF.
004990     ADD 1 TO WS-PRT-WRITTEN-COUNT (WS-CUR-PARTITION).
005000     ADD 1 TO WS-WRITTEN-COUNT.
005010 4100-NEXT.
005020     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
005030 4100-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 5000-WRITE-SPLIT-CONTROL - ONE SPLIT ROW PER PARTITION FOR
005080* QRMERGE, AND THE PARTITION AND CLIENT LINES OF THE REPORT.
005090*----------------------------------------------------------------
005100 5000-WRITE-SPLIT-CONTROL.
005110     OPEN OUTPUT QR-PARTCTL-FILE.
005120     IF WS-PARTCTL-FILE-STATUS NOT = "00"
005130         DISPLAY "QA0011E QR-PARTCTL-FILE OPEN FAILED - STATUS "
005140             WS-PARTCTL-FILE-STATUS
005150         MOVE 16 TO RETURN-CODE
005160         CLOSE QR-SPLIT-REPORT-FILE
005170         GO TO 9900-ABEND
005180     END-IF.
005190     PERFORM 5100-WRITE-ONE-SPLIT-ROW THRU 5100-EXIT
005200         VARYING WS-PART-IDX FROM 1 BY 1
005210         UNTIL WS-PART-IDX > WS-PARTITION-COUNT.
005220     CLOSE QR-PARTCTL-FILE.
005230     MOVE SPACES TO WS-REPORT-LINE.
005240     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005250     MOVE "CLIENT  PARTITION  REQUESTS  HIGH PRTY"
005260         TO WS-REPORT-LINE.
005270     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005280     PERFORM 5200-REPORT-ONE-CLIENT THRU 5200-EXIT
005290         VARYING WS-CLIENT-IDX FROM 1 BY 1
005300         UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT.
005310     MOVE SPACES TO WS-REPORT-LINE.
005320     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005330 5000-EXIT.
005340     EXIT.
005350
005360 5100-WRITE-ONE-SPLIT-ROW.
005370     MOVE SPACES TO QR-PARTITION-RECORD.
005380     SET QPT-SPLIT-ROW TO TRUE.
005390     MOVE WS-PART-IDX TO QPT-PARTITION.
005400     MOVE WS-PARTITION-COUNT TO QPT-PARTITION-COUNT.
005410     MOVE QLP-RUN-DATE TO QPT-RUN-DATE.
005420     MOVE WS-SPLIT-TIMESTAMP TO QPT-START-TIMESTAMP.
005430     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
005440     MOVE WS-CURRENT-TIMESTAMP TO QPT-END-TIMESTAMP.
005450     MOVE WS-DATASET-PREFIX TO QPT-DATASET-PREFIX.
005460     MOVE WS-PRT-CLIENT-COUNT (WS-PART-IDX) TO QPT-CLIENT-COUNT.
005470     MOVE WS-PRT-WRITTEN-COUNT (WS-PART-IDX) TO QPT-READ-COUNT.
005480     MOVE WS-PRT-HIGH-COUNT (WS-PART-IDX) TO QPT-HIGH-COUNT.
005490     MOVE ZERO TO QPT-SUCCESS-COUNT QPT-FAILURE-COUNT
005500                  QPT-REJECT-COUNT QPT-DUPLICATE-COUNT
005510                  QPT-CARRYOVER-COUNT QPT-STEP-RC.
005520     SET QPT-NO-CUTOFF TO TRUE.
005530     WRITE QR-PARTITION-RECORD.
005540     IF WS-PARTCTL-FILE-STATUS NOT = "00"
005550         DISPLAY "QA0012E QR-PARTCTL-FILE WRITE FAILED - STATUS "
005560             WS-PARTCTL-FILE-STATUS
005570         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005580     END-IF.
005590     MOVE WS-PART-IDX TO WS-CUR-PARTITION.
005600     MOVE WS-PRT-CLIENT-COUNT (WS-PART-IDX) TO WS-RPT-CLIENT-EDIT.
005610     MOVE WS-PRT-WRITTEN-COUNT (WS-PART-IDX) TO WS-RPT-COUNT-EDIT.
005620     MOVE WS-PRT-HIGH-COUNT (WS-PART-IDX) TO WS-RPT-HIGH-EDIT.
005630     MOVE SPACES TO WS-REPORT-LINE.
005640     STRING "PARTITION " DELIMITED BY SIZE
005650            WS-CUR-PARTITION DELIMITED BY SIZE
005660            "  CLIENTS " DELIMITED BY SIZE
005670            WS-RPT-CLIENT-EDIT DELIMITED BY SIZE
005680            "  REQUESTS " DELIMITED BY SIZE
005690            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005700            "  HIGH PRTY " DELIMITED BY SIZE
005710            WS-RPT-HIGH-EDIT DELIMITED BY SIZE
005720         INTO WS-REPORT-LINE.
005730     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005740 5100-EXIT.
005750     EXIT.
005760
005770 5200-REPORT-ONE-CLIENT.
005780     MOVE WS-CLT-REQUEST-COUNT (WS-CLIENT-IDX)
005790         TO WS-RPT-COUNT-EDIT.
005800     MOVE WS-CLT-HIGH-COUNT (WS-CLIENT-IDX) TO WS-RPT-HIGH-EDIT.
005810     MOVE SPACES TO WS-REPORT-LINE.
005820     STRING WS-CLT-CODE (WS-CLIENT-IDX) DELIMITED BY SIZE
005830            "        " DELIMITED BY SIZE
005840            WS-CLT-PARTITION (WS-CLIENT-IDX) DELIMITED BY SIZE
005850            "   " DELIMITED BY SIZE
005860            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005870            "  " DELIMITED BY SIZE
005880            WS-RPT-HIGH-EDIT DELIMITED BY SIZE
005890         INTO WS-REPORT-LINE.
005900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005910 5200-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950* 8000-WRITE-REPORT-LINE
005960*----------------------------------------------------------------
005970 8000-WRITE-REPORT-LINE.
005980     MOVE WS-REPORT-LINE TO QRP-LINE.
005990     WRITE QR-REPORT-RECORD.
006000     IF WS-REPORT-FILE-STATUS NOT = "00"
006010         DISPLAY "QA0013E QR-SPLIT-REPORT-FILE WRITE FAILED - "
006020             WS-REPORT-FILE-STATUS
006030         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006040     END-IF.
006050 8000-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP IN THE QR
006100* TIMESTAMP FORM FOR THE REPORT AND THE SPLIT ROWS.
006110*----------------------------------------------------------------
006120 8200-BUILD-TIMESTAMP.
006130     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
006140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006150     ACCEPT WS-RUN-TIME FROM TIME.
006160     STRING WS-RUN-DATE DELIMITED BY SIZE
006170            WS-RUN-TIME DELIMITED BY SIZE
006180         INTO WS-CURRENT-TIMESTAMP.
006190 8200-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 8300-BUILD-PART-PATH - PREFIX.PNN.DDNAME FOR THE CURRENT
006240* PARTITION AND THE QR FILE NAMED IN WS-PART-DDNAME.
006250*----------------------------------------------------------------
006260 8300-BUILD-PART-PATH.
006270     MOVE SPACES TO WS-PART-PATH.
006280     STRING WS-DATASET-PREFIX DELIMITED BY SPACE
006290            ".P" DELIMITED BY SIZE
006300            WS-CUR-PARTITION DELIMITED BY SIZE
006310            "." DELIMITED BY SIZE
006320            WS-PART-DDNAME DELIMITED BY SPACE
006330         INTO WS-PART-PATH.
006340 8300-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 9700-WRITE-SPLIT-SUMMARY
006390*----------------------------------------------------------------
006400 9700-WRITE-SPLIT-SUMMARY.
006410     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT.
006420     MOVE SPACES TO WS-REPORT-LINE.
006430     STRING "RECORDS READ . . . . . . " DELIMITED BY SIZE
006440            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006450         INTO WS-REPORT-LINE.
006460     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006470     MOVE WS-CONTROL-BYPASS-COUNT TO WS-RPT-COUNT-EDIT.
006480     MOVE SPACES TO WS-REPORT-LINE.
006490     STRING "CONTROL RECORDS DROPPED. " DELIMITED BY SIZE
006500            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006510         INTO WS-REPORT-LINE.
006520     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006530     MOVE WS-DEALT-COUNT TO WS-RPT-COUNT-EDIT.
006540     MOVE SPACES TO WS-REPORT-LINE.
006550     STRING "REQUESTS DEALT . . . . . " DELIMITED BY SIZE
006560            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006570         INTO WS-REPORT-LINE.
006580     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006590     MOVE WS-WRITTEN-COUNT TO WS-RPT-COUNT-EDIT.
006600     MOVE SPACES TO WS-REPORT-LINE.
006610     STRING "REQUESTS WRITTEN . . . . " DELIMITED BY SIZE
006620            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006630         INTO WS-REPORT-LINE.
006640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006650     MOVE WS-CLIENT-COUNT TO WS-RPT-COUNT-EDIT.
006660     MOVE SPACES TO WS-REPORT-LINE.
006670     STRING "CLIENTS DEALT. . . . . . " DELIMITED BY SIZE
006680            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006690         INTO WS-REPORT-LINE.
006700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006710     MOVE WS-PARTITION-COUNT TO WS-RPT-COUNT-EDIT.
006720     MOVE SPACES TO WS-REPORT-LINE.
006730     STRING "PARTITIONS . . . . . . . " DELIMITED BY SIZE
006740            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006750         INTO WS-REPORT-LINE.
006760     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006770 9700-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 9999-TERMINATE - A SPLIT THAT DID NOT WRITE EVERY PARTITION
006820* CLEANLY ENDS THE QR STEP AS FAILED ON THE LEDGER, SO QRMERGE
006830* AND THE LATER STEPS ARE HELD UNTIL THE SPLIT IS RERUN. A CLEAN
006840* SPLIT LEAVES THE STEP STARTED FOR QRMERGE TO END.
006850*----------------------------------------------------------------
006860 9999-TERMINATE.
006870     IF WS-WRITTEN-COUNT NOT = WS-DEALT-COUNT
006880         DISPLAY "QA0014E REQUESTS WRITTEN DO NOT AGREE WITH "
006890             "REQUESTS DEALT"
006900         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006910     END-IF.
006920     PERFORM 9700-WRITE-SPLIT-SUMMARY THRU 9700-EXIT.
006930     IF WS-RUN-FAILED
006940         MOVE 8 TO RETURN-CODE
006950         PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT
006960     END-IF.
006970     CLOSE QR-SPLIT-REPORT-FILE.
006980 9999-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 9980-END-LEDGER-STEP - POST THE FAILED END OF THE QR STEP, ITS
007030* RETURN CODE, AND THE SPLIT COUNTS TO THE RUN-CONTROL LEDGER.
007040* THE CALL CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT
007050* BACK.
007060*----------------------------------------------------------------
007070 9980-END-LEDGER-STEP.
007080     SET QLP-END-STEP TO TRUE.
007090     MOVE RETURN-CODE TO QLP-STEP-RC.
007100     MOVE "READ" TO QLP-COUNT-LABEL (1).
007110     MOVE WS-READ-COUNT TO QLP-COUNT-VALUE (1).
007120     MOVE "DEALT" TO QLP-COUNT-LABEL (2).
007130     MOVE WS-DEALT-COUNT TO QLP-COUNT-VALUE (2).
007140     MOVE "WRITTEN" TO QLP-COUNT-LABEL (3).
007150     MOVE WS-WRITTEN-COUNT TO QLP-COUNT-VALUE (3).
007160     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
007170     MOVE QLP-STEP-RC TO RETURN-CODE.
007180 9980-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
007230* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
007240* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
007250*----------------------------------------------------------------
007260 9900-ABEND.
007270     STOP RUN.
