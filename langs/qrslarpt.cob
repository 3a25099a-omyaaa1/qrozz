000010*----------------------------------------------------------------
000020* QRSLARPT.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRSLARPT.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MONTHLY TURNAROUND (SLA) REPORT BY CLIENT. READS THE KEYED
000120* TURNAROUND TRACKING MASTER (QRTATMST, SEE QRTATREC), SORTS IT
000130* BY CLIENT AND REQUEST ID, AND FOR EACH CLIENT PRINTS THE
000140* REQUESTS STILL OUTSTANDING - WITH THEIR BATCH CREATION AND
000150* RECEIPT DATES AND HOW MANY NIGHTS THEY HAVE WAITED - FOLLOWED
000160* BY A TOTAL LINE FOR THE REPORT MONTH: HOW MANY REQUESTS
000170* COMPLETED THE SAME NIGHT THEY WERE RECEIVED, THE NEXT NIGHT,
000180* AFTER 2-5 NIGHTS, AND LONGER, AND HOW MANY WERE WRITTEN OFF.
000190* OF THE REQUESTS THAT REACHED THEIR FINAL OUTCOME IN THE MONTH,
000200* THE LINE ALSO COUNTS HOW MANY WERE CARRIED OVER PAST THE BATCH
000210* WINDOW (DELAY ON OUR SIDE) AND HOW MANY WERE RECYCLED OR
000220* PERMANENTLY REJECTED (DELAY ON THE SUBMITTER'S SIDE), SO THE
000230* ACCOUNT MANAGERS CAN SHOW A DEPARTMENT WHERE ITS TIME WENT.
000240* NIGHTS ARE COUNTED FROM THE RUN DATE THE REQUEST WAS RECEIVED
000250* AT INTAKE TO THE RUN DATE IT COMPLETED. THE OUTSTANDING LIST
000260* IS AS OF THE DAY THE REPORT RUNS, WHATEVER THE REPORT MONTH.
000270* PARM='YYYYMM' SELECTS THE REPORT MONTH; WITH NO PARM THE
000280* CURRENT MONTH IS REPORTED.
000281* A REQUEST THE DEPARTMENT CANCELLED BEFORE IT COMPLETED (SEE
000282* QRCANREV) IS COUNTED WITH THE WRITE-OFFS - IT WILL NEVER
000283* COMPLETE, AND THE DELAY WAS NOT OURS.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 101526  RFM  INITIAL VERSION.
000321* 101526  RFM  CANCELLED REQUESTS ARE COUNTED IN THE WRITE-OFF
000322*              COLUMN.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS QTA-REQ-ID
000410         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000420     SELECT QR-SLA-REPORT-FILE ASSIGN TO "QRSLAOUT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-FILE-STATUS.
000450     SELECT QR-SLA-SORT-FILE ASSIGN TO "QRSLASRT".
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  QR-TURNAROUND-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY QRTATREC.
000520
000530 FD  QR-SLA-REPORT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY QRRPTREC.
000560
000570 SD  QR-SLA-SORT-FILE.
000580 01  QR-SLA-SORT-RECORD.
000590     05  SRT-CLIENT              PIC X(04).
000600     05  SRT-REQ-ID              PIC X(10).
000610     05  SRT-TURNAROUND          PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* FILE STATUS AND CONTROL SWITCHES
000660*----------------------------------------------------------------
000670 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
000680 77  WS-REPORT-FILE-STATUS           PIC X(02).
000690 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000700     88  WS-END-OF-FILE                  VALUE "Y".
000710 77  WS-SORT-EOF-SWITCH              PIC X(01) VALUE "N".
000720     88  WS-SORT-END-OF-FILE             VALUE "Y".
000730 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000740     88  WS-RUN-FAILED                    VALUE "Y".
000750
000760*----------------------------------------------------------------
000770* REPORT MONTH - FROM THE PARM, OR THE CURRENT MONTH
000780*----------------------------------------------------------------
000790 77  WS-REPORT-MONTH                 PIC X(06) VALUE SPACES.
000800
000810*----------------------------------------------------------------
000820* THE SORTED ROW, RETURNED INTO THE TRACKING LAYOUT SO THE SAME
000830* FIELD NAMES SERVE BOTH PROCEDURES.
000840*----------------------------------------------------------------
000850 01  WS-SORTED-ROW.
000860     05  WS-SRT-REQ-ID           PIC X(10).
000870     05  WS-SRT-CLIENT           PIC X(04).
000880     05  WS-SRT-BATCH-ID         PIC X(08).
000890     05  WS-SRT-CREATE-DATE      PIC 9(08).
000900     05  WS-SRT-RECEIPT-DATE     PIC 9(08).
000910     05  WS-SRT-STATUS           PIC X(01).
000920         88  WS-SRT-OUTSTANDING      VALUE "O".
000930         88  WS-SRT-COMPLETED        VALUE "C".
000940         88  WS-SRT-WRITTEN-OFF      VALUE "W".
000941         88  WS-SRT-CANCELLED        VALUE "X".
000950     05  WS-SRT-FINAL-DATE       PIC 9(08).
000960     05  WS-SRT-CARRY-COUNT      PIC 9(03).
000970     05  WS-SRT-LAST-CARRY-DATE  PIC 9(08).
000980     05  WS-SRT-RECYCLE-COUNT    PIC 9(03).
000990     05  WS-SRT-PERM-REJECT-FLAG PIC X(01).
001000         88  WS-SRT-PERM-REJECTED    VALUE "Y".
001010     05  FILLER                  PIC X(18).
001020
001030*----------------------------------------------------------------
001040* DATE-TO-DAY-NUMBER ARITHMETIC. A YYYYMMDD DATE IS TURNED INTO
001050* A SERIAL DAY NUMBER (THE JULIAN DAY) SO TWO DATES CAN BE
001060* SUBTRACTED ACROSS MONTH AND YEAR ENDS. EACH DIVISION IS
001070* STORED IN ITS OWN WHOLE-NUMBER FIELD SO IT TRUNCATES.
001080*----------------------------------------------------------------
001090 01  WS-DAYS-DATE                    PIC 9(08) VALUE ZERO.
001100 01  WS-DAYS-DATE-PARTS REDEFINES WS-DAYS-DATE.
001110     05  WS-DAYS-YYYY            PIC 9(04).
001120     05  WS-DAYS-MM              PIC 9(02).
001130     05  WS-DAYS-DD              PIC 9(02).
001140 77  WS-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
001150 77  WS-JDN-A                        PIC 9(04) COMP VALUE ZERO.
001160 77  WS-JDN-Y                        PIC 9(08) COMP VALUE ZERO.
001170 77  WS-JDN-M                        PIC 9(04) COMP VALUE ZERO.
001180 77  WS-JDN-TERM-M                   PIC 9(08) COMP VALUE ZERO.
001190 77  WS-JDN-TERM-4                   PIC 9(08) COMP VALUE ZERO.
001200 77  WS-JDN-TERM-100                 PIC 9(08) COMP VALUE ZERO.
001210 77  WS-JDN-TERM-400                 PIC 9(08) COMP VALUE ZERO.
001220 77  WS-FROM-DAY-NUMBER              PIC 9(08) COMP VALUE ZERO.
001230 77  WS-NIGHTS                       PIC S9(08) COMP VALUE ZERO.
001240
001250*----------------------------------------------------------------
001260* CLIENT BREAK ACCUMULATORS
001270*----------------------------------------------------------------
001280 77  WS-CUR-CLIENT                   PIC X(04) VALUE SPACES.
001290 77  WS-CLI-FINISH-COUNT             PIC 9(08) COMP VALUE ZERO.
001300 77  WS-CLI-SAME-COUNT               PIC 9(08) COMP VALUE ZERO.
001310 77  WS-CLI-NEXT-COUNT               PIC 9(08) COMP VALUE ZERO.
001320 77  WS-CLI-SHORT-COUNT              PIC 9(08) COMP VALUE ZERO.
001330 77  WS-CLI-LONG-COUNT               PIC 9(08) COMP VALUE ZERO.
001340 77  WS-CLI-CARRY-COUNT              PIC 9(08) COMP VALUE ZERO.
001350 77  WS-CLI-RECYCLE-COUNT            PIC 9(08) COMP VALUE ZERO.
001360 77  WS-CLI-PERM-COUNT               PIC 9(08) COMP VALUE ZERO.
001370 77  WS-CLI-WRITEOFF-COUNT           PIC 9(08) COMP VALUE ZERO.
001380 77  WS-CLI-OUTSTAND-COUNT           PIC 9(08) COMP VALUE ZERO.
001390
001400*----------------------------------------------------------------
001410* GRAND TOTALS AND RUN TOTALS
001420*----------------------------------------------------------------
001430 77  WS-TOT-FINISH-COUNT             PIC 9(08) COMP VALUE ZERO.
001440 77  WS-TOT-SAME-COUNT               PIC 9(08) COMP VALUE ZERO.
001450 77  WS-TOT-NEXT-COUNT               PIC 9(08) COMP VALUE ZERO.
001460 77  WS-TOT-SHORT-COUNT              PIC 9(08) COMP VALUE ZERO.
001470 77  WS-TOT-LONG-COUNT               PIC 9(08) COMP VALUE ZERO.
001480 77  WS-TOT-CARRY-COUNT              PIC 9(08) COMP VALUE ZERO.
001490 77  WS-TOT-RECYCLE-COUNT            PIC 9(08) COMP VALUE ZERO.
001500 77  WS-TOT-PERM-COUNT               PIC 9(08) COMP VALUE ZERO.
001510 77  WS-TOT-WRITEOFF-COUNT           PIC 9(08) COMP VALUE ZERO.
001520 77  WS-TOT-OUTSTAND-COUNT           PIC 9(08) COMP VALUE ZERO.
001530 77  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
001540 77  WS-SELECTED-COUNT               PIC 9(08) COMP VALUE ZERO.
001550 77  WS-CLIENT-COUNT                 PIC 9(08) COMP VALUE ZERO.
001560
001570*----------------------------------------------------------------
001580* REPORT LINE CONSTRUCTION
001590*----------------------------------------------------------------
001600 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001610 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001620 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001630 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001640 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001650 01  WS-SLA-HEAD-LINE.
001660     05  FILLER                  PIC X(41) VALUE
001670         "CLNT   FINISH   SAME   NEXT  2-5NT LONGER".
001680     05  FILLER                  PIC X(35) VALUE
001690         "  CARRY  RECYC PRMREJ WRTOFF OUTSTD".
001700 01  WS-SLA-TOTAL-LINE.
001710     05  WS-SLT-CLIENT           PIC X(04).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  WS-SLT-FINISH           PIC ZZZZZ9.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  WS-SLT-SAME             PIC ZZZZZ9.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  WS-SLT-NEXT             PIC ZZZZZ9.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  WS-SLT-SHORT            PIC ZZZZZ9.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  WS-SLT-LONG             PIC ZZZZZ9.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  WS-SLT-CARRY            PIC ZZZZZ9.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  WS-SLT-RECYCLE          PIC ZZZZZ9.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  WS-SLT-PERM             PIC ZZZZZ9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  WS-SLT-WRITEOFF         PIC ZZZZZ9.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  WS-SLT-OUTSTAND         PIC ZZZZZ9.
001930 01  WS-SLA-OUT-LINE.
001940     05  FILLER                  PIC X(04) VALUE SPACES.
001950     05  FILLER                  PIC X(05) VALUE "OUT  ".
001960     05  WS-SLO-REQ-ID           PIC X(10).
001970     05  FILLER                  PIC X(05) VALUE " CRT ".
001980     05  WS-SLO-CREATE-DATE      PIC 9(08).
001990     05  FILLER                  PIC X(05) VALUE " RCV ".
002000     05  WS-SLO-RECEIPT-DATE     PIC 9(08).
002010     05  FILLER                  PIC X(08) VALUE " NIGHTS ".
002020     05  WS-SLO-NIGHTS           PIC ZZZ9.
002030     05  FILLER                  PIC X(04) VALUE " CO ".
002040     05  WS-SLO-CARRY            PIC ZZ9.
002050     05  FILLER                  PIC X(04) VALUE " RC ".
002060     05  WS-SLO-RECYCLE          PIC ZZ9.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  WS-SLO-PERM             PIC X(07).
002090
002100*----------------------------------------------------------------
002110* JCL PARM LINKAGE
002120*----------------------------------------------------------------
002130 LINKAGE SECTION.
002140 01  QR-PARM-PARAMETERS.
002150     05  QR-PARM-LENGTH              PIC S9(04) COMP.
002160     05  QR-PARM-TEXT                PIC X(80).
002170
002180 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
002190*----------------------------------------------------------------
002200* 0000-MAINLINE
002210*----------------------------------------------------------------
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     SORT QR-SLA-SORT-FILE
002250         ON ASCENDING KEY SRT-CLIENT SRT-REQ-ID
002260         INPUT PROCEDURE IS 2000-SELECT-ROWS THRU 2000-EXIT
002270         OUTPUT PROCEDURE IS 3000-REPORT-CLIENTS THRU 3000-EXIT.
002280     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002290     STOP RUN.
002300
002310*----------------------------------------------------------------
002320* 1000-INITIALIZE - SETTLE THE REPORT MONTH, OPEN THE MASTER AND
002330* THE REPORT, AND WRITE THE HEADINGS.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002370     IF QR-PARM-LENGTH > ZERO
002380         MOVE QR-PARM-TEXT (1:6) TO WS-REPORT-MONTH
002390         IF WS-REPORT-MONTH NOT NUMERIC
002400             DISPLAY "QS0001E REPORT MONTH IN PARM NOT NUMERIC - "
002410                 WS-REPORT-MONTH
002420             MOVE 16 TO RETURN-CODE
002430             GO TO 9900-ABEND
002440         END-IF
002450     ELSE
002460         MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
002470     END-IF.
002480     OPEN INPUT QR-TURNAROUND-FILE.
002490     IF WS-TURNAROUND-FILE-STATUS NOT = "00"
002500         DISPLAY "QS0002E QR-TURNAROUND-FILE OPEN FAILED - STAT "
002510             WS-TURNAROUND-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 9900-ABEND
002540     END-IF.
002550     OPEN OUTPUT QR-SLA-REPORT-FILE.
002560     IF WS-REPORT-FILE-STATUS NOT = "00"
002570         DISPLAY "QS0003E QR-SLA-REPORT-FILE OPEN FAILED - STAT "
002580             WS-REPORT-FILE-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         CLOSE QR-TURNAROUND-FILE
002610         GO TO 9900-ABEND
002620     END-IF.
002630     MOVE SPACES TO WS-REPORT-LINE.
002640     STRING "QR TURNAROUND REPORT - MONTH " DELIMITED BY SIZE
002650            WS-REPORT-MONTH DELIMITED BY SIZE
002660            " - RUN " DELIMITED BY SIZE
002670            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002680         INTO WS-REPORT-LINE.
002690     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002700     MOVE "NIGHTS ARE FROM INTAKE RECEIPT TO COMPLETION."
002710         TO WS-REPORT-LINE.
002720     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002730     MOVE "CARRY = OUR DELAY; RECYC/PRMREJ = SUBMITTER DELAY."
002740         TO WS-REPORT-LINE.
002750     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002760     MOVE SPACES TO WS-REPORT-LINE.
002770     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002780     MOVE WS-SLA-HEAD-LINE TO WS-REPORT-LINE.
002790     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------
002840* 2000-SELECT-ROWS - SORT INPUT PROCEDURE. RELEASE EVERY ROW
002850* STILL OUTSTANDING, AND EVERY ROW THAT REACHED ITS FINAL
002860* OUTCOME IN THE REPORT MONTH, KEYED BY CLIENT AND REQUEST ID.
002870*----------------------------------------------------------------
002880 2000-SELECT-ROWS.
002890     MOVE LOW-VALUES TO QTA-REQ-ID.
002900     START QR-TURNAROUND-FILE KEY NOT < QTA-REQ-ID
002910         INVALID KEY
002920             GO TO 2000-EXIT
002930     END-START.
002940     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
002950     PERFORM 2200-SELECT-ONE-ROW THRU 2200-EXIT
002960         UNTIL WS-END-OF-FILE.
002970 2000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010* 2100-READ-NEXT-ROW
003020*----------------------------------------------------------------
003030 2100-READ-NEXT-ROW.
003040     READ QR-TURNAROUND-FILE NEXT RECORD
003050         AT END
003060             MOVE "Y" TO WS-EOF-SWITCH
003070         NOT AT END
003080             ADD 1 TO WS-READ-COUNT
003090     END-READ.
003100 2100-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 2200-SELECT-ONE-ROW
003150*----------------------------------------------------------------
003160 2200-SELECT-ONE-ROW.
003170     IF QTA-OUTSTANDING
003180         GO TO 2200-RELEASE
003190     END-IF.
003200     IF QTA-FINAL-DATE IS NUMERIC
003210         AND QTA-FINAL-DATE (1:6) = WS-REPORT-MONTH
003220         GO TO 2200-RELEASE
003230     END-IF.
003240     GO TO 2200-NEXT.
003250 2200-RELEASE.
003260     MOVE QTA-CLIENT TO SRT-CLIENT.
003270     MOVE QTA-REQ-ID TO SRT-REQ-ID.
003280     MOVE QR-TURNAROUND-RECORD TO SRT-TURNAROUND.
003290     RELEASE QR-SLA-SORT-RECORD.
003300     ADD 1 TO WS-SELECTED-COUNT.
003310 2200-NEXT.
003320     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
003330 2200-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370* 3000-REPORT-CLIENTS - SORT OUTPUT PROCEDURE. CLIENT CONTROL
003380* BREAK: OUTSTANDING REQUESTS PRINT AS THEY ARRIVE, FINISHED ONES
003390* ARE ONLY COUNTED, AND THE CLIENT'S TOTAL LINE CLOSES ITS GROUP.
003400*----------------------------------------------------------------
003410 3000-REPORT-CLIENTS.
003420     PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
003430     PERFORM 3200-REPORT-ONE-ROW THRU 3200-EXIT
003440         UNTIL WS-SORT-END-OF-FILE.
003450     IF WS-CUR-CLIENT NOT = SPACES
003460         PERFORM 9600-WRITE-CLIENT-TOTAL THRU 9600-EXIT
003470     END-IF.
003480     PERFORM 9650-WRITE-GRAND-TOTAL THRU 9650-EXIT.
003490 3000-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 3100-RETURN-SORTED-ROW
003540*----------------------------------------------------------------
003550 3100-RETURN-SORTED-ROW.
003560     RETURN QR-SLA-SORT-FILE
003570         AT END
003580             MOVE "Y" TO WS-SORT-EOF-SWITCH
003590         NOT AT END
003600             MOVE SRT-TURNAROUND TO WS-SORTED-ROW
003610     END-RETURN.
003620 3100-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 3200-REPORT-ONE-ROW - CLIENT BREAK, THEN LIST AN OUTSTANDING
003670* REQUEST OR COUNT A FINISHED ONE.
003680*----------------------------------------------------------------
003690 3200-REPORT-ONE-ROW.
003700     IF SRT-CLIENT NOT = WS-CUR-CLIENT
003710         IF WS-CUR-CLIENT NOT = SPACES
003720             PERFORM 9600-WRITE-CLIENT-TOTAL THRU 9600-EXIT
003730         END-IF
003740         MOVE SRT-CLIENT TO WS-CUR-CLIENT
003750         ADD 1 TO WS-CLIENT-COUNT
003760     END-IF.
003770     IF WS-SRT-OUTSTANDING
003780         PERFORM 3300-LIST-OUTSTANDING THRU 3300-EXIT
003790     ELSE
003800         PERFORM 3400-COUNT-FINISHED THRU 3400-EXIT
003810     END-IF.
003820     PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT.
003830 3200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 3300-LIST-OUTSTANDING - ONE LINE PER REQUEST STILL WAITING,
003880* AGED IN NIGHTS FROM ITS RECEIPT TO TODAY.
003890*----------------------------------------------------------------
003900 3300-LIST-OUTSTANDING.
003910     ADD 1 TO WS-CLI-OUTSTAND-COUNT.
003920     MOVE WS-SRT-RECEIPT-DATE TO WS-DAYS-DATE.
003930     PERFORM 3500-DATE-TO-DAY-NUMBER THRU 3500-EXIT.
003940     MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
003950     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
003960     PERFORM 3500-DATE-TO-DAY-NUMBER THRU 3500-EXIT.
003970     PERFORM 3600-COMPUTE-NIGHTS THRU 3600-EXIT.
003980     MOVE WS-SRT-REQ-ID TO WS-SLO-REQ-ID.
003990     MOVE WS-SRT-CREATE-DATE TO WS-SLO-CREATE-DATE.
004000     MOVE WS-SRT-RECEIPT-DATE TO WS-SLO-RECEIPT-DATE.
004010     IF WS-NIGHTS > 9999
004020         MOVE 9999 TO WS-SLO-NIGHTS
004030     ELSE
004040         MOVE WS-NIGHTS TO WS-SLO-NIGHTS
004050     END-IF.
004060     MOVE WS-SRT-CARRY-COUNT TO WS-SLO-CARRY.
004070     MOVE WS-SRT-RECYCLE-COUNT TO WS-SLO-RECYCLE.
004080     IF WS-SRT-PERM-REJECTED
004090         MOVE "PRMREJ" TO WS-SLO-PERM
004100     ELSE
004110         MOVE SPACES TO WS-SLO-PERM
004120     END-IF.
004130     MOVE SPACES TO WS-REPORT-LINE.
004140     MOVE WS-SLA-OUT-LINE TO WS-REPORT-LINE.
004150     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004160 3300-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200* 3400-COUNT-FINISHED - A ROW THAT REACHED ITS FINAL OUTCOME IN
004210* THE MONTH. A COMPLETED REQUEST IS BUCKETED BY THE NIGHTS IT
004211* TOOK; A WRITE-OFF OR CANCELLATION IS COUNTED ON ITS OWN.
004212* EITHER WAY ITS CARRYOVER, RECYCLE, AND PERMANENT-REJECT
004230* HISTORY IS COUNTED.
004240*----------------------------------------------------------------
004250 3400-COUNT-FINISHED.
004260     IF WS-SRT-CARRY-COUNT > ZERO
004270         ADD 1 TO WS-CLI-CARRY-COUNT
004280     END-IF.
004290     IF WS-SRT-RECYCLE-COUNT > ZERO
004300         ADD 1 TO WS-CLI-RECYCLE-COUNT
004310     END-IF.
004320     IF WS-SRT-PERM-REJECTED
004330         ADD 1 TO WS-CLI-PERM-COUNT
004340     END-IF.
004350     IF WS-SRT-WRITTEN-OFF
004351         OR WS-SRT-CANCELLED
004360         ADD 1 TO WS-CLI-WRITEOFF-COUNT
004370         GO TO 3400-EXIT
004380     END-IF.
004390     ADD 1 TO WS-CLI-FINISH-COUNT.
004400     MOVE WS-SRT-RECEIPT-DATE TO WS-DAYS-DATE.
004410     PERFORM 3500-DATE-TO-DAY-NUMBER THRU 3500-EXIT.
004420     MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
004430     MOVE WS-SRT-FINAL-DATE TO WS-DAYS-DATE.
004440     PERFORM 3500-DATE-TO-DAY-NUMBER THRU 3500-EXIT.
004450     PERFORM 3600-COMPUTE-NIGHTS THRU 3600-EXIT.
004460     IF WS-NIGHTS = ZERO
004470         ADD 1 TO WS-CLI-SAME-COUNT
004480     ELSE
004490         IF WS-NIGHTS = 1
004500             ADD 1 TO WS-CLI-NEXT-COUNT
004510         ELSE
004520             IF WS-NIGHTS NOT > 5
004530                 ADD 1 TO WS-CLI-SHORT-COUNT
004540             ELSE
004550                 ADD 1 TO WS-CLI-LONG-COUNT
004560             END-IF
004570         END-IF
004580     END-IF.
004590 3400-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 3500-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF THE YYYYMMDD
004640* DATE IN WS-DAYS-DATE, RETURNED IN WS-DAY-NUMBER. A DATE THAT
004650* IS NOT A PLAUSIBLE CALENDAR DATE RETURNS ZERO.
004660*----------------------------------------------------------------
004670 3500-DATE-TO-DAY-NUMBER.
004680     MOVE ZERO TO WS-DAY-NUMBER.
004690     IF WS-DAYS-DATE NOT NUMERIC
004700         OR WS-DAYS-YYYY < 1900
004710         OR WS-DAYS-MM < 1 OR WS-DAYS-MM > 12
004720         OR WS-DAYS-DD < 1 OR WS-DAYS-DD > 31
004730         GO TO 3500-EXIT
004740     END-IF.
004750     COMPUTE WS-JDN-A = (14 - WS-DAYS-MM) / 12.
004760     COMPUTE WS-JDN-Y = WS-DAYS-YYYY + 4800 - WS-JDN-A.
004770     COMPUTE WS-JDN-M = WS-DAYS-MM + (12 * WS-JDN-A) - 3.
004780     COMPUTE WS-JDN-TERM-M = ((153 * WS-JDN-M) + 2) / 5.
004790     COMPUTE WS-JDN-TERM-4 = WS-JDN-Y / 4.
004800     COMPUTE WS-JDN-TERM-100 = WS-JDN-Y / 100.
004810     COMPUTE WS-JDN-TERM-400 = WS-JDN-Y / 400.
004820     COMPUTE WS-DAY-NUMBER = WS-DAYS-DD + WS-JDN-TERM-M
004830         + (365 * WS-JDN-Y) + WS-JDN-TERM-4 - WS-JDN-TERM-100
004840         + WS-JDN-TERM-400 - 32045.
004850 3500-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 3600-COMPUTE-NIGHTS - WS-DAY-NUMBER LESS WS-FROM-DAY-NUMBER. A
004900* MISSING DATE ON EITHER SIDE, OR A FINISH BEFORE THE RECEIPT,
004910* COUNTS AS THE SAME NIGHT RATHER THAN INVENTING A DELAY.
004920*----------------------------------------------------------------
004930 3600-COMPUTE-NIGHTS.
004940     MOVE ZERO TO WS-NIGHTS.
004950     IF WS-DAY-NUMBER = ZERO
004960         OR WS-FROM-DAY-NUMBER = ZERO
004970         GO TO 3600-EXIT
004980     END-IF.
004990     COMPUTE WS-NIGHTS = WS-DAY-NUMBER - WS-FROM-DAY-NUMBER.
005000     IF WS-NIGHTS < ZERO
005010         MOVE ZERO TO WS-NIGHTS
005020     END-IF.
005030 3600-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE TURNAROUND
005080* REPORT.
005090*----------------------------------------------------------------
005100 8000-WRITE-REPORT-LINE.
005110     MOVE WS-REPORT-LINE TO QRP-LINE.
005120     WRITE QR-REPORT-RECORD.
005130     IF WS-REPORT-FILE-STATUS NOT = "00"
005140         DISPLAY "QS0004E QR-SLA-REPORT-FILE WRITE FAILED - STAT "
005150             WS-REPORT-FILE-STATUS
005160         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005170     END-IF.
005180 8000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
005230* HEADING. THE RUN DATE IS ALSO THE DEFAULT REPORT MONTH AND THE
005240* DAY OUTSTANDING REQUESTS ARE AGED TO.
005250*----------------------------------------------------------------
005260 8200-BUILD-TIMESTAMP.
005270     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
005280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005290     ACCEPT WS-RUN-TIME FROM TIME.
005300     STRING WS-RUN-DATE DELIMITED BY SIZE
005310            WS-RUN-TIME DELIMITED BY SIZE
005320         INTO WS-CURRENT-TIMESTAMP.
005330 8200-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 9600-WRITE-CLIENT-TOTAL - TOTAL LINE FOR THE CLIENT JUST
005380* ENDED, ROLL IT INTO THE GRAND TOTALS, AND RESET.
005390*----------------------------------------------------------------
005400 9600-WRITE-CLIENT-TOTAL.
005410     MOVE WS-CUR-CLIENT TO WS-SLT-CLIENT.
005420     MOVE WS-CLI-FINISH-COUNT TO WS-SLT-FINISH.
005430     MOVE WS-CLI-SAME-COUNT TO WS-SLT-SAME.
005440     MOVE WS-CLI-NEXT-COUNT TO WS-SLT-NEXT.
005450     MOVE WS-CLI-SHORT-COUNT TO WS-SLT-SHORT.
005460     MOVE WS-CLI-LONG-COUNT TO WS-SLT-LONG.
005470     MOVE WS-CLI-CARRY-COUNT TO WS-SLT-CARRY.
005480     MOVE WS-CLI-RECYCLE-COUNT TO WS-SLT-RECYCLE.
005490     MOVE WS-CLI-PERM-COUNT TO WS-SLT-PERM.
005500     MOVE WS-CLI-WRITEOFF-COUNT TO WS-SLT-WRITEOFF.
005510     MOVE WS-CLI-OUTSTAND-COUNT TO WS-SLT-OUTSTAND.
005520     MOVE WS-SLA-TOTAL-LINE TO WS-REPORT-LINE.
005530     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005540     MOVE SPACES TO WS-REPORT-LINE.
005550     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005560     ADD WS-CLI-FINISH-COUNT TO WS-TOT-FINISH-COUNT.
005570     ADD WS-CLI-SAME-COUNT TO WS-TOT-SAME-COUNT.
005580     ADD WS-CLI-NEXT-COUNT TO WS-TOT-NEXT-COUNT.
005590     ADD WS-CLI-SHORT-COUNT TO WS-TOT-SHORT-COUNT.
005600     ADD WS-CLI-LONG-COUNT TO WS-TOT-LONG-COUNT.
005610     ADD WS-CLI-CARRY-COUNT TO WS-TOT-CARRY-COUNT.
005620     ADD WS-CLI-RECYCLE-COUNT TO WS-TOT-RECYCLE-COUNT.
005630     ADD WS-CLI-PERM-COUNT TO WS-TOT-PERM-COUNT.
005640     ADD WS-CLI-WRITEOFF-COUNT TO WS-TOT-WRITEOFF-COUNT.
005650     ADD WS-CLI-OUTSTAND-COUNT TO WS-TOT-OUTSTAND-COUNT.
005660     MOVE ZERO TO WS-CLI-FINISH-COUNT.
005670     MOVE ZERO TO WS-CLI-SAME-COUNT.
005680     MOVE ZERO TO WS-CLI-NEXT-COUNT.
005690     MOVE ZERO TO WS-CLI-SHORT-COUNT.
005700     MOVE ZERO TO WS-CLI-LONG-COUNT.
005710     MOVE ZERO TO WS-CLI-CARRY-COUNT.
005720     MOVE ZERO TO WS-CLI-RECYCLE-COUNT.
005730     MOVE ZERO TO WS-CLI-PERM-COUNT.
005740     MOVE ZERO TO WS-CLI-WRITEOFF-COUNT.
005750     MOVE ZERO TO WS-CLI-OUTSTAND-COUNT.
005760 9600-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 9650-WRITE-GRAND-TOTAL - ALL CLIENTS, ON THE CLIENT TOTAL LINE
005810* LAYOUT UNDER THE "ALL" TAG.
005820*----------------------------------------------------------------
005830 9650-WRITE-GRAND-TOTAL.
005840     MOVE "ALL " TO WS-SLT-CLIENT.
005850     MOVE WS-TOT-FINISH-COUNT TO WS-SLT-FINISH.
005860     MOVE WS-TOT-SAME-COUNT TO WS-SLT-SAME.
005870     MOVE WS-TOT-NEXT-COUNT TO WS-SLT-NEXT.
005880     MOVE WS-TOT-SHORT-COUNT TO WS-SLT-SHORT.
005890     MOVE WS-TOT-LONG-COUNT TO WS-SLT-LONG.
005900     MOVE WS-TOT-CARRY-COUNT TO WS-SLT-CARRY.
005910     MOVE WS-TOT-RECYCLE-COUNT TO WS-SLT-RECYCLE.
005920     MOVE WS-TOT-PERM-COUNT TO WS-SLT-PERM.
005930     MOVE WS-TOT-WRITEOFF-COUNT TO WS-SLT-WRITEOFF.
005940     MOVE WS-TOT-OUTSTAND-COUNT TO WS-SLT-OUTSTAND.
005950     MOVE WS-SLA-TOTAL-LINE TO WS-REPORT-LINE.
005960     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005970 9650-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010* 9700-WRITE-RUN-SUMMARY
006020*----------------------------------------------------------------
006030 9700-WRITE-RUN-SUMMARY.
006040     MOVE SPACES TO WS-REPORT-LINE.
006050     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006060     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT.
006070     MOVE SPACES TO WS-REPORT-LINE.
006080     STRING "TRACKING ROWS READ . . . " DELIMITED BY SIZE
006090            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006100         INTO WS-REPORT-LINE.
006110     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006120     MOVE WS-SELECTED-COUNT TO WS-RPT-COUNT-EDIT.
006130     MOVE SPACES TO WS-REPORT-LINE.
006140     STRING "ROWS REPORTED. . . . . . " DELIMITED BY SIZE
006150            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006160         INTO WS-REPORT-LINE.
006170     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006180     MOVE WS-CLIENT-COUNT TO WS-RPT-COUNT-EDIT.
006190     MOVE SPACES TO WS-REPORT-LINE.
006200     STRING "CLIENTS REPORTED . . . . " DELIMITED BY SIZE
006210            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006220         INTO WS-REPORT-LINE.
006230     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006240 9700-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 9999-TERMINATE
006290*----------------------------------------------------------------
006300 9999-TERMINATE.
006310     PERFORM 9700-WRITE-RUN-SUMMARY THRU 9700-EXIT.
006320     IF WS-RUN-FAILED
006330         MOVE 8 TO RETURN-CODE
006340     END-IF.
006350     CLOSE QR-TURNAROUND-FILE.
006360     CLOSE QR-SLA-REPORT-FILE.
006370 9999-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
006420* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
006430* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
006440*----------------------------------------------------------------
006450 9900-ABEND.
006460     STOP RUN.
