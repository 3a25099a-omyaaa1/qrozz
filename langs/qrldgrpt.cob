000010*----------------------------------------------------------------
000020* QRLDGRPT.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRLDGRPT.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* RUN-CONTROL LEDGER REPORT. PRINTS, FOR ONE NIGHTLY RUN, EVERY
000120* STEP OF THE JOB STREAM IN ORDER (SEE QRSTPTBL) WITH ITS STATE
000130* ON THE LEDGER (NOT RUN, STARTED WITH NO END RECORDED,
000140* COMPLETED, FAILED, OR NEEDING A RERUN BECAUSE AN EARLIER STEP
000150* WAS RUN AGAIN), ITS START AND END TIMES, RETURN CODE, NUMBER
000160* OF ATTEMPTS, AND THE KEY COUNTS THE STEP POSTED. EACH STEP IS
000170* ALSO MARKED SAFE TO RUN/RERUN WHEN EVERY STEP AHEAD OF IT HAS
000180* COMPLETED - THE SAME TEST QRLEDGER APPLIES WHEN THE STEP
000190* STARTS - OR HELD WHEN IT IS NOT, AND THE REPORT CLOSES WITH
000200* THE STEP WHERE THE STREAM STOPPED, SO THE ON-CALL PERSON CAN
000210* SEE WHERE TO PICK UP WITHOUT READING THE JOB LOGS.
000220* PARM='YYYYMMDD' SELECTS A RUN DATE; WITH NO PARM THE RUN NOW
000230* OPEN ON THE LEDGER CONTROL ROW IS REPORTED.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 101526  RFM  INITIAL VERSION.
000271* 101526  RFM  QRCANREV ADDED TO THE JOB STREAM AS STEP 2.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT QR-LEDGER-FILE ASSIGN TO "QRRUNLDG"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS QLG-KEY
000360         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000370     SELECT QR-LEDGER-REPORT-FILE ASSIGN TO "QRLDGOUT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  QR-LEDGER-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY QRLDGREC.
000460
000470 FD  QR-LEDGER-REPORT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY QRRPTREC.
000500
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* FILE STATUS AND CONTROL SWITCHES
000540*----------------------------------------------------------------
000550 77  WS-LEDGER-FILE-STATUS           PIC X(02).
000560 77  WS-REPORT-FILE-STATUS           PIC X(02).
000570 77  WS-ROW-FOUND-SWITCH             PIC X(01) VALUE "N".
000580     88  WS-ROW-FOUND                    VALUE "Y".
000590 77  WS-PRED-OK-SWITCH               PIC X(01) VALUE "Y".
000600     88  WS-PREDECESSORS-COMPLETE        VALUE "Y".
000610 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000620     88  WS-RUN-FAILED                    VALUE "Y".
000630
000640*----------------------------------------------------------------
000650* JOB STREAM STEP TABLE AND THE RUN BEING REPORTED
000660*----------------------------------------------------------------
000670 COPY QRSTPTBL.
000680 77  WS-STEP-IDX                     PIC 9(02) COMP VALUE ZERO.
000690 77  WS-COUNT-IDX                    PIC 9(02) COMP VALUE ZERO.
000700 77  WS-REPORT-RUN-DATE              PIC X(08) VALUE SPACES.
000710 77  WS-STOPPED-AT-STEP              PIC X(08) VALUE SPACES.
000720
000730*----------------------------------------------------------------
000740* RUN TOTALS
000750*----------------------------------------------------------------
000760 77  WS-COMPLETED-COUNT              PIC 9(08) COMP VALUE ZERO.
000770 77  WS-FAILED-COUNT                 PIC 9(08) COMP VALUE ZERO.
000780 77  WS-OPEN-COUNT                   PIC 9(08) COMP VALUE ZERO.
000790 77  WS-RERUN-COUNT                  PIC 9(08) COMP VALUE ZERO.
000800 77  WS-NOT-RUN-COUNT                PIC 9(08) COMP VALUE ZERO.
000810
000820*----------------------------------------------------------------
000830* REPORT LINE CONSTRUCTION
000840*----------------------------------------------------------------
000850 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
000860 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
000870 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
000880 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000890 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000900 01  WS-STEP-LINE.
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  WS-SL-SEQ               PIC 9(02).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  WS-SL-NAME              PIC X(08).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  WS-SL-STATUS            PIC X(26).
000970     05  FILLER                  PIC X(05) VALUE "  RC ".
000980     05  WS-SL-RC                PIC ZZZ9.
000990     05  FILLER                  PIC X(08) VALUE "  TRIES ".
001000     05  WS-SL-ATTEMPTS          PIC ZZ9.
001010     05  FILLER                  PIC X(18) VALUE SPACES.
001020 01  WS-TIME-LINE.
001030     05  FILLER                  PIC X(06) VALUE SPACES.
001040     05  FILLER                  PIC X(06) VALUE "START ".
001050     05  WS-TL-START             PIC X(14).
001060     05  FILLER                  PIC X(06) VALUE "  END ".
001070     05  WS-TL-END               PIC X(14).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  WS-TL-RERUN             PIC X(32).
001100 01  WS-COUNT-LINE.
001110     05  FILLER                  PIC X(06) VALUE SPACES.
001120     05  WS-CL-ENTRY OCCURS 3 TIMES.
001130         10  WS-CL-LABEL         PIC X(08).
001140         10  FILLER              PIC X(01).
001150         10  WS-CL-VALUE         PIC ZZZZZZZZ9.
001160         10  FILLER              PIC X(02).
001170     05  FILLER                  PIC X(14) VALUE SPACES.
001180
001190*----------------------------------------------------------------
001200* JCL PARM LINKAGE
001210*----------------------------------------------------------------
001220 LINKAGE SECTION.
001230 01  QR-PARM-PARAMETERS.
001240     05  QR-PARM-LENGTH              PIC S9(04) COMP.
001250     05  QR-PARM-TEXT                PIC X(80).
001260
001270 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
001280*----------------------------------------------------------------
001290* 0000-MAINLINE
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
001340         VARYING WS-STEP-IDX FROM 1 BY 1
001350         UNTIL WS-STEP-IDX > 9.
001360     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001370     STOP RUN.
001380
001390*----------------------------------------------------------------
001400* 1000-INITIALIZE - OPEN THE FILES AND SETTLE WHICH RUN DATE IS
001410* BEING REPORTED: THE PARM DATE, OR THE RUN OPEN ON THE LEDGER
001420* CONTROL ROW.
001430*----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     IF QR-PARM-LENGTH > ZERO
001460         MOVE QR-PARM-TEXT (1:8) TO WS-REPORT-RUN-DATE
001470         IF WS-REPORT-RUN-DATE NOT NUMERIC
001480             DISPLAY "QK0001E RUN DATE IN PARM IS NOT NUMERIC - "
001490                 WS-REPORT-RUN-DATE
001500             MOVE 16 TO RETURN-CODE
001510             GO TO 9900-ABEND
001520         END-IF
001530     END-IF.
001540     OPEN INPUT QR-LEDGER-FILE.
001550     IF WS-LEDGER-FILE-STATUS NOT = "00"
001560         DISPLAY "QK0002E QR-LEDGER-FILE OPEN FAILED - STATUS "
001570             WS-LEDGER-FILE-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 9900-ABEND
001600     END-IF.
001610     OPEN OUTPUT QR-LEDGER-REPORT-FILE.
001620     IF WS-REPORT-FILE-STATUS NOT = "00"
001630         DISPLAY "QK0003E QR-LEDGER-REPORT-FILE OPEN FAILED - "
001640             WS-REPORT-FILE-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         CLOSE QR-LEDGER-FILE
001670         GO TO 9900-ABEND
001680     END-IF.
001690     IF WS-REPORT-RUN-DATE = SPACES
001700         MOVE ZERO TO QLG-KEY
001710         READ QR-LEDGER-FILE
001720             INVALID KEY
001730                 DISPLAY "QK0004E NO RUN IS OPEN ON THE LEDGER"
001740                 MOVE 16 TO RETURN-CODE
001750                 CLOSE QR-LEDGER-FILE
001760                 CLOSE QR-LEDGER-REPORT-FILE
001770                 GO TO 9900-ABEND
001780         END-READ
001790         MOVE QLC-CURRENT-RUN-DATE TO WS-REPORT-RUN-DATE
001800     END-IF.
001810     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
001820     MOVE SPACES TO WS-REPORT-LINE.
001830     STRING "QR RUN-CONTROL LEDGER - RUN DATE " DELIMITED BY SIZE
001840            WS-REPORT-RUN-DATE DELIMITED BY SIZE
001850            " - PRINTED " DELIMITED BY SIZE
001860            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
001870         INTO WS-REPORT-LINE.
001880     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
001890     MOVE SPACES TO WS-REPORT-LINE.
001900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------------
001950* 2000-REPORT-ONE-STEP - READ THE STEP'S ROW FOR THE RUN AND
001960* PRINT ITS STATE, TIMES, COUNTS, AND WHETHER IT IS SAFE TO RUN.
001970* A STEP IS SAFE WHEN EVERY STEP AHEAD OF IT HAS COMPLETED; THE
001980* FIRST STEP THAT HAS NOT IS WHERE THE STREAM STOPPED.
001990*----------------------------------------------------------------
002000 2000-REPORT-ONE-STEP.
002010     MOVE WS-REPORT-RUN-DATE TO QLG-RUN-DATE.
002020     MOVE WS-STEP-IDX TO QLG-STEP-SEQ.
002030     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
002040     READ QR-LEDGER-FILE
002050         INVALID KEY
002060             MOVE "N" TO WS-ROW-FOUND-SWITCH
002070     END-READ.
002080     MOVE WS-STEP-IDX TO WS-SL-SEQ.
002090     MOVE QJS-STEP-NAME (WS-STEP-IDX) TO WS-SL-NAME.
002100     MOVE SPACES TO WS-TL-START.
002110     MOVE SPACES TO WS-TL-END.
002120     MOVE ZERO TO WS-SL-RC.
002130     MOVE ZERO TO WS-SL-ATTEMPTS.
002140     PERFORM 2100-SET-STEP-STATUS THRU 2100-EXIT.
002150     IF WS-ROW-FOUND
002160         MOVE QLG-START-TIMESTAMP (1:14) TO WS-TL-START
002170         MOVE QLG-END-TIMESTAMP (1:14) TO WS-TL-END
002180         MOVE QLG-RETURN-CODE TO WS-SL-RC
002190         MOVE QLG-ATTEMPT-COUNT TO WS-SL-ATTEMPTS
002200     END-IF.
002210     IF NOT WS-PREDECESSORS-COMPLETE
002220         MOVE "HELD" TO WS-TL-RERUN
002230     ELSE
002240         IF WS-ROW-FOUND
002250             MOVE "SAFE TO RERUN" TO WS-TL-RERUN
002260         ELSE
002270             MOVE "SAFE TO RUN" TO WS-TL-RERUN
002280         END-IF
002290     END-IF.
002300     MOVE WS-STEP-LINE TO WS-REPORT-LINE.
002310     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002320     MOVE WS-TIME-LINE TO WS-REPORT-LINE.
002330     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002340     IF WS-ROW-FOUND
002350         MOVE SPACES TO WS-COUNT-LINE
002360         PERFORM 2200-FORMAT-ONE-COUNT
002370             VARYING WS-COUNT-IDX FROM 1 BY 1
002380             UNTIL WS-COUNT-IDX > 3
002390         MOVE WS-COUNT-LINE TO WS-REPORT-LINE
002400         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
002410     END-IF.
002420     IF WS-ROW-FOUND
002430         AND QLG-STEP-COMPLETED
002440         GO TO 2000-EXIT
002450     END-IF.
002460     IF WS-PREDECESSORS-COMPLETE
002470         MOVE QJS-STEP-NAME (WS-STEP-IDX) TO WS-STOPPED-AT-STEP
002480         MOVE "N" TO WS-PRED-OK-SWITCH
002490     END-IF.
002500 2000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540* 2100-SET-STEP-STATUS - DESCRIBE THE STEP'S STATE AND COUNT IT.
002550*----------------------------------------------------------------
002560 2100-SET-STEP-STATUS.
002570     IF NOT WS-ROW-FOUND
002580         MOVE "NOT RUN" TO WS-SL-STATUS
002590         ADD 1 TO WS-NOT-RUN-COUNT
002600         GO TO 2100-EXIT
002610     END-IF.
002620     IF QLG-STEP-COMPLETED
002630         MOVE "COMPLETED" TO WS-SL-STATUS
002640         ADD 1 TO WS-COMPLETED-COUNT
002650     END-IF.
002660     IF QLG-STEP-FAILED
002670         MOVE "FAILED" TO WS-SL-STATUS
002680         ADD 1 TO WS-FAILED-COUNT
002690     END-IF.
002700     IF QLG-STEP-STARTED
002710         MOVE "STARTED - NO END RECORDED" TO WS-SL-STATUS
002720         ADD 1 TO WS-OPEN-COUNT
002730     END-IF.
002740     IF QLG-STEP-RERUN-NEEDED
002750         MOVE "RERUN NEEDED" TO WS-SL-STATUS
002760         ADD 1 TO WS-RERUN-COUNT
002770     END-IF.
002780 2100-EXIT.
002790     EXIT.
002800
002810 2200-FORMAT-ONE-COUNT.
002820     MOVE QLG-COUNT-LABEL (WS-COUNT-IDX)
002830         TO WS-CL-LABEL (WS-COUNT-IDX).
002840     IF QLG-COUNT-LABEL (WS-COUNT-IDX) NOT = SPACES
002850         MOVE QLG-COUNT-VALUE (WS-COUNT-IDX)
002860             TO WS-CL-VALUE (WS-COUNT-IDX)
002870     END-IF.
002880
002890*----------------------------------------------------------------
002900* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE LEDGER REPORT.
002910*----------------------------------------------------------------
002920 8000-WRITE-REPORT-LINE.
002930     MOVE WS-REPORT-LINE TO QRP-LINE.
002940     WRITE QR-REPORT-RECORD.
002950     IF WS-REPORT-FILE-STATUS NOT = "00"
002960         DISPLAY "QK0005E QR-LEDGER-REPORT-FILE WRITE FAILED - "
002970             WS-REPORT-FILE-STATUS
002980         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002990     END-IF.
003000 8000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------
003040* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
003050* HEADING.
003060*----------------------------------------------------------------
003070 8200-BUILD-TIMESTAMP.
003080     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003110     STRING WS-RUN-DATE DELIMITED BY SIZE
003120            WS-RUN-TIME DELIMITED BY SIZE
003130         INTO WS-CURRENT-TIMESTAMP.
003140 8200-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 9700-WRITE-LEDGER-SUMMARY
003190*----------------------------------------------------------------
003200 9700-WRITE-LEDGER-SUMMARY.
003210     MOVE SPACES TO WS-REPORT-LINE.
003220     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003230     MOVE SPACES TO WS-REPORT-LINE.
003240     IF WS-STOPPED-AT-STEP = SPACES
003250         MOVE "STREAM COMPLETE FOR THIS RUN" TO WS-REPORT-LINE
003260     ELSE
003270         STRING "STREAM STOPPED AT " DELIMITED BY SIZE
003280                WS-STOPPED-AT-STEP DELIMITED BY SPACE
003290                " - RESUME FROM THIS STEP" DELIMITED BY SIZE
003300             INTO WS-REPORT-LINE
003310     END-IF.
003320     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003330     MOVE WS-COMPLETED-COUNT TO WS-RPT-COUNT-EDIT.
003340     MOVE SPACES TO WS-REPORT-LINE.
003350     STRING "STEPS COMPLETED. . . . . " DELIMITED BY SIZE
003360            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
003370         INTO WS-REPORT-LINE.
003380     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003390     MOVE WS-FAILED-COUNT TO WS-RPT-COUNT-EDIT.
003400     MOVE SPACES TO WS-REPORT-LINE.
003410     STRING "STEPS FAILED . . . . . . " DELIMITED BY SIZE
003420            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
003430         INTO WS-REPORT-LINE.
003440     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003450     MOVE WS-OPEN-COUNT TO WS-RPT-COUNT-EDIT.
003460     MOVE SPACES TO WS-REPORT-LINE.
003470     STRING "STEPS WITH NO END. . . . " DELIMITED BY SIZE
003480            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
003490         INTO WS-REPORT-LINE.
003500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003510     MOVE WS-RERUN-COUNT TO WS-RPT-COUNT-EDIT.
003520     MOVE SPACES TO WS-REPORT-LINE.
003530     STRING "STEPS NEEDING RERUN. . . " DELIMITED BY SIZE
003540            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
003550         INTO WS-REPORT-LINE.
003560     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003570     MOVE WS-NOT-RUN-COUNT TO WS-RPT-COUNT-EDIT.
003580     MOVE SPACES TO WS-REPORT-LINE.
003590     STRING "STEPS NOT RUN. . . . . . " DELIMITED BY SIZE
003600            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
003610         INTO WS-REPORT-LINE.
003620     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003630 9700-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 9999-TERMINATE
003680*----------------------------------------------------------------
003690 9999-TERMINATE.
003700     PERFORM 9700-WRITE-LEDGER-SUMMARY THRU 9700-EXIT.
003710     IF WS-RUN-FAILED
003720         MOVE 8 TO RETURN-CODE
003730     END-IF.
003740     CLOSE QR-LEDGER-FILE.
003750     CLOSE QR-LEDGER-REPORT-FILE.
003760 9999-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
003810* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
003820* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
003830*----------------------------------------------------------------
003840 9900-ABEND.
003850     STOP RUN.
