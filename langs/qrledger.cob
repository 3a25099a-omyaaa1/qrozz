000010*----------------------------------------------------------------
000020* QRLEDGER.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRLEDGER.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* NIGHTLY RUN-CONTROL LEDGER AND STEP SEQUENCING GUARD. CALLED
000120* BY EACH STEP OF THE NIGHTLY JOB STREAM (SEE QRSTPTBL FOR THE
000130* STEPS AND THEIR ORDER) WITH THE PARAMETER BLOCK IN QRLDGPRM:
000140*   FUNCTION "B" (BEGIN) - BEFORE THE STEP DOES ANY WORK. THE
000150*     FIRST STEP OF THE STREAM OPENS A RUN FOR TODAY'S DATE ON
000160*     THE CONTROL ROW; EVERY LATER STEP POSTS TO THE RUN THE
000170*     CONTROL ROW NAMES AND IS RELEASED ONLY IF EVERY STEP AHEAD
000180*     OF IT HAS COMPLETED FOR THAT RUN (ENDED AT OR BELOW ITS
000190*     ACCEPTABLE RETURN CODE). A RELEASED STEP IS RECORDED AS
000200*     STARTED, AND ANY LATER STEP THAT HAD ALREADY RUN IS MARKED
000210*     AS NEEDING A RERUN BECAUSE IT USED THE EARLIER OUTPUT.
000220*   FUNCTION "E" (END) - AT TERMINATION. THE END TIME, RETURN
000230*     CODE, AND THE STEP'S KEY COUNTS ARE POSTED AND THE STEP IS
000240*     MARKED COMPLETED OR FAILED.
000250* A STEP THAT ABENDS NEVER MAKES ITS END CALL AND SO STAYS
000260* "STARTED" ON THE LEDGER, WHICH IS WHAT THE LEDGER REPORT
000270* (QRLDGRPT) SHOWS THE ON-CALL PERSON.
000280* IF THE LEDGER CANNOT BE OPENED A BEGIN CALL HOLDS THE STEP
000290* (THE GUARD CANNOT BE CHECKED); AN END CALL ONLY WARNS, SINCE
000300* THE STEP'S WORK IS ALREADY DONE. RETURN-CODE IS LEFT ZERO SO
000310* THE CALLING STEP SETS ITS OWN.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*----------------------------------------------------------------
000350* 101526  RFM  INITIAL VERSION - BEGIN/END POSTING, PREDECESSOR
000360*              GUARD, AND RERUN MARKING.
000361* 101526  RFM  QRCANREV ADDED TO THE JOB STREAM AS STEP 2.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT QR-LEDGER-FILE ASSIGN TO "QRRUNLDG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS QLG-KEY
000450         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  QR-LEDGER-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY QRLDGREC.
000520
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------
000550* FILE STATUS AND CONTROL SWITCHES
000560*----------------------------------------------------------------
000570 77  WS-LEDGER-FILE-STATUS           PIC X(02).
000580 77  WS-ROW-FOUND-SWITCH             PIC X(01) VALUE "N".
000590     88  WS-ROW-FOUND                    VALUE "Y".
000600
000610*----------------------------------------------------------------
000620* JOB STREAM STEP TABLE
000630*----------------------------------------------------------------
000640 COPY QRSTPTBL.
000650 77  WS-STEP-IDX                     PIC 9(02) COMP VALUE ZERO.
000660 77  WS-STEP-FOUND-IDX               PIC 9(02) COMP VALUE ZERO.
000670 77  WS-PRED-IDX                     PIC 9(02) COMP VALUE ZERO.
000680 77  WS-SUCC-IDX                     PIC 9(02) COMP VALUE ZERO.
000690 77  WS-COUNT-IDX                    PIC 9(02) COMP VALUE ZERO.
000700 77  WS-LDG-RUN-DATE                 PIC 9(08) VALUE ZERO.
000710 77  WS-STATUS-TEXT                  PIC X(16) VALUE SPACES.
000720
000730*----------------------------------------------------------------
000740* TIMESTAMP CONSTRUCTION
000750*----------------------------------------------------------------
000760 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
000770 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000780 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000790
000800 LINKAGE SECTION.
000810 COPY QRLDGPRM.
000820
000830 PROCEDURE DIVISION USING QR-LEDGER-PARAMETERS.
000840*----------------------------------------------------------------
000850* 0000-MAINLINE
000860*----------------------------------------------------------------
000870 0000-MAINLINE.
000880     SET QLP-STEP-RELEASED TO TRUE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     IF QLP-STEP-HELD
000910         GO TO 0000-RETURN
000920     END-IF.
000930     IF QLP-BEGIN-STEP
000940         PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
000950     ELSE
000960         PERFORM 3000-END-STEP THRU 3000-EXIT
000970     END-IF.
000980     CLOSE QR-LEDGER-FILE.
000990 0000-RETURN.
001000     MOVE ZERO TO RETURN-CODE.
001010     GOBACK.
001020
001030*----------------------------------------------------------------
001040* 1000-INITIALIZE - FIND THE CALLING STEP IN THE STEP TABLE AND
001050* OPEN THE LEDGER, CREATING IT ON THE VERY FIRST RUN.
001060*----------------------------------------------------------------
001070 1000-INITIALIZE.
001080     MOVE ZERO TO WS-STEP-FOUND-IDX.
001090     PERFORM 1010-MATCH-STEP
001100         VARYING WS-STEP-IDX FROM 1 BY 1
001110         UNTIL WS-STEP-IDX > 9
001120         OR WS-STEP-FOUND-IDX > ZERO.
001130     IF WS-STEP-FOUND-IDX = ZERO
001140         DISPLAY "QL0001E STEP " QLP-STEP-NAME
001150             " IS NOT IN THE JOB STREAM TABLE"
001160         SET QLP-STEP-HELD TO TRUE
001170         GO TO 1000-EXIT
001180     END-IF.
001190     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
001200     OPEN I-O QR-LEDGER-FILE.
001210     IF WS-LEDGER-FILE-STATUS = "35"
001220         OPEN OUTPUT QR-LEDGER-FILE
001230         IF WS-LEDGER-FILE-STATUS = "00"
001240             CLOSE QR-LEDGER-FILE
001250             OPEN I-O QR-LEDGER-FILE
001260         END-IF
001270     END-IF.
001280     IF WS-LEDGER-FILE-STATUS NOT = "00"
001290         IF QLP-BEGIN-STEP
001300             DISPLAY "QL0002E QR-LEDGER-FILE OPEN FAILED - "
001310                 WS-LEDGER-FILE-STATUS " - " QLP-STEP-NAME
001320                 " NOT RELEASED"
001330         ELSE
001340             DISPLAY "QL0003W QR-LEDGER-FILE OPEN FAILED - "
001350                 WS-LEDGER-FILE-STATUS " - END OF " QLP-STEP-NAME
001360                 " NOT POSTED"
001370         END-IF
001380         SET QLP-STEP-HELD TO TRUE
001390     END-IF.
001400 1000-EXIT.
001410     EXIT.
001420
001430 1010-MATCH-STEP.
001440     IF QLP-STEP-NAME = QJS-STEP-NAME (WS-STEP-IDX)
001450         MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
001460     END-IF.
001470
001480*----------------------------------------------------------------
001490* 2000-BEGIN-STEP - ESTABLISH THE RUN DATE, CHECK THE STEPS
001500* AHEAD OF THIS ONE, AND RECORD THE START.
001510*----------------------------------------------------------------
001520 2000-BEGIN-STEP.
001530     IF WS-STEP-FOUND-IDX = 1
001540         PERFORM 2050-OPEN-NEW-RUN THRU 2050-EXIT
001550     ELSE
001560         PERFORM 2060-FIND-CURRENT-RUN THRU 2060-EXIT
001570     END-IF.
001580     IF QLP-STEP-HELD
001590         GO TO 2000-EXIT
001600     END-IF.
001610     PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
001620         VARYING WS-PRED-IDX FROM 1 BY 1
001630         UNTIL WS-PRED-IDX >= WS-STEP-FOUND-IDX
001640         OR QLP-STEP-HELD.
001650     IF QLP-STEP-HELD
001660         GO TO 2000-EXIT
001670     END-IF.
001680     MOVE WS-LDG-RUN-DATE TO QLP-RUN-DATE.
001690     PERFORM 2200-RECORD-START THRU 2200-EXIT.
001700     PERFORM 2300-MARK-SUCCESSOR THRU 2300-EXIT
001710         VARYING WS-SUCC-IDX FROM WS-STEP-FOUND-IDX BY 1
001720         UNTIL WS-SUCC-IDX >= 9.
001730 2000-EXIT.
001740     EXIT.
001750
001760*----------------------------------------------------------------
001770* 2050-OPEN-NEW-RUN - THE FIRST STEP OF THE STREAM OPENS TODAY'S
001780* RUN ON THE CONTROL ROW.
001790*----------------------------------------------------------------
001800 2050-OPEN-NEW-RUN.
001810     MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE.
001820     MOVE ZERO TO QLG-KEY.
001830     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
001840     READ QR-LEDGER-FILE
001850         INVALID KEY
001860             MOVE "N" TO WS-ROW-FOUND-SWITCH
001870     END-READ.
001880     MOVE SPACES TO QR-LEDGER-CONTROL-REC.
001890     MOVE ZERO TO QLG-KEY.
001900     MOVE WS-LDG-RUN-DATE TO QLC-CURRENT-RUN-DATE.
001910     MOVE WS-CURRENT-TIMESTAMP TO QLC-OPENED-TIMESTAMP.
001920     IF WS-ROW-FOUND
001930         REWRITE QR-LEDGER-CONTROL-REC
001940     ELSE
001950         WRITE QR-LEDGER-CONTROL-REC
001960     END-IF.
001970     IF WS-LEDGER-FILE-STATUS NOT = "00"
001980         DISPLAY "QL0004E QR-LEDGER-FILE CONTROL WRITE FAILED - "
001990             WS-LEDGER-FILE-STATUS
002000         SET QLP-STEP-HELD TO TRUE
002010     END-IF.
002020 2050-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------
002060* 2060-FIND-CURRENT-RUN - EVERY LATER STEP POSTS TO THE RUN THE
002070* FIRST STEP OPENED.
002080*----------------------------------------------------------------
002090 2060-FIND-CURRENT-RUN.
002100     MOVE ZERO TO QLG-KEY.
002110     READ QR-LEDGER-FILE
002120         INVALID KEY
002130             DISPLAY "QL0005E NO RUN IS OPEN ON THE LEDGER - "
002140                 QLP-STEP-NAME " NOT RELEASED"
002150             SET QLP-STEP-HELD TO TRUE
002160             GO TO 2060-EXIT
002170     END-READ.
002180     MOVE QLC-CURRENT-RUN-DATE TO WS-LDG-RUN-DATE.
002190 2060-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------
002230* 2100-CHECK-PREDECESSOR - ONE STEP AHEAD OF THE CALLER MUST HAVE
002240* COMPLETED FOR THE SAME RUN.
002250*----------------------------------------------------------------
002260 2100-CHECK-PREDECESSOR.
002270     MOVE WS-LDG-RUN-DATE TO QLG-RUN-DATE.
002280     MOVE WS-PRED-IDX TO QLG-STEP-SEQ.
002290     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
002300     READ QR-LEDGER-FILE
002310         INVALID KEY
002320             MOVE "N" TO WS-ROW-FOUND-SWITCH
002330     END-READ.
002340     IF WS-ROW-FOUND
002350         AND QLG-STEP-COMPLETED
002360         GO TO 2100-EXIT
002370     END-IF.
002380     PERFORM 2110-SET-STATUS-TEXT THRU 2110-EXIT.
002390     DISPLAY "QL0006E " QLP-STEP-NAME " NOT RELEASED FOR RUN "
002400         WS-LDG-RUN-DATE " - " QJS-STEP-NAME (WS-PRED-IDX)
002410         " " WS-STATUS-TEXT.
002420     SET QLP-STEP-HELD TO TRUE.
002430 2100-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------------
002470* 2110-SET-STATUS-TEXT - DESCRIBE THE STEP ROW JUST READ.
002480*----------------------------------------------------------------
002490 2110-SET-STATUS-TEXT.
002500     MOVE SPACES TO WS-STATUS-TEXT.
002510     IF NOT WS-ROW-FOUND
002520         MOVE "HAS NOT RUN" TO WS-STATUS-TEXT
002530         GO TO 2110-EXIT
002540     END-IF.
002550     IF QLG-STEP-STARTED
002560         MOVE "DID NOT END" TO WS-STATUS-TEXT
002570     END-IF.
002580     IF QLG-STEP-RERUN-NEEDED
002590         MOVE "NEEDS A RERUN" TO WS-STATUS-TEXT
002600     END-IF.
002610     IF QLG-STEP-FAILED
002620         STRING "ENDED RC " DELIMITED BY SIZE
002630                QLG-RETURN-CODE DELIMITED BY SIZE
002640             INTO WS-STATUS-TEXT
002650     END-IF.
002660 2110-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 2200-RECORD-START - WRITE OR RESET THE CALLER'S STEP ROW AS
002710* STARTED, KEEPING THE COUNT OF ATTEMPTS FOR THE RUN.
002720*----------------------------------------------------------------
002730 2200-RECORD-START.
002740     MOVE WS-LDG-RUN-DATE TO QLG-RUN-DATE.
002750     MOVE WS-STEP-FOUND-IDX TO QLG-STEP-SEQ.
002760     MOVE "Y" TO WS-ROW-FOUND-SWITCH.
002770     READ QR-LEDGER-FILE
002780         INVALID KEY
002790             MOVE "N" TO WS-ROW-FOUND-SWITCH
002800     END-READ.
002810     IF NOT WS-ROW-FOUND
002820         MOVE SPACES TO QR-LEDGER-RECORD
002830         MOVE WS-LDG-RUN-DATE TO QLG-RUN-DATE
002840         MOVE WS-STEP-FOUND-IDX TO QLG-STEP-SEQ
002850         MOVE QLP-STEP-NAME TO QLG-STEP-NAME
002860         MOVE ZERO TO QLG-ATTEMPT-COUNT
002870     END-IF.
002880     SET QLG-STEP-STARTED TO TRUE.
002890     MOVE WS-CURRENT-TIMESTAMP TO QLG-START-TIMESTAMP.
002900     MOVE SPACES TO QLG-END-TIMESTAMP.
002910     MOVE ZERO TO QLG-RETURN-CODE.
002920     ADD 1 TO QLG-ATTEMPT-COUNT.
002930     PERFORM 2210-CLEAR-ONE-COUNT
002940         VARYING WS-COUNT-IDX FROM 1 BY 1
002950         UNTIL WS-COUNT-IDX > 3.
002960     IF WS-ROW-FOUND
002970         REWRITE QR-LEDGER-RECORD
002980     ELSE
002990         WRITE QR-LEDGER-RECORD
003000     END-IF.
003010     IF WS-LEDGER-FILE-STATUS NOT = "00"
003020         DISPLAY "QL0007E QR-LEDGER-FILE STEP ROW WRITE FAILED - "
003030             WS-LEDGER-FILE-STATUS " - " QLP-STEP-NAME
003040             " NOT RELEASED"
003050         SET QLP-STEP-HELD TO TRUE
003060     END-IF.
003070 2200-EXIT.
003080     EXIT.
003090
003100 2210-CLEAR-ONE-COUNT.
003110     MOVE SPACES TO QLG-COUNT-LABEL (WS-COUNT-IDX).
003120     MOVE ZERO TO QLG-COUNT-VALUE (WS-COUNT-IDX).
003130
003140*----------------------------------------------------------------
003150* 2300-MARK-SUCCESSOR - A LATER STEP THAT HAS ALREADY RUN FOR THIS
003160* RUN WORKED FROM OUTPUT THE CALLER IS ABOUT TO REPLACE, SO IT IS
003170* MARKED AS NEEDING A RERUN. THE SUBSCRIPT RUNS ONE BEHIND THE
003180* STEP BEING MARKED.
003190*----------------------------------------------------------------
003200 2300-MARK-SUCCESSOR.
003210     MOVE WS-LDG-RUN-DATE TO QLG-RUN-DATE.
003220     COMPUTE QLG-STEP-SEQ = WS-SUCC-IDX + 1.
003230     READ QR-LEDGER-FILE
003240         INVALID KEY
003250             GO TO 2300-EXIT
003260     END-READ.
003270     IF QLG-STEP-RERUN-NEEDED
003280         GO TO 2300-EXIT
003290     END-IF.
003300     SET QLG-STEP-RERUN-NEEDED TO TRUE.
003310     REWRITE QR-LEDGER-RECORD.
003320     IF WS-LEDGER-FILE-STATUS NOT = "00"
003330         DISPLAY "QL0008W QR-LEDGER-FILE REWRITE FAILED - STATUS "
003340             WS-LEDGER-FILE-STATUS " - " QLG-STEP-NAME
003350     END-IF.
003360 2300-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 3000-END-STEP - POST THE END TIME, RETURN CODE, AND COUNTS,
003410* AND SET THE STEP COMPLETED OR FAILED AGAINST ITS ACCEPTABLE
003420* RETURN CODE.
003430*----------------------------------------------------------------
003440 3000-END-STEP.
003450     IF QLP-RUN-DATE = ZERO
003460         PERFORM 2060-FIND-CURRENT-RUN THRU 2060-EXIT
003470         IF QLP-STEP-HELD
003480             GO TO 3000-EXIT
003490         END-IF
003500         MOVE WS-LDG-RUN-DATE TO QLP-RUN-DATE
003510     END-IF.
003520     MOVE QLP-RUN-DATE TO QLG-RUN-DATE.
003530     MOVE WS-STEP-FOUND-IDX TO QLG-STEP-SEQ.
003540     READ QR-LEDGER-FILE
003550         INVALID KEY
003560             DISPLAY "QL0009W NO START RECORDED FOR "
003570                 QLP-STEP-NAME " RUN " QLP-RUN-DATE
003580                 " - END NOT POSTED"
003590             GO TO 3000-EXIT
003600     END-READ.
003610     MOVE WS-CURRENT-TIMESTAMP TO QLG-END-TIMESTAMP.
003620     IF QLP-STEP-RC < ZERO
003630         MOVE 9999 TO QLG-RETURN-CODE
003640     ELSE
003650         MOVE QLP-STEP-RC TO QLG-RETURN-CODE
003660     END-IF.
003670     IF QLG-RETURN-CODE > QJS-MAX-RC (WS-STEP-FOUND-IDX)
003680         SET QLG-STEP-FAILED TO TRUE
003690     ELSE
003700         SET QLG-STEP-COMPLETED TO TRUE
003710     END-IF.
003720     PERFORM 3010-POST-ONE-COUNT
003730         VARYING WS-COUNT-IDX FROM 1 BY 1
003740         UNTIL WS-COUNT-IDX > 3.
003750     REWRITE QR-LEDGER-RECORD.
003760     IF WS-LEDGER-FILE-STATUS NOT = "00"
003770         DISPLAY "QL0010W QR-LEDGER-FILE REWRITE FAILED - STATUS "
003780             WS-LEDGER-FILE-STATUS " - END OF " QLP-STEP-NAME
003790             " NOT POSTED"
003800     END-IF.
003810 3000-EXIT.
003820     EXIT.
003830
003840 3010-POST-ONE-COUNT.
003850     MOVE QLP-COUNT-LABEL (WS-COUNT-IDX)
003860         TO QLG-COUNT-LABEL (WS-COUNT-IDX).
003870     MOVE QLP-COUNT-VALUE (WS-COUNT-IDX)
003880         TO QLG-COUNT-VALUE (WS-COUNT-IDX).
003890
003900*----------------------------------------------------------------
003910* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE START
003920* AND END POSTINGS; THE DATE ALSO OPENS A NEW RUN.
003930*----------------------------------------------------------------
003940 8200-BUILD-TIMESTAMP.
003950     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
003960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003970     ACCEPT WS-RUN-TIME FROM TIME.
003980     STRING WS-RUN-DATE DELIMITED BY SIZE
003990            WS-RUN-TIME DELIMITED BY SIZE
004000         INTO WS-CURRENT-TIMESTAMP.
004010 8200-EXIT.
004020     EXIT.
