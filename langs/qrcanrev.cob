000010*----------------------------------------------------------------
000020* QRCANREV.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRCANREV.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* REQUEST CANCELLATION AND CODE REVOCATION. A DEPARTMENT TAKES
000120* BACK A REQUEST BY SENDING A CANCEL ("C") OR REVOKE ("V")
000130* TRANSACTION IN ITS QRREQRAW BATCH; QRINTAKE BALANCES IT WITH
000140* THE BATCH AND ROUTES IT HERE ON QRCRVTXN. THIS STEP RUNS
000150* BETWEEN QRINTAKE AND QR AND POSTS EACH TRANSACTION TO THE
000160* CANCELLED/REVOKED CODES REGISTER (QRRVKMST - SEE QRRVKREC),
000170* CREATING THE REGISTER ON ITS VERY FIRST RUN:
000180*   CANCEL - ONLY FOR A REQUEST THAT HAS NOT YET COMPLETED. THE
000190*            REGISTER ROW IS WHAT MAKES QR, QRRECYCL, AND QRPRMDSP
000200*            DROP THE REQUEST WHEREVER IT IS STILL WAITING, AND
000210*            THE TURNAROUND ROW IS CLOSED AS CANCELLED.
000220*   REVOKE - EVERY HISTORY ROW OF THE REQUEST IS FLAGGED REVOKED
000230*            AND EACH IMAGE STILL ON THE LIVE CLIENT OUTPUT TREE
000240*            IS MOVED TO THE CLIENT'S DIRECTORY UNDER THE REVOKED
000250*            AREA, WHERE NO DOWNSTREAM STEP WILL PICK IT UP. THE
000260*            REGISTER ROW KEEPS QR FROM EVER GENERATING THE ID
000270*            AGAIN. A REVOKE OF A REQUEST NOT YET GENERATED IS
000280*            REGISTERED ALL THE SAME AND STOPS IT LIKE A CANCEL.
000290* A TRANSACTION IS REFUSED WHEN THE REQUEST BELONGS TO ANOTHER
000300* CLIENT, WHEN THE ID IS ALREADY ON THE REGISTER, OR WHEN A
000310* CANCEL NAMES A REQUEST THAT HAS ALREADY COMPLETED (THE IMAGE
000320* EXISTS, SO IT MUST BE REVOKED INSTEAD).
000330* AFTER THE TRANSACTIONS, ANY SUPERVISOR OVERRIDE CARDS
000340* (QRRVKCRD) ARE APPLIED: AN OVERRIDE LETS QR GENERATE A REVOKED
000350* ID ONE MORE TIME, AND QRHSTUPD CLEARS IT WHEN THE REISSUE
000360* POSTS TO HISTORY. A CANCELLED ID CANNOT BE OVERRIDDEN - THE
000370* DEPARTMENT RESUBMITS UNDER A NEW ID.
000380* EVERY ACTION AND REFUSAL IS WRITTEN TO THE ACCUMULATING
000390* CANCEL/REVOKE AUDIT TRAIL (QRCANAUD - SEE QRCNAREC) AND THE
000400* RUN REPORT. RETURN CODE 4 MEANS A TRANSACTION OR CARD WAS
000410* REFUSED; 8 MEANS A REVOKED IMAGE COULD NOT BE MOVED OFF THE
000420* TREE (THE REGISTER ROW IS STILL WRITTEN, SO QR STAYS BLOCKED);
000430* 12 MEANS A MASTER UPDATE FAILED.
000440* PARM='OUTPUT-DIR,REVOKED-DIR' - THE OUTPUT DIRECTORY IS THE
000450* FENCE: ONLY IMAGE PATHS UNDER IT ARE EVER MOVED.
000460*----------------------------------------------------------------
000470* MODIFICATION HISTORY
000480*----------------------------------------------------------------
000490* 101526  RFM  INITIAL VERSION - CANCEL AND REVOKE TRANSACTIONS,
000500*              THE REVOKED CODES REGISTER, SUPERVISOR OVERRIDES,
000510*              AND THE CANCEL/REVOKE AUDIT TRAIL.
000520*----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT QR-TXN-FILE ASSIGN TO "QRCRVTXN"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-TXN-FILE-STATUS.
000590     SELECT QR-OVERRIDE-CARD-FILE ASSIGN TO "QRRVKCRD"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CARD-FILE-STATUS.
000620     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS QRW-REQ-ID
000660         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000670     SELECT QR-HISTORY-FILE ASSIGN TO "QRHSTMST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS QHS-KEY
000710         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000720     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS QTA-REQ-ID
000760         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000770     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000800     SELECT QR-CANREV-REPORT-FILE ASSIGN TO "QRCRVRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  QR-TXN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY QRREQREC.
000890
000900 FD  QR-OVERRIDE-CARD-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  QRK-OVERRIDE-CARD.
000930     05  QRK-CARD-TYPE           PIC X(01).
000940         88  QRK-OVERRIDE            VALUE "O".
000950     05  QRK-REQ-ID              PIC X(10).
000960     05  QRK-SUPERVISOR          PIC X(03).
000970     05  QRK-REASON              PIC X(40).
000980     05  FILLER                  PIC X(26).
000990
001000 FD  QR-REVOKE-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY QRRVKREC.
001030
001040 FD  QR-HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY QRHSTREC.
001070
001080 FD  QR-TURNAROUND-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY QRTATREC.
001110
001120 FD  QR-CANCEL-AUDIT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY QRCNAREC.
001150
001160 FD  QR-CANREV-REPORT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY QRRPTREC.
001190
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------
001220* FILE STATUS AND CONTROL SWITCHES
001230*----------------------------------------------------------------
001240 77  WS-TXN-FILE-STATUS              PIC X(02).
001250 77  WS-CARD-FILE-STATUS             PIC X(02).
001260 77  WS-REVOKE-FILE-STATUS           PIC X(02).
001270 77  WS-HISTORY-FILE-STATUS          PIC X(02).
001280 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
001290 77  WS-AUDIT-FILE-STATUS            PIC X(02).
001300 77  WS-REPORT-FILE-STATUS           PIC X(02).
001310 77  WS-TXN-EOF-SWITCH               PIC X(01) VALUE "Y".
001320     88  WS-TXN-END-OF-FILE              VALUE "Y".
001330 77  WS-CARD-EOF-SWITCH              PIC X(01) VALUE "Y".
001340     88  WS-CARD-END-OF-FILE             VALUE "Y".
001350 77  WS-TXN-OPEN-SWITCH              PIC X(01) VALUE "N".
001360     88  WS-TXN-OPEN                      VALUE "Y".
001370 77  WS-CARD-OPEN-SWITCH             PIC X(01) VALUE "N".
001380     88  WS-CARD-OPEN                     VALUE "Y".
001390 77  WS-TRACKING-SWITCH              PIC X(01) VALUE "N".
001400     88  WS-TRACKING-ON                   VALUE "Y".
001410 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001420     88  WS-RUN-FAILED                    VALUE "Y".
001430 77  WS-MASTER-FAILED-SWITCH         PIC X(01) VALUE "N".
001440     88  WS-MASTER-FAILED                 VALUE "Y".
001450
001460*----------------------------------------------------------------
001470* PER-TRANSACTION WORK FIELDS. THE OWNER CHECK WALKS THE
001480* REQUEST'S HISTORY ROWS (AND LOOKS AT ITS TURNAROUND ROW) FOR
001490* A CLIENT OTHER THAN THE ONE SENDING THE TRANSACTION, AND
001500* NOTES WHETHER ANY ROW IS A SUCCESS.
001501* THE REQUEST ID IN HAND IS KEPT HERE, WHETHER IT CAME FROM A
001502* TRANSACTION OR AN OVERRIDE CARD.
001510*----------------------------------------------------------------
001511 77  WS-CUR-REQ-ID                   PIC X(10) VALUE SPACES.
001520 77  WS-EFF-CLIENT                   PIC X(04) VALUE SPACES.
001530 77  WS-ROW-CLIENT                   PIC X(04) VALUE SPACES.
001540 77  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.
001550 77  WS-REG-FOUND-SWITCH             PIC X(01) VALUE "N".
001560     88  WS-REG-FOUND                     VALUE "Y".
001570 77  WS-TAT-FOUND-SWITCH             PIC X(01) VALUE "N".
001580     88  WS-TAT-FOUND                     VALUE "Y".
001590 77  WS-HST-SCAN-DONE-SWITCH         PIC X(01) VALUE "N".
001600     88  WS-HST-SCAN-DONE                 VALUE "Y".
001610 77  WS-HST-SUCCESS-SWITCH           PIC X(01) VALUE "N".
001620     88  WS-HST-SUCCESS-FOUND             VALUE "Y".
001630 77  WS-OWNER-MISMATCH-SWITCH        PIC X(01) VALUE "N".
001640     88  WS-OWNER-MISMATCH                VALUE "Y".
001650 77  WS-HST-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
001660 77  WS-TXN-IMAGE-COUNT              PIC 9(03) VALUE ZERO.
001670 77  WS-TXN-REVOKED-PATH             PIC X(90) VALUE SPACES.
001680
001690*----------------------------------------------------------------
001700* PARM VALUES - THE LIVE OUTPUT DIRECTORY (THE FENCE) AND THE
001710* REVOKED AREA. THE OUTPUT DIRECTORY'S TRIMMED LENGTH IS TAKEN
001720* ONCE AT STARTUP FOR THE PREFIX COMPARE.
001730*----------------------------------------------------------------
001740 77  WS-OUTPUT-DIRECTORY             PIC X(40) VALUE SPACES.
001750 77  WS-OUTPUT-DIR-LEN               PIC 9(04) COMP VALUE ZERO.
001760 77  WS-REVOKED-DIRECTORY            PIC X(40) VALUE SPACES.
001770
001780*----------------------------------------------------------------
001790* SHELL COMMAND CONSTRUCTION AND RETURN CODE CAPTURE
001800*----------------------------------------------------------------
001810 77  WS-SHELL-COMMAND                PIC X(400) VALUE SPACES.
001820 77  WS-SHELL-RETURN-CODE            PIC S9(08) VALUE ZERO.
001830
001840*----------------------------------------------------------------
001850* IMAGE MOVE WORK FIELDS. THE IMAGE KEEPS ITS FILE NAME IN THE
001860* CLIENT'S DIRECTORY UNDER THE REVOKED AREA.
001870*----------------------------------------------------------------
001880 77  WS-IMAGE-PATH                   PIC X(90) VALUE SPACES.
001890 77  WS-REVOKED-CLIENT-DIR           PIC X(90) VALUE SPACES.
001900 77  WS-REVOKED-PATH                 PIC X(90) VALUE SPACES.
001910 77  WS-PATH-IDX                     PIC 9(04) COMP VALUE ZERO.
001920 77  WS-SLASH-POS                    PIC 9(04) COMP VALUE ZERO.
001930
001940*----------------------------------------------------------------
001950* AUDIT TRAIL RECORD CONSTRUCTION
001960*----------------------------------------------------------------
001970 77  WS-AUD-ACTION                   PIC X(01) VALUE SPACE.
001980 77  WS-AUD-DETAIL                   PIC X(90) VALUE SPACES.
001990
002000*----------------------------------------------------------------
002010* RUN TOTALS
002020*----------------------------------------------------------------
002030 77  WS-TXN-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
002040 77  WS-CANCEL-COUNT                 PIC 9(08) COMP VALUE ZERO.
002050 77  WS-REVOKE-COUNT                 PIC 9(08) COMP VALUE ZERO.
002060 77  WS-REFUSED-COUNT                PIC 9(08) COMP VALUE ZERO.
002070 77  WS-ROWS-FLAGGED-COUNT           PIC 9(08) COMP VALUE ZERO.
002080 77  WS-MOVED-COUNT                  PIC 9(08) COMP VALUE ZERO.
002090 77  WS-GONE-COUNT                   PIC 9(08) COMP VALUE ZERO.
002100 77  WS-MOVE-ERROR-COUNT             PIC 9(08) COMP VALUE ZERO.
002110 77  WS-CARD-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
002120 77  WS-OVERRIDE-COUNT               PIC 9(08) COMP VALUE ZERO.
002130 77  WS-CARD-REFUSED-COUNT           PIC 9(08) COMP VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160* REPORT LINE CONSTRUCTION
002170*----------------------------------------------------------------
002180 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
002190 77  WS-RPT-ACTION                   PIC X(08) VALUE SPACES.
002200 77  WS-RPT-RESULT                   PIC X(50) VALUE SPACES.
002210 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
002220 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
002230 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002240 77  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
002250 77  WS-SYSTEM-TIME                  PIC 9(08) VALUE ZERO.
002260
002270*----------------------------------------------------------------
002280* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
002290*----------------------------------------------------------------
002300 COPY QRLDGPRM.
002310
002320*----------------------------------------------------------------
002330* JCL PARM LINKAGE
002340*----------------------------------------------------------------
002350 LINKAGE SECTION.
002360 01  QR-PARM-PARAMETERS.
002370     05  QR-PARM-LENGTH              PIC S9(04) COMP.
002380     05  QR-PARM-TEXT                PIC X(80).
002390
002400 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
002410*----------------------------------------------------------------
002420* 0000-MAINLINE
002430*----------------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
002470         UNTIL WS-TXN-END-OF-FILE.
002480     PERFORM 3000-APPLY-ONE-CARD THRU 3000-EXIT
002490         UNTIL WS-CARD-END-OF-FILE.
002500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002510     STOP RUN.
002520
002530*----------------------------------------------------------------
002540* 1000-INITIALIZE - PARSE AND EDIT THE PARM, OPEN THE FILES
002550* (CREATING THE REGISTER ON ITS VERY FIRST RUN), AND PRIME THE
002560* TRANSACTION AND CARD READS. A NIGHT WITH NO TRANSACTION FILE,
002570* OR NO OVERRIDE CARDS, SIMPLY HAS NOTHING OF THAT KIND TO DO.
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
002610     IF QR-PARM-LENGTH > ZERO
002620         UNSTRING QR-PARM-TEXT DELIMITED BY ","
002630             INTO WS-OUTPUT-DIRECTORY WS-REVOKED-DIRECTORY
002640         END-UNSTRING
002650     END-IF.
002660     IF WS-OUTPUT-DIRECTORY = SPACES
002670         DISPLAY "QX0001E NO OUTPUT DIRECTORY IN PARM"
002680         MOVE 16 TO RETURN-CODE
002690         GO TO 9900-ABEND
002700     END-IF.
002710     IF WS-REVOKED-DIRECTORY = SPACES
002720         DISPLAY "QX0002E NO REVOKED DIRECTORY IN PARM"
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 9900-ABEND
002750     END-IF.
002760     MOVE ZERO TO WS-OUTPUT-DIR-LEN.
002770     INSPECT WS-OUTPUT-DIRECTORY TALLYING WS-OUTPUT-DIR-LEN
002780         FOR CHARACTERS BEFORE INITIAL SPACE.
002790     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002800     IF QLP-RUN-DATE > ZERO
002810         MOVE QLP-RUN-DATE TO WS-RUN-DATE
002820     ELSE
002830         MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
002840     END-IF.
002850     OPEN INPUT QR-TXN-FILE.
002860     IF WS-TXN-FILE-STATUS = "00"
002870         MOVE "Y" TO WS-TXN-OPEN-SWITCH
002880         MOVE "N" TO WS-TXN-EOF-SWITCH
002890     ELSE
002900         IF WS-TXN-FILE-STATUS NOT = "35"
002910             DISPLAY "QX0003E QR-TXN-FILE OPEN FAILED - STATUS "
002920                 WS-TXN-FILE-STATUS
002930             MOVE 16 TO RETURN-CODE
002940             GO TO 9900-ABEND
002950         END-IF
002960     END-IF.
002970     OPEN INPUT QR-OVERRIDE-CARD-FILE.
002980     IF WS-CARD-FILE-STATUS = "00"
002990         MOVE "Y" TO WS-CARD-OPEN-SWITCH
003000         MOVE "N" TO WS-CARD-EOF-SWITCH
003010     ELSE
003020         IF WS-CARD-FILE-STATUS NOT = "35"
003030             DISPLAY "QX0004E QR-OVERRIDE-CARD-FILE OPEN FAILED"
003040                 " - STATUS " WS-CARD-FILE-STATUS
003050             MOVE 16 TO RETURN-CODE
003060             PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT
003070             GO TO 9900-ABEND
003080         END-IF
003090     END-IF.
003100     OPEN I-O QR-REVOKE-FILE.
003110     IF WS-REVOKE-FILE-STATUS = "35"
003120         OPEN OUTPUT QR-REVOKE-FILE
003130         IF WS-REVOKE-FILE-STATUS = "00"
003140             CLOSE QR-REVOKE-FILE
003150             OPEN I-O QR-REVOKE-FILE
003160         END-IF
003170     END-IF.
003180     IF WS-REVOKE-FILE-STATUS NOT = "00"
003190         DISPLAY "QX0005E QR-REVOKE-FILE OPEN FAILED - STATUS "
003200             WS-REVOKE-FILE-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT
003230         GO TO 9900-ABEND
003240     END-IF.
003250     OPEN I-O QR-HISTORY-FILE.
003260     IF WS-HISTORY-FILE-STATUS NOT = "00"
003270         DISPLAY "QX0006E QR-HISTORY-FILE OPEN FAILED - STATUS "
003280             WS-HISTORY-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT
003310         CLOSE QR-REVOKE-FILE
003320         GO TO 9900-ABEND
003330     END-IF.
003340     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
003350     IF WS-AUDIT-FILE-STATUS = "35"
003360         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
003370     END-IF.
003380     IF WS-AUDIT-FILE-STATUS NOT = "00"
003390         DISPLAY "QX0007E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
003400             WS-AUDIT-FILE-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT
003430         CLOSE QR-REVOKE-FILE
003440         CLOSE QR-HISTORY-FILE
003450         GO TO 9900-ABEND
003460     END-IF.
003470     OPEN OUTPUT QR-CANREV-REPORT-FILE.
003480     IF WS-REPORT-FILE-STATUS NOT = "00"
003490         DISPLAY "QX0008E QR-CANREV-REPORT-FILE OPEN FAILED - "
003500             WS-REPORT-FILE-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT
003530         CLOSE QR-REVOKE-FILE
003540         CLOSE QR-HISTORY-FILE
003550         CLOSE QR-CANCEL-AUDIT-FILE
003560         GO TO 9900-ABEND
003570     END-IF.
003580     OPEN I-O QR-TURNAROUND-FILE.
003590     IF WS-TURNAROUND-FILE-STATUS = "00"
003600         MOVE "Y" TO WS-TRACKING-SWITCH
003610     ELSE
003620         DISPLAY "QX0009W QR-TURNAROUND-FILE UNAVAILABLE - "
003630             "STATUS " WS-TURNAROUND-FILE-STATUS
003640             " - TRACKING NOT UPDATED"
003650     END-IF.
003660     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
003670     MOVE SPACES TO WS-REPORT-LINE.
003680     STRING "QR CANCEL/REVOKE TRANSACTIONS - RUN "
003690                DELIMITED BY SIZE
003700            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
003710         INTO WS-REPORT-LINE.
003720     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003730     IF WS-TXN-OPEN
003740         PERFORM 2100-READ-TXN THRU 2100-EXIT
003750     END-IF.
003760     IF WS-CARD-OPEN
003770         PERFORM 3100-READ-CARD THRU 3100-EXIT
003780     END-IF.
003790 1000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
003840* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
003850* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
003860* THEN ENDS WITHOUT TOUCHING ANY FILE.
003870*----------------------------------------------------------------
003880 1010-BEGIN-LEDGER-STEP.
003890     SET QLP-BEGIN-STEP TO TRUE.
003900     MOVE "QRCANREV" TO QLP-STEP-NAME.
003910     MOVE ZERO TO QLP-RUN-DATE.
003920     MOVE ZERO TO QLP-STEP-RC.
003930     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
003940     IF QLP-STEP-HELD
003950         DISPLAY "QX0010E QRCANREV NOT RELEASED BY THE "
003960             "RUN-CONTROL LEDGER"
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 9900-ABEND
003990     END-IF.
004000 1010-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040* 1900-CLOSE-INPUTS - CLOSE WHICHEVER OF THE OPTIONAL INPUTS
004050* WERE OPENED, ON THE WAY OUT OF A FAILED INITIALIZATION.
004060*----------------------------------------------------------------
004070 1900-CLOSE-INPUTS.
004080     IF WS-TXN-OPEN
004090         CLOSE QR-TXN-FILE
004100     END-IF.
004110     IF WS-CARD-OPEN
004120         CLOSE QR-OVERRIDE-CARD-FILE
004130     END-IF.
004140 1900-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180* 2000-APPLY-ONE-TXN - LOOK THE NAMED REQUEST UP ON THE REGISTER
004190* AND APPLY THE CANCEL OR REVOKE. QRINTAKE PASSES ONLY THESE TWO
004200* RECORD TYPES, SO ANYTHING ELSE IS REFUSED AS UNRECOGNIZED.
004210*----------------------------------------------------------------
004220 2000-APPLY-ONE-TXN.
004221     MOVE QR-REQ-ID TO WS-CUR-REQ-ID.
004230     IF QR-REQ-CLIENT = SPACES
004240         MOVE "MISC" TO WS-EFF-CLIENT
004250     ELSE
004260         MOVE QR-REQ-CLIENT TO WS-EFF-CLIENT
004270     END-IF.
004280     IF QR-REQ-CANCEL
004290         MOVE "CANCEL" TO WS-RPT-ACTION
004300     ELSE
004310         MOVE "REVOKE" TO WS-RPT-ACTION
004320     END-IF.
004330     IF NOT QR-REQ-CANCEL AND NOT QR-REQ-REVOKE
004340         MOVE "UNRECOGNIZED TRANSACTION TYPE" TO WS-REFUSE-REASON
004350         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
004360         GO TO 2000-NEXT
004370     END-IF.
004371     IF WS-CUR-REQ-ID = SPACES
004390         MOVE "NO REQUEST ID ON THE TRANSACTION"
004400             TO WS-REFUSE-REASON
004410         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
004420         GO TO 2000-NEXT
004430     END-IF.
004440     PERFORM 2050-READ-REGISTER THRU 2050-EXIT.
004450     PERFORM 2400-CHECK-OWNER THRU 2400-EXIT.
004460     IF WS-OWNER-MISMATCH
004470         MOVE "REQUEST BELONGS TO ANOTHER CLIENT"
004480             TO WS-REFUSE-REASON
004490         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
004500         GO TO 2000-NEXT
004510     END-IF.
004520     IF QR-REQ-CANCEL
004530         PERFORM 2200-APPLY-CANCEL THRU 2200-EXIT
004540     ELSE
004550         PERFORM 2300-APPLY-REVOKE THRU 2300-EXIT
004560     END-IF.
004570 2000-NEXT.
004580     PERFORM 2100-READ-TXN THRU 2100-EXIT.
004590 2000-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 2050-READ-REGISTER - LOOK THE REQUEST ID UP ON THE REGISTER.
004640*----------------------------------------------------------------
004650 2050-READ-REGISTER.
004651     MOVE WS-CUR-REQ-ID TO QRW-REQ-ID.
004670     MOVE "Y" TO WS-REG-FOUND-SWITCH.
004680     READ QR-REVOKE-FILE
004690         INVALID KEY
004700             MOVE "N" TO WS-REG-FOUND-SWITCH
004710     END-READ.
004720 2050-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760* 2100-READ-TXN
004770*----------------------------------------------------------------
004780 2100-READ-TXN.
004790     READ QR-TXN-FILE
004800         AT END
004810             MOVE "Y" TO WS-TXN-EOF-SWITCH
004820         NOT AT END
004830             ADD 1 TO WS-TXN-READ-COUNT
004840     END-READ.
004850 2100-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 2200-APPLY-CANCEL - A CANCEL IS ONLY FOR WORK STILL PENDING.
004900* ONCE A SUCCESS ROW IS ON HISTORY THE IMAGE EXISTS AND THE
004910* DEPARTMENT MUST REVOKE IT INSTEAD. THE REGISTER ROW IS WHAT
004920* REMOVES THE REQUEST FROM THE CARRYOVER, RECYCLE, AND
004930* PERMANENT-REJECT STREAMS, AS EACH OF THOSE STEPS NEXT MEETS IT.
004940*----------------------------------------------------------------
004950 2200-APPLY-CANCEL.
004960     IF WS-REG-FOUND
004970         IF QRW-REVOKED
004980             MOVE "ALREADY REVOKED" TO WS-REFUSE-REASON
004990         ELSE
005000             MOVE "ALREADY CANCELLED" TO WS-REFUSE-REASON
005010         END-IF
005020         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
005030         GO TO 2200-EXIT
005040     END-IF.
005050     IF WS-HST-SUCCESS-FOUND
005060         MOVE "ALREADY COMPLETED - SEND A REVOKE"
005070             TO WS-REFUSE-REASON
005080         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
005090         GO TO 2200-EXIT
005100     END-IF.
005110     MOVE SPACES TO QR-REVOKE-RECORD.
005111     MOVE WS-CUR-REQ-ID TO QRW-REQ-ID.
005130     SET QRW-CANCELLED TO TRUE.
005140     PERFORM 2800-FILL-REGISTER-ROW THRU 2800-EXIT.
005150     WRITE QR-REVOKE-RECORD
005160         INVALID KEY
005170             DISPLAY "QX0011E QR-REVOKE-FILE WRITE FAILED - "
005180                 QRW-REQ-ID " STATUS " WS-REVOKE-FILE-STATUS
005190             MOVE "Y" TO WS-MASTER-FAILED-SWITCH
005200             GO TO 2200-EXIT
005210     END-WRITE.
005220     ADD 1 TO WS-CANCEL-COUNT.
005230     PERFORM 2600-CLOSE-TRACKING THRU 2600-EXIT.
005240     SET QCA-CANCEL-REGISTERED TO TRUE.
005250     MOVE QCA-ACTION TO WS-AUD-ACTION.
005260     MOVE QR-REQ-TXN-REASON TO WS-AUD-DETAIL.
005270     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
005280     MOVE "CANCELLED - PENDING WORK WILL BE DROPPED"
005290         TO WS-RPT-RESULT.
005300     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
005310 2200-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 2300-APPLY-REVOKE - FLAG EVERY HISTORY ROW OF THE REQUEST, MOVE
005360* EACH IMAGE STILL ON THE LIVE TREE TO THE REVOKED AREA, AND PUT
005370* THE ID ON THE REGISTER. A CANCELLED ID MAY STILL BE REVOKED
005380* (ITS ROW IS UPGRADED); A REVOKED ONE IS REFUSED AS A REPEAT.
005390* THE REGISTER ROW IS WRITTEN EVEN WHEN AN IMAGE WOULD NOT MOVE,
005400* SO QR IS BLOCKED FROM REGENERATING THE CODE REGARDLESS.
005410*----------------------------------------------------------------
005420 2300-APPLY-REVOKE.
005430     IF WS-REG-FOUND
005440         AND QRW-REVOKED
005450         MOVE "ALREADY REVOKED" TO WS-REFUSE-REASON
005460         PERFORM 2900-REFUSE-TXN THRU 2900-EXIT
005470         GO TO 2300-EXIT
005480     END-IF.
005490     MOVE ZERO TO WS-TXN-IMAGE-COUNT.
005500     MOVE SPACES TO WS-TXN-REVOKED-PATH.
005510     MOVE "N" TO WS-HST-SCAN-DONE-SWITCH.
005511     MOVE WS-CUR-REQ-ID TO QHS-REQ-ID.
005530     MOVE LOW-VALUES TO QHS-TIMESTAMP.
005540     START QR-HISTORY-FILE KEY NOT < QHS-KEY
005550         INVALID KEY
005560             MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
005570     END-START.
005580     PERFORM 2500-REVOKE-ONE-HISTORY-ROW THRU 2500-EXIT
005590         UNTIL WS-HST-SCAN-DONE.
005600     IF WS-REG-FOUND
005610         PERFORM 2800-FILL-REGISTER-ROW THRU 2800-EXIT
005620         SET QRW-REVOKED TO TRUE
005630         REWRITE QR-REVOKE-RECORD
005640             INVALID KEY
005650                 DISPLAY "QX0012E QR-REVOKE-FILE REWRITE FAILED"
005660                     " - " QRW-REQ-ID
005670                     " STATUS " WS-REVOKE-FILE-STATUS
005680                 MOVE "Y" TO WS-MASTER-FAILED-SWITCH
005690                 GO TO 2300-EXIT
005700         END-REWRITE
005710     ELSE
005720         MOVE SPACES TO QR-REVOKE-RECORD
005721         MOVE WS-CUR-REQ-ID TO QRW-REQ-ID
005740         SET QRW-REVOKED TO TRUE
005750         PERFORM 2800-FILL-REGISTER-ROW THRU 2800-EXIT
005760         WRITE QR-REVOKE-RECORD
005770             INVALID KEY
005780                 DISPLAY "QX0011E QR-REVOKE-FILE WRITE FAILED - "
005790                     QRW-REQ-ID " STATUS " WS-REVOKE-FILE-STATUS
005800                 MOVE "Y" TO WS-MASTER-FAILED-SWITCH
005810                 GO TO 2300-EXIT
005820         END-WRITE
005830     END-IF.
005840     ADD 1 TO WS-REVOKE-COUNT.
005850     PERFORM 2600-CLOSE-TRACKING THRU 2600-EXIT.
005860     SET QCA-REVOKE-REGISTERED TO TRUE.
005870     MOVE QCA-ACTION TO WS-AUD-ACTION.
005880     MOVE QR-REQ-TXN-REASON TO WS-AUD-DETAIL.
005890     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
005900     IF WS-HST-ROW-COUNT = ZERO
005910         MOVE "REVOKED - NOT YET GENERATED, WILL BE DROPPED"
005920             TO WS-RPT-RESULT
005930     ELSE
005940         MOVE SPACES TO WS-RPT-RESULT
005950         MOVE WS-TXN-IMAGE-COUNT TO WS-RPT-COUNT-EDIT
005960         STRING "REVOKED - IMAGES MOVED " DELIMITED BY SIZE
005970                WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005980             INTO WS-RPT-RESULT
005990     END-IF.
006000     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
006010 2300-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 2400-CHECK-OWNER - WALK THE REQUEST'S HISTORY ROWS FOR A CLIENT
006060* OTHER THAN THE SENDER'S AND FOR A SUCCESS ROW, THEN CHECK THE
006070* TURNAROUND ROW'S CLIENT AS WELL (IT IS THE ONLY TRACE OF A
006080* REQUEST THAT HAS NOT YET REACHED HISTORY). A BLANK CLIENT IS
006090* "MISC" THROUGHOUT, AS IN QR.
006100*----------------------------------------------------------------
006110 2400-CHECK-OWNER.
006120     MOVE "N" TO WS-OWNER-MISMATCH-SWITCH.
006130     MOVE "N" TO WS-HST-SUCCESS-SWITCH.
006140     MOVE ZERO TO WS-HST-ROW-COUNT.
006150     MOVE "N" TO WS-HST-SCAN-DONE-SWITCH.
006151     MOVE WS-CUR-REQ-ID TO QHS-REQ-ID.
006170     MOVE LOW-VALUES TO QHS-TIMESTAMP.
006180     START QR-HISTORY-FILE KEY NOT < QHS-KEY
006190         INVALID KEY
006200             MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
006210     END-START.
006220     PERFORM 2410-CHECK-ONE-HISTORY-ROW THRU 2410-EXIT
006230         UNTIL WS-HST-SCAN-DONE.
006240     MOVE "N" TO WS-TAT-FOUND-SWITCH.
006250     IF WS-TRACKING-ON
006251         MOVE WS-CUR-REQ-ID TO QTA-REQ-ID
006270         MOVE "Y" TO WS-TAT-FOUND-SWITCH
006280         READ QR-TURNAROUND-FILE
006290             INVALID KEY
006300                 MOVE "N" TO WS-TAT-FOUND-SWITCH
006310         END-READ
006320     END-IF.
006330     IF WS-TAT-FOUND
006340         AND QTA-CLIENT NOT = WS-EFF-CLIENT
006350         MOVE "Y" TO WS-OWNER-MISMATCH-SWITCH
006360     END-IF.
006370 2400-EXIT.
006380     EXIT.
006390
006400 2410-CHECK-ONE-HISTORY-ROW.
006410     READ QR-HISTORY-FILE NEXT RECORD
006420         AT END
006430             MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
006440             GO TO 2410-EXIT
006450     END-READ.
006451     IF QHS-REQ-ID NOT = WS-CUR-REQ-ID
006470         MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
006480         GO TO 2410-EXIT
006490     END-IF.
006500     ADD 1 TO WS-HST-ROW-COUNT.
006510     IF QHS-CLIENT = SPACES
006520         MOVE "MISC" TO WS-ROW-CLIENT
006530     ELSE
006540         MOVE QHS-CLIENT TO WS-ROW-CLIENT
006550     END-IF.
006560     IF WS-ROW-CLIENT NOT = WS-EFF-CLIENT
006570         MOVE "Y" TO WS-OWNER-MISMATCH-SWITCH
006580     END-IF.
006590     IF QHS-SUCCESS
006600         MOVE "Y" TO WS-HST-SUCCESS-SWITCH
006610     END-IF.
006620 2410-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660* 2500-REVOKE-ONE-HISTORY-ROW - FLAG THE ROW REVOKED AND, FOR A
006670* SUCCESS ROW WITH AN IMAGE, MOVE THE IMAGE OFF THE TREE.
006680*----------------------------------------------------------------
006690 2500-REVOKE-ONE-HISTORY-ROW.
006700     READ QR-HISTORY-FILE NEXT RECORD
006710         AT END
006720             MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
006730             GO TO 2500-EXIT
006740     END-READ.
006741     IF QHS-REQ-ID NOT = WS-CUR-REQ-ID
006760         MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
006770         GO TO 2500-EXIT
006780     END-IF.
006790     IF QHS-SUCCESS
006800         AND QHS-OUTPUT-FILE NOT = SPACES
006810         PERFORM 2700-MOVE-ONE-IMAGE THRU 2700-EXIT
006820     END-IF.
006830     IF QHS-REVOKED
006840         GO TO 2500-EXIT
006850     END-IF.
006860     SET QHS-REVOKED TO TRUE.
006870     REWRITE QR-HISTORY-RECORD
006880         INVALID KEY
006890             DISPLAY "QX0013E QR-HISTORY-FILE REWRITE FAILED - "
006900                 QHS-REQ-ID " STATUS " WS-HISTORY-FILE-STATUS
006910             MOVE "Y" TO WS-MASTER-FAILED-SWITCH
006920             GO TO 2500-EXIT
006930     END-REWRITE.
006940     ADD 1 TO WS-ROWS-FLAGGED-COUNT.
006950 2500-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------
006990* 2600-CLOSE-TRACKING - A REQUEST STILL OUTSTANDING ON THE
007000* TURNAROUND MASTER IS CLOSED AS CANCELLED ON THE RUN DATE, SO IT
007010* LEAVES THE OUTSTANDING LIST. (THE OWNER CHECK HAS ALREADY READ
007020* THE ROW.) A ROW ALREADY CLOSED IS LEFT AS IT IS.
007030*----------------------------------------------------------------
007040 2600-CLOSE-TRACKING.
007050     IF NOT WS-TAT-FOUND
007060         GO TO 2600-EXIT
007070     END-IF.
007080     IF NOT QTA-OUTSTANDING
007090         GO TO 2600-EXIT
007100     END-IF.
007110     SET QTA-CANCELLED TO TRUE.
007120     MOVE WS-RUN-DATE TO QTA-FINAL-DATE.
007130     REWRITE QR-TURNAROUND-RECORD
007140         INVALID KEY
007150             DISPLAY "QX0014W QR-TURNAROUND-FILE REWRITE FAILED"
007160                 " - " QTA-REQ-ID
007170                 " STATUS " WS-TURNAROUND-FILE-STATUS
007180     END-REWRITE.
007190 2600-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 2700-MOVE-ONE-IMAGE - MOVE ONE REVOKED IMAGE INTO ITS CLIENT'S
007240* DIRECTORY UNDER THE REVOKED AREA, KEEPING ITS FILE NAME. THE
007250* PATH MUST SIT UNDER THE PARM OUTPUT DIRECTORY - A STALE OR
007260* MANGLED MASTER ROW MUST NOT DRIVE A MOVE FROM ELSEWHERE. AN
007270* IMAGE NO LONGER ON THE TREE (ARCHIVED BY QRRETAIN, OR MOVED BY
007280* AN EARLIER REVOKE) IS COUNTED AND REPORTED BUT IS NO ERROR.
007290*----------------------------------------------------------------
007300 2700-MOVE-ONE-IMAGE.
007310     IF QHS-OUTPUT-FILE (1:WS-OUTPUT-DIR-LEN)
007320         NOT = WS-OUTPUT-DIRECTORY (1:WS-OUTPUT-DIR-LEN)
007330         OR QHS-OUTPUT-FILE (WS-OUTPUT-DIR-LEN + 1:1) NOT = "/"
007340         ADD 1 TO WS-MOVE-ERROR-COUNT
007350         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007360         MOVE SPACES TO WS-REPORT-LINE
007370         STRING "  PATH OUTSIDE OUTPUT TREE - " DELIMITED BY SIZE
007380                QHS-REQ-ID DELIMITED BY SIZE
007390                " - IMAGE LEFT ALONE" DELIMITED BY SIZE
007400             INTO WS-REPORT-LINE
007410         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
007420         GO TO 2700-EXIT
007430     END-IF.
007440     MOVE QHS-OUTPUT-FILE TO WS-IMAGE-PATH.
007450     MOVE SPACES TO WS-SHELL-COMMAND.
007460     STRING "test -f '" DELIMITED BY SIZE
007470            WS-IMAGE-PATH DELIMITED BY SPACE
007480            "'" DELIMITED BY SIZE
007490         INTO WS-SHELL-COMMAND.
007500     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
007510     IF WS-SHELL-RETURN-CODE NOT = ZERO
007520         ADD 1 TO WS-GONE-COUNT
007530         MOVE SPACES TO WS-REPORT-LINE
007540         STRING "  IMAGE NOT ON THE OUTPUT TREE - "
007550                DELIMITED BY SIZE
007560                WS-IMAGE-PATH DELIMITED BY SPACE
007570             INTO WS-REPORT-LINE
007580         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
007590         GO TO 2700-EXIT
007600     END-IF.
007610     IF QHS-CLIENT = SPACES
007620         MOVE "MISC" TO WS-ROW-CLIENT
007630     ELSE
007640         MOVE QHS-CLIENT TO WS-ROW-CLIENT
007650     END-IF.
007660     MOVE SPACES TO WS-REVOKED-CLIENT-DIR.
007670     STRING WS-REVOKED-DIRECTORY DELIMITED BY SPACE
007680            "/" DELIMITED BY SIZE
007690            WS-ROW-CLIENT DELIMITED BY SPACE
007700         INTO WS-REVOKED-CLIENT-DIR.
007710     MOVE ZERO TO WS-SLASH-POS.
007720     PERFORM 2710-FIND-LAST-SLASH THRU 2710-EXIT
007730         VARYING WS-PATH-IDX FROM 90 BY -1
007740         UNTIL WS-PATH-IDX < 1 OR WS-SLASH-POS > ZERO.
007750     MOVE SPACES TO WS-REVOKED-PATH.
007760     STRING WS-REVOKED-CLIENT-DIR DELIMITED BY SPACE
007770            WS-IMAGE-PATH (WS-SLASH-POS:) DELIMITED BY SPACE
007780         INTO WS-REVOKED-PATH.
007790     MOVE SPACES TO WS-SHELL-COMMAND.
007800     STRING "mkdir -p '" DELIMITED BY SIZE
007810            WS-REVOKED-CLIENT-DIR DELIMITED BY SPACE
007820            "' && mv -f '" DELIMITED BY SIZE
007830            WS-IMAGE-PATH DELIMITED BY SPACE
007840            "' '" DELIMITED BY SIZE
007850            WS-REVOKED-PATH DELIMITED BY SPACE
007860            "'" DELIMITED BY SIZE
007870         INTO WS-SHELL-COMMAND.
007880     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
007890     IF WS-SHELL-RETURN-CODE NOT = ZERO
007900         ADD 1 TO WS-MOVE-ERROR-COUNT
007910         MOVE "Y" TO WS-RUN-FAILED-SWITCH
007920         MOVE SPACES TO WS-REPORT-LINE
007930         STRING "  IMAGE MOVE FAILED - " DELIMITED BY SIZE
007940                QHS-REQ-ID DELIMITED BY SIZE
007950                " - IMAGE LEFT ON TREE" DELIMITED BY SIZE
007960             INTO WS-REPORT-LINE
007970         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
007980         GO TO 2700-EXIT
007990     END-IF.
008000     ADD 1 TO WS-MOVED-COUNT.
008010     ADD 1 TO WS-TXN-IMAGE-COUNT.
008020     MOVE WS-REVOKED-PATH TO WS-TXN-REVOKED-PATH.
008030     SET QCA-IMAGE-MOVED TO TRUE.
008040     MOVE QCA-ACTION TO WS-AUD-ACTION.
008050     MOVE WS-REVOKED-PATH TO WS-AUD-DETAIL.
008060     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
008070 2700-EXIT.
008080     EXIT.
008090
008100 2710-FIND-LAST-SLASH.
008110     IF WS-IMAGE-PATH (WS-PATH-IDX:1) = "/"
008120         MOVE WS-PATH-IDX TO WS-SLASH-POS
008130     END-IF.
008140 2710-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 2800-FILL-REGISTER-ROW - THE FIELDS A CANCEL OR REVOKE SETS.
008190* AN UPGRADE FROM CANCEL TO REVOKE KEEPS THE REMOVAL COUNTS AND
008200* TAKES THE REVOKE'S REASON AND DATE.
008210*----------------------------------------------------------------
008220 2800-FILL-REGISTER-ROW.
008230     MOVE WS-EFF-CLIENT TO QRW-CLIENT.
008240     MOVE QR-REQ-TXN-REASON TO QRW-REASON.
008250     MOVE WS-RUN-DATE TO QRW-ENTRY-DATE.
008260     IF QRW-REMOVED-COUNT NOT NUMERIC
008270         MOVE ZERO TO QRW-REMOVED-COUNT
008280         MOVE ZERO TO QRW-REMOVED-DATE
008290     END-IF.
008300     MOVE WS-TXN-IMAGE-COUNT TO QRW-IMAGE-COUNT.
008310     MOVE WS-TXN-REVOKED-PATH TO QRW-REVOKED-PATH.
008320     MOVE "N" TO QRW-OVERRIDE-FLAG.
008330     MOVE SPACES TO QRW-OVERRIDE-BY.
008340     MOVE ZERO TO QRW-OVERRIDE-DATE.
008350     MOVE ZERO TO QRW-REISSUE-DATE.
008360 2800-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------------
008400* 2900-REFUSE-TXN - REPORT AND AUDIT A TRANSACTION THAT CANNOT BE
008410* APPLIED.
008420*----------------------------------------------------------------
008430 2900-REFUSE-TXN.
008440     ADD 1 TO WS-REFUSED-COUNT.
008450     SET QCA-TXN-REFUSED TO TRUE.
008460     MOVE QCA-ACTION TO WS-AUD-ACTION.
008470     MOVE SPACES TO WS-AUD-DETAIL.
008480     STRING WS-RPT-ACTION DELIMITED BY SPACE
008490            " REFUSED - " DELIMITED BY SIZE
008500            WS-REFUSE-REASON DELIMITED BY SIZE
008510         INTO WS-AUD-DETAIL.
008520     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
008530     MOVE SPACES TO WS-RPT-RESULT.
008540     STRING "REFUSED - " DELIMITED BY SIZE
008550            WS-REFUSE-REASON DELIMITED BY SIZE
008560         INTO WS-RPT-RESULT.
008570     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
008580 2900-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620* 3000-APPLY-ONE-CARD - A SUPERVISOR OVERRIDE CARD LETS QR
008630* GENERATE A REVOKED ID ONCE MORE. ONLY A REVOKED ID CAN BE
008640* OVERRIDDEN, AND THE SUPERVISOR'S INITIALS ARE REQUIRED.
008650*----------------------------------------------------------------
008660 3000-APPLY-ONE-CARD.
008670     MOVE "OVERRIDE" TO WS-RPT-ACTION.
008671     MOVE QRK-REQ-ID TO WS-CUR-REQ-ID.
008690     MOVE SPACES TO WS-EFF-CLIENT.
008700     IF NOT QRK-OVERRIDE
008710         MOVE "UNRECOGNIZED CARD TYPE" TO WS-REFUSE-REASON
008720         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT
008730         GO TO 3000-NEXT
008740     END-IF.
008750     IF QRK-SUPERVISOR = SPACES
008760         MOVE "NO SUPERVISOR INITIALS ON THE CARD"
008770             TO WS-REFUSE-REASON
008780         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT
008790         GO TO 3000-NEXT
008800     END-IF.
008810     PERFORM 2050-READ-REGISTER THRU 2050-EXIT.
008820     IF NOT WS-REG-FOUND
008830         MOVE "NOT ON THE REVOKED CODES REGISTER"
008840             TO WS-REFUSE-REASON
008850         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT
008860         GO TO 3000-NEXT
008870     END-IF.
008880     MOVE QRW-CLIENT TO WS-EFF-CLIENT.
008890     IF NOT QRW-REVOKED
008900         MOVE "CANCELLED, NOT REVOKED - RESUBMIT UNDER A NEW ID"
008910             TO WS-REFUSE-REASON
008920         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT
008930         GO TO 3000-NEXT
008940     END-IF.
008950     SET QRW-OVERRIDE-GIVEN TO TRUE.
008960     MOVE QRK-SUPERVISOR TO QRW-OVERRIDE-BY.
008970     MOVE WS-RUN-DATE TO QRW-OVERRIDE-DATE.
008980     MOVE ZERO TO QRW-REISSUE-DATE.
008990     REWRITE QR-REVOKE-RECORD
009000         INVALID KEY
009010             DISPLAY "QX0012E QR-REVOKE-FILE REWRITE FAILED - "
009020                 QRW-REQ-ID " STATUS " WS-REVOKE-FILE-STATUS
009030             MOVE "Y" TO WS-MASTER-FAILED-SWITCH
009040             GO TO 3000-NEXT
009050     END-REWRITE.
009060     ADD 1 TO WS-OVERRIDE-COUNT.
009070     SET QCA-OVERRIDE-GIVEN TO TRUE.
009080     MOVE QCA-ACTION TO WS-AUD-ACTION.
009090     MOVE SPACES TO WS-AUD-DETAIL.
009100     STRING "BY " DELIMITED BY SIZE
009110            QRK-SUPERVISOR DELIMITED BY SIZE
009120            " - " DELIMITED BY SIZE
009130            QRK-REASON DELIMITED BY SIZE
009140         INTO WS-AUD-DETAIL.
009150     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
009160     MOVE SPACES TO WS-RPT-RESULT.
009170     STRING "OVERRIDE GIVEN BY " DELIMITED BY SIZE
009180            QRK-SUPERVISOR DELIMITED BY SIZE
009190            " - ONE REISSUE ALLOWED" DELIMITED BY SIZE
009200         INTO WS-RPT-RESULT.
009210     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
009220 3000-NEXT.
009230     PERFORM 3100-READ-CARD THRU 3100-EXIT.
009240 3000-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 3100-READ-CARD
009290*----------------------------------------------------------------
009300 3100-READ-CARD.
009310     READ QR-OVERRIDE-CARD-FILE
009320         AT END
009330             MOVE "Y" TO WS-CARD-EOF-SWITCH
009340         NOT AT END
009350             ADD 1 TO WS-CARD-READ-COUNT
009360     END-READ.
009370 3100-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 3900-REFUSE-CARD - REPORT AND AUDIT AN OVERRIDE CARD THAT
009420* CANNOT BE APPLIED.
009430*----------------------------------------------------------------
009440 3900-REFUSE-CARD.
009450     ADD 1 TO WS-CARD-REFUSED-COUNT.
009460     SET QCA-TXN-REFUSED TO TRUE.
009470     MOVE QCA-ACTION TO WS-AUD-ACTION.
009480     MOVE SPACES TO WS-AUD-DETAIL.
009490     STRING "OVERRIDE REFUSED - " DELIMITED BY SIZE
009500            WS-REFUSE-REASON DELIMITED BY SIZE
009510         INTO WS-AUD-DETAIL.
009520     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
009530     MOVE SPACES TO WS-RPT-RESULT.
009540     STRING "REFUSED - " DELIMITED BY SIZE
009550            WS-REFUSE-REASON DELIMITED BY SIZE
009560         INTO WS-RPT-RESULT.
009570     PERFORM 8100-WRITE-TXN-LINE THRU 8100-EXIT.
009580 3900-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------
009620* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE RUN REPORT.
009630*----------------------------------------------------------------
009640 8000-WRITE-REPORT-LINE.
009650     MOVE WS-REPORT-LINE TO QRP-LINE.
009660     WRITE QR-REPORT-RECORD.
009670     IF WS-REPORT-FILE-STATUS NOT = "00"
009680         DISPLAY "QX0015E QR-CANREV-REPORT-FILE WRITE FAILED - "
009690             WS-REPORT-FILE-STATUS
009700         MOVE "Y" TO WS-RUN-FAILED-SWITCH
009710     END-IF.
009720 8000-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760* 8100-WRITE-TXN-LINE - ONE REPORT LINE PER TRANSACTION OR CARD:
009770* ACTION, REQUEST ID, CLIENT, AND WHAT BECAME OF IT.
009780*----------------------------------------------------------------
009790 8100-WRITE-TXN-LINE.
009800     MOVE SPACES TO WS-REPORT-LINE.
009810     STRING WS-RPT-ACTION DELIMITED BY SIZE
009820            " " DELIMITED BY SIZE
009821            WS-CUR-REQ-ID DELIMITED BY SIZE
009840            " " DELIMITED BY SIZE
009850            WS-EFF-CLIENT DELIMITED BY SIZE
009860            " " DELIMITED BY SIZE
009870            WS-RPT-RESULT DELIMITED BY SIZE
009880         INTO WS-REPORT-LINE.
009890     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009900 8100-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------------
009940* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
009950* HEADING AND THE AUDIT RECORDS.
009960*----------------------------------------------------------------
009970 8200-BUILD-TIMESTAMP.
009980     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
009990     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
010000     ACCEPT WS-SYSTEM-TIME FROM TIME.
010010     STRING WS-SYSTEM-DATE DELIMITED BY SIZE
010020            WS-SYSTEM-TIME DELIMITED BY SIZE
010030         INTO WS-CURRENT-TIMESTAMP.
010040 8200-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------
010080* 8300-WRITE-AUDIT - ONE ROW ON THE CANCEL/REVOKE AUDIT TRAIL
010090* FOR THE CURRENT REQUEST ID.
010100*----------------------------------------------------------------
010110 8300-WRITE-AUDIT.
010120     MOVE SPACES TO QR-CANCEL-AUDIT-RECORD.
010121     MOVE WS-CUR-REQ-ID TO QCA-REQ-ID.
010140     MOVE WS-EFF-CLIENT TO QCA-CLIENT.
010150     MOVE WS-AUD-ACTION TO QCA-ACTION.
010160     MOVE "QRCANREV" TO QCA-SOURCE.
010170     MOVE WS-AUD-DETAIL TO QCA-DETAIL.
010180     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
010190     MOVE WS-CURRENT-TIMESTAMP TO QCA-TIMESTAMP.
010200     MOVE WS-RUN-DATE TO QCA-RUN-DATE.
010210     WRITE QR-CANCEL-AUDIT-RECORD.
010220     IF WS-AUDIT-FILE-STATUS NOT = "00"
010230         DISPLAY "QX0016E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
010240             WS-AUDIT-FILE-STATUS
010250         MOVE "Y" TO WS-RUN-FAILED-SWITCH
010260     END-IF.
010270 8300-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------
010310* 8400-RUN-SHELL-COMMAND
010320*----------------------------------------------------------------
010330 8400-RUN-SHELL-COMMAND.
010340     CALL "SYSTEM" USING WS-SHELL-COMMAND
010350         ON EXCEPTION
010360             MOVE -1 TO WS-SHELL-RETURN-CODE
010370         NOT ON EXCEPTION
010380             MOVE RETURN-CODE TO WS-SHELL-RETURN-CODE
010390     END-CALL.
010400 8400-EXIT.
010410     EXIT.
010420
010430*----------------------------------------------------------------
010440* 9700-WRITE-CANREV-SUMMARY
010450*----------------------------------------------------------------
010460 9700-WRITE-CANREV-SUMMARY.
010470     MOVE WS-TXN-READ-COUNT TO WS-RPT-COUNT-EDIT.
010480     MOVE SPACES TO WS-REPORT-LINE.
010490     STRING "TRANSACTIONS READ. . . . " DELIMITED BY SIZE
010500            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010510         INTO WS-REPORT-LINE.
010520     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010530     MOVE WS-CANCEL-COUNT TO WS-RPT-COUNT-EDIT.
010540     MOVE SPACES TO WS-REPORT-LINE.
010550     STRING "CANCELS REGISTERED . . . " DELIMITED BY SIZE
010560            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010570         INTO WS-REPORT-LINE.
010580     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010590     MOVE WS-REVOKE-COUNT TO WS-RPT-COUNT-EDIT.
010600     MOVE SPACES TO WS-REPORT-LINE.
010610     STRING "REVOKES REGISTERED . . . " DELIMITED BY SIZE
010620            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010630         INTO WS-REPORT-LINE.
010640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010650     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
010660     MOVE SPACES TO WS-REPORT-LINE.
010670     STRING "TRANSACTIONS REFUSED . . " DELIMITED BY SIZE
010680            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010690         INTO WS-REPORT-LINE.
010700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010710     MOVE WS-ROWS-FLAGGED-COUNT TO WS-RPT-COUNT-EDIT.
010720     MOVE SPACES TO WS-REPORT-LINE.
010730     STRING "HISTORY ROWS FLAGGED . . " DELIMITED BY SIZE
010740            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010750         INTO WS-REPORT-LINE.
010760     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010770     MOVE WS-MOVED-COUNT TO WS-RPT-COUNT-EDIT.
010780     MOVE SPACES TO WS-REPORT-LINE.
010790     STRING "IMAGES MOVED OFF TREE. . " DELIMITED BY SIZE
010800            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010810         INTO WS-REPORT-LINE.
010820     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010830     MOVE WS-GONE-COUNT TO WS-RPT-COUNT-EDIT.
010840     MOVE SPACES TO WS-REPORT-LINE.
010850     STRING "ALREADY OFF THE TREE . . " DELIMITED BY SIZE
010860            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010870         INTO WS-REPORT-LINE.
010880     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010890     MOVE WS-MOVE-ERROR-COUNT TO WS-RPT-COUNT-EDIT.
010900     MOVE SPACES TO WS-REPORT-LINE.
010910     STRING "IMAGE MOVE ERRORS. . . . " DELIMITED BY SIZE
010920            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010930         INTO WS-REPORT-LINE.
010940     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
010950     MOVE WS-CARD-READ-COUNT TO WS-RPT-COUNT-EDIT.
010960     MOVE SPACES TO WS-REPORT-LINE.
010970     STRING "OVERRIDE CARDS READ. . . " DELIMITED BY SIZE
010980            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
010990         INTO WS-REPORT-LINE.
011000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
011010     MOVE WS-OVERRIDE-COUNT TO WS-RPT-COUNT-EDIT.
011020     MOVE SPACES TO WS-REPORT-LINE.
011030     STRING "OVERRIDES GIVEN. . . . . " DELIMITED BY SIZE
011040            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
011050         INTO WS-REPORT-LINE.
011060     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
011070     MOVE WS-CARD-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
011080     MOVE SPACES TO WS-REPORT-LINE.
011090     STRING "OVERRIDE CARDS REFUSED . " DELIMITED BY SIZE
011100            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
011110         INTO WS-REPORT-LINE.
011120     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
011130 9700-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------
011170* 9999-TERMINATE
011180*----------------------------------------------------------------
011190 9999-TERMINATE.
011200     PERFORM 9700-WRITE-CANREV-SUMMARY THRU 9700-EXIT.
011210     IF WS-MASTER-FAILED
011220         MOVE 12 TO RETURN-CODE
011230     ELSE
011240         IF WS-RUN-FAILED
011250             MOVE 8 TO RETURN-CODE
011260         ELSE
011270             IF WS-REFUSED-COUNT > ZERO
011280                 OR WS-CARD-REFUSED-COUNT > ZERO
011290                 MOVE 4 TO RETURN-CODE
011300             END-IF
011310         END-IF
011320     END-IF.
011330     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
011340     PERFORM 1900-CLOSE-INPUTS THRU 1900-EXIT.
011350     CLOSE QR-REVOKE-FILE.
011360     CLOSE QR-HISTORY-FILE.
011370     CLOSE QR-CANCEL-AUDIT-FILE.
011380     CLOSE QR-CANREV-REPORT-FILE.
011390     IF WS-TRACKING-ON
011400         CLOSE QR-TURNAROUND-FILE
011410     END-IF.
011420 9999-EXIT.
011430     EXIT.
011440
011450*----------------------------------------------------------------
011460* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
011470* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
011480* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
011490*----------------------------------------------------------------
011500 9980-END-LEDGER-STEP.
011510     SET QLP-END-STEP TO TRUE.
011520     MOVE RETURN-CODE TO QLP-STEP-RC.
011530     MOVE "CANCELS" TO QLP-COUNT-LABEL (1).
011540     MOVE WS-CANCEL-COUNT TO QLP-COUNT-VALUE (1).
011550     MOVE "REVOKES" TO QLP-COUNT-LABEL (2).
011560     MOVE WS-REVOKE-COUNT TO QLP-COUNT-VALUE (2).
011570     MOVE "REFUSED" TO QLP-COUNT-LABEL (3).
011580     MOVE WS-REFUSED-COUNT TO QLP-COUNT-VALUE (3).
011590     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
011600     MOVE QLP-STEP-RC TO RETURN-CODE.
011610 9980-EXIT.
011620     EXIT.
011630
011640*----------------------------------------------------------------
011650* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
011660* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
011670* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
011680*----------------------------------------------------------------
011690 9900-ABEND.
011700     STOP RUN.
