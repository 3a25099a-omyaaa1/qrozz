000010*----------------------------------------------------------------
000020* QRSYMMNT.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRSYMMNT.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* SYMBOLOGY CONTROL MASTER MAINTENANCE. APPLIES THE MAINTENANCE
000120* CARDS KEYED BY THE SERVICE DESK TO THE KEYED SYMBOLOGY MASTER
000130* (QRSYMMST - SEE QRSYMREC), CREATING THE MASTER ON ITS VERY
000140* FIRST RUN. THE MASTER IS THE LIST OF BARCODE FORMATS QR WILL
000150* PRODUCE: QR LOADS IT AT STARTUP, QRINTAKE REJECTS WORK FOR A
000160* FORMAT CODE THAT IS NOT AN ACTIVE ENTRY, AND QRCLIMNT REFUSES
000170* A BILLING RATE FOR A CODE THAT IS NOT ON IT. ONE CARD PER
000180* ACTION:
000190*   "A" - ADD A NEW ACTIVE SYMBOLOGY. THE FORMAT CODE MUST NOT
000200*         ALREADY BE ON FILE, AND THE ZINT NUMBER, LENGTH LIMITS,
000210*         CHARACTER-SET RULE AND ECC FLAG MUST ALL BE KEYED.
000220*   "C" - CHANGE AN EXISTING SYMBOLOGY. A BLANK CARD FIELD MEANS
000230*         "LEAVE THE MASTER VALUE AS IT STANDS". A REACTIVATION
000240*         IS KEYED AS A CHANGE CARD (THE ROW COMES BACK ACTIVE).
000250*   "D" - DEACTIVATE AN EXISTING SYMBOLOGY. THE ROW IS KEPT (THE
000260*         HISTORY AND CHARGEBACK TRAILS STILL NAME IT) BUT NO NEW
000270*         WORK IS ACCEPTED FOR IT.
000280* EVERY CARD MUST NAME THE OPERATOR WHO KEYED IT; THE OPERATOR AND
000290* THE RUN DATE ARE STAMPED ON THE ROW AND PRINTED WITH EACH CHANGE
000300* ON THE MAINTENANCE REPORT, A CHANGE SHOWING THE ROW AS IT WAS
000310* AND AS IT NOW STANDS. A CARD IN ERROR IS REPORTED AND SKIPPED,
000320* AND THE RUN ENDS WITH RETURN CODE 8 SO THE DESK KNOWS TO LOOK.
000330* THE REPORT CLOSES WITH A LISTING OF THE WHOLE MASTER.
000340* LENGTHS ARE KEYED AS FOUR DIGITS (0008 = 8 CHARACTERS); THE
000350* MAXIMUM MAY NOT EXCEED THE 100-CHARACTER REQUEST PAYLOAD. THE
000360* ZINT NUMBER IS KEYED LEFT-JUSTIFIED ("58 ", "20 ").
000370* THE MASTER WAS FIRST LOADED WITH ADD CARDS FOR THE SIX FORMATS
000380* QR HAD COMPILED IN (QR 58 8-80 U Y, C1 20 1-80 A N, DM 71 1-100
000390* A N, AZ 92 1-100 A N, PD 55 1-100 A N, EN 13 12-13 E N).
000400*----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420*----------------------------------------------------------------
000430* 101526  RFM  INITIAL VERSION - CARD-DRIVEN ADD/CHANGE/
000440*              DEACTIVATE AGAINST THE NEW SYMBOLOGY MASTER.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT QR-SYM-CARD-FILE ASSIGN TO "QRSYMCRD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CARD-FILE-STATUS.
000520     SELECT QR-SYMBOLOGY-FILE ASSIGN TO "QRSYMMST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS QSY-FORMAT-CODE
000560         FILE STATUS IS WS-SYMBOLOGY-FILE-STATUS.
000570     SELECT QR-SYM-REPORT-FILE ASSIGN TO "QRSYMRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  QR-SYM-CARD-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  QSC-MAINT-CARD.
000660     05  QSC-ACTION              PIC X(01).
000670         88  QSC-ADD                 VALUE "A".
000680         88  QSC-CHANGE              VALUE "C".
000690         88  QSC-DEACTIVATE          VALUE "D".
000700     05  QSC-FORMAT-CODE         PIC X(02).
000710     05  QSC-ZINT-NUMBER         PIC X(03).
000720     05  QSC-MIN-LEN             PIC X(04).
000730     05  QSC-MAX-LEN             PIC X(04).
000740     05  QSC-CHARSET-RULE        PIC X(01).
000750     05  QSC-ECC-FLAG            PIC X(01).
000760     05  QSC-DESCRIPTION         PIC X(30).
000770     05  QSC-OPERATOR            PIC X(08).
000780     05  FILLER                  PIC X(26).
000790
000800 FD  QR-SYMBOLOGY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY QRSYMREC.
000830
000840 FD  QR-SYM-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY QRRPTREC.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS AND CONTROL SWITCHES
000910*----------------------------------------------------------------
000920 77  WS-CARD-FILE-STATUS             PIC X(02).
000930 77  WS-SYMBOLOGY-FILE-STATUS        PIC X(02).
000940 77  WS-REPORT-FILE-STATUS           PIC X(02).
000950 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000960     88  WS-END-OF-FILE                  VALUE "Y".
000970 77  WS-MST-EOF-SWITCH               PIC X(01) VALUE "N".
000980     88  WS-END-OF-MASTER                VALUE "Y".
000990 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001000     88  WS-RUN-FAILED                    VALUE "Y".
001010 77  WS-CARD-OK-SWITCH               PIC X(01) VALUE "Y".
001020     88  WS-CARD-OK                       VALUE "Y".
001030     88  WS-CARD-IN-ERROR                 VALUE "N".
001040
001050*----------------------------------------------------------------
001060* CARD FIELD EDITS. THE LARGEST PAYLOAD A REQUEST RECORD CAN
001070* CARRY BOUNDS THE MAXIMUM LENGTH.
001080*----------------------------------------------------------------
001090 77  WS-MAX-PAYLOAD-LEN              PIC 9(04) VALUE 100.
001100 01  WS-ZINT-NUMBER-X                PIC X(03) VALUE SPACES.
001110 01  WS-ACTION-TEXT                  PIC X(12) VALUE SPACES.
001120
001130*----------------------------------------------------------------
001140* ROW IMAGE - ONE SYMBOLOGY ROW AS PRINTED ON THE REPORT, BEHIND
001150* A TAG OF "  WAS " / "  NOW " FOR A CHANGE OR THE FORMAT CODE
001160* IN THE CLOSING LISTING.
001170*----------------------------------------------------------------
001180 01  WS-ROW-IMAGE.
001190     05  WS-IMG-TAG                  PIC X(06) VALUE SPACES.
001200     05  FILLER                      PIC X(05) VALUE "ZINT ".
001210     05  WS-IMG-ZINT                 PIC X(03) VALUE SPACES.
001220     05  FILLER                      PIC X(05) VALUE " LEN ".
001230     05  WS-IMG-MIN-LEN              PIC 9(04) VALUE ZERO.
001240     05  FILLER                      PIC X(01) VALUE "-".
001250     05  WS-IMG-MAX-LEN              PIC 9(04) VALUE ZERO.
001260     05  FILLER                      PIC X(06) VALUE " RULE ".
001270     05  WS-IMG-RULE                 PIC X(01) VALUE SPACE.
001280     05  FILLER                      PIC X(05) VALUE " ECC ".
001290     05  WS-IMG-ECC                  PIC X(01) VALUE SPACE.
001300     05  FILLER                      PIC X(06) VALUE " STAT ".
001310     05  WS-IMG-STATUS               PIC X(01) VALUE SPACE.
001320     05  FILLER                      PIC X(01) VALUE SPACE.
001330     05  WS-IMG-DESCRIPTION          PIC X(30) VALUE SPACES.
001340 01  WS-WAS-IMAGE                    PIC X(79) VALUE SPACES.
001350
001360*----------------------------------------------------------------
001370* RUN TOTALS
001380*----------------------------------------------------------------
001390 77  WS-CARD-COUNT                   PIC 9(08) COMP VALUE ZERO.
001400 77  WS-ADDED-COUNT                  PIC 9(08) COMP VALUE ZERO.
001410 77  WS-CHANGED-COUNT                PIC 9(08) COMP VALUE ZERO.
001420 77  WS-DEACT-COUNT                  PIC 9(08) COMP VALUE ZERO.
001430 77  WS-ERROR-COUNT                  PIC 9(08) COMP VALUE ZERO.
001440 77  WS-MST-ACTIVE-COUNT             PIC 9(08) COMP VALUE ZERO.
001450 77  WS-MST-INACTIVE-COUNT           PIC 9(08) COMP VALUE ZERO.
001460
001470*----------------------------------------------------------------
001480* MAINTENANCE REPORT LINE CONSTRUCTION
001490*----------------------------------------------------------------
001500 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001510 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001520 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001530 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001540 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580* 0000-MAINLINE
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
001630         UNTIL WS-END-OF-FILE.
001640     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001650     STOP RUN.
001660
001670*----------------------------------------------------------------
001680* 1000-INITIALIZE - OPEN THE FILES (CREATING THE SYMBOLOGY MASTER
001690* ON ITS VERY FIRST RUN) AND PRIME THE CARD READ LOOP.
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     OPEN INPUT QR-SYM-CARD-FILE.
001730     IF WS-CARD-FILE-STATUS NOT = "00"
001740         DISPLAY "QO0001E QR-SYM-CARD-FILE OPEN FAILED - STATUS "
001750             WS-CARD-FILE-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         GO TO 9900-ABEND
001780     END-IF.
001790     OPEN I-O QR-SYMBOLOGY-FILE.
001800     IF WS-SYMBOLOGY-FILE-STATUS = "35"
001810         OPEN OUTPUT QR-SYMBOLOGY-FILE
001820         IF WS-SYMBOLOGY-FILE-STATUS = "00"
001830             CLOSE QR-SYMBOLOGY-FILE
001840             OPEN I-O QR-SYMBOLOGY-FILE
001850         END-IF
001860     END-IF.
001870     IF WS-SYMBOLOGY-FILE-STATUS NOT = "00"
001880         DISPLAY "QO0002E QR-SYMBOLOGY-FILE OPEN FAILED - STATUS "
001890             WS-SYMBOLOGY-FILE-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         CLOSE QR-SYM-CARD-FILE
001920         GO TO 9900-ABEND
001930     END-IF.
001940     OPEN OUTPUT QR-SYM-REPORT-FILE.
001950     IF WS-REPORT-FILE-STATUS NOT = "00"
001960         DISPLAY "QO0003E QR-SYM-REPORT-FILE OPEN FAILED - "
001970             WS-REPORT-FILE-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         CLOSE QR-SYM-CARD-FILE
002000         CLOSE QR-SYMBOLOGY-FILE
002010         GO TO 9900-ABEND
002020     END-IF.
002030     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002040     MOVE SPACES TO WS-REPORT-LINE.
002050     STRING "QR SYMBOLOGY MASTER MAINTENANCE - RUN "
002060            DELIMITED BY SIZE
002070            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002080         INTO WS-REPORT-LINE.
002090     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002100     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002110 1000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150* 2000-APPLY-ONE-CARD - EDIT AND DISPATCH ONE MAINTENANCE CARD.
002160*----------------------------------------------------------------
002170 2000-APPLY-ONE-CARD.
002180     SET WS-CARD-OK TO TRUE.
002190     IF QSC-FORMAT-CODE = SPACES
002200         MOVE "CARD HAS NO FORMAT CODE - SKIPPED"
002210             TO WS-REPORT-LINE
002220         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
002230         GO TO 2000-NEXT
002240     END-IF.
002250     IF QSC-OPERATOR = SPACES
002260         MOVE SPACES TO WS-REPORT-LINE
002270         STRING "SYMBOLOGY " DELIMITED BY SIZE
002280                QSC-FORMAT-CODE DELIMITED BY SIZE
002290                " CARD HAS NO OPERATOR - SKIPPED"
002300                DELIMITED BY SIZE
002310             INTO WS-REPORT-LINE
002320         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
002330         GO TO 2000-NEXT
002340     END-IF.
002350     IF QSC-ADD
002360         PERFORM 2200-ADD-SYMBOLOGY THRU 2200-EXIT
002370         GO TO 2000-NEXT
002380     END-IF.
002390     IF QSC-CHANGE
002400         PERFORM 2300-CHANGE-SYMBOLOGY THRU 2300-EXIT
002410         GO TO 2000-NEXT
002420     END-IF.
002430     IF QSC-DEACTIVATE
002440         PERFORM 2400-DEACTIVATE-SYMBOLOGY THRU 2400-EXIT
002450         GO TO 2000-NEXT
002460     END-IF.
002470     MOVE SPACES TO WS-REPORT-LINE.
002480     STRING "UNRECOGNIZED ACTION '" DELIMITED BY SIZE
002490            QSC-ACTION DELIMITED BY SIZE
002500            "' FOR SYMBOLOGY " DELIMITED BY SIZE
002510            QSC-FORMAT-CODE DELIMITED BY SIZE
002520            " - SKIPPED" DELIMITED BY SIZE
002530         INTO WS-REPORT-LINE.
002540     PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT.
002550 2000-NEXT.
002560     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------
002610* 2100-READ-CARD
002620*----------------------------------------------------------------
002630 2100-READ-CARD.
002640     READ QR-SYM-CARD-FILE
002650         AT END
002660             MOVE "Y" TO WS-EOF-SWITCH
002670         NOT AT END
002680             ADD 1 TO WS-CARD-COUNT
002690     END-READ.
002700 2100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740* 2200-ADD-SYMBOLOGY - BUILD A FRESH ACTIVE ROW FROM THE CARD AND
002750* WRITE IT. EVERY CONTROL FIELD MUST BE KEYED ON AN ADD; A
002760* DUPLICATE KEY MEANS THE FORMAT CODE IS ALREADY ON FILE.
002770*----------------------------------------------------------------
002780 2200-ADD-SYMBOLOGY.
002790     IF QSC-ZINT-NUMBER = SPACES
002800         OR QSC-MIN-LEN = SPACES
002810         OR QSC-MAX-LEN = SPACES
002820         OR QSC-CHARSET-RULE = SPACE
002830         OR QSC-ECC-FLAG = SPACE
002840         MOVE SPACES TO WS-REPORT-LINE
002850         STRING "SYMBOLOGY " DELIMITED BY SIZE
002860                QSC-FORMAT-CODE DELIMITED BY SIZE
002870                " ADD CARD INCOMPLETE - CARD SKIPPED"
002880                DELIMITED BY SIZE
002890             INTO WS-REPORT-LINE
002900         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
002910         GO TO 2200-EXIT
002920     END-IF.
002930     MOVE SPACES TO QR-SYMBOLOGY-RECORD.
002940     MOVE QSC-FORMAT-CODE TO QSY-FORMAT-CODE.
002950     MOVE ZERO TO QSY-MIN-LEN.
002960     MOVE ZERO TO QSY-MAX-LEN.
002970     SET QSY-ACTIVE TO TRUE.
002980     PERFORM 2500-APPLY-CARD-FIELDS THRU 2500-EXIT.
002990     IF WS-CARD-IN-ERROR
003000         GO TO 2200-EXIT
003010     END-IF.
003020     WRITE QR-SYMBOLOGY-RECORD
003030         INVALID KEY
003040             MOVE SPACES TO WS-REPORT-LINE
003050             STRING "SYMBOLOGY " DELIMITED BY SIZE
003060                    QSC-FORMAT-CODE DELIMITED BY SIZE
003070                    " ALREADY ON FILE - ADD SKIPPED"
003080                    DELIMITED BY SIZE
003090                 INTO WS-REPORT-LINE
003100             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
003110         NOT INVALID KEY
003120             ADD 1 TO WS-ADDED-COUNT
003130             MOVE "ADDED" TO WS-ACTION-TEXT
003140             PERFORM 2800-WRITE-CHANGE-HEADING THRU 2800-EXIT
003150             MOVE "  NOW " TO WS-IMG-TAG
003160             PERFORM 2900-WRITE-ROW-IMAGE THRU 2900-EXIT
003170     END-WRITE.
003180 2200-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 2300-CHANGE-SYMBOLOGY - READ THE ROW, KEEP ITS PRINTED IMAGE,
003230* OVERLAY THE NON-BLANK CARD FIELDS, AND REWRITE IT. THE ROW
003240* COMES BACK ACTIVE.
003250*----------------------------------------------------------------
003260 2300-CHANGE-SYMBOLOGY.
003270     MOVE QSC-FORMAT-CODE TO QSY-FORMAT-CODE.
003280     READ QR-SYMBOLOGY-FILE
003290         INVALID KEY
003300             MOVE SPACES TO WS-REPORT-LINE
003310             STRING "SYMBOLOGY " DELIMITED BY SIZE
003320                    QSC-FORMAT-CODE DELIMITED BY SIZE
003330                    " NOT ON FILE - CHANGE SKIPPED"
003340                    DELIMITED BY SIZE
003350                 INTO WS-REPORT-LINE
003360             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
003370             GO TO 2300-EXIT
003380     END-READ.
003390     MOVE "  WAS " TO WS-IMG-TAG.
003400     PERFORM 2950-BUILD-ROW-IMAGE THRU 2950-EXIT.
003410     MOVE WS-ROW-IMAGE TO WS-WAS-IMAGE.
003420     SET QSY-ACTIVE TO TRUE.
003430     PERFORM 2500-APPLY-CARD-FIELDS THRU 2500-EXIT.
003440     IF WS-CARD-IN-ERROR
003450         GO TO 2300-EXIT
003460     END-IF.
003470     REWRITE QR-SYMBOLOGY-RECORD.
003480     IF WS-SYMBOLOGY-FILE-STATUS NOT = "00"
003490         DISPLAY "QO0004E QR-SYMBOLOGY-FILE REWRITE FAILED - "
003500             WS-SYMBOLOGY-FILE-STATUS
003510         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003520         GO TO 2300-EXIT
003530     END-IF.
003540     ADD 1 TO WS-CHANGED-COUNT.
003550     MOVE "CHANGED" TO WS-ACTION-TEXT.
003560     PERFORM 2800-WRITE-CHANGE-HEADING THRU 2800-EXIT.
003570     MOVE WS-WAS-IMAGE TO WS-REPORT-LINE.
003580     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003590     MOVE "  NOW " TO WS-IMG-TAG.
003600     PERFORM 2900-WRITE-ROW-IMAGE THRU 2900-EXIT.
003610 2300-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650* 2400-DEACTIVATE-SYMBOLOGY - THE ROW IS KEPT FOR THE BILLING AND
003660* HISTORY TRAILS; ONLY THE ACTIVE FLAG AND THE LAST-CHANGE STAMP
003670* CHANGE.
003680*----------------------------------------------------------------
003690 2400-DEACTIVATE-SYMBOLOGY.
003700     MOVE QSC-FORMAT-CODE TO QSY-FORMAT-CODE.
003710     READ QR-SYMBOLOGY-FILE
003720         INVALID KEY
003730             MOVE SPACES TO WS-REPORT-LINE
003740             STRING "SYMBOLOGY " DELIMITED BY SIZE
003750                    QSC-FORMAT-CODE DELIMITED BY SIZE
003760                    " NOT ON FILE - DEACTIVATE SKIPPED"
003770                    DELIMITED BY SIZE
003780                 INTO WS-REPORT-LINE
003790             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
003800             GO TO 2400-EXIT
003810     END-READ.
003820     SET QSY-INACTIVE TO TRUE.
003830     MOVE WS-RUN-DATE TO QSY-LAST-CHANGE-DATE.
003840     MOVE QSC-OPERATOR TO QSY-LAST-CHANGE-OPER.
003850     REWRITE QR-SYMBOLOGY-RECORD.
003860     IF WS-SYMBOLOGY-FILE-STATUS NOT = "00"
003870         DISPLAY "QO0004E QR-SYMBOLOGY-FILE REWRITE FAILED - "
003880             WS-SYMBOLOGY-FILE-STATUS
003890         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003900         GO TO 2400-EXIT
003910     END-IF.
003920     ADD 1 TO WS-DEACT-COUNT.
003930     MOVE "DEACTIVATED" TO WS-ACTION-TEXT.
003940     PERFORM 2800-WRITE-CHANGE-HEADING THRU 2800-EXIT.
003950 2400-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990* 2500-APPLY-CARD-FIELDS - EDIT THE CARD'S KEYED FIELDS AND
004000* OVERLAY THEM ONTO THE ROW IN QR-SYMBOLOGY-RECORD, THEN PROVE
004010* THE LENGTH LIMITS OF THE RESULTING ROW AND STAMP IT WITH THE
004020* OPERATOR AND RUN DATE. ANY FAILING EDIT IS A CARD ERROR.
004030*----------------------------------------------------------------
004040 2500-APPLY-CARD-FIELDS.
004050     IF QSC-ZINT-NUMBER NOT = SPACES
004060         MOVE QSC-ZINT-NUMBER TO WS-ZINT-NUMBER-X
004070         IF WS-ZINT-NUMBER-X (1:1) NOT NUMERIC
004080             OR (WS-ZINT-NUMBER-X (2:2) NOT NUMERIC
004090             AND WS-ZINT-NUMBER-X (2:2) NOT = SPACES
004100             AND (WS-ZINT-NUMBER-X (2:1) NOT NUMERIC
004110             OR WS-ZINT-NUMBER-X (3:1) NOT = SPACE))
004120             MOVE SPACES TO WS-REPORT-LINE
004130             STRING "SYMBOLOGY " DELIMITED BY SIZE
004140                    QSC-FORMAT-CODE DELIMITED BY SIZE
004150                    " ZINT NUMBER NOT NUMERIC - CARD SKIPPED"
004160                    DELIMITED BY SIZE
004170                 INTO WS-REPORT-LINE
004180             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004190             GO TO 2500-EXIT
004200         END-IF
004210     END-IF.
004220     IF (QSC-MIN-LEN NOT = SPACES
004230         AND QSC-MIN-LEN NOT NUMERIC)
004240         OR (QSC-MAX-LEN NOT = SPACES
004250         AND QSC-MAX-LEN NOT NUMERIC)
004260         MOVE SPACES TO WS-REPORT-LINE
004270         STRING "SYMBOLOGY " DELIMITED BY SIZE
004280                QSC-FORMAT-CODE DELIMITED BY SIZE
004290                " LENGTH LIMIT NOT NUMERIC - CARD SKIPPED"
004300                DELIMITED BY SIZE
004310             INTO WS-REPORT-LINE
004320         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004330         GO TO 2500-EXIT
004340     END-IF.
004350     IF QSC-CHARSET-RULE NOT = SPACE
004360         MOVE QSC-CHARSET-RULE TO QSY-CHARSET-RULE
004370         IF NOT QSY-VALID-CHARSET-RULE
004380             MOVE SPACES TO WS-REPORT-LINE
004390             STRING "SYMBOLOGY " DELIMITED BY SIZE
004400                    QSC-FORMAT-CODE DELIMITED BY SIZE
004410                    " CHARACTER-SET RULE NOT U/E/N/A - "
004420                    DELIMITED BY SIZE
004430                    "CARD SKIPPED" DELIMITED BY SIZE
004440                 INTO WS-REPORT-LINE
004450             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004460             GO TO 2500-EXIT
004470         END-IF
004480     END-IF.
004490     IF QSC-ECC-FLAG NOT = SPACE
004500         MOVE QSC-ECC-FLAG TO QSY-ECC-FLAG
004510         IF NOT QSY-VALID-ECC-FLAG
004520             MOVE SPACES TO WS-REPORT-LINE
004530             STRING "SYMBOLOGY " DELIMITED BY SIZE
004540                    QSC-FORMAT-CODE DELIMITED BY SIZE
004550                    " ECC FLAG NOT Y/N - CARD SKIPPED"
004560                    DELIMITED BY SIZE
004570                 INTO WS-REPORT-LINE
004580             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004590             GO TO 2500-EXIT
004600         END-IF
004610     END-IF.
004620     IF QSC-ZINT-NUMBER NOT = SPACES
004630         MOVE QSC-ZINT-NUMBER TO QSY-ZINT-NUMBER
004640     END-IF.
004650     IF QSC-MIN-LEN NOT = SPACES
004660         MOVE QSC-MIN-LEN TO QSY-MIN-LEN
004670     END-IF.
004680     IF QSC-MAX-LEN NOT = SPACES
004690         MOVE QSC-MAX-LEN TO QSY-MAX-LEN
004700     END-IF.
004710     IF QSC-DESCRIPTION NOT = SPACES
004720         MOVE QSC-DESCRIPTION TO QSY-DESCRIPTION
004730     END-IF.
004740     IF QSY-MIN-LEN < 1
004750         OR QSY-MIN-LEN > QSY-MAX-LEN
004760         OR QSY-MAX-LEN > WS-MAX-PAYLOAD-LEN
004770         MOVE SPACES TO WS-REPORT-LINE
004780         STRING "SYMBOLOGY " DELIMITED BY SIZE
004790                QSC-FORMAT-CODE DELIMITED BY SIZE
004800                " LENGTH LIMITS OUT OF RANGE - CARD SKIPPED"
004810                DELIMITED BY SIZE
004820             INTO WS-REPORT-LINE
004830         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004840         GO TO 2500-EXIT
004850     END-IF.
004860     MOVE WS-RUN-DATE TO QSY-LAST-CHANGE-DATE.
004870     MOVE QSC-OPERATOR TO QSY-LAST-CHANGE-OPER.
004880 2500-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 2800-WRITE-CHANGE-HEADING - NAME THE SYMBOLOGY, WHAT WAS DONE
004930* TO IT, AND THE OPERATOR AND DATE OF THE CHANGE.
004940*----------------------------------------------------------------
004950 2800-WRITE-CHANGE-HEADING.
004960     MOVE SPACES TO WS-REPORT-LINE.
004970     STRING "SYMBOLOGY " DELIMITED BY SIZE
004980            QSC-FORMAT-CODE DELIMITED BY SIZE
004990            " " DELIMITED BY SIZE
005000            WS-ACTION-TEXT DELIMITED BY SPACE
005010            " BY " DELIMITED BY SIZE
005020            QSC-OPERATOR DELIMITED BY SPACE
005030            " ON " DELIMITED BY SIZE
005040            WS-RUN-DATE DELIMITED BY SIZE
005050         INTO WS-REPORT-LINE.
005060     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005070 2800-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 2900-WRITE-ROW-IMAGE - PRINT THE ROW NOW IN QR-SYMBOLOGY-RECORD
005120* BEHIND THE TAG ALREADY SET IN WS-IMG-TAG.
005130*----------------------------------------------------------------
005140 2900-WRITE-ROW-IMAGE.
005150     PERFORM 2950-BUILD-ROW-IMAGE THRU 2950-EXIT.
005160     MOVE WS-ROW-IMAGE TO WS-REPORT-LINE.
005170     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005180 2900-EXIT.
005190     EXIT.
005200
005210 2950-BUILD-ROW-IMAGE.
005220     MOVE QSY-ZINT-NUMBER TO WS-IMG-ZINT.
005230     MOVE QSY-MIN-LEN TO WS-IMG-MIN-LEN.
005240     MOVE QSY-MAX-LEN TO WS-IMG-MAX-LEN.
005250     MOVE QSY-CHARSET-RULE TO WS-IMG-RULE.
005260     MOVE QSY-ECC-FLAG TO WS-IMG-ECC.
005270     MOVE QSY-ACTIVE-FLAG TO WS-IMG-STATUS.
005280     MOVE QSY-DESCRIPTION TO WS-IMG-DESCRIPTION.
005290 2950-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE MAINTENANCE
005340* REPORT.
005350*----------------------------------------------------------------
005360 8000-WRITE-REPORT-LINE.
005370     MOVE WS-REPORT-LINE TO QRP-LINE.
005380     WRITE QR-REPORT-RECORD.
005390     IF WS-REPORT-FILE-STATUS NOT = "00"
005400         DISPLAY "QO0005E QR-SYM-REPORT-FILE WRITE FAILED - "
005410             WS-REPORT-FILE-STATUS
005420         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005430     END-IF.
005440 8000-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 8100-WRITE-CARD-ERROR - WRITE AN ERROR LINE, COUNT IT, AND
005490* MARK THE CARD (AND THE RUN) IN ERROR.
005500*----------------------------------------------------------------
005510 8100-WRITE-CARD-ERROR.
005520     ADD 1 TO WS-ERROR-COUNT.
005530     SET WS-CARD-IN-ERROR TO TRUE.
005540     MOVE "Y" TO WS-RUN-FAILED-SWITCH.
005550     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005560 8100-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE
005610* MAINTENANCE REPORT HEADING. THE DATE IS ALSO THE LAST-CHANGE
005620* DATE STAMPED ON EVERY ROW THE RUN TOUCHES.
005630*----------------------------------------------------------------
005640 8200-BUILD-TIMESTAMP.
005650     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
005660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005670     ACCEPT WS-RUN-TIME FROM TIME.
005680     STRING WS-RUN-DATE DELIMITED BY SIZE
005690            WS-RUN-TIME DELIMITED BY SIZE
005700         INTO WS-CURRENT-TIMESTAMP.
005710 8200-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 9600-LIST-MASTER - LIST EVERY ROW OF THE MASTER AS IT STANDS
005760* AFTER THE RUN, IN FORMAT-CODE ORDER, SO THE DESK CAN CHECK THE
005770* TABLE QR WILL LOAD TONIGHT.
005780*----------------------------------------------------------------
005790 9600-LIST-MASTER.
005800     MOVE SPACES TO WS-REPORT-LINE.
005810     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005820     MOVE "SYMBOLOGY MASTER AFTER MAINTENANCE" TO WS-REPORT-LINE.
005830     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005840     MOVE LOW-VALUES TO QSY-FORMAT-CODE.
005850     START QR-SYMBOLOGY-FILE KEY IS NOT LESS THAN QSY-FORMAT-CODE
005860         INVALID KEY
005870             MOVE "Y" TO WS-MST-EOF-SWITCH
005880     END-START.
005890     PERFORM 9610-LIST-ONE-ROW THRU 9610-EXIT
005900         UNTIL WS-END-OF-MASTER.
005910     MOVE SPACES TO WS-REPORT-LINE.
005920     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005930 9600-EXIT.
005940     EXIT.
005950
005960 9610-LIST-ONE-ROW.
005970     READ QR-SYMBOLOGY-FILE NEXT RECORD
005980         AT END
005990             MOVE "Y" TO WS-MST-EOF-SWITCH
006000             GO TO 9610-EXIT
006010     END-READ.
006020     IF QSY-ACTIVE
006030         ADD 1 TO WS-MST-ACTIVE-COUNT
006040     ELSE
006050         ADD 1 TO WS-MST-INACTIVE-COUNT
006060     END-IF.
006070     MOVE SPACES TO WS-IMG-TAG.
006080     MOVE QSY-FORMAT-CODE TO WS-IMG-TAG (3:2).
006090     PERFORM 2900-WRITE-ROW-IMAGE THRU 2900-EXIT.
006100 9610-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140* 9700-WRITE-MAINT-SUMMARY
006150*----------------------------------------------------------------
006160 9700-WRITE-MAINT-SUMMARY.
006170     MOVE WS-CARD-COUNT TO WS-RPT-COUNT-EDIT.
006180     MOVE SPACES TO WS-REPORT-LINE.
006190     STRING "CARDS READ . . . . . . . " DELIMITED BY SIZE
006200            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006210         INTO WS-REPORT-LINE.
006220     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006230     MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-EDIT.
006240     MOVE SPACES TO WS-REPORT-LINE.
006250     STRING "SYMBOLOGIES ADDED. . . . " DELIMITED BY SIZE
006260            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006270         INTO WS-REPORT-LINE.
006280     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006290     MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-EDIT.
006300     MOVE SPACES TO WS-REPORT-LINE.
006310     STRING "SYMBOLOGIES CHANGED. . . " DELIMITED BY SIZE
006320            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006330         INTO WS-REPORT-LINE.
006340     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006350     MOVE WS-DEACT-COUNT TO WS-RPT-COUNT-EDIT.
006360     MOVE SPACES TO WS-REPORT-LINE.
006370     STRING "SYMBOLOGIES DEACTIVATED. " DELIMITED BY SIZE
006380            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006390         INTO WS-REPORT-LINE.
006400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006410     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-EDIT.
006420     MOVE SPACES TO WS-REPORT-LINE.
006430     STRING "CARDS IN ERROR . . . . . " DELIMITED BY SIZE
006440            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006450         INTO WS-REPORT-LINE.
006460     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006470     MOVE WS-MST-ACTIVE-COUNT TO WS-RPT-COUNT-EDIT.
006480     MOVE SPACES TO WS-REPORT-LINE.
006490     STRING "ACTIVE ON MASTER . . . . " DELIMITED BY SIZE
006500            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006510         INTO WS-REPORT-LINE.
006520     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006530     MOVE WS-MST-INACTIVE-COUNT TO WS-RPT-COUNT-EDIT.
006540     MOVE SPACES TO WS-REPORT-LINE.
006550     STRING "INACTIVE ON MASTER . . . " DELIMITED BY SIZE
006560            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006570         INTO WS-REPORT-LINE.
006580     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006590 9700-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------
006630* 9999-TERMINATE
006640*----------------------------------------------------------------
006650 9999-TERMINATE.
006660     PERFORM 9600-LIST-MASTER THRU 9600-EXIT.
006670     PERFORM 9700-WRITE-MAINT-SUMMARY THRU 9700-EXIT.
006680     IF WS-RUN-FAILED
006690         MOVE 8 TO RETURN-CODE
006700     END-IF.
006710     CLOSE QR-SYM-CARD-FILE.
006720     CLOSE QR-SYMBOLOGY-FILE.
006730     CLOSE QR-SYM-REPORT-FILE.
006740 9999-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
006790* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
006800* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
006810*----------------------------------------------------------------
006820 9900-ABEND.
006830     STOP RUN.
