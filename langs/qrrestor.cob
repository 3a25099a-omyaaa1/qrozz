000010*----------------------------------------------------------------
000020* QRRESTOR.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRRESTOR.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* ARCHIVE RESTORE. QRRETAIN MOVES AGED IMAGES INTO THE DATED
000120* PER-CLIENT TAR ARCHIVES AND INDEXES THEM ON QRARCIDX (SEE
000130* QRARCREC); THIS PROGRAM GETS THEM BACK OUT FOR A REPRINT. THE
000140* SERVICE DESK KEYS ONE CARD PER RESTORE ON THE RESTORE INPUT
000150* FILE, IN THE SAME COLUMNS AS THE HISTORY INQUIRY (QRHSTINQ):
000160*   A REQUEST ID IN COLUMNS 1-10, OR
000170*   CLIENT XXXX FROMDATE TODATE
000180* (THE WORD "CLIENT" IN COLUMNS 1-6, THE CLIENT CODE IN 8-11, AND
000190* A FROM/TO RUN-DATE RANGE, YYYYMMDD, IN 13-20 AND 22-29, MATCHED
000200* AGAINST THE ORIGINAL GENERATION DATE OF EACH ARCHIVED IMAGE),
000210* WITH THE SERVICE-DESK TICKET IN COLUMNS 31-40 OF EITHER CARD.
000220* EVERY INDEX ENTRY THE CARD MATCHES IS EXTRACTED FROM ITS NAMED
000230* ARCHIVE INTO THE RESTORE AREA UNDER THE CLIENT'S OUTPUT
000240* DIRECTORY (OUTPUT-DIR/CLIENT/RESTORE/, UNDER ITS ORIGINAL FILE
000250* NAME), AND THE RESTORED FILE MUST THEN BE PRESENT AND NON-EMPTY
000260* OR THE RESTORE COUNTS AS FAILED (AN EMPTY FILE LEFT BY A FAILED
000270* EXTRACT IS REMOVED). THE ARCHIVE ITSELF IS ONLY READ. A REVOKED
000280* CODE ON THE CANCELLED/REVOKED REGISTER (QRRVKMST, SEE QRRVKREC)
000290* IS REFUSED, UNLESS THE ARCHIVED IMAGE IS THE SUPERVISOR-APPROVED
000300* REISSUE (GENERATED ON OR AFTER THE REISSUE DATE).
000310* THE REPORT SHOWS, CARD BY CARD, WHAT WAS RESTORED, WHAT WAS NOT
000320* IN THE INDEX, WHAT FAILED EXTRACTION, AND WHAT WAS REFUSED, AND
000330* EVERY OUTCOME IS WRITTEN TO THE ACCUMULATING RECALL LOG
000340* (QRRCLLOG, SEE QRRCLREC) FOR REPRINT BILLING AND RECALL COUNTS.
000350* RETURN CODE 4 WHEN ANY CARD WAS BAD, FOUND NOTHING, OR WAS
000360* REFUSED; 8 WHEN ANY EXTRACTION FAILED.
000370* PARM='OUTPUT-DIR' - THE SAME OUTPUT DIRECTORY QR WRITES TO.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*----------------------------------------------------------------
000410* 101526  RFM  INITIAL VERSION - ON-DEMAND RESTORE OF ARCHIVED
000420*              IMAGES WITH AN ACCUMULATING RECALL LOG.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT QR-RESTORE-CARD-FILE ASSIGN TO "QRRCLIN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CARD-FILE-STATUS.
000500     SELECT QR-ARCHIVE-INDEX-FILE ASSIGN TO "QRARCIDX"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-INDEX-FILE-STATUS.
000530     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS QRW-REQ-ID
000570         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000580     SELECT QR-RECALL-LOG-FILE ASSIGN TO "QRRCLLOG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RECALL-FILE-STATUS.
000610     SELECT QR-RESTORE-REPORT-FILE ASSIGN TO "QRRCLRPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  QR-RESTORE-CARD-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  QRS-RESTORE-CARD.
000700     05  QRS-REQ-ID              PIC X(10).
000710     05  FILLER                  PIC X(20).
000720     05  QRS-TICKET              PIC X(10).
000730     05  FILLER                  PIC X(40).
000740 01  QRS-CLIENT-RESTORE-CARD.
000750     05  QRS-KEYWORD             PIC X(06).
000760         88  QRS-CLIENT-CARD         VALUE "CLIENT".
000770     05  FILLER                  PIC X(01).
000780     05  QRS-CLIENT              PIC X(04).
000790     05  FILLER                  PIC X(01).
000800     05  QRS-FROM-DATE           PIC 9(08).
000810     05  FILLER                  PIC X(01).
000820     05  QRS-TO-DATE             PIC 9(08).
000830     05  FILLER                  PIC X(51).
000840
000850 FD  QR-ARCHIVE-INDEX-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY QRARCREC.
000880
000890 FD  QR-REVOKE-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY QRRVKREC.
000920
000930 FD  QR-RECALL-LOG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY QRRCLREC.
000960
000970 FD  QR-RESTORE-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY QRRPTREC.
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* FILE STATUS AND CONTROL SWITCHES
001040*----------------------------------------------------------------
001050 77  WS-CARD-FILE-STATUS             PIC X(02).
001060 77  WS-INDEX-FILE-STATUS            PIC X(02).
001070 77  WS-REVOKE-FILE-STATUS           PIC X(02).
001080 77  WS-RECALL-FILE-STATUS           PIC X(02).
001090 77  WS-REPORT-FILE-STATUS           PIC X(02).
001100 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
001110     88  WS-END-OF-FILE                  VALUE "Y".
001120 77  WS-IDX-EOF-SWITCH               PIC X(01) VALUE "N".
001130     88  WS-IDX-END-OF-FILE              VALUE "Y".
001140 77  WS-INDEX-AVAIL-SWITCH           PIC X(01) VALUE "N".
001150     88  WS-INDEX-AVAILABLE               VALUE "Y".
001160 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
001170     88  WS-REGISTER-AVAILABLE            VALUE "Y".
001180 77  WS-REFUSED-SWITCH               PIC X(01) VALUE "N".
001190     88  WS-CODE-REFUSED                  VALUE "Y".
001200 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001210     88  WS-RUN-FAILED                    VALUE "Y".
001220 77  WS-RUN-WARNING-SWITCH           PIC X(01) VALUE "N".
001230     88  WS-RUN-WARNING                   VALUE "Y".
001240
001250*----------------------------------------------------------------
001260* PARM VALUE - THE OUTPUT DIRECTORY THE CLIENT RESTORE AREAS SIT
001270* UNDER.
001280*----------------------------------------------------------------
001290 77  WS-OUTPUT-DIRECTORY             PIC X(40) VALUE ".".
001300
001310*----------------------------------------------------------------
001320* THE CARD BEING ANSWERED - ITS SELECTION AND TICKET
001330*----------------------------------------------------------------
001340 77  WS-CARD-TYPE                    PIC X(01) VALUE SPACES.
001350     88  WS-ID-CARD                       VALUE "I".
001360     88  WS-CLIENT-CARD                   VALUE "C".
001370 77  WS-SEL-REQ-ID                   PIC X(10) VALUE SPACES.
001380 77  WS-SEL-CLIENT                   PIC X(04) VALUE SPACES.
001390 77  WS-SEL-FROM-DATE                PIC 9(08) VALUE ZERO.
001400 77  WS-SEL-TO-DATE                  PIC 9(08) VALUE ZERO.
001410 77  WS-SEL-TICKET                   PIC X(10) VALUE SPACES.
001420 77  WS-MATCHES-THIS-CARD            PIC 9(08) COMP VALUE ZERO.
001430
001440*----------------------------------------------------------------
001450* SHELL COMMAND CONSTRUCTION AND RETURN CODE CAPTURE
001460*----------------------------------------------------------------
001470 77  WS-SHELL-COMMAND                PIC X(400) VALUE SPACES.
001480 77  WS-SHELL-RETURN-CODE            PIC S9(08) VALUE ZERO.
001490
001500*----------------------------------------------------------------
001510* PER-IMAGE WORK FIELDS. TAR STORES AN ABSOLUTE PATH WITHOUT ITS
001520* LEADING SLASH, SO THE MEMBER NAME IS THE ORIGINAL PATH LESS
001530* THAT SLASH. THE RESTORED FILE KEEPS THE ORIGINAL FILE NAME.
001540*----------------------------------------------------------------
001550 77  WS-MEMBER-NAME                  PIC X(90) VALUE SPACES.
001560 77  WS-RESTORE-DIR                  PIC X(90) VALUE SPACES.
001570 77  WS-RESTORED-PATH                PIC X(90) VALUE SPACES.
001580 77  WS-PATH-IDX                     PIC 9(04) COMP VALUE ZERO.
001590 77  WS-SLASH-POS                    PIC 9(04) COMP VALUE ZERO.
001600 77  WS-FAIL-REASON                  PIC X(30) VALUE SPACES.
001610
001620*----------------------------------------------------------------
001630* THE RECALL LOG ROW BEING BUILT - TAKEN FROM THE MATCHED INDEX
001640* ENTRY, OR FROM THE CARD WHEN NOTHING MATCHED.
001650*----------------------------------------------------------------
001660 77  WS-LOG-OUTCOME                  PIC X(01) VALUE SPACES.
001670 77  WS-LOG-REQ-ID                   PIC X(10) VALUE SPACES.
001680 77  WS-LOG-CLIENT                   PIC X(04) VALUE SPACES.
001690 77  WS-LOG-ORIG-RUN-DATE            PIC 9(08) VALUE ZERO.
001700 77  WS-LOG-ARCHIVE-PATH             PIC X(90) VALUE SPACES.
001710 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001720 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001730 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001740
001750*----------------------------------------------------------------
001760* RUN TOTALS
001770*----------------------------------------------------------------
001780 77  WS-CARD-COUNT                   PIC 9(08) COMP VALUE ZERO.
001790 77  WS-BAD-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
001800 77  WS-NOT-FOUND-COUNT              PIC 9(08) COMP VALUE ZERO.
001810 77  WS-RESTORED-COUNT               PIC 9(08) COMP VALUE ZERO.
001820 77  WS-FAILED-COUNT                 PIC 9(08) COMP VALUE ZERO.
001830 77  WS-REFUSED-COUNT                PIC 9(08) COMP VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860* REPORT LINE CONSTRUCTION
001870*----------------------------------------------------------------
001880 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001890 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001900 01  WS-FILE-LINE.
001910     05  WS-FL-PREFIX            PIC X(09) VALUE SPACES.
001920     05  WS-FL-PATH              PIC X(71).
001930
001940*----------------------------------------------------------------
001950* JCL PARM LINKAGE
001960*----------------------------------------------------------------
001970 LINKAGE SECTION.
001980 01  QR-PARM-PARAMETERS.
001990     05  QR-PARM-LENGTH              PIC S9(04) COMP.
002000     05  QR-PARM-TEXT                PIC X(80).
002010
002020 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
002030*----------------------------------------------------------------
002040* 0000-MAINLINE
002050*----------------------------------------------------------------
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-ANSWER-ONE-CARD THRU 2000-EXIT
002090         UNTIL WS-END-OF-FILE.
002100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002110     STOP RUN.
002120
002130*----------------------------------------------------------------
002140* 1000-INITIALIZE - TAKE THE OUTPUT DIRECTORY FROM THE PARM AND
002150* OPEN THE FILES. THE RECALL LOG IS CREATED ON ITS VERY FIRST RUN.
002160* NO INDEX YET (RETENTION HAS NEVER RUN) OR NO REGISTER YET IS
002170* NOT AN ERROR - NOTHING CAN BE FOUND, OR NOTHING IS REVOKED.
002180*----------------------------------------------------------------
002190 1000-INITIALIZE.
002200     IF QR-PARM-LENGTH > ZERO
002210         UNSTRING QR-PARM-TEXT DELIMITED BY ","
002220             INTO WS-OUTPUT-DIRECTORY
002230         END-UNSTRING
002240     END-IF.
002250     IF WS-OUTPUT-DIRECTORY = SPACES
002260         DISPLAY "QF0001E NO OUTPUT DIRECTORY IN PARM"
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 9900-ABEND
002290     END-IF.
002300     OPEN INPUT QR-RESTORE-CARD-FILE.
002310     IF WS-CARD-FILE-STATUS NOT = "00"
002320         DISPLAY "QF0002E QR-RESTORE-CARD-FILE OPEN FAILED - "
002330             "STATUS " WS-CARD-FILE-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 9900-ABEND
002360     END-IF.
002370     OPEN EXTEND QR-RECALL-LOG-FILE.
002380     IF WS-RECALL-FILE-STATUS = "35"
002390         OPEN OUTPUT QR-RECALL-LOG-FILE
002400     END-IF.
002410     IF WS-RECALL-FILE-STATUS NOT = "00"
002420         DISPLAY "QF0003E QR-RECALL-LOG-FILE OPEN FAILED - STAT "
002430             WS-RECALL-FILE-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         CLOSE QR-RESTORE-CARD-FILE
002460         GO TO 9900-ABEND
002470     END-IF.
002480     OPEN OUTPUT QR-RESTORE-REPORT-FILE.
002490     IF WS-REPORT-FILE-STATUS NOT = "00"
002500         DISPLAY "QF0004E QR-RESTORE-REPORT-FILE OPEN FAILED - "
002510             WS-REPORT-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         CLOSE QR-RESTORE-CARD-FILE
002540         CLOSE QR-RECALL-LOG-FILE
002550         GO TO 9900-ABEND
002560     END-IF.
002570     OPEN INPUT QR-ARCHIVE-INDEX-FILE.
002580     IF WS-INDEX-FILE-STATUS = "00"
002590         MOVE "Y" TO WS-INDEX-AVAIL-SWITCH
002600         CLOSE QR-ARCHIVE-INDEX-FILE
002610     ELSE
002620         DISPLAY "QF0005W QR-ARCHIVE-INDEX-FILE UNAVAILABLE - "
002630             "STATUS " WS-INDEX-FILE-STATUS
002640             " - NOTHING CAN BE RESTORED"
002650     END-IF.
002660     OPEN INPUT QR-REVOKE-FILE.
002670     IF WS-REVOKE-FILE-STATUS = "00"
002680         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
002690     ELSE
002700         IF WS-REVOKE-FILE-STATUS NOT = "35"
002710             DISPLAY "QF0006E QR-REVOKE-FILE OPEN FAILED - STAT "
002720                 WS-REVOKE-FILE-STATUS
002730             MOVE 16 TO RETURN-CODE
002740             CLOSE QR-RESTORE-CARD-FILE
002750             CLOSE QR-RECALL-LOG-FILE
002760             CLOSE QR-RESTORE-REPORT-FILE
002770             GO TO 9900-ABEND
002780         END-IF
002790     END-IF.
002800     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002810     MOVE SPACES TO WS-REPORT-LINE.
002820     STRING "QR ARCHIVE RESTORE - RUN " DELIMITED BY SIZE
002830            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002840         INTO WS-REPORT-LINE.
002850     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002860     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910* 2000-ANSWER-ONE-CARD - EDIT THE CARD, THEN PASS THE WHOLE INDEX
002920* FOR THE ENTRIES IT SELECTS. THE INDEX IS ONLY EVER EXTENDED AND
002930* IS NOT KEYED, SO EACH CARD IS ONE PASS; RESTORES ARE FEW.
002940*----------------------------------------------------------------
002950 2000-ANSWER-ONE-CARD.
002960     IF QRS-CLIENT-CARD
002970         SET WS-CLIENT-CARD TO TRUE
002980     ELSE
002990         IF QRS-REQ-ID = SPACES
003000             GO TO 2000-NEXT
003010         END-IF
003020         SET WS-ID-CARD TO TRUE
003030     END-IF.
003040     ADD 1 TO WS-CARD-COUNT.
003050     MOVE QRS-TICKET TO WS-SEL-TICKET.
003060     MOVE SPACES TO WS-REPORT-LINE.
003070     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003080     IF WS-CLIENT-CARD
003090         PERFORM 2200-EDIT-CLIENT-CARD THRU 2200-EXIT
003100         IF WS-SEL-CLIENT = SPACES
003110             GO TO 2000-NEXT
003120         END-IF
003130     ELSE
003140         MOVE QRS-REQ-ID TO WS-SEL-REQ-ID
003150         MOVE SPACES TO WS-SEL-CLIENT
003160         MOVE SPACES TO WS-REPORT-LINE
003170         STRING "REQUEST " DELIMITED BY SIZE
003180                WS-SEL-REQ-ID DELIMITED BY SIZE
003190                "  TICKET " DELIMITED BY SIZE
003200                WS-SEL-TICKET DELIMITED BY SIZE
003210             INTO WS-REPORT-LINE
003220         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003230     END-IF.
003240     MOVE ZERO TO WS-MATCHES-THIS-CARD.
003250     IF WS-INDEX-AVAILABLE
003260         PERFORM 2300-SCAN-INDEX THRU 2300-EXIT
003270     END-IF.
003280     IF WS-MATCHES-THIS-CARD = ZERO
003290         PERFORM 2600-REPORT-NOT-IN-INDEX THRU 2600-EXIT
003300     END-IF.
003310 2000-NEXT.
003320     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370* 2100-READ-CARD
003380*----------------------------------------------------------------
003390 2100-READ-CARD.
003400     READ QR-RESTORE-CARD-FILE
003410         AT END
003420             MOVE "Y" TO WS-EOF-SWITCH
003430     END-READ.
003440 2100-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 2200-EDIT-CLIENT-CARD - A CLIENT CARD NEEDS A CLIENT CODE AND A
003490* NUMERIC DATE RANGE. A BAD CARD PRINTS ITS REASON AND LEAVES THE
003500* SELECTED CLIENT BLANK SO THE CALLER SKIPS IT.
003510*----------------------------------------------------------------
003520 2200-EDIT-CLIENT-CARD.
003530     MOVE SPACES TO WS-SEL-REQ-ID.
003540     MOVE QRS-CLIENT TO WS-SEL-CLIENT.
003550     MOVE SPACES TO WS-REPORT-LINE.
003560     STRING "CLIENT " DELIMITED BY SIZE
003570            QRS-CLIENT DELIMITED BY SIZE
003580            " FROM " DELIMITED BY SIZE
003590            QRS-FROM-DATE DELIMITED BY SIZE
003600            " TO " DELIMITED BY SIZE
003610            QRS-TO-DATE DELIMITED BY SIZE
003620            "  TICKET " DELIMITED BY SIZE
003630            WS-SEL-TICKET DELIMITED BY SIZE
003640         INTO WS-REPORT-LINE.
003650     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003660     IF QRS-CLIENT = SPACES
003670         MOVE "  NO CLIENT CODE ON RESTORE CARD" TO WS-REPORT-LINE
003680         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003690         ADD 1 TO WS-BAD-CARD-COUNT
003700         MOVE "Y" TO WS-RUN-WARNING-SWITCH
003710         GO TO 2200-EXIT
003720     END-IF.
003730     IF QRS-FROM-DATE NOT NUMERIC
003740         OR QRS-TO-DATE NOT NUMERIC
003750         MOVE "  DATE RANGE ON RESTORE CARD IS NOT NUMERIC"
003760             TO WS-REPORT-LINE
003770         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003780         ADD 1 TO WS-BAD-CARD-COUNT
003790         MOVE "Y" TO WS-RUN-WARNING-SWITCH
003800         MOVE SPACES TO WS-SEL-CLIENT
003810         GO TO 2200-EXIT
003820     END-IF.
003830     MOVE QRS-FROM-DATE TO WS-SEL-FROM-DATE.
003840     MOVE QRS-TO-DATE TO WS-SEL-TO-DATE.
003850 2200-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 2300-SCAN-INDEX - ONE PASS OF THE ARCHIVE INDEX FOR THE CARD.
003900*----------------------------------------------------------------
003910 2300-SCAN-INDEX.
003920     OPEN INPUT QR-ARCHIVE-INDEX-FILE.
003930     IF WS-INDEX-FILE-STATUS NOT = "00"
003940         DISPLAY "QF0007E QR-ARCHIVE-INDEX-FILE OPEN FAILED - "
003950             "STATUS " WS-INDEX-FILE-STATUS
003960         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003970         GO TO 2300-EXIT
003980     END-IF.
003990     MOVE "N" TO WS-IDX-EOF-SWITCH.
004000     PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-EXIT
004010         UNTIL WS-IDX-END-OF-FILE.
004020     CLOSE QR-ARCHIVE-INDEX-FILE.
004030 2300-EXIT.
004040     EXIT.
004050
004060 2310-CHECK-ONE-ENTRY.
004070     READ QR-ARCHIVE-INDEX-FILE
004080         AT END
004090             MOVE "Y" TO WS-IDX-EOF-SWITCH
004100             GO TO 2310-EXIT
004110     END-READ.
004120     IF WS-ID-CARD
004130         IF QAR-REQ-ID NOT = WS-SEL-REQ-ID
004140             GO TO 2310-EXIT
004150         END-IF
004160     ELSE
004170         IF QAR-CLIENT NOT = WS-SEL-CLIENT
004180             OR QAR-RUN-DATE NOT NUMERIC
004190             OR QAR-RUN-DATE < WS-SEL-FROM-DATE
004200             OR QAR-RUN-DATE > WS-SEL-TO-DATE
004210             GO TO 2310-EXIT
004220         END-IF
004230     END-IF.
004240     ADD 1 TO WS-MATCHES-THIS-CARD.
004250     MOVE QAR-REQ-ID TO WS-LOG-REQ-ID.
004260     MOVE QAR-CLIENT TO WS-LOG-CLIENT.
004270     IF QAR-RUN-DATE NUMERIC
004280         MOVE QAR-RUN-DATE TO WS-LOG-ORIG-RUN-DATE
004290     ELSE
004300         MOVE ZERO TO WS-LOG-ORIG-RUN-DATE
004310     END-IF.
004320     MOVE QAR-ARCHIVE-PATH TO WS-LOG-ARCHIVE-PATH.
004330     PERFORM 2400-CHECK-REVOKED THRU 2400-EXIT.
004340     IF WS-CODE-REFUSED
004350         ADD 1 TO WS-REFUSED-COUNT
004360         MOVE "Y" TO WS-RUN-WARNING-SWITCH
004370         MOVE SPACES TO WS-REPORT-LINE
004380         STRING "  REFUSED - " DELIMITED BY SIZE
004390                QAR-REQ-ID DELIMITED BY SIZE
004400                " IS A REVOKED CODE" DELIMITED BY SIZE
004410             INTO WS-REPORT-LINE
004420         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004430         MOVE SPACES TO WS-RESTORED-PATH
004440         MOVE "V" TO WS-LOG-OUTCOME
004450         PERFORM 8300-WRITE-RECALL-LOG THRU 8300-EXIT
004460         GO TO 2310-EXIT
004470     END-IF.
004480     PERFORM 2500-RESTORE-ONE-IMAGE THRU 2500-EXIT.
004490 2310-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 2400-CHECK-REVOKED - A REVOKED CODE MUST NOT BE PUT BACK INTO
004540* CIRCULATION. THE ONE EXCEPTION IS THE REISSUE A SUPERVISOR
004550* OVERRIDE ALLOWED: AN ARCHIVED IMAGE GENERATED ON OR AFTER THE
004560* REISSUE DATE IS THAT REISSUE, NOT THE REVOKED ORIGINAL.
004570*----------------------------------------------------------------
004580 2400-CHECK-REVOKED.
004590     MOVE "N" TO WS-REFUSED-SWITCH.
004600     IF NOT WS-REGISTER-AVAILABLE
004610         GO TO 2400-EXIT
004620     END-IF.
004630     MOVE QAR-REQ-ID TO QRW-REQ-ID.
004640     READ QR-REVOKE-FILE
004650         INVALID KEY
004660             GO TO 2400-EXIT
004670     END-READ.
004680     IF NOT QRW-REVOKED
004690         GO TO 2400-EXIT
004700     END-IF.
004710     IF QRW-REISSUE-DATE NUMERIC
004720         AND QRW-REISSUE-DATE > ZERO
004730         AND QAR-RUN-DATE NUMERIC
004740         AND QAR-RUN-DATE NOT < QRW-REISSUE-DATE
004750         GO TO 2400-EXIT
004760     END-IF.
004770     MOVE "Y" TO WS-REFUSED-SWITCH.
004780 2400-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820* 2500-RESTORE-ONE-IMAGE - EXTRACT THE MEMBER FROM ITS ARCHIVE TO
004830* STANDARD OUTPUT AND INTO THE CLIENT'S RESTORE AREA, THEN CHECK
004840* THE RESTORED FILE IS THERE AND NOT EMPTY. A FAILED EXTRACT CAN
004850* LEAVE AN EMPTY FILE BEHIND FROM THE REDIRECT, SO ANY FAILURE
004860* REMOVES THE RESTORED FILE AGAIN.
004870*----------------------------------------------------------------
004880 2500-RESTORE-ONE-IMAGE.
004890     MOVE SPACES TO WS-RESTORED-PATH.
004900     MOVE SPACES TO WS-SHELL-COMMAND.
004910     STRING "test -f '" DELIMITED BY SIZE
004920            QAR-ARCHIVE-PATH DELIMITED BY SPACE
004930            "'" DELIMITED BY SIZE
004940         INTO WS-SHELL-COMMAND.
004950     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
004960     IF WS-SHELL-RETURN-CODE NOT = ZERO
004970         MOVE "ARCHIVE NOT ON DISK" TO WS-FAIL-REASON
004980         PERFORM 2550-REPORT-FAILED THRU 2550-EXIT
004990         GO TO 2500-EXIT
005000     END-IF.
005010     MOVE SPACES TO WS-MEMBER-NAME.
005020     IF QAR-ORIG-PATH (1:1) = "/"
005030         MOVE QAR-ORIG-PATH (2:) TO WS-MEMBER-NAME
005040     ELSE
005050         MOVE QAR-ORIG-PATH TO WS-MEMBER-NAME
005060     END-IF.
005070     MOVE ZERO TO WS-SLASH-POS.
005080     PERFORM 2510-FIND-LAST-SLASH THRU 2510-EXIT
005090         VARYING WS-PATH-IDX FROM 90 BY -1
005100         UNTIL WS-PATH-IDX < 1 OR WS-SLASH-POS > ZERO.
005110     MOVE SPACES TO WS-RESTORE-DIR.
005120     STRING WS-OUTPUT-DIRECTORY DELIMITED BY SPACE
005130            "/" DELIMITED BY SIZE
005140            QAR-CLIENT DELIMITED BY SPACE
005150            "/RESTORE" DELIMITED BY SIZE
005160         INTO WS-RESTORE-DIR.
005170     IF WS-SLASH-POS = ZERO
005180         STRING WS-RESTORE-DIR DELIMITED BY SPACE
005190                "/" DELIMITED BY SIZE
005200                QAR-ORIG-PATH DELIMITED BY SPACE
005210             INTO WS-RESTORED-PATH
005220     ELSE
005230         STRING WS-RESTORE-DIR DELIMITED BY SPACE
005240                QAR-ORIG-PATH (WS-SLASH-POS:) DELIMITED BY SPACE
005250             INTO WS-RESTORED-PATH
005260     END-IF.
005270     MOVE SPACES TO WS-SHELL-COMMAND.
005280     STRING "mkdir -p '" DELIMITED BY SIZE
005290            WS-RESTORE-DIR DELIMITED BY SPACE
005300            "' && tar -xOf '" DELIMITED BY SIZE
005310            QAR-ARCHIVE-PATH DELIMITED BY SPACE
005320            "' '" DELIMITED BY SIZE
005330            WS-MEMBER-NAME DELIMITED BY SPACE
005340            "' > '" DELIMITED BY SIZE
005350            WS-RESTORED-PATH DELIMITED BY SPACE
005360            "'" DELIMITED BY SIZE
005370         INTO WS-SHELL-COMMAND.
005380     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
005390     IF WS-SHELL-RETURN-CODE NOT = ZERO
005400         MOVE "TAR EXTRACT FAILED" TO WS-FAIL-REASON
005410         PERFORM 2560-REMOVE-RESTORED THRU 2560-EXIT
005420         PERFORM 2550-REPORT-FAILED THRU 2550-EXIT
005430         GO TO 2500-EXIT
005440     END-IF.
005450     MOVE SPACES TO WS-SHELL-COMMAND.
005460     STRING "test -s '" DELIMITED BY SIZE
005470            WS-RESTORED-PATH DELIMITED BY SPACE
005480            "'" DELIMITED BY SIZE
005490         INTO WS-SHELL-COMMAND.
005500     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
005510     IF WS-SHELL-RETURN-CODE NOT = ZERO
005520         MOVE "RESTORED FILE MISSING OR EMPTY" TO WS-FAIL-REASON
005530         PERFORM 2560-REMOVE-RESTORED THRU 2560-EXIT
005540         PERFORM 2550-REPORT-FAILED THRU 2550-EXIT
005550         GO TO 2500-EXIT
005560     END-IF.
005570     ADD 1 TO WS-RESTORED-COUNT.
005580     MOVE SPACES TO WS-REPORT-LINE.
005590     STRING "  RESTORED - " DELIMITED BY SIZE
005600            QAR-REQ-ID DELIMITED BY SIZE
005610            "  GENERATED " DELIMITED BY SIZE
005620            QAR-RUN-DATE DELIMITED BY SIZE
005630         INTO WS-REPORT-LINE.
005640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005650     MOVE "    TO:" TO WS-FL-PREFIX.
005660     MOVE WS-RESTORED-PATH TO WS-FL-PATH.
005670     MOVE WS-FILE-LINE TO WS-REPORT-LINE.
005680     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005690     MOVE "R" TO WS-LOG-OUTCOME.
005700     PERFORM 8300-WRITE-RECALL-LOG THRU 8300-EXIT.
005710 2500-EXIT.
005720     EXIT.
005730
005740 2510-FIND-LAST-SLASH.
005750     IF QAR-ORIG-PATH (WS-PATH-IDX:1) = "/"
005760         MOVE WS-PATH-IDX TO WS-SLASH-POS
005770     END-IF.
005780 2510-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 2550-REPORT-FAILED - REPORT AND LOG AN IMAGE THAT COULD NOT BE
005830* RESTORED.
005840*----------------------------------------------------------------
005850 2550-REPORT-FAILED.
005860     ADD 1 TO WS-FAILED-COUNT.
005870     MOVE "Y" TO WS-RUN-FAILED-SWITCH.
005880     MOVE SPACES TO WS-REPORT-LINE.
005890     STRING "  EXTRACTION FAILED - " DELIMITED BY SIZE
005900            QAR-REQ-ID DELIMITED BY SIZE
005910            " - " DELIMITED BY SIZE
005920            WS-FAIL-REASON DELIMITED BY SIZE
005930         INTO WS-REPORT-LINE.
005940     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005950     MOVE "   FROM:" TO WS-FL-PREFIX.
005960     MOVE QAR-ARCHIVE-PATH TO WS-FL-PATH.
005970     MOVE WS-FILE-LINE TO WS-REPORT-LINE.
005980     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005990     MOVE SPACES TO WS-RESTORED-PATH.
006000     MOVE "F" TO WS-LOG-OUTCOME.
006010     PERFORM 8300-WRITE-RECALL-LOG THRU 8300-EXIT.
006020 2550-EXIT.
006030     EXIT.
006040
006050 2560-REMOVE-RESTORED.
006060     MOVE SPACES TO WS-SHELL-COMMAND.
006070     STRING "rm -f '" DELIMITED BY SIZE
006080            WS-RESTORED-PATH DELIMITED BY SPACE
006090            "'" DELIMITED BY SIZE
006100         INTO WS-SHELL-COMMAND.
006110     PERFORM 8400-RUN-SHELL-COMMAND THRU 8400-EXIT.
006120 2560-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160* 2600-REPORT-NOT-IN-INDEX - NOTHING ON THE INDEX MATCHED THE
006170* CARD. THIS IS LOGGED TOO, SO A RECALL OF A CODE THAT WAS NEVER
006180* ARCHIVED STILL SHOWS UP IN THE RECALL COUNTS.
006190*----------------------------------------------------------------
006200 2600-REPORT-NOT-IN-INDEX.
006210     ADD 1 TO WS-NOT-FOUND-COUNT.
006220     MOVE "Y" TO WS-RUN-WARNING-SWITCH.
006230     MOVE "  NOT IN ARCHIVE INDEX" TO WS-REPORT-LINE.
006240     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006250     MOVE WS-SEL-REQ-ID TO WS-LOG-REQ-ID.
006260     MOVE WS-SEL-CLIENT TO WS-LOG-CLIENT.
006270     MOVE ZERO TO WS-LOG-ORIG-RUN-DATE.
006280     MOVE SPACES TO WS-LOG-ARCHIVE-PATH.
006290     MOVE SPACES TO WS-RESTORED-PATH.
006300     MOVE "N" TO WS-LOG-OUTCOME.
006310     PERFORM 8300-WRITE-RECALL-LOG THRU 8300-EXIT.
006320 2600-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360* 8000-WRITE-REPORT-LINE
006370*----------------------------------------------------------------
006380 8000-WRITE-REPORT-LINE.
006390     MOVE WS-REPORT-LINE TO QRP-LINE.
006400     WRITE QR-REPORT-RECORD.
006410     IF WS-REPORT-FILE-STATUS NOT = "00"
006420         DISPLAY "QF0008E QR-RESTORE-REPORT-FILE WRITE FAILED - "
006430             WS-REPORT-FILE-STATUS
006440         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006450     END-IF.
006460 8000-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
006510* HEADING AND THE RECALL LOG.
006520*----------------------------------------------------------------
006530 8200-BUILD-TIMESTAMP.
006540     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
006550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006560     ACCEPT WS-RUN-TIME FROM TIME.
006570     STRING WS-RUN-DATE DELIMITED BY SIZE
006580            WS-RUN-TIME DELIMITED BY SIZE
006590         INTO WS-CURRENT-TIMESTAMP.
006600 8200-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640* 8300-WRITE-RECALL-LOG - ONE RECALL LOG ROW; THE CALLER HAS SET
006650* THE OUTCOME AND THE RESTORED PATH.
006660*----------------------------------------------------------------
006670 8300-WRITE-RECALL-LOG.
006680     MOVE SPACES TO QR-RECALL-LOG-RECORD.
006690     MOVE WS-LOG-REQ-ID TO QRL-REQ-ID.
006700     MOVE WS-LOG-CLIENT TO QRL-CLIENT.
006710     MOVE WS-LOG-OUTCOME TO QRL-OUTCOME.
006720     MOVE WS-CARD-TYPE TO QRL-CARD-TYPE.
006730     MOVE WS-SEL-TICKET TO QRL-TICKET.
006740     MOVE WS-LOG-ORIG-RUN-DATE TO QRL-ORIG-RUN-DATE.
006750     MOVE WS-LOG-ARCHIVE-PATH TO QRL-ARCHIVE-PATH.
006760     MOVE WS-RESTORED-PATH TO QRL-RESTORED-PATH.
006770     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
006780     MOVE WS-CURRENT-TIMESTAMP TO QRL-TIMESTAMP.
006790     MOVE WS-RUN-DATE TO QRL-RUN-DATE.
006800     WRITE QR-RECALL-LOG-RECORD.
006810     IF WS-RECALL-FILE-STATUS NOT = "00"
006820         DISPLAY "QF0009E QR-RECALL-LOG-FILE WRITE FAILED - STAT "
006830             WS-RECALL-FILE-STATUS
006840         MOVE "Y" TO WS-RUN-FAILED-SWITCH
006850     END-IF.
006860 8300-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* 8400-RUN-SHELL-COMMAND
006910*----------------------------------------------------------------
006920 8400-RUN-SHELL-COMMAND.
006930     CALL "SYSTEM" USING WS-SHELL-COMMAND
006940         ON EXCEPTION
006950             MOVE -1 TO WS-SHELL-RETURN-CODE
006960         NOT ON EXCEPTION
006970             MOVE RETURN-CODE TO WS-SHELL-RETURN-CODE
006980     END-CALL.
006990 8400-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------
007030* 9700-WRITE-RESTORE-SUMMARY
007040*----------------------------------------------------------------
007050 9700-WRITE-RESTORE-SUMMARY.
007060     MOVE SPACES TO WS-REPORT-LINE.
007070     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007080     MOVE WS-CARD-COUNT TO WS-RPT-COUNT-EDIT.
007090     MOVE SPACES TO WS-REPORT-LINE.
007100     STRING "RESTORE CARDS READ . . . " DELIMITED BY SIZE
007110            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007120         INTO WS-REPORT-LINE.
007130     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007140     MOVE WS-BAD-CARD-COUNT TO WS-RPT-COUNT-EDIT.
007150     MOVE SPACES TO WS-REPORT-LINE.
007160     STRING "CARDS IN ERROR . . . . . " DELIMITED BY SIZE
007170            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007180         INTO WS-REPORT-LINE.
007190     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007200     MOVE WS-NOT-FOUND-COUNT TO WS-RPT-COUNT-EDIT.
007210     MOVE SPACES TO WS-REPORT-LINE.
007220     STRING "CARDS NOT IN INDEX . . . " DELIMITED BY SIZE
007230            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007240         INTO WS-REPORT-LINE.
007250     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007260     MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT-EDIT.
007270     MOVE SPACES TO WS-REPORT-LINE.
007280     STRING "IMAGES RESTORED. . . . . " DELIMITED BY SIZE
007290            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007300         INTO WS-REPORT-LINE.
007310     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007320     MOVE WS-FAILED-COUNT TO WS-RPT-COUNT-EDIT.
007330     MOVE SPACES TO WS-REPORT-LINE.
007340     STRING "EXTRACTIONS FAILED . . . " DELIMITED BY SIZE
007350            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007360         INTO WS-REPORT-LINE.
007370     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007380     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
007390     MOVE SPACES TO WS-REPORT-LINE.
007400     STRING "REVOKED CODES REFUSED. . " DELIMITED BY SIZE
007410            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
007420         INTO WS-REPORT-LINE.
007430     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007440 9700-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 9999-TERMINATE
007490*----------------------------------------------------------------
007500 9999-TERMINATE.
007510     PERFORM 9700-WRITE-RESTORE-SUMMARY THRU 9700-EXIT.
007520     IF WS-RUN-FAILED
007530         MOVE 8 TO RETURN-CODE
007540     ELSE
007550         IF WS-RUN-WARNING
007560             MOVE 4 TO RETURN-CODE
007570         END-IF
007580     END-IF.
007590     CLOSE QR-RESTORE-CARD-FILE.
007600     CLOSE QR-RECALL-LOG-FILE.
007610     IF WS-REGISTER-AVAILABLE
007620         CLOSE QR-REVOKE-FILE
007630     END-IF.
007640     CLOSE QR-RESTORE-REPORT-FILE.
007650 9999-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
007700* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
007710* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
007720*----------------------------------------------------------------
007730 9900-ABEND.
007740     STOP RUN.
