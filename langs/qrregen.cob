000010*----------------------------------------------------------------
000020* QRREGEN.CBL
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. QRREGEN.
000060 AUTHOR. R MCALLISTER.
000070 INSTALLATION. DATA CENTER BATCH SUPPORT.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* SCAN-BACK REGENERATION, RUN AFTER QRVERIFY AND QRHSTUPD. EVERY
000120* IMAGE THE VERIFICATION PASS COULD NOT READ BACK CORRECTLY
000130* (QRV-STATUS "M" MISMATCH OR "U" UNDECODABLE) IS TURNED BACK
000140* INTO A REQUEST SO IT IS CUT AGAIN THE NEXT NIGHT INSTEAD OF
000150* WAITING FOR THE CLIENT TO COMPLAIN. THE VERIFY RESULTS, THE
000160* MANIFEST, AND THE AUDIT LOG ALL COME FROM THE SAME QR RUN IN
000170* THE SAME ORDER, SO THEY ARE MATCHED BY A SEQUENTIAL CO-READ:
000180* EACH VERIFY RESULT PAIRS WITH THE NEXT MANIFEST ENTRY, AND
000190* EACH MANIFEST ENTRY WITH THE NEXT SUCCESS AUDIT RECORD (AS IN
000200* QRRECON). FOR EACH BAD IMAGE THIS PROGRAM -
000210*   - FLAGS THE SUCCESS ROW ON THE HISTORY MASTER (QHS-SCAN-FLAG)
000220*     SO THE REQUEST NO LONGER COUNTS AS A GOOD COMPLETION;
000230*   - WRITES A CREDIT RECORD (SEE QRCRDREC) FOR THE MONTH-END
000240*     CHARGEBACK RUN, SINCE THE CLIENT WAS BILLED FOR THE IMAGE;
000250*   - REBUILDS THE REQUEST FROM THE MANIFEST PAYLOAD AND RENDER
000260*     OPTIONS AND THE AUDIT FORMAT CODE, MARKED AS A
000270*     REGENERATION (QR-REQ-REGEN-FLAG) SO PROGRAM QR DOES NOT
000280*     STOP IT AT THE CROSS-RUN DUPLICATE CHECK, AND WRITES IT TO
000290*     THE REGENERATION FILE. OPS MERGES THAT FILE ONTO THE EDITED
000300*     REQUEST FILE AHEAD OF THE NEXT NIGHT'S QR STEP, THE SAME
000310*     WAY THE RECYCLE AND CARRYOVER FILES ARE MERGED.
000320* REGENERATED REQUESTS GO IN AS HIGH PRIORITY. THE CAPTIONS ARE
000330* NOT ON THE MANIFEST AND ARE NOT CARRIED. A STRUCTURED REQUEST
000340* (VCARD/WIFI/SMSTO/MAILTO) OR A PAYLOAD LONGER THAN THE REQUEST
000350* DATA FIELD CANNOT BE REBUILT FROM THE COMPOSED PAYLOAD; IT IS
000360* STILL FLAGGED AND CREDITED BUT IS LISTED ON THE REPORT AS
000370* REKEY REQUIRED, AND THE RUN ENDS WITH RETURN CODE 4.
000380* A RERUN OF THIS STEP REBUILDS THE SAME OUTPUT FILES; A ROW
000390* ALREADY FLAGGED BY THE EARLIER RUN IS COUNTED, NOT AN ERROR.
000400* A BAD IMAGE WITH NO HISTORY ROW, OR RESULT FILES THAT DO NOT
000410* CO-READ, END THE RUN WITH RETURN CODE 8.
000411* AN IMAGE WHOSE REQUEST THE DEPARTMENT HAS REVOKED (SEE
000412* QRRVKREC) IS FLAGGED AND CREDITED BUT NEVER REQUEUED, UNLESS A
000413* SUPERVISOR OVERRIDE IS ON THE REGISTER; THE BLOCK IS LISTED ON
000414* THE REPORT AND WRITTEN TO THE CANCEL/REVOKE AUDIT TRAIL.
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*----------------------------------------------------------------
000450* 101526  RFM  INITIAL VERSION - VERIFY/MANIFEST/AUDIT CO-READ,
000460*              HISTORY FLAGGING, CREDIT RECORDS, AND REGENERATION
000470*              REQUESTS.
000471* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000472*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000473*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000474*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000475* 101526  RFM  A REVOKED REQUEST ID (ON THE QRRVKMST REGISTER)
000476*              IS NOT REQUEUED WITHOUT A SUPERVISOR OVERRIDE; EACH
000477*              BLOCK IS AUDITED ON QRCANAUD.
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT QR-VERIFY-IN-FILE ASSIGN TO "QRVRFOUT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-VERIFY-IN-STATUS.
000550     SELECT QR-MANIFEST-FILE ASSIGN TO "QRMANLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000580     SELECT QR-AUDIT-FILE ASSIGN TO "QRAUDLOG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000610     SELECT QR-HISTORY-FILE ASSIGN TO "QRHSTMST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS QHS-KEY
000650         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000660     SELECT QR-REGEN-OUT-FILE ASSIGN TO "QRRGNOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-REGEN-OUT-STATUS.
000690     SELECT QR-CREDIT-OUT-FILE ASSIGN TO "QRRGNCRD"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CREDIT-OUT-STATUS.
000720     SELECT QR-REGEN-REPORT-FILE ASSIGN TO "QRRGNRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-FILE-STATUS.
000741     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS QRW-REQ-ID
000745         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000746     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
000747         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS WS-CANAUD-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  QR-VERIFY-IN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY QRVRFREC.
000810
000820 FD  QR-MANIFEST-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY QRMANREC.
000850
000860 FD  QR-AUDIT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY QRAUDREC.
000890
000900 FD  QR-HISTORY-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY QRHSTREC.
000930
000940 FD  QR-REGEN-OUT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  QRG-REGEN-RECORD                PIC X(210).
000970
000980 FD  QR-CREDIT-OUT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY QRCRDREC.
001010
001020 FD  QR-REGEN-REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY QRRPTREC.
001041
001042 FD  QR-REVOKE-FILE
001043     LABEL RECORDS ARE STANDARD.
001044 COPY QRRVKREC.
001045
001046 FD  QR-CANCEL-AUDIT-FILE
001047     LABEL RECORDS ARE STANDARD.
001048 COPY QRCNAREC.
001050
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* FILE STATUS AND CONTROL SWITCHES
001090*----------------------------------------------------------------
001100 77  WS-VERIFY-IN-STATUS             PIC X(02).
001110 77  WS-MANIFEST-FILE-STATUS         PIC X(02).
001120 77  WS-AUDIT-FILE-STATUS            PIC X(02).
001130 77  WS-HISTORY-FILE-STATUS          PIC X(02).
001140 77  WS-REGEN-OUT-STATUS             PIC X(02).
001150 77  WS-CREDIT-OUT-STATUS            PIC X(02).
001160 77  WS-REPORT-FILE-STATUS           PIC X(02).
001170 77  WS-VRF-EOF-SWITCH               PIC X(01) VALUE "N".
001180     88  WS-VRF-END-OF-FILE              VALUE "Y".
001190 77  WS-MAN-EOF-SWITCH               PIC X(01) VALUE "N".
001200     88  WS-MAN-END-OF-FILE              VALUE "Y".
001210 77  WS-AUD-EOF-SWITCH               PIC X(01) VALUE "N".
001220     88  WS-AUD-END-OF-FILE              VALUE "Y".
001230 77  WS-OUT-OF-STEP-SWITCH           PIC X(01) VALUE "N".
001240     88  WS-OUT-OF-STEP                  VALUE "Y".
001250 77  WS-HST-FOUND-SWITCH             PIC X(01) VALUE "N".
001260     88  WS-HST-ROW-FOUND                VALUE "Y".
001270 77  WS-REKEY-SWITCH                 PIC X(01) VALUE "N".
001280     88  WS-REKEY-REQUIRED               VALUE "Y".
001290 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001300     88  WS-RUN-FAILED                    VALUE "Y".
001301 77  WS-REVOKE-FILE-STATUS           PIC X(02).
001302 77  WS-CANAUD-FILE-STATUS           PIC X(02).
001303 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
001304     88  WS-REGISTER-AVAILABLE            VALUE "Y".
001305 77  WS-REG-BLOCK-SWITCH             PIC X(01) VALUE "N".
001306     88  WS-REG-BLOCKED                   VALUE "Y".
001310
001320*----------------------------------------------------------------
001330* REQUEST RECORD REBUILT FOR THE REGENERATION FILE
001340*----------------------------------------------------------------
001350 COPY QRREQREC.
001360
001370*----------------------------------------------------------------
001380* FILENAME RECOVERY - QR BUILDS EACH IMAGE PATH AS
001390* OUTPUT-DIR/CLIENT/ID_YYYYMMDD_FILENAME, SO THE REQUESTED
001400* FILENAME IS WHATEVER FOLLOWS THE ID AND RUN DATE IN THE LAST
001410* PATH COMPONENT.
001420*----------------------------------------------------------------
001430 77  WS-PATH-LEN                     PIC 9(04) COMP VALUE ZERO.
001440 77  WS-SLASH-POS                    PIC 9(04) COMP VALUE ZERO.
001450 77  WS-ID-LEN                       PIC 9(04) COMP VALUE ZERO.
001460 77  WS-FN-START                     PIC 9(04) COMP VALUE ZERO.
001470 77  WS-FN-LEN                       PIC 9(04) COMP VALUE ZERO.
001480 77  WS-VRF-STATUS-TEXT              PIC X(11) VALUE SPACES.
001490
001500*----------------------------------------------------------------
001510* RUN TOTALS
001520*----------------------------------------------------------------
001530 77  WS-VRF-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001540 77  WS-VERIFIED-COUNT               PIC 9(08) COMP VALUE ZERO.
001550 77  WS-BAD-IMAGE-COUNT              PIC 9(08) COMP VALUE ZERO.
001560 77  WS-REGEN-COUNT                  PIC 9(08) COMP VALUE ZERO.
001570 77  WS-REKEY-COUNT                  PIC 9(08) COMP VALUE ZERO.
001580 77  WS-CREDIT-COUNT                 PIC 9(08) COMP VALUE ZERO.
001590 77  WS-ALREADY-COUNT                PIC 9(08) COMP VALUE ZERO.
001600 77  WS-NO-HISTORY-COUNT             PIC 9(08) COMP VALUE ZERO.
001601 77  WS-REVOKED-BLOCK-COUNT          PIC 9(08) COMP VALUE ZERO.
001610
001620*----------------------------------------------------------------
001630* SUMMARY REPORT LINE CONSTRUCTION
001640*----------------------------------------------------------------
001650 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001660 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001670 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001680 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001690 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001691 77  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
001700
001701*----------------------------------------------------------------
001702* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001703*----------------------------------------------------------------
001704 COPY QRLDGPRM.
001705
001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------
001730* 0000-MAINLINE
001740*----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-ONE-RESULT THRU 2000-EXIT
001780         UNTIL WS-VRF-END-OF-FILE
001790         OR WS-OUT-OF-STEP.
001800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001810     STOP RUN.
001820
001830*----------------------------------------------------------------
001840* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE THREE-WAY
001850* CO-READ. THE HISTORY MASTER MUST ALREADY EXIST: THIS STEP
001860* RUNS AFTER QRHSTUPD HAS POSTED THE NIGHT'S AUDIT RECORDS.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001881     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001890     OPEN INPUT QR-VERIFY-IN-FILE.
001900     IF WS-VERIFY-IN-STATUS NOT = "00"
001910         DISPLAY "QG0001E QR-VERIFY-IN-FILE OPEN FAILED - STATUS "
001920             WS-VERIFY-IN-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9900-ABEND
001950     END-IF.
001960     OPEN INPUT QR-MANIFEST-FILE.
001970     IF WS-MANIFEST-FILE-STATUS NOT = "00"
001980         DISPLAY "QG0002E QR-MANIFEST-FILE OPEN FAILED - STATUS "
001990             WS-MANIFEST-FILE-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         CLOSE QR-VERIFY-IN-FILE
002020         GO TO 9900-ABEND
002030     END-IF.
002040     OPEN INPUT QR-AUDIT-FILE.
002050     IF WS-AUDIT-FILE-STATUS NOT = "00"
002060         DISPLAY "QG0003E QR-AUDIT-FILE OPEN FAILED - STATUS "
002070             WS-AUDIT-FILE-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         CLOSE QR-VERIFY-IN-FILE
002100         CLOSE QR-MANIFEST-FILE
002110         GO TO 9900-ABEND
002120     END-IF.
002130     OPEN I-O QR-HISTORY-FILE.
002140     IF WS-HISTORY-FILE-STATUS NOT = "00"
002150         DISPLAY "QG0004E QR-HISTORY-FILE OPEN FAILED - STATUS "
002160             WS-HISTORY-FILE-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         CLOSE QR-VERIFY-IN-FILE
002190         CLOSE QR-MANIFEST-FILE
002200         CLOSE QR-AUDIT-FILE
002210         GO TO 9900-ABEND
002220     END-IF.
002230     OPEN OUTPUT QR-REGEN-OUT-FILE.
002240     IF WS-REGEN-OUT-STATUS NOT = "00"
002250         DISPLAY "QG0005E QR-REGEN-OUT-FILE OPEN FAILED - STATUS "
002260             WS-REGEN-OUT-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         CLOSE QR-VERIFY-IN-FILE
002290         CLOSE QR-MANIFEST-FILE
002300         CLOSE QR-AUDIT-FILE
002310         CLOSE QR-HISTORY-FILE
002320         GO TO 9900-ABEND
002330     END-IF.
002340     OPEN OUTPUT QR-CREDIT-OUT-FILE.
002350     IF WS-CREDIT-OUT-STATUS NOT = "00"
002360         DISPLAY "QG0006E QR-CREDIT-OUT-FILE OPEN FAILED - STAT "
002370             WS-CREDIT-OUT-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         CLOSE QR-VERIFY-IN-FILE
002400         CLOSE QR-MANIFEST-FILE
002410         CLOSE QR-AUDIT-FILE
002420         CLOSE QR-HISTORY-FILE
002430         CLOSE QR-REGEN-OUT-FILE
002440         GO TO 9900-ABEND
002450     END-IF.
002460     OPEN OUTPUT QR-REGEN-REPORT-FILE.
002470     IF WS-REPORT-FILE-STATUS NOT = "00"
002480         DISPLAY "QG0007E QR-REGEN-REPORT-FILE OPEN FAILED - "
002490             WS-REPORT-FILE-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         CLOSE QR-VERIFY-IN-FILE
002520         CLOSE QR-MANIFEST-FILE
002530         CLOSE QR-AUDIT-FILE
002540         CLOSE QR-HISTORY-FILE
002550         CLOSE QR-REGEN-OUT-FILE
002560         CLOSE QR-CREDIT-OUT-FILE
002570         GO TO 9900-ABEND
002580     END-IF.
002581     OPEN INPUT QR-REVOKE-FILE.
002582     IF WS-REVOKE-FILE-STATUS = "00"
002583         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
002584     ELSE
002585         IF WS-REVOKE-FILE-STATUS NOT = "35"
002586             DISPLAY "QG0016E QR-REVOKE-FILE OPEN FAILED - "
002587                 "STATUS " WS-REVOKE-FILE-STATUS
002588             MOVE 16 TO RETURN-CODE
002589             PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
002590             GO TO 9900-ABEND
002591         END-IF
002592     END-IF.
002593     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
002594     IF WS-CANAUD-FILE-STATUS = "35"
002595         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
002596     END-IF.
002597     IF WS-CANAUD-FILE-STATUS NOT = "00"
002598         DISPLAY "QG0017E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
002599             "STATUS " WS-CANAUD-FILE-STATUS
002600         MOVE 16 TO RETURN-CODE
002601         PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
002602         IF WS-REGISTER-AVAILABLE
002603             CLOSE QR-REVOKE-FILE
002604         END-IF
002605         GO TO 9900-ABEND
002606     END-IF.
002607     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002608     IF QLP-RUN-DATE > ZERO
002609         MOVE QLP-RUN-DATE TO WS-RUN-DATE
002610     ELSE
002611         MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
002612     END-IF.
002613     MOVE SPACES TO WS-REPORT-LINE.
002614     STRING "QR SCAN-BACK REGENERATION - RUN " DELIMITED BY SIZE
002620            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002630         INTO WS-REPORT-LINE.
002640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002650     PERFORM 2100-READ-VERIFY THRU 2100-EXIT.
002660     PERFORM 2110-READ-MANIFEST THRU 2110-EXIT.
002670     PERFORM 2120-NEXT-SUCCESS-AUDIT THRU 2120-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002701*----------------------------------------------------------------
002702* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
002703* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
002704* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
002705* THEN ENDS WITHOUT TOUCHING ANY FILE.
002706*----------------------------------------------------------------
002707 1010-BEGIN-LEDGER-STEP.
002708     SET QLP-BEGIN-STEP TO TRUE.
002709     MOVE "QRREGEN" TO QLP-STEP-NAME.
002710     MOVE ZERO TO QLP-RUN-DATE.
002711     MOVE ZERO TO QLP-STEP-RC.
002712     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002713     IF QLP-STEP-HELD
002714         DISPLAY "QG0015E QRREGEN NOT RELEASED BY THE "
002715             "RUN-CONTROL LEDGER"
002716         MOVE 16 TO RETURN-CODE
002717         GO TO 9900-ABEND
002718     END-IF.
002719 1010-EXIT.
002720     EXIT.
002721
002722*----------------------------------------------------------------
002723* 1900-CLOSE-ON-ABEND - CLOSE THE FILES ALREADY OPEN ON THE WAY
002724* OUT OF A FAILED REGISTER OR AUDIT TRAIL OPEN.
002725*----------------------------------------------------------------
002726 1900-CLOSE-ON-ABEND.
002727     CLOSE QR-VERIFY-IN-FILE.
002728     CLOSE QR-MANIFEST-FILE.
002729     CLOSE QR-AUDIT-FILE.
002730     CLOSE QR-HISTORY-FILE.
002731     CLOSE QR-REGEN-OUT-FILE.
002732     CLOSE QR-CREDIT-OUT-FILE.
002733     CLOSE QR-REGEN-REPORT-FILE.
002734 1900-EXIT.
002735     EXIT.
002736
002737*----------------------------------------------------------------
002738* 2000-PROCESS-ONE-RESULT - CHECK THE CURRENT VERIFY RESULT,
002739* MANIFEST ENTRY, AND SUCCESS AUDIT RECORD DESCRIBE THE SAME
002740* IMAGE, THEN FLAG, CREDIT, AND REQUEUE IT IF IT FAILED THE
002750* SCAN-BACK. A VERIFIED IMAGE NEEDS NOTHING.
002760*----------------------------------------------------------------
002770 2000-PROCESS-ONE-RESULT.
002780     IF WS-MAN-END-OF-FILE
002790         OR QRV-REQ-ID NOT = QRM-REQ-ID
002800         OR QRV-IMAGE-PATH NOT = QRM-IMAGE-PATH
002810         MOVE SPACES TO WS-REPORT-LINE
002820         STRING "QG0008E VERIFY RESULT OUT OF STEP WITH MANIFEST"
002830                DELIMITED BY SIZE
002840                " - " DELIMITED BY SIZE
002850                QRV-REQ-ID DELIMITED BY SPACE
002860             INTO WS-REPORT-LINE
002870         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
002880         MOVE "Y" TO WS-OUT-OF-STEP-SWITCH
002890         GO TO 2000-EXIT
002900     END-IF.
002910     IF WS-AUD-END-OF-FILE
002920         OR QRA-REQ-ID NOT = QRM-REQ-ID
002930         OR QRA-OUTPUT-FILE NOT = QRM-IMAGE-PATH
002940         MOVE SPACES TO WS-REPORT-LINE
002950         STRING "QG0009E AUDIT LOG OUT OF STEP WITH MANIFEST"
002960                DELIMITED BY SIZE
002970                " - " DELIMITED BY SIZE
002980                QRM-REQ-ID DELIMITED BY SPACE
002990             INTO WS-REPORT-LINE
003000         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
003010         MOVE "Y" TO WS-OUT-OF-STEP-SWITCH
003020         GO TO 2000-EXIT
003030     END-IF.
003040     IF QRV-VERIFIED
003050         ADD 1 TO WS-VERIFIED-COUNT
003060         GO TO 2000-NEXT
003070     END-IF.
003080     ADD 1 TO WS-BAD-IMAGE-COUNT.
003090     IF QRV-MISMATCH
003100         MOVE "MISMATCH" TO WS-VRF-STATUS-TEXT
003110     ELSE
003120         MOVE "UNDECODABLE" TO WS-VRF-STATUS-TEXT
003130     END-IF.
003140     PERFORM 2200-FLAG-HISTORY-ROW THRU 2200-EXIT.
003150     IF NOT WS-HST-ROW-FOUND
003160         GO TO 2000-NEXT
003170     END-IF.
003180     PERFORM 2300-WRITE-CREDIT-RECORD THRU 2300-EXIT.
003190     PERFORM 2400-WRITE-REGEN-REQUEST THRU 2400-EXIT.
003200 2000-NEXT.
003210     PERFORM 2100-READ-VERIFY THRU 2100-EXIT.
003220     PERFORM 2110-READ-MANIFEST THRU 2110-EXIT.
003230     PERFORM 2120-NEXT-SUCCESS-AUDIT THRU 2120-EXIT.
003240 2000-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280* 2100-READ-VERIFY
003290*----------------------------------------------------------------
003300 2100-READ-VERIFY.
003310     READ QR-VERIFY-IN-FILE
003320         AT END
003330             MOVE "Y" TO WS-VRF-EOF-SWITCH
003340         NOT AT END
003350             ADD 1 TO WS-VRF-READ-COUNT
003360     END-READ.
003370 2100-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 2110-READ-MANIFEST
003420*----------------------------------------------------------------
003430 2110-READ-MANIFEST.
003440     READ QR-MANIFEST-FILE
003450         AT END
003460             MOVE "Y" TO WS-MAN-EOF-SWITCH
003470     END-READ.
003480 2110-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520* 2120-NEXT-SUCCESS-AUDIT - ADVANCE THE AUDIT LOG TO ITS NEXT
003530* SUCCESS RECORD. FAILED AND REJECTED REQUESTS PRODUCED NO IMAGE
003540* AND SO HAVE NO MANIFEST ENTRY OR VERIFY RESULT TO PAIR WITH.
003550*----------------------------------------------------------------
003560 2120-NEXT-SUCCESS-AUDIT.
003570     PERFORM 2130-READ-AUDIT THRU 2130-EXIT.
003580     PERFORM 2130-READ-AUDIT THRU 2130-EXIT
003590         UNTIL WS-AUD-END-OF-FILE
003600         OR QRA-SUCCESS.
003610 2120-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650* 2130-READ-AUDIT
003660*----------------------------------------------------------------
003670 2130-READ-AUDIT.
003680     READ QR-AUDIT-FILE
003690         AT END
003700             MOVE "Y" TO WS-AUD-EOF-SWITCH
003710     END-READ.
003720 2130-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 2200-FLAG-HISTORY-ROW - MARK THE IMAGE'S SUCCESS ROW ON THE
003770* HISTORY MASTER AS HAVING FAILED THE SCAN-BACK. THE ROW IS KEYED
003780* BY REQUEST ID AND AUDIT TIMESTAMP, EXACTLY AS QRHSTUPD POSTED
003790* IT. A ROW ALREADY FLAGGED MEANS THIS STEP IS BEING RERUN; THE
003800* IMAGE IS STILL CREDITED AND REQUEUED BECAUSE THE RERUN
003810* REPLACES THE EARLIER RUN'S OUTPUT FILES.
003820*----------------------------------------------------------------
003830 2200-FLAG-HISTORY-ROW.
003840     MOVE "Y" TO WS-HST-FOUND-SWITCH.
003850     MOVE QRA-REQ-ID TO QHS-REQ-ID.
003860     MOVE QRA-TIMESTAMP TO QHS-TIMESTAMP.
003870     READ QR-HISTORY-FILE
003880         INVALID KEY
003890             MOVE "N" TO WS-HST-FOUND-SWITCH
003900     END-READ.
003910     IF NOT WS-HST-ROW-FOUND
003920         ADD 1 TO WS-NO-HISTORY-COUNT
003930         MOVE SPACES TO WS-REPORT-LINE
003940         STRING "NOT ON HISTORY MASTER - " DELIMITED BY SIZE
003950                QRA-REQ-ID DELIMITED BY SPACE
003960                " " DELIMITED BY SIZE
003970                QRA-TIMESTAMP DELIMITED BY SPACE
003980             INTO WS-REPORT-LINE
003990         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
004000         GO TO 2200-EXIT
004010     END-IF.
004020     IF QHS-SCAN-FAILED
004030         ADD 1 TO WS-ALREADY-COUNT
004040         GO TO 2200-EXIT
004050     END-IF.
004060     SET QHS-SCAN-FAILED TO TRUE.
004070     REWRITE QR-HISTORY-RECORD
004080         INVALID KEY
004090             MOVE "N" TO WS-HST-FOUND-SWITCH
004100     END-REWRITE.
004110     IF WS-HISTORY-FILE-STATUS NOT = "00"
004120         DISPLAY "QG0010E QR-HISTORY-FILE REWRITE FAILED - STAT "
004130             WS-HISTORY-FILE-STATUS " - " QRA-REQ-ID
004140         MOVE "N" TO WS-HST-FOUND-SWITCH
004150         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004160     END-IF.
004170 2200-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* 2300-WRITE-CREDIT-RECORD - ONE CREDIT PER BAD IMAGE, CARRYING
004220* THE CLIENT AND FORMAT CODE FROM THE AUDIT RECORD THE IMAGE WAS
004230* BILLED FROM.
004240*----------------------------------------------------------------
004250 2300-WRITE-CREDIT-RECORD.
004260     MOVE SPACES TO QR-CREDIT-RECORD.
004270     MOVE QRA-REQ-ID TO QCR-REQ-ID.
004280     MOVE QRA-CLIENT TO QCR-CLIENT.
004290     MOVE QRA-FORMAT-CODE TO QCR-FORMAT-CODE.
004300     MOVE QRV-STATUS TO QCR-VERIFY-STATUS.
004310     MOVE QRM-IMAGE-PATH TO QCR-IMAGE-PATH.
004320     MOVE QRA-TIMESTAMP TO QCR-AUDIT-TIMESTAMP.
004330     MOVE WS-RUN-DATE TO QCR-CREDIT-DATE.
004340     WRITE QR-CREDIT-RECORD.
004350     IF WS-CREDIT-OUT-STATUS NOT = "00"
004360         DISPLAY "QG0011E QR-CREDIT-OUT-FILE WRITE FAILED - "
004370             WS-CREDIT-OUT-STATUS
004380         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004390     ELSE
004400         ADD 1 TO WS-CREDIT-COUNT
004410     END-IF.
004420 2300-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 2400-WRITE-REGEN-REQUEST - REBUILD THE REQUEST FROM THE
004470* MANIFEST AND AUDIT RECORDS AND WRITE IT TO THE REGENERATION
004480* FILE, OR LIST IT FOR REKEYING WHEN THE COMPOSED PAYLOAD CANNOT
004490* BE SUBMITTED AS A DETAIL REQUEST.
004500*----------------------------------------------------------------
004510 2400-WRITE-REGEN-REQUEST.
004511     PERFORM 2450-CHECK-REGISTER THRU 2450-EXIT.
004512     IF WS-REG-BLOCKED
004513         GO TO 2400-EXIT
004514     END-IF.
004520     PERFORM 2410-CHECK-REKEY THRU 2410-EXIT.
004530     IF WS-REKEY-REQUIRED
004540         ADD 1 TO WS-REKEY-COUNT
004550         MOVE SPACES TO WS-REPORT-LINE
004560         STRING "REKEY REQUIRED - " DELIMITED BY SIZE
004570                QRM-REQ-ID DELIMITED BY SPACE
004580                " " DELIMITED BY SIZE
004590                WS-VRF-STATUS-TEXT DELIMITED BY SPACE
004600                " " DELIMITED BY SIZE
004610                QRM-IMAGE-PATH DELIMITED BY SPACE
004620             INTO WS-REPORT-LINE
004630         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004640         GO TO 2400-EXIT
004650     END-IF.
004660     MOVE SPACES TO QR-REQUEST-RECORD.
004670     SET QR-REQ-DETAIL TO TRUE.
004680     MOVE QRM-REQ-ID TO QR-REQ-ID.
004690     MOVE QRA-FORMAT-CODE TO QR-REQ-FORMAT-CODE.
004700     MOVE QRM-SOURCE-DATA (1:100) TO QR-REQ-DATA.
004710     PERFORM 2420-RECOVER-FILENAME THRU 2420-EXIT.
004720     MOVE ZERO TO QR-REQ-RECYCLE-COUNT.
004730     SET QR-REQ-HIGH-PRIORITY TO TRUE.
004740     MOVE QRM-CLIENT TO QR-REQ-CLIENT.
004750     MOVE QRM-OUT-FORMAT TO QR-REQ-OUT-FORMAT.
004760     IF QRM-SCALE IS NUMERIC
004770         AND QRM-SCALE > ZERO
004780         MOVE QRM-SCALE TO QR-REQ-SCALE
004790     END-IF.
004800     MOVE QRM-ECC-LEVEL TO QR-REQ-ECC-LEVEL.
004810     SET QR-REQ-REGENERATION TO TRUE.
004820     WRITE QRG-REGEN-RECORD FROM QR-REQUEST-RECORD.
004830     IF WS-REGEN-OUT-STATUS NOT = "00"
004840         DISPLAY "QG0012E QR-REGEN-OUT-FILE WRITE FAILED - "
004850             WS-REGEN-OUT-STATUS
004860         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004870         GO TO 2400-EXIT
004880     END-IF.
004890     ADD 1 TO WS-REGEN-COUNT.
004900     MOVE SPACES TO WS-REPORT-LINE.
004910     STRING "REQUEUED - " DELIMITED BY SIZE
004920            QRM-REQ-ID DELIMITED BY SPACE
004930            " " DELIMITED BY SIZE
004940            WS-VRF-STATUS-TEXT DELIMITED BY SPACE
004950            " " DELIMITED BY SIZE
004960            QRM-IMAGE-PATH DELIMITED BY SPACE
004970         INTO WS-REPORT-LINE.
004980     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004990 2400-EXIT.
005000     EXIT.
005001
005002*----------------------------------------------------------------
005003* 2450-CHECK-REGISTER - A REVOKED REQUEST ID IS NEVER REQUEUED
005004* UNLESS A SUPERVISOR OVERRIDE IS ON THE REGISTER. (A CANCELLED
005005* ONE CANNOT HAVE AN IMAGE TO REGENERATE.)
005006*----------------------------------------------------------------
005007 2450-CHECK-REGISTER.
005008     MOVE "N" TO WS-REG-BLOCK-SWITCH.
005009     IF NOT WS-REGISTER-AVAILABLE
005010         GO TO 2450-EXIT
005011     END-IF.
005012     MOVE QRM-REQ-ID TO QRW-REQ-ID.
005013     READ QR-REVOKE-FILE
005014         INVALID KEY
005015             GO TO 2450-EXIT
005016     END-READ.
005017     IF NOT QRW-REVOKED
005018         OR QRW-OVERRIDE-GIVEN
005019         GO TO 2450-EXIT
005020     END-IF.
005021     MOVE "Y" TO WS-REG-BLOCK-SWITCH.
005022     ADD 1 TO WS-REVOKED-BLOCK-COUNT.
005023     MOVE SPACES TO WS-REPORT-LINE.
005024     STRING "REVOKED - NOT REQUEUED - " DELIMITED BY SIZE
005025            QRM-REQ-ID DELIMITED BY SPACE
005026            " " DELIMITED BY SIZE
005027            WS-VRF-STATUS-TEXT DELIMITED BY SPACE
005028         INTO WS-REPORT-LINE.
005029     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005030     MOVE SPACES TO QR-CANCEL-AUDIT-RECORD.
005031     MOVE QRM-REQ-ID TO QCA-REQ-ID.
005032     MOVE QRM-CLIENT TO QCA-CLIENT.
005033     SET QCA-REVOKED-BLOCKED TO TRUE.
005034     MOVE "QRREGEN" TO QCA-SOURCE.
005035     MOVE "BLOCKED IN QRREGEN - SCAN-BACK REQUEUE NOT WRITTEN"
005036         TO QCA-DETAIL.
005037     MOVE WS-CURRENT-TIMESTAMP TO QCA-TIMESTAMP.
005038     MOVE WS-RUN-DATE TO QCA-RUN-DATE.
005039     WRITE QR-CANCEL-AUDIT-RECORD.
005040     IF WS-CANAUD-FILE-STATUS NOT = "00"
005041         DISPLAY "QG0018E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
005042             WS-CANAUD-FILE-STATUS
005043         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005044     END-IF.
005045 2450-EXIT.
005046     EXIT.
005047
005048*----------------------------------------------------------------
005049* 2410-CHECK-REKEY - A PAYLOAD THAT RUNS PAST THE REQUEST DATA
005050* FIELD, OR ONE QR COMPOSED FROM A STRUCTURED REQUEST, CANNOT BE
005051* SENT BACK AS A DETAIL REQUEST AND HAS TO BE REKEYED.
005060*----------------------------------------------------------------
005070 2410-CHECK-REKEY.
005080     MOVE "N" TO WS-REKEY-SWITCH.
005090     IF QRM-SOURCE-DATA (101:100) NOT = SPACES
005100         MOVE "Y" TO WS-REKEY-SWITCH
005110     END-IF.
005120     IF QRM-SOURCE-DATA (1:11) = "BEGIN:VCARD"
005130         OR QRM-SOURCE-DATA (1:5) = "WIFI:"
005140         OR QRM-SOURCE-DATA (1:6) = "SMSTO:"
005150         OR QRM-SOURCE-DATA (1:7) = "mailto:"
005160         MOVE "Y" TO WS-REKEY-SWITCH
005170     END-IF.
005180 2410-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2420-RECOVER-FILENAME - PULL THE REQUESTED FILENAME BACK OUT OF
005230* THE IMAGE PATH (SEE THE FILENAME RECOVERY FIELDS). A NAME THAT
005240* DOES NOT FIT THE REQUEST FIELD IS LEFT BLANK AND QR FALLS BACK
005250* TO ITS DEFAULT NAME.
005260*----------------------------------------------------------------
005270 2420-RECOVER-FILENAME.
005280     MOVE 90 TO WS-PATH-LEN.
005290     PERFORM 2430-TRIM-ONE-SPACE
005300         UNTIL WS-PATH-LEN = ZERO
005310         OR QRM-IMAGE-PATH (WS-PATH-LEN:1) NOT = SPACE.
005320     MOVE WS-PATH-LEN TO WS-SLASH-POS.
005330     PERFORM 2440-BACK-UP-ONE
005340         UNTIL WS-SLASH-POS = ZERO
005350         OR QRM-IMAGE-PATH (WS-SLASH-POS:1) = "/".
005360     MOVE ZERO TO WS-ID-LEN.
005370     INSPECT QRM-REQ-ID TALLYING WS-ID-LEN
005380         FOR CHARACTERS BEFORE INITIAL SPACE.
005390     COMPUTE WS-FN-START = WS-SLASH-POS + WS-ID-LEN + 11.
005400     IF WS-FN-START > WS-PATH-LEN
005410         GO TO 2420-EXIT
005420     END-IF.
005430     COMPUTE WS-FN-LEN = WS-PATH-LEN - WS-FN-START + 1.
005440     IF WS-FN-LEN > 20
005450         GO TO 2420-EXIT
005460     END-IF.
005470     MOVE QRM-IMAGE-PATH (WS-FN-START:WS-FN-LEN)
005480         TO QR-REQ-FILENAME.
005490 2420-EXIT.
005500     EXIT.
005510
005520 2430-TRIM-ONE-SPACE.
005530     SUBTRACT 1 FROM WS-PATH-LEN.
005540
005550 2440-BACK-UP-ONE.
005560     SUBTRACT 1 FROM WS-SLASH-POS.
005570
005580*----------------------------------------------------------------
005590* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE SUMMARY REPORT.
005600*----------------------------------------------------------------
005610 8000-WRITE-REPORT-LINE.
005620     MOVE WS-REPORT-LINE TO QRP-LINE.
005630     WRITE QR-REPORT-RECORD.
005640     IF WS-REPORT-FILE-STATUS NOT = "00"
005650         DISPLAY "QG0013E QR-REGEN-REPORT-FILE WRITE FAILED - "
005660             WS-REPORT-FILE-STATUS
005670         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005680     END-IF.
005690 8000-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730* 8100-WRITE-EXCEPTION-LINE - WRITE AN EXCEPTION LINE AND FLAG
005740* THE RUN AS FAILED.
005750*----------------------------------------------------------------
005760 8100-WRITE-EXCEPTION-LINE.
005770     MOVE "Y" TO WS-RUN-FAILED-SWITCH.
005780     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005790 8100-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005821* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE AUDIT
005822* RECORDS AND THE SUMMARY REPORT HEADING. THE CREDIT AND AUDIT
005823* RUN DATE IS THE LEDGER RUN DATE, NOT THE CLOCK, SO A STREAM
005824* RUNNING PAST MIDNIGHT STILL CREDITS THE NIGHT IT BELONGS TO.
005850*----------------------------------------------------------------
005860 8200-BUILD-TIMESTAMP.
005870     MOVE SPACES TO WS-CURRENT-TIMESTAMP.
005871     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
005890     ACCEPT WS-RUN-TIME FROM TIME.
005891     STRING WS-SYSTEM-DATE DELIMITED BY SIZE
005910            WS-RUN-TIME DELIMITED BY SIZE
005920         INTO WS-CURRENT-TIMESTAMP.
005930 8200-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970* 9700-WRITE-REGEN-SUMMARY - RUN TOTALS AND THE VERDICT. VERIFY
005980* RESULTS THAT RAN OUT AHEAD OF THE MANIFEST MEAN THE SCAN-BACK
005990* STEP DID NOT FINISH, SO THE UNCHECKED IMAGES ARE NOT COVERED.
006000*----------------------------------------------------------------
006010 9700-WRITE-REGEN-SUMMARY.
006020     IF NOT WS-OUT-OF-STEP
006030         AND NOT WS-MAN-END-OF-FILE
006040         MOVE "QG0014E MANIFEST ENTRIES HAVE NO VERIFY RESULT"
006050             TO WS-REPORT-LINE
006060         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
006070     END-IF.
006080     MOVE WS-VRF-READ-COUNT TO WS-RPT-COUNT-EDIT.
006090     MOVE SPACES TO WS-REPORT-LINE.
006100     STRING "VERIFY RESULTS READ. . . " DELIMITED BY SIZE
006110            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006120         INTO WS-REPORT-LINE.
006130     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006140     MOVE WS-VERIFIED-COUNT TO WS-RPT-COUNT-EDIT.
006150     MOVE SPACES TO WS-REPORT-LINE.
006160     STRING "IMAGES VERIFIED. . . . . " DELIMITED BY SIZE
006170            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006180         INTO WS-REPORT-LINE.
006190     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006200     MOVE WS-BAD-IMAGE-COUNT TO WS-RPT-COUNT-EDIT.
006210     MOVE SPACES TO WS-REPORT-LINE.
006220     STRING "IMAGES FAILING SCAN-BACK " DELIMITED BY SIZE
006230            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006240         INTO WS-REPORT-LINE.
006250     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006260     MOVE WS-REGEN-COUNT TO WS-RPT-COUNT-EDIT.
006270     MOVE SPACES TO WS-REPORT-LINE.
006280     STRING "REQUESTS REQUEUED. . . . " DELIMITED BY SIZE
006290            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006300         INTO WS-REPORT-LINE.
006310     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006320     MOVE WS-REKEY-COUNT TO WS-RPT-COUNT-EDIT.
006330     MOVE SPACES TO WS-REPORT-LINE.
006340     STRING "REKEY REQUIRED . . . . . " DELIMITED BY SIZE
006350            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006360         INTO WS-REPORT-LINE.
006370     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006380     MOVE WS-CREDIT-COUNT TO WS-RPT-COUNT-EDIT.
006390     MOVE SPACES TO WS-REPORT-LINE.
006400     STRING "CREDITS WRITTEN. . . . . " DELIMITED BY SIZE
006410            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006420         INTO WS-REPORT-LINE.
006430     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006440     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT-EDIT.
006450     MOVE SPACES TO WS-REPORT-LINE.
006460     STRING "ROWS ALREADY FLAGGED . . " DELIMITED BY SIZE
006470            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006480         INTO WS-REPORT-LINE.
006490     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006500     MOVE WS-NO-HISTORY-COUNT TO WS-RPT-COUNT-EDIT.
006510     MOVE SPACES TO WS-REPORT-LINE.
006520     STRING "NOT ON HISTORY MASTER. . " DELIMITED BY SIZE
006530            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006540         INTO WS-REPORT-LINE.
006550     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006551     MOVE WS-REVOKED-BLOCK-COUNT TO WS-RPT-COUNT-EDIT.
006552     MOVE SPACES TO WS-REPORT-LINE.
006553     STRING "REVOKED - NOT REQUEUED . " DELIMITED BY SIZE
006554            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
006555         INTO WS-REPORT-LINE.
006556     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006560     MOVE SPACES TO WS-REPORT-LINE.
006570     IF WS-RUN-FAILED
006580         MOVE "REGENERATION INCOMPLETE - REVIEW EXCEPTIONS ABOVE"
006590             TO WS-REPORT-LINE
006600     ELSE
006610         IF WS-REKEY-COUNT > ZERO
006620             MOVE "REGENERATION COMPLETE - REKEY LISTED REQUESTS"
006630                 TO WS-REPORT-LINE
006640         ELSE
006650             MOVE "REGENERATION COMPLETE" TO WS-REPORT-LINE
006660         END-IF
006670     END-IF.
006680     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006690 9700-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 9999-TERMINATE
006740*----------------------------------------------------------------
006750 9999-TERMINATE.
006760     PERFORM 9700-WRITE-REGEN-SUMMARY THRU 9700-EXIT.
006770     IF WS-RUN-FAILED
006780         MOVE 8 TO RETURN-CODE
006790     ELSE
006800         IF WS-REKEY-COUNT > ZERO
006810             MOVE 4 TO RETURN-CODE
006820         END-IF
006830     END-IF.
006831     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
006840     CLOSE QR-VERIFY-IN-FILE.
006850     CLOSE QR-MANIFEST-FILE.
006860     CLOSE QR-AUDIT-FILE.
006870     CLOSE QR-HISTORY-FILE.
006880     CLOSE QR-REGEN-OUT-FILE.
006890     CLOSE QR-CREDIT-OUT-FILE.
006900     CLOSE QR-REGEN-REPORT-FILE.
006901     IF WS-REGISTER-AVAILABLE
006902         CLOSE QR-REVOKE-FILE
006903     END-IF.
006904     CLOSE QR-CANCEL-AUDIT-FILE.
006910 9999-EXIT.
006920     EXIT.
006930
006931*----------------------------------------------------------------
006932* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
006933* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
006934* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
006935*----------------------------------------------------------------
006936 9980-END-LEDGER-STEP.
006937     SET QLP-END-STEP TO TRUE.
006938     MOVE RETURN-CODE TO QLP-STEP-RC.
006939     MOVE "READ" TO QLP-COUNT-LABEL (1).
006940     MOVE WS-VRF-READ-COUNT TO QLP-COUNT-VALUE (1).
006941     MOVE "REGEN" TO QLP-COUNT-LABEL (2).
006942     MOVE WS-REGEN-COUNT TO QLP-COUNT-VALUE (2).
006943     MOVE "REKEY" TO QLP-COUNT-LABEL (3).
006944     MOVE WS-REKEY-COUNT TO QLP-COUNT-VALUE (3).
006945     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
006946     MOVE QLP-STEP-RC TO RETURN-CODE.
006947 9980-EXIT.
006948     EXIT.
006949
006950*----------------------------------------------------------------
006951* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
006960* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
006970* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
006980*----------------------------------------------------------------
006990 9900-ABEND.
007000     STOP RUN.
