000260* BACK BY KEY AND PRINTED THE SAME WAY THE PER-ID INQUIRY
000270* PRINTS, SO A MONTH-END "WHAT DID WE RUN FOR YOU" IS NO
000280* LONGER A FULL MASTER SCAN.
000281* EVERY ROW OF A REVOKED REQUEST ID IS MARKED "REVOKED", AND A
000282* REQUEST ID ON THE CANCELLED/REVOKED CODES REGISTER (QRRVKMST,
000283* SEE QRRVKREC) HAS ITS REGISTER ENTRY PRINTED UNDER ITS HISTORY.
000284* A THIRD CARD TYPE LISTS THE REGISTER ITSELF:
000285*   CANREV XXXX FROMDATE TODATE
000286* (SAME COLUMNS AS THE CLIENT CARD; A BLANK CLIENT LISTS EVERY
000287* CLIENT) - EVERY ENTRY MADE IN THE DATE RANGE, WITH ITS REASON,
000288* REMOVALS, AND ANY SUPERVISOR OVERRIDE OR REISSUE.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000330* 090326  RFM  ADDED THE CLIENT/DATE-RANGE CARD, ANSWERED FROM
000340*              THE NEW CLIENT-KEYED COMPANION FILE QRHSTCLI;
000350*              EVERY DETAIL LINE NOW ALSO SHOWS THE REQUEST ID.
000351* 101526  RFM  REVOKED HISTORY ROWS ARE MARKED; A REQUEST ID'S
000352*              CANCELLED/REVOKED REGISTER ENTRY IS PRINTED WITH
000353*              ITS HISTORY; ADDED THE CANREV REGISTER LISTING
000354*              CARD.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS QHC-KEY
000520         FILE STATUS IS WS-HISTCLI-FILE-STATUS.
000521     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS QRW-REQ-ID
000525         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000530     SELECT QR-INQUIRY-REPORT-FILE ASSIGN TO "QRINQRPT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640 01  QRQ-CLIENT-INQUIRY-CARD.
000650     05  QRQ-KEYWORD             PIC X(06).
000660         88  QRQ-CLIENT-CARD         VALUE "CLIENT".
000661         88  QRQ-REGISTER-CARD       VALUE "CANREV".
000670     05  FILLER                  PIC X(01).
000680     05  QRQ-CLIENT              PIC X(04).
000690     05  FILLER                  PIC X(01).
000800     LABEL RECORDS ARE STANDARD.
000810 COPY QRHCLREC.
000820
000821 FD  QR-REVOKE-FILE
000822     LABEL RECORDS ARE STANDARD.
000823 COPY QRRVKREC.
000824
000830 FD  QR-INQUIRY-REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY QRRPTREC.
000930 77  WS-HISTCLI-FILE-STATUS          PIC X(02).
000940 77  WS-HISTCLI-AVAIL-SWITCH         PIC X(01) VALUE "N".
000950     88  WS-HISTCLI-AVAILABLE             VALUE "Y".
000951 77  WS-REVOKE-FILE-STATUS           PIC X(02).
000952 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
000953     88  WS-REGISTER-AVAILABLE            VALUE "Y".
000960 77  WS-REPORT-FILE-STATUS           PIC X(02).
000970 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000980     88  WS-END-OF-FILE                  VALUE "Y".
001000     88  WS-HST-DONE                      VALUE "Y".
001010 77  WS-CLI-DONE-SWITCH              PIC X(01) VALUE "N".
001020     88  WS-CLI-DONE                      VALUE "Y".
001021 77  WS-RVK-DONE-SWITCH              PIC X(01) VALUE "N".
001022     88  WS-RVK-DONE                      VALUE "Y".
001030 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001040     88  WS-RUN-FAILED                    VALUE "Y".
001050
001280     05  WS-HL-CLIENT            PIC X(04).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-HL-REQ-ID            PIC X(10) VALUE SPACES.
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001311     05  WS-HL-REVOKED           PIC X(07) VALUE SPACES.
001312     05  FILLER                  PIC X(27) VALUE SPACES.
001320 01  WS-FILE-LINE.
001330     05  WS-FL-PREFIX            PIC X(09) VALUE SPACES.
001340     05  WS-FL-PATH              PIC X(71).
001350 77  WS-PATH-LEN                 PIC 9(04) COMP VALUE ZERO.
001351 01  WS-REGISTER-LINE.
001352     05  FILLER                  PIC X(02) VALUE SPACES.
001353     05  WS-RL-REQ-ID            PIC X(10).
001354     05  FILLER                  PIC X(02) VALUE SPACES.
001355     05  WS-RL-TYPE              PIC X(09).
001356     05  FILLER                  PIC X(02) VALUE SPACES.
001357     05  WS-RL-CLIENT            PIC X(04).
001358     05  FILLER                  PIC X(02) VALUE SPACES.
001359     05  WS-RL-ENTRY-DATE        PIC 9(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001361     05  WS-RL-REMOVED           PIC ZZ9.
001362     05  FILLER                  PIC X(02) VALUE SPACES.
001363     05  WS-RL-OVERRIDE          PIC X(20).
001364     05  FILLER                  PIC X(14) VALUE SPACES.
001365
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------
001390* 0000-MAINLINE
001720             WS-HISTCLI-FILE-STATUS
001730             " - CLIENT INQUIRIES DISABLED"
001740     END-IF.
001741     OPEN INPUT QR-REVOKE-FILE.
001742     IF WS-REVOKE-FILE-STATUS = "00"
001743         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
001744     ELSE
001745         IF WS-REVOKE-FILE-STATUS NOT = "35"
001746             DISPLAY "QI0106W QR-REVOKE-FILE UNAVAILABLE - STAT "
001747                 WS-REVOKE-FILE-STATUS
001748                 " - REGISTER NOT SHOWN"
001749         END-IF
001750     END-IF.
001751     OPEN OUTPUT QR-INQUIRY-REPORT-FILE.
001760     IF WS-REPORT-FILE-STATUS NOT = "00"
001770         DISPLAY "QI0103E QR-INQUIRY-REPORT-FILE OPEN FAILED - "
001780             WS-REPORT-FILE-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         CLOSE QR-INQUIRY-FILE
001810         CLOSE QR-HISTORY-FILE
001811         IF WS-HISTCLI-AVAILABLE
001812             CLOSE QR-HISTCLI-FILE
001813         END-IF
001814         IF WS-REGISTER-AVAILABLE
001815             CLOSE QR-REVOKE-FILE
001816         END-IF
001820         GO TO 9900-ABEND
001830     END-IF.
001840     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
001990 2000-ANSWER-ONE-INQUIRY.
002000     IF QRQ-CLIENT-CARD
002010         PERFORM 4000-ANSWER-CLIENT-INQUIRY THRU 4000-EXIT
002011         GO TO 2000-NEXT
002012     END-IF.
002013     IF QRQ-REGISTER-CARD
002014         PERFORM 5000-ANSWER-REGISTER-INQUIRY THRU 5000-EXIT
002020         GO TO 2000-NEXT
002030     END-IF.
002040     IF QRQ-REQ-ID = SPACES
002260         ADD 1 TO WS-NOT-FOUND-COUNT
002270     ELSE
002280         ADD 1 TO WS-FOUND-COUNT
002281     END-IF.
002282     IF WS-REGISTER-AVAILABLE
002283         PERFORM 2300-PRINT-REGISTER-ENTRY THRU 2300-EXIT
002290     END-IF.
002300 2000-NEXT.
002310     PERFORM 2100-READ-INQUIRY THRU 2100-EXIT.
002810     END-IF.
002820     MOVE QHS-CLIENT TO WS-HL-CLIENT.
002830     MOVE QHS-REQ-ID TO WS-HL-REQ-ID.
002831     IF QHS-REVOKED
002832         MOVE "REVOKED" TO WS-HL-REVOKED
002833     ELSE
002834         MOVE SPACES TO WS-HL-REVOKED
002835     END-IF.
002840     MOVE WS-HISTORY-LINE TO WS-REPORT-LINE.
002850     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002860     IF QHS-SUCCESS
003250
003260 2260-TRIM-ONE-PATH-SPACE.
003270     SUBTRACT 1 FROM WS-PATH-LEN.
003271
003272*----------------------------------------------------------------
003273* 2300-PRINT-REGISTER-ENTRY - A REQUEST ID ON THE CANCELLED/
003274* REVOKED CODES REGISTER HAS ITS ENTRY PRINTED UNDER ITS HISTORY.
003275*----------------------------------------------------------------
003276 2300-PRINT-REGISTER-ENTRY.
003277     MOVE QRQ-REQ-ID TO QRW-REQ-ID.
003278     READ QR-REVOKE-FILE
003279         INVALID KEY
003280             GO TO 2300-EXIT
003281     END-READ.
003282     MOVE "  ON THE CANCELLED/REVOKED CODES REGISTER"
003283         TO WS-REPORT-LINE.
003284     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003285     PERFORM 5200-PRINT-REGISTER-DETAIL THRU 5200-EXIT.
003286 2300-EXIT.
003287     EXIT.
003288
003290*----------------------------------------------------------------
003300* 4000-ANSWER-CLIENT-INQUIRY - POSITION THE CLIENT-KEYED
003310* COMPANION AT THE CLIENT AND FROM-DATE AND PRINT EVERY MASTER
004260     EXIT.
004270
004280*----------------------------------------------------------------
004281* 5000-ANSWER-REGISTER-INQUIRY - LIST EVERY REGISTER ENTRY MADE IN
004282* THE CARD'S DATE RANGE, FOR THE ONE CLIENT OR (BLANK CLIENT) FOR
004283* ALL OF THEM. THE REGISTER IS KEYED BY REQUEST ID, SO IT IS READ
004284* FROM THE TOP; IT HOLDS ONLY THE IDS EVER TAKEN BACK.
004285*----------------------------------------------------------------
004286 5000-ANSWER-REGISTER-INQUIRY.
004287     ADD 1 TO WS-INQUIRY-COUNT.
004288     MOVE ZERO TO WS-ROWS-THIS-ID.
004289     MOVE SPACES TO WS-REPORT-LINE.
004290     STRING "REGISTER " DELIMITED BY SIZE
004291            QRQ-CLIENT DELIMITED BY SIZE
004292            " FROM " DELIMITED BY SIZE
004293            QRQ-FROM-DATE DELIMITED BY SIZE
004294            " TO " DELIMITED BY SIZE
004295            QRQ-TO-DATE DELIMITED BY SIZE
004296         INTO WS-REPORT-LINE.
004297     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004298     IF QRQ-FROM-DATE NOT NUMERIC
004299         OR QRQ-TO-DATE NOT NUMERIC
004300         MOVE "  DATE RANGE ON INQUIRY CARD IS NOT NUMERIC"
004301             TO WS-REPORT-LINE
004302         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004303         ADD 1 TO WS-NOT-FOUND-COUNT
004304         GO TO 5000-EXIT
004305     END-IF.
004306     IF NOT WS-REGISTER-AVAILABLE
004307         MOVE "  CANCELLED/REVOKED CODES REGISTER NOT AVAILABLE"
004308             TO WS-REPORT-LINE
004309         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004310         ADD 1 TO WS-NOT-FOUND-COUNT
004311         GO TO 5000-EXIT
004312     END-IF.
004313     MOVE "N" TO WS-RVK-DONE-SWITCH.
004314     MOVE LOW-VALUES TO QRW-REQ-ID.
004315     START QR-REVOKE-FILE KEY NOT < QRW-REQ-ID
004316         INVALID KEY
004317             MOVE "Y" TO WS-RVK-DONE-SWITCH
004318     END-START.
004319     PERFORM 5100-PRINT-ONE-REGISTER-ROW THRU 5100-EXIT
004320         UNTIL WS-RVK-DONE.
004321     IF WS-ROWS-THIS-ID = ZERO
004322         MOVE "  NO REGISTER ENTRIES IN RANGE" TO WS-REPORT-LINE
004323         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004324         ADD 1 TO WS-NOT-FOUND-COUNT
004325     ELSE
004326         ADD 1 TO WS-FOUND-COUNT
004327     END-IF.
004328 5000-EXIT.
004329     EXIT.
004330
004331*----------------------------------------------------------------
004332* 5100-PRINT-ONE-REGISTER-ROW - READ THE NEXT REGISTER ENTRY AND
004333* PRINT IT WHEN IT MATCHES THE CARD'S CLIENT AND DATE RANGE.
004334*----------------------------------------------------------------
004335 5100-PRINT-ONE-REGISTER-ROW.
004336     READ QR-REVOKE-FILE NEXT RECORD
004337         AT END
004338             MOVE "Y" TO WS-RVK-DONE-SWITCH
004339             GO TO 5100-EXIT
004340     END-READ.
004341     IF QRQ-CLIENT NOT = SPACES
004342         AND QRW-CLIENT NOT = QRQ-CLIENT
004343         GO TO 5100-EXIT
004344     END-IF.
004345     IF QRW-ENTRY-DATE < QRQ-FROM-DATE
004346         OR QRW-ENTRY-DATE > QRQ-TO-DATE
004347         GO TO 5100-EXIT
004348     END-IF.
004349     ADD 1 TO WS-ROWS-THIS-ID.
004350     PERFORM 5200-PRINT-REGISTER-DETAIL THRU 5200-EXIT.
004351 5100-EXIT.
004352     EXIT.
004353
004354*----------------------------------------------------------------
004355* 5200-PRINT-REGISTER-DETAIL - FORMAT AND PRINT THE REGISTER ENTRY
004356* NOW IN THE RECORD AREA: ID, TYPE, CLIENT, ENTRY DATE, TIMES
004357* REMOVED, AND ANY OVERRIDE OR REISSUE, THEN THE REASON GIVEN.
004358* SHARED BY THE PER-ID AND REGISTER LISTING PATHS.
004359*----------------------------------------------------------------
004360 5200-PRINT-REGISTER-DETAIL.
004361     MOVE QRW-REQ-ID TO WS-RL-REQ-ID.
004362     IF QRW-REVOKED
004363         MOVE "REVOKED" TO WS-RL-TYPE
004364     ELSE
004365         MOVE "CANCELLED" TO WS-RL-TYPE
004366     END-IF.
004367     MOVE QRW-CLIENT TO WS-RL-CLIENT.
004368     MOVE QRW-ENTRY-DATE TO WS-RL-ENTRY-DATE.
004369     MOVE QRW-REMOVED-COUNT TO WS-RL-REMOVED.
004370     MOVE SPACES TO WS-RL-OVERRIDE.
004371     IF QRW-OVERRIDE-GIVEN
004372         STRING "OVERRIDE " DELIMITED BY SIZE
004373                QRW-OVERRIDE-BY DELIMITED BY SPACE
004374                " " DELIMITED BY SIZE
004375                QRW-OVERRIDE-DATE DELIMITED BY SIZE
004376             INTO WS-RL-OVERRIDE
004377     ELSE
004378         IF QRW-REISSUE-DATE IS NUMERIC
004379             AND QRW-REISSUE-DATE > ZERO
004380             STRING "REISSUED " DELIMITED BY SIZE
004381                    QRW-REISSUE-DATE DELIMITED BY SIZE
004382                 INTO WS-RL-OVERRIDE
004383         END-IF
004384     END-IF.
004385     MOVE WS-REGISTER-LINE TO WS-REPORT-LINE.
004386     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004387     MOVE SPACES TO WS-REPORT-LINE.
004388     STRING "    REASON " DELIMITED BY SIZE
004389            QRW-REASON DELIMITED BY SIZE
004390         INTO WS-REPORT-LINE.
004391     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004392 5200-EXIT.
004393     EXIT.
004394
004395*----------------------------------------------------------------
004396* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE INQUIRY REPORT.
004397*----------------------------------------------------------------
004398 8000-WRITE-REPORT-LINE.
004399     MOVE WS-REPORT-LINE TO QRP-LINE.
004400     WRITE QR-REPORT-RECORD.
004401     IF WS-REPORT-FILE-STATUS NOT = "00"
004402         DISPLAY "QI0104E QR-INQUIRY-REPORT-FILE WRITE FAILED - "
004403             WS-REPORT-FILE-STATUS
004404         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004405     END-IF.
004406 8000-EXIT.
004407     EXIT.
004410
004420*----------------------------------------------------------------
004430* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE
004710     IF WS-HISTCLI-AVAILABLE
004720         CLOSE QR-HISTCLI-FILE
004730     END-IF.
004731     IF WS-REGISTER-AVAILABLE
004732         CLOSE QR-REVOKE-FILE
004733     END-IF.
004740     CLOSE QR-INQUIRY-REPORT-FILE.
004750 9999-EXIT.
004760     EXIT.
