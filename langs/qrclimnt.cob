000260* RUN ENDS WITH RETURN CODE 8 SO THE DESK KNOWS TO LOOK.
000270* RATE AMOUNTS ARE KEYED AS FIVE DIGITS WITH IMPLIED CENTS
000280* (00150 = 1.50 PER SUCCESSFUL GENERATION).
000281* THE COST CENTER AND GL ACCOUNT THE MONTH-END JOURNAL DEBITS
000282* FOR THE CLIENT ARE KEYED ON THE ADD OR CHANGE CARD; THE GL
000283* ACCOUNT MUST BE NUMERIC. A CLIENT ADDED WITHOUT THEM IS NOTED
000284* ON THE REPORT, SINCE ITS CHARGES WILL GO TO SUSPENSE.
000285* THE NIGHTLY REQUEST CEILING AND MONTHLY QUOTA QRINTAKE HOLDS
000286* THE CLIENT TO ARE KEYED THE SAME WAY, AS WHOLE NUMBERS; ZERO
000287* REMOVES THE LIMIT AND A NEW CLIENT STARTS WITH NONE.
000288* A RATE MAY ONLY BE KEYED FOR A FORMAT CODE ON THE SYMBOLOGY
000289* CONTROL MASTER (QRSYMMST - SEE QRSYMREC); A DEACTIVATED FORMAT
000290* STILL TAKES ONE, SINCE ITS PAST WORK IS STILL BILLED.
000291*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 090326  RFM  INITIAL VERSION - CARD-DRIVEN ADD/CHANGE/
000330*              DEACTIVATE AGAINST THE NEW CLIENT MASTER.
000331* 101526  RFM  COST CENTER AND GL ACCOUNT ON THE ADD/CHANGE CARD
000332*              FOR THE CHARGEBACK JOURNAL INTERFACE.
000333* 101526  RFM  NIGHTLY CEILING AND MONTHLY QUOTA ON THE ADD/CHANGE
000334*              CARD FOR THE INTAKE VOLUME LIMITS.
000335* 101526  RFM  A RATE FOR A FORMAT CODE NOT ON THE NEW SYMBOLOGY
000336*              CONTROL MASTER IS REFUSED AS A CARD ERROR.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS QCL-CLIENT-CODE
000450         FILE STATUS IS WS-CLIENT-FILE-STATUS.
000451     SELECT QR-SYMBOLOGY-FILE ASSIGN TO "QRSYMMST"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS QSY-FORMAT-CODE
000455         FILE STATUS IS WS-SYMBOLOGY-FILE-STATUS.
000460     SELECT QR-MAINT-REPORT-FILE ASSIGN TO "QRCLMRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-FILE-STATUS.
000630         10  QMC-RATE-FORMAT     PIC X(02).
000640         10  QMC-RATE-AMOUNT     PIC X(05).
000650     05  QMC-DFLT-RATE           PIC X(05).
000651     05  QMC-COST-CENTER         PIC X(06).
000652     05  QMC-GL-ACCOUNT          PIC X(10).
000653     05  QMC-NIGHT-CEILING       PIC X(07).
000654     05  QMC-MONTH-QUOTA         PIC X(09).
000660     05  FILLER                  PIC X(08).
000670
000680 FD  QR-CLIENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY QRCLIREC.
000701
000702 FD  QR-SYMBOLOGY-FILE
000703     LABEL RECORDS ARE STANDARD.
000704 COPY QRSYMREC.
000710
000720 FD  QR-MAINT-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000790*----------------------------------------------------------------
000800 77  WS-CARD-FILE-STATUS             PIC X(02).
000810 77  WS-CLIENT-FILE-STATUS           PIC X(02).
000811 77  WS-SYMBOLOGY-FILE-STATUS        PIC X(02).
000820 77  WS-REPORT-FILE-STATUS           PIC X(02).
000830 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000840     88  WS-END-OF-FILE                  VALUE "Y".
001540         CLOSE QR-MAINT-CARD-FILE
001550         GO TO 9900-ABEND
001560     END-IF.
001561     OPEN INPUT QR-SYMBOLOGY-FILE.
001562     IF WS-SYMBOLOGY-FILE-STATUS NOT = "00"
001563         DISPLAY "QM0006E QR-SYMBOLOGY-FILE OPEN FAILED - STATUS "
001564             WS-SYMBOLOGY-FILE-STATUS
001565         MOVE 16 TO RETURN-CODE
001566         CLOSE QR-MAINT-CARD-FILE
001567         CLOSE QR-CLIENT-FILE
001568         GO TO 9900-ABEND
001569     END-IF.
001570     OPEN OUTPUT QR-MAINT-REPORT-FILE.
001580     IF WS-REPORT-FILE-STATUS NOT = "00"
001590         DISPLAY "QM0003E QR-MAINT-REPORT-FILE OPEN FAILED - "
001610         MOVE 16 TO RETURN-CODE
001620         CLOSE QR-MAINT-CARD-FILE
001630         CLOSE QR-CLIENT-FILE
001631         CLOSE QR-SYMBOLOGY-FILE
001640         GO TO 9900-ABEND
001650     END-IF.
001660     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002370         VARYING WS-MST-IDX FROM 1 BY 1
002380         UNTIL WS-MST-IDX > 6.
002390     MOVE ZERO TO QCL-DFLT-RATE.
002391     MOVE ZERO TO QCL-NIGHT-CEILING.
002392     MOVE ZERO TO QCL-MONTH-QUOTA.
002400     PERFORM 2500-APPLY-CARD-RATES THRU 2500-EXIT.
002401     PERFORM 2600-APPLY-CARD-LEDGER THRU 2600-EXIT.
002402     PERFORM 2700-APPLY-CARD-LIMITS THRU 2700-EXIT.
002410     IF WS-CARD-IN-ERROR
002420         GO TO 2200-EXIT
002430     END-IF.
002580                    " ADDED" DELIMITED BY SIZE
002590                 INTO WS-REPORT-LINE
002600             PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
002601             IF QCL-COST-CENTER = SPACES
002602                 OR QCL-GL-ACCOUNT = SPACES
002603                 MOVE SPACES TO WS-REPORT-LINE
002604                 STRING "CLIENT " DELIMITED BY SIZE
002605                        QMC-CLIENT-CODE DELIMITED BY SIZE
002606                        " HAS NO COST CENTER/GL ACCOUNT - "
002607                        DELIMITED BY SIZE
002608                        "CHARGES GO TO SUSPENSE" DELIMITED BY SIZE
002609                     INTO WS-REPORT-LINE
002610                 PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
002611             END-IF
002612     END-WRITE.
002620 2200-EXIT.
002630     EXIT.
002640
002940     END-IF.
002950     SET QCL-ACTIVE TO TRUE.
002960     PERFORM 2500-APPLY-CARD-RATES THRU 2500-EXIT.
002961     PERFORM 2600-APPLY-CARD-LEDGER THRU 2600-EXIT.
002962     PERFORM 2700-APPLY-CARD-LIMITS THRU 2700-EXIT.
002970     IF WS-CARD-IN-ERROR
002980         GO TO 2300-EXIT
002990     END-IF.
003530* 2500-APPLY-CARD-RATES - OVERLAY THE NON-BLANK RATE PAIRS FROM
003540* THE CARD ONTO THE ROW IN QR-CLIENT-RECORD. A PAIR REPLACES
003550* THE MATCHING FORMAT'S RATE, OR FILLS AN EMPTY SLOT; A
003560* NON-NUMERIC AMOUNT, A FORMAT NOT ON THE SYMBOLOGY MASTER, OR
003570* A SEVENTH DISTINCT FORMAT IS A CARD ERROR.
003580*----------------------------------------------------------------
003590 2500-APPLY-CARD-RATES.
003600     PERFORM 2510-APPLY-ONE-RATE THRU 2510-EXIT
003970         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
003980         GO TO 2510-EXIT
003990     END-IF.
003991     MOVE QMC-RATE-FORMAT (WS-RATE-IDX) TO QSY-FORMAT-CODE.
003992     READ QR-SYMBOLOGY-FILE
003993         INVALID KEY
003994             MOVE SPACES TO WS-REPORT-LINE
003995             STRING "CLIENT " DELIMITED BY SIZE
003996                    QMC-CLIENT-CODE DELIMITED BY SIZE
003997                    " RATE FOR " DELIMITED BY SIZE
003998                    QMC-RATE-FORMAT (WS-RATE-IDX)
003999                    DELIMITED BY SIZE
004000                    " NOT ON SYMBOLOGY MASTER - CARD SKIPPED"
004001                    DELIMITED BY SIZE
004002                 INTO WS-REPORT-LINE
004003             PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004004             GO TO 2510-EXIT
004005     END-READ.
004006     MOVE ZERO TO WS-RATE-SLOT.
004010     PERFORM 2520-MATCH-RATE-SLOT
004020         VARYING WS-MST-IDX FROM 1 BY 1
004030         UNTIL WS-MST-IDX > 6
004340     IF QCL-RATE-FORMAT (WS-MST-IDX) = SPACES
004350         MOVE WS-MST-IDX TO WS-RATE-SLOT
004360     END-IF.
004361
004362*----------------------------------------------------------------
004363* 2600-APPLY-CARD-LEDGER - OVERLAY THE CARD'S COST CENTER AND GL
004364* ACCOUNT ONTO THE ROW WHEN KEYED. A GL ACCOUNT THAT IS NOT
004365* NUMERIC WOULD BREAK FINANCE'S HASH TOTAL AND IS A CARD ERROR.
004366*----------------------------------------------------------------
004367 2600-APPLY-CARD-LEDGER.
004368     IF WS-CARD-IN-ERROR
004369         GO TO 2600-EXIT
004370     END-IF.
004371     IF QMC-GL-ACCOUNT NOT = SPACES
004372         AND QMC-GL-ACCOUNT NOT NUMERIC
004373         MOVE SPACES TO WS-REPORT-LINE
004374         STRING "CLIENT " DELIMITED BY SIZE
004375                QMC-CLIENT-CODE DELIMITED BY SIZE
004376                " GL ACCOUNT NOT NUMERIC - CARD SKIPPED"
004377                DELIMITED BY SIZE
004378             INTO WS-REPORT-LINE
004379         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004380         GO TO 2600-EXIT
004381     END-IF.
004382     IF QMC-COST-CENTER NOT = SPACES
004383         MOVE QMC-COST-CENTER TO QCL-COST-CENTER
004384     END-IF.
004385     IF QMC-GL-ACCOUNT NOT = SPACES
004386         MOVE QMC-GL-ACCOUNT TO QCL-GL-ACCOUNT
004387     END-IF.
004388 2600-EXIT.
004389     EXIT.
004390
004391*----------------------------------------------------------------
004392* 2700-APPLY-CARD-LIMITS - OVERLAY THE CARD'S NIGHTLY CEILING AND
004393* MONTHLY QUOTA ONTO THE ROW WHEN KEYED. EITHER MUST BE A WHOLE
004394* NUMBER; ZERO MEANS NO LIMIT.
004395*----------------------------------------------------------------
004396 2700-APPLY-CARD-LIMITS.
004397     IF WS-CARD-IN-ERROR
004398         GO TO 2700-EXIT
004399     END-IF.
004400     IF (QMC-NIGHT-CEILING NOT = SPACES
004401         AND QMC-NIGHT-CEILING NOT NUMERIC)
004402         OR (QMC-MONTH-QUOTA NOT = SPACES
004403         AND QMC-MONTH-QUOTA NOT NUMERIC)
004404         MOVE SPACES TO WS-REPORT-LINE
004405         STRING "CLIENT " DELIMITED BY SIZE
004406                QMC-CLIENT-CODE DELIMITED BY SIZE
004407                " CEILING/QUOTA NOT NUMERIC - CARD SKIPPED"
004408                DELIMITED BY SIZE
004409             INTO WS-REPORT-LINE
004410         PERFORM 8100-WRITE-CARD-ERROR THRU 8100-EXIT
004411         GO TO 2700-EXIT
004412     END-IF.
004413     IF QMC-NIGHT-CEILING NOT = SPACES
004414         MOVE QMC-NIGHT-CEILING TO QCL-NIGHT-CEILING
004415     END-IF.
004416     IF QMC-MONTH-QUOTA NOT = SPACES
004417         MOVE QMC-MONTH-QUOTA TO QCL-MONTH-QUOTA
004418     END-IF.
004419 2700-EXIT.
004420     EXIT.
004421
004422*----------------------------------------------------------------
004423* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE MAINTENANCE
004424* REPORT.
004425*----------------------------------------------------------------
004426 8000-WRITE-REPORT-LINE.
004430     MOVE WS-REPORT-LINE TO QRP-LINE.
004440     WRITE QR-REPORT-RECORD.
004450     IF WS-REPORT-FILE-STATUS NOT = "00"
005230     END-IF.
005240     CLOSE QR-MAINT-CARD-FILE.
005250     CLOSE QR-CLIENT-FILE.
005251     CLOSE QR-SYMBOLOGY-FILE.
005260     CLOSE QR-MAINT-REPORT-FILE.
005270 9999-EXIT.
005280     EXIT.
