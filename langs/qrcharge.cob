000250* SYMBOLOGY OR A FORMAT WITH NO RATE ENTRY. A CLIENT NOT ON
000260* THE MASTER, OR A RUN WITH THE MASTER UNAVAILABLE, BILLS AT
000270* ZERO WITH A WARNING SO THE VOLUME COUNTS STILL COME OUT.
000271* IMAGES THAT FAILED THE SCAN-BACK VERIFICATION ARE CREDITED
000272* BACK: QRREGEN WRITES ONE CREDIT RECORD PER BAD IMAGE (SEE
000273* QRCRDREC), OPS CONCATENATES THE NIGHTLY FILES ONTO QRCRDMTH,
000274* AND EACH CREDIT IS PRICED AT THE SAME RATE AS THE SUCCESS
000275* IT REVERSES. CREDITS ARE SHOWN ON THEIR OWN LINE UNDER THE
000276* BUCKET, AND THE CLIENT AND GRAND TOTAL AMOUNTS ARE NET OF
000277* THEM. NO QRCRDMTH FILE MEANS NO CREDITS THIS MONTH.
000278* THE RUN ALSO WRITES THE GENERAL-LEDGER JOURNAL INTERFACE FILE
000279* (QRGLJRNL - SEE QRGLJREC) FOR FINANCE'S IMPORT: ONE ENTRY PER
000280* CLIENT AND SYMBOLOGY DEBITING THE DEPARTMENT'S COST CENTER AND
000281* GL ACCOUNT FROM THE CLIENT MASTER WITH THE BUCKET'S NET AMOUNT,
000282* ONE BALANCING CREDIT TO THE DATA CENTER RECOVERY ACCOUNT, AND
000283* A TRAILER WITH THE ENTRY COUNT AND HASH TOTALS. A CLIENT WITH
000284* NO COST CENTER OR GL ACCOUNT ON THE MASTER IS DEBITED TO THE
000285* SUSPENSE ACCOUNT AND FLAGGED, NEVER DROPPED, SO THE JOURNAL
000286* ALWAYS BALANCES TO THE REPORT GRAND TOTAL.
000287*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310* 101722  RFM  INITIAL VERSION - CLIENT/SYMBOLOGY ACCUMULATION
000330* 090326  RFM  SUCCESS COUNTS ARE NOW PRICED FROM THE CLIENT
000340*              MASTER'S PER-SYMBOLOGY BILLING RATES AND THE
000350*              REPORT SHOWS DOLLARS BESIDE THE VOLUMES.
000351* 101526  RFM  SCAN-BACK CREDITS FROM THE MONTH'S QRCRDMTH FILE
000352*              ARE PRICED AND NETTED OFF EACH CLIENT'S BILL;
000353*              AMOUNTS ARE NOW SIGNED ON THE REPORT.
000354* 101526  RFM  GL JOURNAL INTERFACE FILE QRGLJRNL - ONE DEBIT PER
000355*              CLIENT/SYMBOLOGY, A RECOVERY CREDIT, AND A CONTROL
000356*              TRAILER; NO COST CENTER POSTS TO SUSPENSE.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS QCL-CLIENT-CODE
000500         FILE STATUS IS WS-CLIENT-FILE-STATUS.
000501     SELECT QR-CREDIT-MONTH-FILE ASSIGN TO "QRCRDMTH"
000502         ORGANIZATION IS SEQUENTIAL
000503         FILE STATUS IS WS-CREDIT-FILE-STATUS.
000504     SELECT QR-GL-JOURNAL-FILE ASSIGN TO "QRGLJRNL"
000505         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000630     LABEL RECORDS ARE STANDARD.
000640 COPY QRCLIREC.
000650
000651 FD  QR-CREDIT-MONTH-FILE
000652     LABEL RECORDS ARE STANDARD.
000653 COPY QRCRDREC.
000654
000655 FD  QR-GL-JOURNAL-FILE
000656     LABEL RECORDS ARE STANDARD.
000657 COPY QRGLJREC.
000658
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* FILE STATUS AND CONTROL SWITCHES
000700 77  WS-AUDIT-FILE-STATUS            PIC X(02).
000710 77  WS-REPORT-FILE-STATUS           PIC X(02).
000720 77  WS-CLIENT-FILE-STATUS           PIC X(02).
000721 77  WS-CREDIT-FILE-STATUS           PIC X(02).
000722 77  WS-JOURNAL-FILE-STATUS          PIC X(02).
000730 77  WS-RATES-AVAIL-SWITCH           PIC X(01) VALUE "N".
000740     88  WS-RATES-AVAILABLE               VALUE "Y".
000750 77  WS-CLI-ON-MASTER-SWITCH         PIC X(01) VALUE "N".
000760     88  WS-CLI-ON-MASTER                 VALUE "Y".
000761 77  WS-CLI-SUSPENSE-SWITCH          PIC X(01) VALUE "N".
000762     88  WS-CLI-SUSPENSE                  VALUE "Y".
000770 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE                  VALUE "Y".
000781 77  WS-CRD-EOF-SWITCH               PIC X(01) VALUE "N".
000782     88  WS-CRD-END-OF-FILE              VALUE "Y".
000790 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000800     88  WS-RUN-FAILED                    VALUE "Y".
000810
001040             15  WS-CHG-SUCCESS  PIC 9(08) COMP.
001050             15  WS-CHG-FAILURE  PIC 9(08) COMP.
001060             15  WS-CHG-REJECTS  PIC 9(08) COMP.
001061             15  WS-CHG-CREDITS  PIC 9(08) COMP.
001070
001080*----------------------------------------------------------------
001090* RUN AND GRAND TOTALS
001170 77  WS-CLI-SUCCESS                  PIC 9(08) COMP VALUE ZERO.
001180 77  WS-CLI-FAILURE                  PIC 9(08) COMP VALUE ZERO.
001190 77  WS-CLI-REJECTS                  PIC 9(08) COMP VALUE ZERO.
001191 77  WS-CRD-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001192 77  WS-TOT-CREDITS                  PIC 9(08) COMP VALUE ZERO.
001193 77  WS-CLI-CREDITS                  PIC 9(08) COMP VALUE ZERO.
001200
001210*----------------------------------------------------------------
001220* BILLED AMOUNTS - SUCCESSES TIMES THE CLIENT MASTER RATE FOR
001330                                     VALUE ZERO.
001340 77  WS-TOT-AMOUNT                   PIC S9(07)V99 COMP-3
001350                                     VALUE ZERO.
001351 77  WS-CRD-AMOUNT                   PIC S9(07)V99 COMP-3
001352                                     VALUE ZERO.
001353 77  WS-CLI-CRD-AMOUNT               PIC S9(07)V99 COMP-3
001354                                     VALUE ZERO.
001355 77  WS-TOT-CRD-AMOUNT               PIC S9(07)V99 COMP-3
001356                                     VALUE ZERO.
001357
001358*----------------------------------------------------------------
001359* GL JOURNAL INTERFACE. THE DATA CENTER RECOVERY ACCOUNT TAKES
001360* THE BALANCING CREDIT; A CLIENT WITH NO COST CENTER OR GL
001361* ACCOUNT ON THE MASTER IS DEBITED TO SUSPENSE. THESE ARE
001362* FINANCE'S NUMBERS - CHANGE THEM HERE IF THE CHART OF ACCOUNTS
001363* IS RENUMBERED. AN ENTRY'S NET AMOUNT IS ITS DEBIT; A NEGATIVE
001364* NET POSTS AS A CREDIT.
001365*----------------------------------------------------------------
001366 77  WS-RECOVERY-COST-CENTER         PIC X(06) VALUE "DC0100".
001367 77  WS-RECOVERY-GL-ACCOUNT          PIC X(10) VALUE "0000485100".
001368 77  WS-SUSPENSE-COST-CENTER         PIC X(06) VALUE "DC0100".
001369 77  WS-SUSPENSE-GL-ACCOUNT          PIC X(10) VALUE "0000199900".
001370 77  WS-JNL-COST-CENTER              PIC X(06) VALUE SPACES.
001371 77  WS-JNL-GL-ACCOUNT               PIC X(10) VALUE SPACES.
001372 77  WS-JNL-NET-AMOUNT               PIC S9(07)V99 COMP-3
001373                                     VALUE ZERO.
001374 77  WS-JNL-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
001375 77  WS-JNL-SUSPENSE-COUNT           PIC 9(07) COMP VALUE ZERO.
001376 77  WS-JNL-DEBIT-TOTAL              PIC 9(11)V99 COMP-3
001377                                     VALUE ZERO.
001378 77  WS-JNL-CREDIT-TOTAL             PIC 9(11)V99 COMP-3
001379                                     VALUE ZERO.
001380 77  WS-JNL-GL-HASH                  PIC 9(15) COMP-3 VALUE ZERO.
001381
001382*----------------------------------------------------------------
001383* CHARGEBACK REPORT LINE CONSTRUCTION
001390*----------------------------------------------------------------
001400 77  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
001410 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001420 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001430 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001431 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001432 77  WS-RPT-AMOUNT-EDIT              PIC ZZZZZZZZZZ9.99.
001440 01  WS-DETAIL-LINE.
001450     05  FILLER                  PIC X(07) VALUE "CLIENT ".
001460     05  WS-DTL-CLIENT           PIC X(04).
001550     05  FILLER                  PIC X(05) VALUE " REJ ".
001560     05  WS-DTL-REJECTS          PIC ZZZZZ9.
001570     05  FILLER                  PIC X(05) VALUE " AMT ".
001580     05  WS-DTL-AMOUNT           PIC ZZZZZZ9.99-.
001581     05  FILLER                  PIC X(02) VALUE SPACES.
001582 01  WS-CREDIT-LINE.
001583     05  FILLER                  PIC X(07) VALUE "CLIENT ".
001584     05  WS-CRL-CLIENT           PIC X(04).
001585     05  WS-CRL-FMT-TAG          PIC X(05) VALUE " FMT ".
001586     05  WS-CRL-FORMAT           PIC X(02).
001587     05  FILLER                  PIC X(05) VALUE " CRED".
001588     05  WS-CRL-CREDITS          PIC ZZZZZ9.
001589     05  FILLER                  PIC X(33)
001590         VALUE "  SCAN-BACK FAILURES CREDITED".
001591     05  FILLER                  PIC X(05) VALUE " AMT ".
001592     05  WS-CRL-AMOUNT           PIC ZZZZZZ9.99-.
001593     05  FILLER                  PIC X(02) VALUE SPACES.
001600
001610 PROCEDURE DIVISION.
001620*----------------------------------------------------------------
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-ACCUMULATE-ONE THRU 2000-EXIT
001680         UNTIL WS-END-OF-FILE.
001681     PERFORM 2400-LOAD-CREDITS THRU 2400-EXIT.
001690     PERFORM 9700-WRITE-CHARGE-REPORT THRU 9700-EXIT.
001700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001710     STOP RUN.
001880             WS-REPORT-FILE-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         CLOSE QR-AUDIT-MONTH-FILE
001901         GO TO 9900-ABEND
001902     END-IF.
001903     OPEN OUTPUT QR-GL-JOURNAL-FILE.
001904     IF WS-JOURNAL-FILE-STATUS NOT = "00"
001905         DISPLAY "QC0008E QR-GL-JOURNAL-FILE OPEN FAILED - "
001906             WS-JOURNAL-FILE-STATUS
001907         MOVE 16 TO RETURN-CODE
001908         CLOSE QR-AUDIT-MONTH-FILE
001909         CLOSE QR-CHARGE-REPORT-FILE
001910         GO TO 9900-ABEND
001920     END-IF.
001930     OPEN INPUT QR-CLIENT-FILE.
003180         (WS-CLIENT-FOUND-IDX WS-SYM-FOUND-IDX).
003190     MOVE ZERO TO WS-CHG-REJECTS
003200         (WS-CLIENT-FOUND-IDX WS-SYM-FOUND-IDX).
003201     MOVE ZERO TO WS-CHG-CREDITS
003202         (WS-CLIENT-FOUND-IDX WS-SYM-FOUND-IDX).
003210 2300-EXIT.
003220     EXIT.
003230
003260         WS-CHG-FORMAT (WS-CLIENT-FOUND-IDX WS-SYM-IDX)
003270         MOVE WS-SYM-IDX TO WS-SYM-FOUND-IDX
003280     END-IF.
003281
003282*----------------------------------------------------------------
003283* 2400-LOAD-CREDITS - FILE THE MONTH'S SCAN-BACK CREDITS UNDER
003284* THE SAME CLIENT AND SYMBOLOGY BUCKETS AS THE AUDIT WORK. THE
003285* CREDIT FILE IS OPTIONAL: A MONTH WITH NO BAD IMAGES HAS NONE.
003286*----------------------------------------------------------------
003287 2400-LOAD-CREDITS.
003288     OPEN INPUT QR-CREDIT-MONTH-FILE.
003289     IF WS-CREDIT-FILE-STATUS = "35"
003290         GO TO 2400-EXIT
003291     END-IF.
003292     IF WS-CREDIT-FILE-STATUS NOT = "00"
003293         DISPLAY "QC0007E QR-CREDIT-MONTH-FILE OPEN FAILED - "
003294             WS-CREDIT-FILE-STATUS
003295         MOVE 16 TO RETURN-CODE
003296         CLOSE QR-AUDIT-MONTH-FILE
003297         CLOSE QR-CHARGE-REPORT-FILE
003298         CLOSE QR-GL-JOURNAL-FILE
003299         IF WS-RATES-AVAILABLE
003300             CLOSE QR-CLIENT-FILE
003301         END-IF
003302         GO TO 9900-ABEND
003303     END-IF.
003304     PERFORM 2410-READ-CREDIT THRU 2410-EXIT.
003305     PERFORM 2420-CREDIT-ONE THRU 2420-EXIT
003306         UNTIL WS-CRD-END-OF-FILE.
003307     CLOSE QR-CREDIT-MONTH-FILE.
003308 2400-EXIT.
003309     EXIT.
003310
003311*----------------------------------------------------------------
003312* 2410-READ-CREDIT
003313*----------------------------------------------------------------
003314 2410-READ-CREDIT.
003315     READ QR-CREDIT-MONTH-FILE
003316         AT END
003317             MOVE "Y" TO WS-CRD-EOF-SWITCH
003318         NOT AT END
003319             ADD 1 TO WS-CRD-READ-COUNT
003320     END-READ.
003321 2410-EXIT.
003322     EXIT.
003323
003324*----------------------------------------------------------------
003325* 2420-CREDIT-ONE - FILE ONE CREDIT RECORD, NORMALIZING THE
003326* CLIENT AND FORMAT CODE EXACTLY AS 2000 DOES FOR THE AUDIT
003327* RECORD THE CREDIT REVERSES.
003328*----------------------------------------------------------------
003329 2420-CREDIT-ONE.
003330     IF QCR-CLIENT = SPACES OR QCR-CLIENT = LOW-VALUES
003331         MOVE "MISC" TO WS-EFF-CLIENT
003332     ELSE
003333         MOVE QCR-CLIENT TO WS-EFF-CLIENT
003334     END-IF.
003335     IF QCR-FORMAT-CODE = SPACES OR QCR-FORMAT-CODE = LOW-VALUES
003336         MOVE "--" TO WS-EFF-FORMAT
003337     ELSE
003338         MOVE QCR-FORMAT-CODE TO WS-EFF-FORMAT
003339     END-IF.
003340     PERFORM 2200-FIND-CLIENT-ROW THRU 2200-EXIT.
003341     PERFORM 2300-FIND-SYM-BUCKET THRU 2300-EXIT.
003342     ADD 1 TO WS-CHG-CREDITS
003343         (WS-CLIENT-FOUND-IDX WS-SYM-FOUND-IDX).
003344     ADD 1 TO WS-TOT-CREDITS.
003345     PERFORM 2410-READ-CREDIT THRU 2410-EXIT.
003346 2420-EXIT.
003347     EXIT.
003348
003349*----------------------------------------------------------------
003350* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE CHARGEBACK
003351* REPORT.
003352*----------------------------------------------------------------
003353 8000-WRITE-REPORT-LINE.
003354     MOVE WS-REPORT-LINE TO QRP-LINE.
003360     WRITE QR-REPORT-RECORD.
003370     IF WS-REPORT-FILE-STATUS NOT = "00"
003380         DISPLAY "QC0005E QR-CHARGE-REPORT-FILE WRITE FAILED - "
003400         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003410     END-IF.
003420 8000-EXIT.
003421     EXIT.
003422
003423*----------------------------------------------------------------
003424* 8100-WRITE-JOURNAL-RECORD - WRITE ONE RECORD TO THE GL JOURNAL
003425* INTERFACE FILE.
003426*----------------------------------------------------------------
003427 8100-WRITE-JOURNAL-RECORD.
003428     WRITE QR-GL-JOURNAL-RECORD.
003429     IF WS-JOURNAL-FILE-STATUS NOT = "00"
003430         DISPLAY "QC0009E QR-GL-JOURNAL-FILE WRITE FAILED - "
003431             WS-JOURNAL-FILE-STATUS
003432         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003433     END-IF.
003434 8100-EXIT.
003435     EXIT.
003440
003450*----------------------------------------------------------------
003460* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE REPORT
003580
003590*----------------------------------------------------------------
003600* 9700-WRITE-CHARGE-REPORT - ONE DETAIL LINE PER CLIENT AND
003610* SYMBOLOGY, A TOTAL LINE PER CLIENT, AND A GRAND TOTAL, WITH THE
003611* GL JOURNAL WRITTEN ALONGSIDE.
003620*----------------------------------------------------------------
003630 9700-WRITE-CHARGE-REPORT.
003640     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
003641     PERFORM 9750-WRITE-JOURNAL-HEADER THRU 9750-EXIT.
003650     MOVE SPACES TO WS-REPORT-LINE.
003660     STRING "QR CHARGEBACK SUMMARY - RUN " DELIMITED BY SIZE
003670            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
003700     PERFORM 9710-REPORT-ONE-CLIENT THRU 9710-EXIT
003710         VARYING WS-CLIENT-IDX FROM 1 BY 1
003720         UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT.
003721     IF WS-TOT-CREDITS > ZERO
003722         MOVE "ALL " TO WS-CRL-CLIENT
003723         MOVE " ALL " TO WS-CRL-FMT-TAG
003724         MOVE "**" TO WS-CRL-FORMAT
003725         MOVE WS-TOT-CREDITS TO WS-CRL-CREDITS
003726         MOVE WS-TOT-CRD-AMOUNT TO WS-CRL-AMOUNT
003727         MOVE WS-CREDIT-LINE TO WS-REPORT-LINE
003728         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003729     END-IF.
003730     MOVE "ALL " TO WS-DTL-CLIENT.
003740     MOVE " ALL " TO WS-DTL-FMT-TAG.
003750     MOVE "**" TO WS-DTL-FORMAT.
003800     MOVE WS-TOT-AMOUNT TO WS-DTL-AMOUNT.
003810     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
003820     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003821     PERFORM 9770-WRITE-RECOVERY-ENTRY THRU 9770-EXIT.
003822     PERFORM 9780-WRITE-JOURNAL-TRAILER THRU 9780-EXIT.
003830 9700-EXIT.
003840     EXIT.
003850
003930     MOVE ZERO TO WS-CLI-FAILURE.
003940     MOVE ZERO TO WS-CLI-REJECTS.
003950     MOVE ZERO TO WS-CLI-AMOUNT.
003951     MOVE ZERO TO WS-CLI-CREDITS.
003952     MOVE ZERO TO WS-CLI-CRD-AMOUNT.
003960     PERFORM 9705-READ-CLIENT-RATES THRU 9705-EXIT.
003970     PERFORM 9720-REPORT-ONE-BUCKET THRU 9720-EXIT
003980         VARYING WS-SYM-IDX FROM 1 BY 1
003990         UNTIL WS-SYM-IDX > WS-CHG-SYM-COUNT (WS-CLIENT-IDX).
003991     IF WS-CLI-CREDITS > ZERO
003992         MOVE WS-CHG-CLIENT (WS-CLIENT-IDX) TO WS-CRL-CLIENT
003993         MOVE " ALL " TO WS-CRL-FMT-TAG
003994         MOVE SPACES TO WS-CRL-FORMAT
003995         MOVE WS-CLI-CREDITS TO WS-CRL-CREDITS
003996         MOVE WS-CLI-CRD-AMOUNT TO WS-CRL-AMOUNT
003997         MOVE WS-CREDIT-LINE TO WS-REPORT-LINE
003998         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
003999     END-IF.
004000     MOVE WS-CHG-CLIENT (WS-CLIENT-IDX) TO WS-DTL-CLIENT.
004010     MOVE " ALL " TO WS-DTL-FMT-TAG.
004020     MOVE SPACES TO WS-DTL-FORMAT.
004140* 9705-READ-CLIENT-RATES - FETCH THE CLIENT'S MASTER ROW AHEAD
004150* OF ITS BUCKET LINES. A CLIENT WITH NO ROW BILLS AT ZERO AND
004160* IS CALLED OUT ON THE REPORT SO FINANCE KNOWS THE MASTER
004170* NEEDS A MAINTENANCE CARD. THE ROW ALSO SETTLES WHICH COST
004171* CENTER AND GL ACCOUNT THE CLIENT'S JOURNAL ENTRIES DEBIT.
004180*----------------------------------------------------------------
004190 9705-READ-CLIENT-RATES.
004200     MOVE "N" TO WS-CLI-ON-MASTER-SWITCH.
004201     MOVE "Y" TO WS-CLI-SUSPENSE-SWITCH.
004202     MOVE WS-SUSPENSE-COST-CENTER TO WS-JNL-COST-CENTER.
004203     MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-JNL-GL-ACCOUNT.
004210     IF NOT WS-RATES-AVAILABLE
004220         GO TO 9705-EXIT
004230     END-IF.
004350         NOT INVALID KEY
004360             MOVE "Y" TO WS-CLI-ON-MASTER-SWITCH
004370     END-READ.
004371     IF NOT WS-CLI-ON-MASTER
004372         GO TO 9705-EXIT
004373     END-IF.
004374     IF QCL-COST-CENTER = SPACES
004375         OR QCL-GL-ACCOUNT NOT NUMERIC
004376         MOVE SPACES TO WS-REPORT-LINE
004377         STRING "CLIENT " DELIMITED BY SIZE
004378                WS-CHG-CLIENT (WS-CLIENT-IDX)
004379                DELIMITED BY SIZE
004380                " HAS NO COST CENTER/GL ACCOUNT - "
004381                DELIMITED BY SIZE
004382                "JOURNALED TO SUSPENSE" DELIMITED BY SIZE
004383             INTO WS-REPORT-LINE
004384         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
004385         GO TO 9705-EXIT
004386     END-IF.
004387     MOVE "N" TO WS-CLI-SUSPENSE-SWITCH.
004388     MOVE QCL-COST-CENTER TO WS-JNL-COST-CENTER.
004389     MOVE QCL-GL-ACCOUNT TO WS-JNL-GL-ACCOUNT.
004390 9705-EXIT.
004391     EXIT.
004400
004410*----------------------------------------------------------------
004420* 9720-REPORT-ONE-BUCKET - DETAIL LINE, ANY CREDIT LINE, AND THE
004421* BUCKET'S JOURNAL ENTRY AT ITS NET AMOUNT.
004430*----------------------------------------------------------------
004440 9720-REPORT-ONE-BUCKET.
004450     MOVE WS-CHG-CLIENT (WS-CLIENT-IDX) TO WS-DTL-CLIENT.
004710     ADD WS-BKT-AMOUNT TO WS-TOT-AMOUNT.
004720     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
004730     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004731     MOVE ZERO TO WS-CRD-AMOUNT.
004732     IF WS-CHG-CREDITS (WS-CLIENT-IDX WS-SYM-IDX) = ZERO
004733         GO TO 9720-JOURNAL
004734     END-IF.
004735*    A CREDIT REVERSES ONE BILLED SUCCESS AT THE BUCKET'S RATE.
004736     COMPUTE WS-CRD-AMOUNT = ZERO -
004737         (WS-CHG-CREDITS (WS-CLIENT-IDX WS-SYM-IDX)
004738         * WS-EFF-RATE).
004739     MOVE WS-CHG-CLIENT (WS-CLIENT-IDX) TO WS-CRL-CLIENT.
004740     MOVE " FMT " TO WS-CRL-FMT-TAG.
004741     MOVE WS-CHG-FORMAT (WS-CLIENT-IDX WS-SYM-IDX)
004742         TO WS-CRL-FORMAT.
004743     MOVE WS-CHG-CREDITS (WS-CLIENT-IDX WS-SYM-IDX)
004744         TO WS-CRL-CREDITS.
004745     MOVE WS-CRD-AMOUNT TO WS-CRL-AMOUNT.
004746     ADD WS-CHG-CREDITS (WS-CLIENT-IDX WS-SYM-IDX)
004747         TO WS-CLI-CREDITS.
004748     ADD WS-CRD-AMOUNT TO WS-CLI-CRD-AMOUNT.
004749     ADD WS-CRD-AMOUNT TO WS-TOT-CRD-AMOUNT.
004750     ADD WS-CRD-AMOUNT TO WS-CLI-AMOUNT.
004751     ADD WS-CRD-AMOUNT TO WS-TOT-AMOUNT.
004752     MOVE WS-CREDIT-LINE TO WS-REPORT-LINE.
004753     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004754 9720-JOURNAL.
004755     COMPUTE WS-JNL-NET-AMOUNT = WS-BKT-AMOUNT + WS-CRD-AMOUNT.
004756     PERFORM 9760-WRITE-CLIENT-ENTRY THRU 9760-EXIT.
004757 9720-EXIT.
004758     EXIT.
004760
004770*----------------------------------------------------------------
004780* 9730-RESOLVE-RATE - PICK THE BUCKET'S RATE FROM THE CLIENT
005090     END-IF.
005100
005110*----------------------------------------------------------------
005111* 9750-WRITE-JOURNAL-HEADER - THE JOURNAL IS DATED THE DAY THE
005112* CHARGEBACK RUNS AND POSTS TO THAT MONTH'S PERIOD.
005113*----------------------------------------------------------------
005114 9750-WRITE-JOURNAL-HEADER.
005115     MOVE SPACES TO QR-GL-JOURNAL-RECORD.
005116     SET QGJ-HEADER TO TRUE.
005117     MOVE WS-RUN-DATE TO QGJ-JOURNAL-DATE.
005118     MOVE "QRCHARGE" TO QGJ-HDR-SOURCE.
005119     MOVE WS-RUN-DATE (1:6) TO QGJ-HDR-PERIOD.
005120     MOVE "QR GENERATION CHARGEBACK" TO QGJ-HDR-DESCRIPTION.
005121     PERFORM 8100-WRITE-JOURNAL-RECORD THRU 8100-EXIT.
005122 9750-EXIT.
005123     EXIT.
005124
005125*----------------------------------------------------------------
005126* 9760-WRITE-CLIENT-ENTRY - ONE ENTRY FOR THE CURRENT CLIENT AND
005127* SYMBOLOGY BUCKET AT ITS NET AMOUNT (CHARGES LESS CREDITS),
005128* AGAINST THE ACCOUNT 9705 SETTLED. A BUCKET THAT NETS TO ZERO
005129* POSTS NOTHING.
005130*----------------------------------------------------------------
005131 9760-WRITE-CLIENT-ENTRY.
005132     IF WS-JNL-NET-AMOUNT = ZERO
005133         GO TO 9760-EXIT
005134     END-IF.
005135     MOVE SPACES TO QR-GL-JOURNAL-RECORD.
005136     SET QGJ-ENTRY TO TRUE.
005137     MOVE WS-RUN-DATE TO QGJ-JOURNAL-DATE.
005138     MOVE WS-JNL-COST-CENTER TO QGJ-COST-CENTER.
005139     MOVE WS-JNL-GL-ACCOUNT TO QGJ-GL-ACCOUNT.
005140     MOVE WS-CHG-CLIENT (WS-CLIENT-IDX) TO QGJ-CLIENT.
005141     MOVE WS-CHG-FORMAT (WS-CLIENT-IDX WS-SYM-IDX)
005142         TO QGJ-FORMAT-CODE.
005143     IF WS-CLI-SUSPENSE
005144         SET QGJ-SUSPENSE TO TRUE
005145         MOVE "QR CHARGEBACK SUSP" TO QGJ-DESCRIPTION
005146         ADD 1 TO WS-JNL-SUSPENSE-COUNT
005147     ELSE
005148         MOVE "N" TO QGJ-SUSPENSE-FLAG
005149         MOVE "QR CHARGEBACK" TO QGJ-DESCRIPTION
005150     END-IF.
005151     PERFORM 9790-POST-JOURNAL-ENTRY THRU 9790-EXIT.
005152 9760-EXIT.
005153     EXIT.
005154
005155*----------------------------------------------------------------
005156* 9770-WRITE-RECOVERY-ENTRY - THE BALANCING ENTRY: THE REPORT
005157* GRAND TOTAL CREDITED TO THE DATA CENTER RECOVERY ACCOUNT.
005158*----------------------------------------------------------------
005159 9770-WRITE-RECOVERY-ENTRY.
005160     IF WS-TOT-AMOUNT = ZERO
005161         GO TO 9770-EXIT
005162     END-IF.
005163     MOVE SPACES TO QR-GL-JOURNAL-RECORD.
005164     SET QGJ-ENTRY TO TRUE.
005165     MOVE WS-RUN-DATE TO QGJ-JOURNAL-DATE.
005166     MOVE WS-RECOVERY-COST-CENTER TO QGJ-COST-CENTER.
005167     MOVE WS-RECOVERY-GL-ACCOUNT TO QGJ-GL-ACCOUNT.
005168     MOVE "ALL " TO QGJ-CLIENT.
005169     MOVE "**" TO QGJ-FORMAT-CODE.
005170     MOVE "N" TO QGJ-SUSPENSE-FLAG.
005171     MOVE "QR COST RECOVERY" TO QGJ-DESCRIPTION.
005172     COMPUTE WS-JNL-NET-AMOUNT = ZERO - WS-TOT-AMOUNT.
005173     PERFORM 9790-POST-JOURNAL-ENTRY THRU 9790-EXIT.
005174 9770-EXIT.
005175     EXIT.
005176
005177*----------------------------------------------------------------
005178* 9780-WRITE-JOURNAL-TRAILER - CONTROL TRAILER FOR FINANCE'S
005179* IMPORT, AND THE SAME CONTROL TOTALS ON THE REPORT. DEBITS AND
005180* CREDITS THAT DO NOT AGREE FAIL THE RUN.
005181*----------------------------------------------------------------
005182 9780-WRITE-JOURNAL-TRAILER.
005183     MOVE SPACES TO QR-GL-JOURNAL-RECORD.
005184     SET QGJ-TRAILER TO TRUE.
005185     MOVE WS-RUN-DATE TO QGJ-JOURNAL-DATE.
005186     MOVE WS-JNL-ENTRY-COUNT TO QGJ-TRL-ENTRY-COUNT.
005187     MOVE WS-JNL-DEBIT-TOTAL TO QGJ-TRL-DEBIT-TOTAL.
005188     MOVE WS-JNL-CREDIT-TOTAL TO QGJ-TRL-CREDIT-TOTAL.
005189     MOVE WS-JNL-GL-HASH TO QGJ-TRL-GL-HASH.
005190     PERFORM 8100-WRITE-JOURNAL-RECORD THRU 8100-EXIT.
005191     MOVE SPACES TO WS-REPORT-LINE.
005192     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005193     MOVE WS-JNL-ENTRY-COUNT TO WS-RPT-COUNT-EDIT.
005194     MOVE SPACES TO WS-REPORT-LINE.
005195     STRING "JOURNAL ENTRIES WRITTEN. " DELIMITED BY SIZE
005196            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005197         INTO WS-REPORT-LINE.
005198     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005199     MOVE WS-JNL-SUSPENSE-COUNT TO WS-RPT-COUNT-EDIT.
005200     MOVE SPACES TO WS-REPORT-LINE.
005201     STRING "SUSPENSE ENTRIES . . . . " DELIMITED BY SIZE
005202            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005203         INTO WS-REPORT-LINE.
005204     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005205     MOVE WS-JNL-DEBIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
005206     MOVE SPACES TO WS-REPORT-LINE.
005207     STRING "JOURNAL DEBITS . . . . . " DELIMITED BY SIZE
005208            WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
005209         INTO WS-REPORT-LINE.
005210     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005211     MOVE WS-JNL-CREDIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
005212     MOVE SPACES TO WS-REPORT-LINE.
005213     STRING "JOURNAL CREDITS. . . . . " DELIMITED BY SIZE
005214            WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
005215         INTO WS-REPORT-LINE.
005216     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005217     IF WS-JNL-SUSPENSE-COUNT > ZERO
005218         DISPLAY "QC0011W " WS-JNL-SUSPENSE-COUNT
005219             " JOURNAL ENTRIES POSTED TO SUSPENSE"
005220     END-IF.
005221     IF WS-JNL-DEBIT-TOTAL NOT = WS-JNL-CREDIT-TOTAL
005222         DISPLAY "QC0010E GL JOURNAL OUT OF BALANCE - DEBITS "
005223             WS-JNL-DEBIT-TOTAL " CREDITS " WS-JNL-CREDIT-TOTAL
005224         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005225     END-IF.
005226 9780-EXIT.
005227     EXIT.
005228
005229*----------------------------------------------------------------
005230* 9790-POST-JOURNAL-ENTRY - SIDE, AMOUNT, AND CONTROL TOTALS FOR
005231* THE ENTRY BUILT BY THE CALLER FROM WS-JNL-NET-AMOUNT, THEN
005232* WRITE IT.
005233*----------------------------------------------------------------
005234 9790-POST-JOURNAL-ENTRY.
005235     IF WS-JNL-NET-AMOUNT < ZERO
005236         SET QGJ-CREDIT TO TRUE
005237         COMPUTE QGJ-AMOUNT = ZERO - WS-JNL-NET-AMOUNT
005238         ADD QGJ-AMOUNT TO WS-JNL-CREDIT-TOTAL
005239     ELSE
005240         SET QGJ-DEBIT TO TRUE
005241         MOVE WS-JNL-NET-AMOUNT TO QGJ-AMOUNT
005242         ADD QGJ-AMOUNT TO WS-JNL-DEBIT-TOTAL
005243     END-IF.
005244     ADD QGJ-GL-ACCOUNT-N TO WS-JNL-GL-HASH.
005245     ADD 1 TO WS-JNL-ENTRY-COUNT.
005246     PERFORM 8100-WRITE-JOURNAL-RECORD THRU 8100-EXIT.
005247 9790-EXIT.
005248     EXIT.
005249
005250*----------------------------------------------------------------
005251* 9999-TERMINATE
005252*----------------------------------------------------------------
005253 9999-TERMINATE.
005254     IF WS-RUN-FAILED
005255         MOVE 8 TO RETURN-CODE
005256     END-IF.
005257     CLOSE QR-AUDIT-MONTH-FILE.
005258     CLOSE QR-CHARGE-REPORT-FILE.
005259     CLOSE QR-GL-JOURNAL-FILE.
005260     IF WS-RATES-AVAILABLE
005261         CLOSE QR-CLIENT-FILE
005262     END-IF.
005263 9999-EXIT.
005264     EXIT.
005265
005266*----------------------------------------------------------------
005270* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
005280* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
005290* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
