000250* A MISSING EXCEPTION OR CARRYOVER FILE IS A NORMAL NIGHT;
000260* PARM='OUTPUT-DIR' NAMES THE SAME DIRECTORY THE QR STEP WAS
000270* GIVEN.
000271* A REQUEST THE DEPARTMENT CANCELLED OR REVOKED THAT NIGHT (AN
000272* ENTRY MADE ON THE QRRVKMST REGISTER - SEE QRRVKREC - FOR THE RUN
000273* DATE) ALSO GETS A "CANCELLED" OR "REVOKED" LINE WITH THE REASON
000274* THE DEPARTMENT GAVE, SO THE TAKE-BACK IS CONFIRMED IN WRITING.
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310* 090326  RFM  INITIAL VERSION - PER-CLIENT RESULTS FILES FROM
000320*              THE AUDIT, EXCEPTION, AND CARRYOVER FILES.
000321* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000322*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000323*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000324*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000325* 101526  RFM  REQUESTS CANCELLED OR REVOKED ON THE RUN DATE (THE
000326*              QRRVKMST REGISTER) NOW GET A LINE ON THE CLIENT'S
000327*              RESULTS FILE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000430     SELECT QR-CARRYOVER-FILE ASSIGN TO "QRRCARRY"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CARRYOVER-FILE-STATUS.
000451     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS QRW-REQ-ID
000455         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000460     SELECT QR-RESULTS-FILE ASSIGN TO WS-RESULTS-PATH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000640 FD  QR-CARRYOVER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY QRREQREC.
000661
000662 FD  QR-REVOKE-FILE
000663     LABEL RECORDS ARE STANDARD.
000664 COPY QRRVKREC.
000670
000680 FD  QR-RESULTS-FILE
000690     LABEL RECORDS ARE STANDARD.
000880 77  WS-AUDIT-FILE-STATUS            PIC X(02).
000890 77  WS-EXCEPTION-FILE-STATUS        PIC X(02).
000900 77  WS-CARRYOVER-FILE-STATUS        PIC X(02).
000901 77  WS-REVOKE-FILE-STATUS           PIC X(02).
000910 77  WS-RESULTS-FILE-STATUS          PIC X(02).
000920 77  WS-REPORT-FILE-STATUS           PIC X(02).
000930 77  WS-AUD-EOF-SWITCH               PIC X(01) VALUE "N".
000960     88  WS-EXC-END-OF-FILE              VALUE "Y".
000970 77  WS-CO-EOF-SWITCH                PIC X(01) VALUE "N".
000980     88  WS-CO-END-OF-FILE               VALUE "Y".
000981 77  WS-RVK-EOF-SWITCH               PIC X(01) VALUE "N".
000982     88  WS-RVK-END-OF-FILE              VALUE "Y".
000990 77  WS-SORT-EOF-SWITCH              PIC X(01) VALUE "N".
001000     88  WS-SORT-END-OF-FILE             VALUE "Y".
001010 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001250 77  WS-AUD-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001260 77  WS-EXC-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001270 77  WS-CO-READ-COUNT                PIC 9(08) COMP VALUE ZERO.
001271 77  WS-RVK-RELEASE-COUNT            PIC 9(08) COMP VALUE ZERO.
001280 77  WS-LINES-WRITTEN-COUNT          PIC 9(08) COMP VALUE ZERO.
001290 77  WS-CLIENT-FILE-COUNT            PIC 9(08) COMP VALUE ZERO.
001300
001370 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001380 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001390 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001391 77  WS-REGISTER-DATE                PIC 9(08) VALUE ZERO.
001400 77  WS-RC-EDIT                      PIC -ZZZ9.
001401
001402*----------------------------------------------------------------
001403* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001404*----------------------------------------------------------------
001405 COPY QRLDGPRM.
001410
001420*----------------------------------------------------------------
001430* JCL PARM LINKAGE
001670* FILE IS A NORMAL NIGHT.
001680*----------------------------------------------------------------
001690 1000-INITIALIZE.
001691     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001700     IF QR-PARM-LENGTH > ZERO
001710         MOVE QR-PARM-TEXT (1:QR-PARM-LENGTH)
001720             TO WS-OUTPUT-DIRECTORY
001970     EXIT.
001980
001990*----------------------------------------------------------------
001991* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
001992* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
001993* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
001994* THEN ENDS WITHOUT TOUCHING ANY FILE.
001995*----------------------------------------------------------------
001996 1010-BEGIN-LEDGER-STEP.
001997     SET QLP-BEGIN-STEP TO TRUE.
001998     MOVE "QRDIST" TO QLP-STEP-NAME.
001999     MOVE ZERO TO QLP-RUN-DATE.
002000     MOVE ZERO TO QLP-STEP-RC.
002001     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002002     IF QLP-STEP-HELD
002003         DISPLAY "QD0009E QRDIST NOT RELEASED BY THE "
002004             "RUN-CONTROL LEDGER"
002005         MOVE 16 TO RETURN-CODE
002006         GO TO 9900-ABEND
002007     END-IF.
002008 1010-EXIT.
002009     EXIT.
002010
002011*----------------------------------------------------------------
002012* 2000-GATHER-OUTCOMES - SORT INPUT PROCEDURE. RELEASE ONE
002013* OUTCOME PER AUDIT SUCCESS/FAILURE, ONE PER EXCEPTION-FILE
002020* REJECT, ONE PER CARRYOVER RECORD, AND ONE PER REGISTER ENTRY
002021* MADE ON THE RUN DATE. THE RELEASE SEQUENCE
002030* NUMBER KEEPS EACH CLIENT'S LINES IN THE ORDER THE NIGHT
002040* PRODUCED THEM.
002050*----------------------------------------------------------------
002090         UNTIL WS-AUD-END-OF-FILE.
002100     PERFORM 2300-GATHER-EXCEPTIONS THRU 2300-EXIT.
002110     PERFORM 2500-GATHER-CARRYOVERS THRU 2500-EXIT.
002111     PERFORM 2600-GATHER-REGISTER THRU 2600-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140
003720     RELEASE QR-DIST-SORT-RECORD.
003730     PERFORM 2510-READ-CARRYOVER THRU 2510-EXIT.
003740 2520-EXIT.
003741     EXIT.
003742
003743*----------------------------------------------------------------
003744* 2600-GATHER-REGISTER - RELEASE ONE OUTCOME PER CANCELLED/REVOKED
003745* CODES REGISTER ENTRY MADE ON THE RUN DATE (THE LEDGER'S RUN
003746* DATE, WHICH QRCANREV STAMPED ON THE ENTRY). A MISSING REGISTER
003747* MEANS NOTHING HAS EVER BEEN TAKEN BACK.
003748*----------------------------------------------------------------
003749 2600-GATHER-REGISTER.
003750     IF QLP-RUN-DATE > ZERO
003751         MOVE QLP-RUN-DATE TO WS-REGISTER-DATE
003752     ELSE
003753         MOVE WS-RUN-DATE TO WS-REGISTER-DATE
003754     END-IF.
003755     OPEN INPUT QR-REVOKE-FILE.
003756     IF WS-REVOKE-FILE-STATUS = "35"
003757         MOVE "Y" TO WS-RVK-EOF-SWITCH
003758         GO TO 2600-EXIT
003759     END-IF.
003760     IF WS-REVOKE-FILE-STATUS NOT = "00"
003761         DISPLAY "QD0010E QR-REVOKE-FILE OPEN FAILED - STATUS "
003762             WS-REVOKE-FILE-STATUS
003763         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003764         MOVE "Y" TO WS-RVK-EOF-SWITCH
003765         GO TO 2600-EXIT
003766     END-IF.
003767     PERFORM 2610-READ-REGISTER THRU 2610-EXIT.
003768     PERFORM 2620-RELEASE-ONE-REGISTER THRU 2620-EXIT
003769         UNTIL WS-RVK-END-OF-FILE.
003770     CLOSE QR-REVOKE-FILE.
003771 2600-EXIT.
003772     EXIT.
003773
003774*----------------------------------------------------------------
003775* 2610-READ-REGISTER
003776*----------------------------------------------------------------
003777 2610-READ-REGISTER.
003778     READ QR-REVOKE-FILE NEXT RECORD
003779         AT END
003780             MOVE "Y" TO WS-RVK-EOF-SWITCH
003781     END-READ.
003782 2610-EXIT.
003783     EXIT.
003784
003785*----------------------------------------------------------------
003786* 2620-RELEASE-ONE-REGISTER - ONLY THE NIGHT'S OWN ENTRIES ARE
003787* RELEASED; THE REASON IS THE ONE THE DEPARTMENT SENT.
003788*----------------------------------------------------------------
003789 2620-RELEASE-ONE-REGISTER.
003790     IF QRW-ENTRY-DATE NOT = WS-REGISTER-DATE
003791         GO TO 2620-NEXT
003792     END-IF.
003793     MOVE SPACES TO QR-DIST-SORT-RECORD.
003794     IF QRW-CLIENT = SPACES
003795         MOVE "MISC" TO SRT-CLIENT
003796     ELSE
003797         MOVE QRW-CLIENT TO SRT-CLIENT
003798     END-IF.
003799     ADD 1 TO WS-RELEASE-SEQ.
003800     MOVE WS-RELEASE-SEQ TO SRT-SEQ.
003801     MOVE QRW-REQ-ID TO SRT-REQ-ID.
003802     IF QRW-REVOKED
003803         MOVE "REVOKED" TO SRT-STATUS
003804     ELSE
003805         MOVE "CANCELLED" TO SRT-STATUS
003806     END-IF.
003807     MOVE QRW-REASON TO SRT-TEXT.
003808     RELEASE QR-DIST-SORT-RECORD.
003809     ADD 1 TO WS-RVK-RELEASE-COUNT.
003810 2620-NEXT.
003811     PERFORM 2610-READ-REGISTER THRU 2610-EXIT.
003812 2620-EXIT.
003813     EXIT.
003814
003815*----------------------------------------------------------------
003816* 3000-WRITE-RESULTS - SORT OUTPUT PROCEDURE. THE OUTCOMES COME
003817* BACK GROUPED BY CLIENT; A CLIENT CHANGE CLOSES THE CURRENT
003818* RESULTS FILE AND STARTS THE NEXT CLIENT'S.
003819*----------------------------------------------------------------
003820 3000-WRITE-RESULTS.
003830     PERFORM 3100-RETURN-SORTED-OUTCOME THRU 3100-EXIT.
003840     PERFORM 3200-WRITE-ONE-OUTCOME THRU 3200-EXIT
005500            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005510         INTO WS-REPORT-LINE.
005520     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005521     MOVE WS-RVK-RELEASE-COUNT TO WS-RPT-COUNT-EDIT.
005522     MOVE SPACES TO WS-REPORT-LINE.
005523     STRING "CANCELLED/REVOKED TODAY. " DELIMITED BY SIZE
005524            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005525         INTO WS-REPORT-LINE.
005526     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005530     MOVE WS-CLIENT-FILE-COUNT TO WS-RPT-COUNT-EDIT.
005540     MOVE SPACES TO WS-REPORT-LINE.
005550     STRING "CLIENT FILES WRITTEN . . " DELIMITED BY SIZE
005730     IF WS-RUN-FAILED
005740         MOVE 8 TO RETURN-CODE
005750     END-IF.
005751     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
005760     CLOSE QR-AUDIT-FILE.
005770     CLOSE QR-DIST-REPORT-FILE.
005780 9999-EXIT.
005781     EXIT.
005782
005783*----------------------------------------------------------------
005784* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
005785* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
005786* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
005787*----------------------------------------------------------------
005788 9980-END-LEDGER-STEP.
005789     SET QLP-END-STEP TO TRUE.
005790     MOVE RETURN-CODE TO QLP-STEP-RC.
005791     MOVE "AUDIT" TO QLP-COUNT-LABEL (1).
005792     MOVE WS-AUD-READ-COUNT TO QLP-COUNT-VALUE (1).
005793     MOVE "EXCEPT" TO QLP-COUNT-LABEL (2).
005794     MOVE WS-EXC-READ-COUNT TO QLP-COUNT-VALUE (2).
005795     MOVE "LINES" TO QLP-COUNT-LABEL (3).
005796     MOVE WS-LINES-WRITTEN-COUNT TO QLP-COUNT-VALUE (3).
005797     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
005798     MOVE QLP-STEP-RC TO RETURN-CODE.
005799 9980-EXIT.
005800     EXIT.
005801
005810*----------------------------------------------------------------
005820* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
005830* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
