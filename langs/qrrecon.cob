000360*              MANIFEST ENTRY; THE PAGES ARE NOW CLAIMED IN THE
000370*              ORPHAN SCAN AND CHECKED ON DISK LIKE THE RAW
000380*              IMAGES, SO A LABEL-MODE RUN STILL BALANCES.
000381* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000382*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000383*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000384*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001310 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001320
001330*----------------------------------------------------------------
001331* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001332*----------------------------------------------------------------
001333 COPY QRLDGPRM.
001334
001335*----------------------------------------------------------------
001340* JCL PARM LINKAGE
001350*----------------------------------------------------------------
001360 LINKAGE SECTION.
001570* THE SORT COLLATION), AND OPEN THE FILES.
001580*----------------------------------------------------------------
001590 1000-INITIALIZE.
001591     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001600     IF QR-PARM-LENGTH > ZERO
001610         MOVE QR-PARM-TEXT (1:QR-PARM-LENGTH)
001620             TO WS-OUTPUT-DIRECTORY
002200         INTO WS-REPORT-LINE.
002210     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002220 1000-EXIT.
002221     EXIT.
002222
002223*----------------------------------------------------------------
002224* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
002225* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
002226* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
002227* THEN ENDS WITHOUT TOUCHING ANY FILE.
002228*----------------------------------------------------------------
002229 1010-BEGIN-LEDGER-STEP.
002230     SET QLP-BEGIN-STEP TO TRUE.
002231     MOVE "QRRECON" TO QLP-STEP-NAME.
002232     MOVE ZERO TO QLP-RUN-DATE.
002233     MOVE ZERO TO QLP-STEP-RC.
002234     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002235     IF QLP-STEP-HELD
002236         DISPLAY "QN0007E QRRECON NOT RELEASED BY THE "
002237             "RUN-CONTROL LEDGER"
002238         MOVE 16 TO RETURN-CODE
002239         GO TO 9900-ABEND
002240     END-IF.
002241 1010-EXIT.
002242     EXIT.
002243
002250*----------------------------------------------------------------
002260* 2000-MATCH-PASS - SORT INPUT PROCEDURE. CO-READ THE AUDIT LOG
002270* AND THE MANIFEST. EVERY SUCCESS AUDIT RECORD MUST PAIR WITH
005710     IF WS-OUT-OF-BALANCE
005720         MOVE 8 TO RETURN-CODE
005730     END-IF.
005731     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
005740     CLOSE QR-MANIFEST-FILE.
005750     CLOSE QR-AUDIT-FILE.
005760     CLOSE QR-DIR-LIST-FILE.
005770     CLOSE QR-RECON-REPORT-FILE.
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
005791     MOVE "MANIFEST" TO QLP-COUNT-LABEL (1).
005792     MOVE WS-MAN-READ-COUNT TO QLP-COUNT-VALUE (1).
005793     MOVE "MATCHED" TO QLP-COUNT-LABEL (2).
005794     MOVE WS-MATCHED-COUNT TO QLP-COUNT-VALUE (2).
005795     MOVE "EXCEPTN" TO QLP-COUNT-LABEL (3).
005796     MOVE WS-MISSING-COUNT TO QLP-COUNT-VALUE (3).
005797     ADD WS-ORPHAN-COUNT TO QLP-COUNT-VALUE (3).
005798     ADD WS-MISMATCH-COUNT TO QLP-COUNT-VALUE (3).
005799     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
005800     MOVE QLP-STEP-RC TO RETURN-CODE.
005801 9980-EXIT.
005802     EXIT.
005803
005810*----------------------------------------------------------------
005820* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
005830* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
