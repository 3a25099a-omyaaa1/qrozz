000360*----------------------------------------------------------------
000370* 090326  RFM  INITIAL VERSION - PER-CLIENT TAR ARCHIVAL OF
000380*              EXPIRED IMAGES WITH AN ACCUMULATING INDEX.
000381* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000382*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000383*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000384*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001230 77  WS-RPT-COUNT-EDIT               PIC ZZZZZZZ9.
001240
001250*----------------------------------------------------------------
001251* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001252*----------------------------------------------------------------
001253 COPY QRLDGPRM.
001254
001255*----------------------------------------------------------------
001260* JCL PARM LINKAGE
001270*----------------------------------------------------------------
001280 LINKAGE SECTION.
001480* ROW.
001490*----------------------------------------------------------------
001500 1000-INITIALIZE.
001501     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001510     IF QR-PARM-LENGTH > ZERO
001520         UNSTRING QR-PARM-TEXT DELIMITED BY ","
001530             INTO WS-RETAIN-CUTOFF WS-OUTPUT-DIRECTORY
002340         PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
002350     END-IF.
002360 1000-EXIT.
002361     EXIT.
002362
002363*----------------------------------------------------------------
002364* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
002365* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
002366* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
002367* THEN ENDS WITHOUT TOUCHING ANY FILE.
002368*----------------------------------------------------------------
002369 1010-BEGIN-LEDGER-STEP.
002370     SET QLP-BEGIN-STEP TO TRUE.
002371     MOVE "QRRETAIN" TO QLP-STEP-NAME.
002372     MOVE ZERO TO QLP-RUN-DATE.
002373     MOVE ZERO TO QLP-STEP-RC.
002374     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002375     IF QLP-STEP-HELD
002376         DISPLAY "QE0010E QRRETAIN NOT RELEASED BY THE "
002377             "RUN-CONTROL LEDGER"
002378         MOVE 16 TO RETURN-CODE
002379         GO TO 9900-ABEND
002380     END-IF.
002381 1010-EXIT.
002382     EXIT.
002383
002390*----------------------------------------------------------------
002400* 2000-RETAIN-ONE-ROW - ONLY SUCCESS ROWS OLDER THAN THE CUTOFF
002410* WITH AN OUTPUT FILE ARE CANDIDATES.
004490     IF WS-RUN-FAILED
004500         MOVE 8 TO RETURN-CODE
004510     END-IF.
004511     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
004520     CLOSE QR-HISTORY-FILE.
004530     CLOSE QR-ARCHIVE-INDEX-FILE.
004540     CLOSE QR-RETAIN-REPORT-FILE.
004550 9999-EXIT.
004551     EXIT.
004552
004553*----------------------------------------------------------------
004554* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
004555* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
004556* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
004557*----------------------------------------------------------------
004558 9980-END-LEDGER-STEP.
004559     SET QLP-END-STEP TO TRUE.
004560     MOVE RETURN-CODE TO QLP-STEP-RC.
004561     MOVE "READ" TO QLP-COUNT-LABEL (1).
004562     MOVE WS-ROWS-READ-COUNT TO QLP-COUNT-VALUE (1).
004563     MOVE "ARCHIVED" TO QLP-COUNT-LABEL (2).
004564     MOVE WS-ARCHIVED-COUNT TO QLP-COUNT-VALUE (2).
004565     MOVE "ERRORS" TO QLP-COUNT-LABEL (3).
004566     MOVE WS-ERROR-COUNT TO QLP-COUNT-VALUE (3).
004567     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
004568     MOVE QLP-STEP-RC TO RETURN-CODE.
004569 9980-EXIT.
004570     EXIT.
004571
004580*----------------------------------------------------------------
004590* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
004600* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
