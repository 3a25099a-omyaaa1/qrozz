000170* IMAGE GETS A RESULT RECORD (SEE QRVRFREC); MISMATCHED AND
000180* UNDECODABLE IMAGES ARE NAMED ON THE SUMMARY REPORT AND THE
000190* RUN ENDS WITH RETURN CODE 8 SO A BAD BATCH IS CAUGHT BEFORE
000200* THE LABELS SHIP. A FAILED WRITE TO THE RESULT FILE OR THE
000201* REPORT ENDS THE RUN WITH RETURN CODE 12 INSTEAD: THE RESULTS
000202* ARE INCOMPLETE AND QRREGEN MUST NOT RUN ON THEM.
000210* PARM='DECODER-COMMAND' OVERRIDES THE DEFAULT DECODER. THE
000220* COMMAND IS INVOKED AS: <DECODER> '<IMAGE-PATH>' WITH STDOUT
000230* REDIRECTED TO THE DECODE WORK FILE, AND MUST WRITE THE
000300* 071122  RFM  INITIAL VERSION - MANIFEST WALK, DECODE WORK FILE
000310*              CAPTURE, AND VERIFIED/MISMATCH/UNDECODABLE
000320*              RESULTS AND SUMMARY REPORT.
000321* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000322*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000323*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000324*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000325* 101526  RFM  A FAILED RESULT OR REPORT WRITE NOW ENDS THE RUN
000326*              RC 12, NOT 8, SO THE LEDGER HOLDS QRREGEN RATHER
000327*              THAN LET IT WORK FROM A TRUNCATED RESULT FILE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000790     88  WS-DEC-END-OF-FILE              VALUE "Y".
000800 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000810     88  WS-RUN-FAILED                    VALUE "Y".
000811 77  WS-OUTPUT-FAILED-SWITCH         PIC X(01) VALUE "N".
000812     88  WS-OUTPUT-FAILED                 VALUE "Y".
000820
000830*----------------------------------------------------------------
000840* DECODER COMMAND CONSTRUCTION
001180 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001190
001200*----------------------------------------------------------------
001201* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001202*----------------------------------------------------------------
001203 COPY QRLDGPRM.
001204
001205*----------------------------------------------------------------
001210* JCL PARM LINKAGE
001220*----------------------------------------------------------------
001230 LINKAGE SECTION.
001410* THE MANIFEST READ LOOP.
001420*----------------------------------------------------------------
001430 1000-INITIALIZE.
001431     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001440     IF QR-PARM-LENGTH > ZERO
001450         MOVE QR-PARM-TEXT (1:QR-PARM-LENGTH)
001460             TO WS-DECODER-COMMAND
001770     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
001780     PERFORM 2100-READ-MANIFEST THRU 2100-EXIT.
001790 1000-EXIT.
001791     EXIT.
001792
001793*----------------------------------------------------------------
001794* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
001795* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
001796* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
001797* THEN ENDS WITHOUT TOUCHING ANY FILE.
001798*----------------------------------------------------------------
001799 1010-BEGIN-LEDGER-STEP.
001800     SET QLP-BEGIN-STEP TO TRUE.
001801     MOVE "QRVERIFY" TO QLP-STEP-NAME.
001802     MOVE ZERO TO QLP-RUN-DATE.
001803     MOVE ZERO TO QLP-STEP-RC.
001804     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
001805     IF QLP-STEP-HELD
001806         DISPLAY "QV0006E QRVERIFY NOT RELEASED BY THE "
001807             "RUN-CONTROL LEDGER"
001808         MOVE 16 TO RETURN-CODE
001809         GO TO 9900-ABEND
001810     END-IF.
001811 1010-EXIT.
001812     EXIT.
001813
001820*----------------------------------------------------------------
001830* 2000-VERIFY-ONE-IMAGE - DECODE THE CURRENT MANIFEST IMAGE AND
001840* CLASSIFY THE RESULT, THEN WRITE THE RESULT RECORD AND READ
003700         DISPLAY "QV0004E QR-VERIFY-OUT-FILE WRITE FAILED - "
003710             WS-VERIFY-OUT-STATUS
003720         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003721         MOVE "Y" TO WS-OUTPUT-FAILED-SWITCH
003730     END-IF.
003740 2600-EXIT.
003750     EXIT.
003840         DISPLAY "QV0005E QR-VERIFY-REPORT-FILE WRITE FAILED - "
003850             WS-REPORT-FILE-STATUS
003860         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003861         MOVE "Y" TO WS-OUTPUT-FAILED-SWITCH
003870     END-IF.
003880 8000-EXIT.
003890     EXIT.
004560*----------------------------------------------------------------
004570 9999-TERMINATE.
004580     PERFORM 9700-WRITE-VERIFY-SUMMARY THRU 9700-EXIT.
004590     IF WS-OUTPUT-FAILED
004600         MOVE 12 TO RETURN-CODE
004601     ELSE
004602         IF WS-RUN-FAILED
004603             MOVE 8 TO RETURN-CODE
004604         END-IF
004610     END-IF.
004611     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
004620     CLOSE QR-MANIFEST-FILE.
004630     CLOSE QR-VERIFY-OUT-FILE.
004640     CLOSE QR-VERIFY-REPORT-FILE.
004650 9999-EXIT.
004651     EXIT.
004652
004653*----------------------------------------------------------------
004654* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
004655* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
004656* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
004657*----------------------------------------------------------------
004658 9980-END-LEDGER-STEP.
004659     SET QLP-END-STEP TO TRUE.
004660     MOVE RETURN-CODE TO QLP-STEP-RC.
004661     MOVE "READ" TO QLP-COUNT-LABEL (1).
004662     MOVE WS-MAN-READ-COUNT TO QLP-COUNT-VALUE (1).
004663     MOVE "VERIFIED" TO QLP-COUNT-LABEL (2).
004664     MOVE WS-VERIFIED-COUNT TO QLP-COUNT-VALUE (2).
004665     MOVE "MISMATCH" TO QLP-COUNT-LABEL (3).
004666     MOVE WS-MISMATCH-COUNT TO QLP-COUNT-VALUE (3).
004667     ADD WS-UNDECODABLE-COUNT TO QLP-COUNT-VALUE (3).
004668     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
004669     MOVE QLP-STEP-RC TO RETURN-CODE.
004670 9980-EXIT.
004671     EXIT.
004672
004680*----------------------------------------------------------------
004690* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
004700* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
