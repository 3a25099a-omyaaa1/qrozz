000180* PURGE AFTER POSTING: EVERY ROW WHOSE RUN DATE IS BEFORE THE
000190* CUTOFF IS DELETED. THE SCHEDULER SUPPLIES THE CUTOFF DATE SO
000200* RETENTION POLICY LIVES IN ONE PLACE (THE JOB), NOT HERE.
000201* THE STEP ALSO KEEPS THE TURNAROUND TRACKING MASTER (SEE
000202* QRTATREC) UP TO DATE FOR THE NIGHT: A SUCCESSFUL AUDIT RECORD
000203* CLOSES ITS REQUEST'S ROW AS COMPLETED ON THE RUN DATE, AND EACH
000204* REQUEST ON THE NIGHT'S CARRYOVER FILE HAS ONE MORE CARRYOVER
000205* COUNTED - ONCE PER RUN DATE, SO A RERUN DOES NOT COUNT IT
000206* AGAIN. A MISSING CARRYOVER FILE IS A NORMAL NIGHT, AND AN
000207* UNAVAILABLE TRACKING MASTER ONLY DISABLES THE TRACKING.
000208* A SUCCESSFUL AUDIT FOR A REVOKED REQUEST ID IS THE REISSUE A
000209* SUPERVISOR OVERRIDE ALLOWED (SEE QRRVKREC); POSTING IT USES UP
000210* THE OVERRIDE AND STAMPS THE REISSUE DATE ON THE REGISTER.
000211*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* 041023  RFM  INITIAL VERSION - AUDIT POSTING AND RETENTION
000290*              DELETED TOGETHER BY THE PURGE - SO QRHSTINQ CAN
000300*              ANSWER CLIENT/DATE-RANGE INQUIRIES WITH A KEYED
000310*              START INSTEAD OF READING THE WHOLE MASTER.
000311* 101526  RFM  THE ROW IS CLEARED BEFORE IT IS BUILT SO THE NEW
000312*              SCAN-BACK FLAG (SEE QRHSTREC) ALWAYS POSTS BLANK.
000313* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
000314*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
000315*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
000316*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
000317* 101526  RFM  THE TURNAROUND TRACKING MASTER (QRTATMST, SEE
000318*              QRTATREC) IS NOW KEPT HERE: A SUCCESSFUL AUDIT
000319*              CLOSES THE REQUEST'S ROW AS COMPLETED, EACH REQUEST
000320*              ON THE NIGHT'S CARRYOVER FILE (QRRCARRY) HAS ITS
000321*              CARRYOVER COUNTED, AND THE PURGE DROPS ROWS THAT
000322*              REACHED THEIR FINAL OUTCOME BEFORE THE CUTOFF.
000323* 101526  RFM  POSTING THE SUCCESS OF A REVOKED REQUEST ID
000324*              REISSUED UNDER A SUPERVISOR OVERRIDE CLEARS THE
000325*              OVERRIDE AND STAMPS THE REISSUE DATE ON THE
000326*              CANCELLED/REVOKED CODES REGISTER (QRRVKMST).
000327*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS QHC-KEY
000480         FILE STATUS IS WS-HISTCLI-FILE-STATUS.
000481     SELECT QR-CARRYOVER-FILE ASSIGN TO "QRRCARRY"
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WS-CARRYOVER-FILE-STATUS.
000484     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS QTA-REQ-ID
000488         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000489     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS DYNAMIC
000492         RECORD KEY IS QRW-REQ-ID
000493         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000494     SELECT QR-HISTORY-REPORT-FILE ASSIGN TO "QRHSTRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-FILE-STATUS.
000520
000640     LABEL RECORDS ARE STANDARD.
000650 COPY QRHCLREC.
000660
000661 FD  QR-CARRYOVER-FILE
000662     LABEL RECORDS ARE STANDARD.
000663 COPY QRREQREC.
000664
000665 FD  QR-TURNAROUND-FILE
000666     LABEL RECORDS ARE STANDARD.
000667 COPY QRTATREC.
000668
000669 FD  QR-REVOKE-FILE
000670     LABEL RECORDS ARE STANDARD.
000671 COPY QRRVKREC.
000672
000673 FD  QR-HISTORY-REPORT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY QRRPTREC.
000700
000760 77  WS-HISTORY-FILE-STATUS          PIC X(02).
000770 77  WS-HISTCLI-FILE-STATUS          PIC X(02).
000780 77  WS-REPORT-FILE-STATUS           PIC X(02).
000781 77  WS-CARRYOVER-FILE-STATUS        PIC X(02).
000782 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
000783 77  WS-REVOKE-FILE-STATUS           PIC X(02).
000790 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000800     88  WS-END-OF-FILE                  VALUE "Y".
000810 77  WS-HST-EOF-SWITCH               PIC X(01) VALUE "N".
000820     88  WS-HST-END-OF-FILE              VALUE "Y".
000821 77  WS-CRY-EOF-SWITCH               PIC X(01) VALUE "N".
000822     88  WS-CRY-END-OF-FILE              VALUE "Y".
000823 77  WS-TAT-EOF-SWITCH               PIC X(01) VALUE "N".
000824     88  WS-TAT-END-OF-FILE              VALUE "Y".
000825 77  WS-TRACKING-SWITCH              PIC X(01) VALUE "N".
000826     88  WS-TRACKING-ON                   VALUE "Y".
000827 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
000828     88  WS-REGISTER-AVAILABLE            VALUE "Y".
000830 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000840     88  WS-RUN-FAILED                    VALUE "Y".
000850
000970 77  WS-POSTED-COUNT                 PIC 9(08) COMP VALUE ZERO.
000980 77  WS-ALREADY-COUNT                PIC 9(08) COMP VALUE ZERO.
000990 77  WS-PURGED-COUNT                 PIC 9(08) COMP VALUE ZERO.
000991 77  WS-COMPLETED-COUNT              PIC 9(08) COMP VALUE ZERO.
000992 77  WS-CARRIED-COUNT                PIC 9(08) COMP VALUE ZERO.
000993 77  WS-TAT-PURGED-COUNT             PIC 9(08) COMP VALUE ZERO.
000994 77  WS-REISSUED-COUNT               PIC 9(08) COMP VALUE ZERO.
001000
001010*----------------------------------------------------------------
001020* REPORT LINE CONSTRUCTION
001060 77  WS-CURRENT-TIMESTAMP            PIC X(26) VALUE SPACES.
001070 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001080 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001081
001082*----------------------------------------------------------------
001083* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
001084*----------------------------------------------------------------
001085 COPY QRLDGPRM.
001090
001100*----------------------------------------------------------------
001110* JCL PARM LINKAGE
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-POST-ONE-AUDIT THRU 2000-EXIT
001250         UNTIL WS-END-OF-FILE.
001251     IF WS-TRACKING-ON
001252         PERFORM 4000-COUNT-CARRYOVERS THRU 4000-EXIT
001253     END-IF.
001260     IF WS-PURGE-ACTIVE
001270         PERFORM 3000-PURGE-EXPIRED THRU 3000-EXIT
001271         IF WS-TRACKING-ON
001272             PERFORM 3500-PURGE-TURNAROUND THRU 3500-EXIT
001273         END-IF
001280     END-IF.
001290     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001300     STOP RUN.
001350* AUDIT READ LOOP.
001360*----------------------------------------------------------------
001370 1000-INITIALIZE.
001371     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
001380     IF QR-PARM-LENGTH > ZERO
001390         MOVE QR-PARM-TEXT (1:QR-PARM-LENGTH)
001400             TO WS-PURGE-CUTOFF
001850         CLOSE QR-HISTORY-FILE
001860         GO TO 9900-ABEND
001870     END-IF.
001871     OPEN I-O QR-TURNAROUND-FILE.
001872     IF WS-TURNAROUND-FILE-STATUS = "35"
001873         OPEN OUTPUT QR-TURNAROUND-FILE
001874         IF WS-TURNAROUND-FILE-STATUS = "00"
001875             CLOSE QR-TURNAROUND-FILE
001876             OPEN I-O QR-TURNAROUND-FILE
001877         END-IF
001878     END-IF.
001879     IF WS-TURNAROUND-FILE-STATUS = "00"
001880         MOVE "Y" TO WS-TRACKING-SWITCH
001881     ELSE
001882         DISPLAY "QH0011W QR-TURNAROUND-FILE UNAVAILABLE - STAT "
001883             WS-TURNAROUND-FILE-STATUS
001884             " - TRACKING DISABLED"
001885     END-IF.
001886     OPEN I-O QR-REVOKE-FILE.
001887     IF WS-REVOKE-FILE-STATUS = "00"
001888         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
001889     ELSE
001890         IF WS-REVOKE-FILE-STATUS NOT = "35"
001891             DISPLAY "QH0015W QR-REVOKE-FILE UNAVAILABLE - STAT "
001892                 WS-REVOKE-FILE-STATUS
001893                 " - REISSUES NOT STAMPED"
001894         END-IF
001895     END-IF.
001896     OPEN OUTPUT QR-HISTORY-REPORT-FILE.
001897     IF WS-REPORT-FILE-STATUS NOT = "00"
001900         DISPLAY "QH0004E QR-HISTORY-REPORT-FILE OPEN FAILED - "
001910             WS-REPORT-FILE-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         CLOSE QR-AUDIT-FILE
001940         CLOSE QR-HISTORY-FILE
001950         CLOSE QR-HISTCLI-FILE
001951         IF WS-TRACKING-ON
001952             CLOSE QR-TURNAROUND-FILE
001953         END-IF
001954         IF WS-REGISTER-AVAILABLE
001955             CLOSE QR-REVOKE-FILE
001956         END-IF
001960         GO TO 9900-ABEND
001970     END-IF.
001980     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002081* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
002082* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
002083* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
002084* THEN ENDS WITHOUT TOUCHING ANY FILE.
002085*----------------------------------------------------------------
002086 1010-BEGIN-LEDGER-STEP.
002087     SET QLP-BEGIN-STEP TO TRUE.
002088     MOVE "QRHSTUPD" TO QLP-STEP-NAME.
002089     MOVE ZERO TO QLP-RUN-DATE.
002090     MOVE ZERO TO QLP-STEP-RC.
002091     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002092     IF QLP-STEP-HELD
002093         DISPLAY "QH0010E QRHSTUPD NOT RELEASED BY THE "
002094             "RUN-CONTROL LEDGER"
002095         MOVE 16 TO RETURN-CODE
002096         GO TO 9900-ABEND
002097     END-IF.
002098 1010-EXIT.
002099     EXIT.
002100
002101*----------------------------------------------------------------
002102* 2000-POST-ONE-AUDIT - WRITE ONE AUDIT RECORD INTO THE MASTER.
002103* A DUPLICATE KEY MEANS THIS NIGHT'S FILE WAS ALREADY POSTED
002110* (A RERUN), WHICH IS COUNTED AND CARRIED ON QUIETLY.
002120*----------------------------------------------------------------
002130 2000-POST-ONE-AUDIT.
002131     MOVE SPACES TO QR-HISTORY-RECORD.
002140     MOVE QRA-REQ-ID TO QHS-REQ-ID.
002150     MOVE QRA-TIMESTAMP TO QHS-TIMESTAMP.
002160     MOVE QRA-STATUS TO QHS-STATUS.
002360         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002370     END-IF.
002380     PERFORM 2050-POST-ONE-COMPANION THRU 2050-EXIT.
002381     IF WS-TRACKING-ON
002382         AND QRA-SUCCESS
002383         PERFORM 2070-COMPLETE-TURNAROUND THRU 2070-EXIT
002384     END-IF.
002385     IF WS-REGISTER-AVAILABLE
002386         AND QRA-SUCCESS
002387         AND WS-HISTORY-FILE-STATUS = "00"
002388         PERFORM 2080-STAMP-REISSUE THRU 2080-EXIT
002389     END-IF.
002390     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002400 2000-EXIT.
002410     EXIT.
002680         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002690     END-IF.
002700 2050-EXIT.
002701     EXIT.
002702
002703*----------------------------------------------------------------
002704* 2070-COMPLETE-TURNAROUND - CLOSE THE SUCCESSFUL REQUEST'S
002705* TURNAROUND ROW AS COMPLETED ON THE RUN DATE. A REQUEST WITH NO
002706* ROW (SUBMITTED BEFORE TRACKING BEGAN, OR RUN AD HOC) IS LEFT
002707* ALONE, AS IS A ROW ALREADY CLOSED - A RERUN, OR A LATER
002708* REGENERATION OF THE SAME REQUEST.
002709*----------------------------------------------------------------
002710 2070-COMPLETE-TURNAROUND.
002711     MOVE QRA-REQ-ID TO QTA-REQ-ID.
002712     READ QR-TURNAROUND-FILE
002713         INVALID KEY
002714             GO TO 2070-EXIT
002715     END-READ.
002716     IF NOT QTA-OUTSTANDING
002717         GO TO 2070-EXIT
002718     END-IF.
002719     SET QTA-COMPLETED TO TRUE.
002720     MOVE QLP-RUN-DATE TO QTA-FINAL-DATE.
002721     REWRITE QR-TURNAROUND-RECORD
002722         INVALID KEY
002723             CONTINUE
002724     END-REWRITE.
002725     IF WS-TURNAROUND-FILE-STATUS = "00"
002726         ADD 1 TO WS-COMPLETED-COUNT
002727     ELSE
002728         DISPLAY "QH0012E QR-TURNAROUND-FILE REWRITE FAILED - "
002729             WS-TURNAROUND-FILE-STATUS
002730         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002731     END-IF.
002732 2070-EXIT.
002733     EXIT.
002734
002735*----------------------------------------------------------------
002736* 2080-STAMP-REISSUE - A NEWLY POSTED SUCCESS FOR A REVOKED ID
002737* WITH AN OVERRIDE STANDING IS THE REISSUE THE OVERRIDE ALLOWED:
002738* THE OVERRIDE IS USED UP AND THE REISSUE DATE STAMPED. A RERUN
002739* POSTS NOTHING NEW, SO IT NEVER GETS HERE.
002740*----------------------------------------------------------------
002741 2080-STAMP-REISSUE.
002742     MOVE QRA-REQ-ID TO QRW-REQ-ID.
002743     READ QR-REVOKE-FILE
002744         INVALID KEY
002745             GO TO 2080-EXIT
002746     END-READ.
002747     IF NOT QRW-REVOKED
002748         OR NOT QRW-OVERRIDE-GIVEN
002749         GO TO 2080-EXIT
002750     END-IF.
002751     MOVE "N" TO QRW-OVERRIDE-FLAG.
002752     MOVE QLP-RUN-DATE TO QRW-REISSUE-DATE.
002753     REWRITE QR-REVOKE-RECORD
002754         INVALID KEY
002755             CONTINUE
002756     END-REWRITE.
002757     IF WS-REVOKE-FILE-STATUS = "00"
002758         ADD 1 TO WS-REISSUED-COUNT
002759     ELSE
002760         DISPLAY "QH0016E QR-REVOKE-FILE REWRITE FAILED - STATUS "
002761             WS-REVOKE-FILE-STATUS
002762         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002763     END-IF.
002764 2080-EXIT.
002765     EXIT.
002766
002767*----------------------------------------------------------------
002768* 2100-READ-AUDIT
002769*----------------------------------------------------------------
002770 2100-READ-AUDIT.
002771     READ QR-AUDIT-FILE
002780         AT END
002790             MOVE "Y" TO WS-EOF-SWITCH
002800         NOT AT END
003550     EXIT.
003560
003570*----------------------------------------------------------------
003571* 3500-PURGE-TURNAROUND - WALK THE TRACKING MASTER AND DELETE
003572* EVERY ROW THAT REACHED ITS FINAL OUTCOME BEFORE THE PARM
003573* CUTOFF. OUTSTANDING ROWS ARE KEPT HOWEVER OLD THEY ARE - THEY
003574* ARE EXACTLY WHAT THE TURNAROUND REPORT EXISTS TO SHOW.
003575*----------------------------------------------------------------
003576 3500-PURGE-TURNAROUND.
003577     MOVE LOW-VALUES TO QTA-REQ-ID.
003578     START QR-TURNAROUND-FILE KEY NOT < QTA-REQ-ID
003579         INVALID KEY
003580             GO TO 3500-EXIT
003581     END-START.
003582     PERFORM 3600-READ-NEXT-TURNAROUND THRU 3600-EXIT.
003583     PERFORM 3700-PURGE-ONE-TURNAROUND THRU 3700-EXIT
003584         UNTIL WS-TAT-END-OF-FILE.
003585 3500-EXIT.
003586     EXIT.
003587
003588*----------------------------------------------------------------
003589* 3600-READ-NEXT-TURNAROUND
003590*----------------------------------------------------------------
003591 3600-READ-NEXT-TURNAROUND.
003592     READ QR-TURNAROUND-FILE NEXT RECORD
003593         AT END
003594             MOVE "Y" TO WS-TAT-EOF-SWITCH
003595     END-READ.
003596 3600-EXIT.
003597     EXIT.
003598
003599*----------------------------------------------------------------
003600* 3700-PURGE-ONE-TURNAROUND
003601*----------------------------------------------------------------
003602 3700-PURGE-ONE-TURNAROUND.
003603     IF NOT QTA-OUTSTANDING
003604         AND QTA-FINAL-DATE IS NUMERIC
003605         AND QTA-FINAL-DATE (1:8) < WS-PURGE-CUTOFF
003606         DELETE QR-TURNAROUND-FILE
003607         END-DELETE
003608         IF WS-TURNAROUND-FILE-STATUS = "00"
003609             ADD 1 TO WS-TAT-PURGED-COUNT
003610         ELSE
003611             DISPLAY "QH0013E QR-TURNAROUND-FILE DELETE FAILED - "
003612                 WS-TURNAROUND-FILE-STATUS
003613             MOVE "Y" TO WS-RUN-FAILED-SWITCH
003614         END-IF
003615     END-IF.
003616     PERFORM 3600-READ-NEXT-TURNAROUND THRU 3600-EXIT.
003617 3700-EXIT.
003618     EXIT.
003619
003620*----------------------------------------------------------------
003621* 4000-COUNT-CARRYOVERS - COUNT ONE MORE CARRYOVER ON THE
003622* TURNAROUND ROW OF EVERY REQUEST THE NIGHT'S QR RUN CARRIED
003623* OVER PAST THE BATCH WINDOW. A MISSING CARRYOVER FILE MEANS
003624* NOTHING WAS CARRIED OVER.
003625*----------------------------------------------------------------
003626 4000-COUNT-CARRYOVERS.
003627     OPEN INPUT QR-CARRYOVER-FILE.
003628     IF WS-CARRYOVER-FILE-STATUS = "35"
003629         GO TO 4000-EXIT
003630     END-IF.
003631     IF WS-CARRYOVER-FILE-STATUS NOT = "00"
003632         DISPLAY "QH0014E QR-CARRYOVER-FILE OPEN FAILED - STATUS "
003633             WS-CARRYOVER-FILE-STATUS
003634         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003635         GO TO 4000-EXIT
003636     END-IF.
003637     PERFORM 4100-READ-CARRYOVER THRU 4100-EXIT.
003638     PERFORM 4200-COUNT-ONE-CARRYOVER THRU 4200-EXIT
003639         UNTIL WS-CRY-END-OF-FILE.
003640     CLOSE QR-CARRYOVER-FILE.
003641 4000-EXIT.
003642     EXIT.
003643
003644*----------------------------------------------------------------
003645* 4100-READ-CARRYOVER
003646*----------------------------------------------------------------
003647 4100-READ-CARRYOVER.
003648     READ QR-CARRYOVER-FILE
003649         AT END
003650             MOVE "Y" TO WS-CRY-EOF-SWITCH
003651     END-READ.
003652 4100-EXIT.
003653     EXIT.
003654
003655*----------------------------------------------------------------
003656* 4200-COUNT-ONE-CARRYOVER - A REQUEST IS COUNTED AT MOST ONCE
003657* PER RUN DATE, SO A RERUN OF THIS STEP (OR AN AD-HOC RUN THAT
003658* CARRIED THE SAME REQUEST AGAIN) DOES NOT INFLATE THE COUNT.
003659*----------------------------------------------------------------
003660 4200-COUNT-ONE-CARRYOVER.
003661     MOVE QR-REQ-ID TO QTA-REQ-ID.
003662     READ QR-TURNAROUND-FILE
003663         INVALID KEY
003664             GO TO 4200-NEXT
003665     END-READ.
003666     IF NOT QTA-OUTSTANDING
003667         OR QTA-LAST-CARRY-DATE NOT < QLP-RUN-DATE
003668         GO TO 4200-NEXT
003669     END-IF.
003670     ADD 1 TO QTA-CARRY-COUNT.
003671     MOVE QLP-RUN-DATE TO QTA-LAST-CARRY-DATE.
003672     REWRITE QR-TURNAROUND-RECORD
003673         INVALID KEY
003674             CONTINUE
003675     END-REWRITE.
003676     IF WS-TURNAROUND-FILE-STATUS = "00"
003677         ADD 1 TO WS-CARRIED-COUNT
003678     ELSE
003679         DISPLAY "QH0012E QR-TURNAROUND-FILE REWRITE FAILED - "
003680             WS-TURNAROUND-FILE-STATUS
003681         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003682     END-IF.
003683 4200-NEXT.
003684     PERFORM 4100-READ-CARRYOVER THRU 4100-EXIT.
003685 4200-EXIT.
003686     EXIT.
003687
003688*----------------------------------------------------------------
003689* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE RUN REPORT.
003690*----------------------------------------------------------------
003691 8000-WRITE-REPORT-LINE.
003692     MOVE WS-REPORT-LINE TO QRP-LINE.
003693     WRITE QR-REPORT-RECORD.
003694     IF WS-REPORT-FILE-STATUS NOT = "00"
003695         DISPLAY "QH0007E QR-HISTORY-REPORT-FILE WRITE FAILED - "
003696             WS-REPORT-FILE-STATUS
003697         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003698     END-IF.
003699 8000-EXIT.
003700     EXIT.
003701
003710*----------------------------------------------------------------
003720* 8200-BUILD-TIMESTAMP - BUILD A DATE/TIME STAMP FOR THE RUN
003730* REPORT HEADING.
004100            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004110         INTO WS-REPORT-LINE.
004120     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004121     MOVE WS-COMPLETED-COUNT TO WS-RPT-COUNT-EDIT.
004122     MOVE SPACES TO WS-REPORT-LINE.
004123     STRING "TURNAROUND COMPLETED . . " DELIMITED BY SIZE
004124            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004125         INTO WS-REPORT-LINE.
004126     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004127     MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT-EDIT.
004128     MOVE SPACES TO WS-REPORT-LINE.
004129     STRING "CARRYOVERS COUNTED . . . " DELIMITED BY SIZE
004130            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004131         INTO WS-REPORT-LINE.
004132     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004133     MOVE WS-TAT-PURGED-COUNT TO WS-RPT-COUNT-EDIT.
004134     MOVE SPACES TO WS-REPORT-LINE.
004135     STRING "TURNAROUND ROWS PURGED . " DELIMITED BY SIZE
004136            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004137         INTO WS-REPORT-LINE.
004138     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004139     MOVE WS-REISSUED-COUNT TO WS-RPT-COUNT-EDIT.
004140     MOVE SPACES TO WS-REPORT-LINE.
004141     STRING "OVERRIDE REISSUES POSTED " DELIMITED BY SIZE
004142            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004143         INTO WS-REPORT-LINE.
004144     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004145 9700-EXIT.
004146     EXIT.
004150
004160*----------------------------------------------------------------
004170* 9999-TERMINATE
004210     IF WS-RUN-FAILED
004220         MOVE 8 TO RETURN-CODE
004230     END-IF.
004231     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
004240     CLOSE QR-AUDIT-FILE.
004250     CLOSE QR-HISTORY-FILE.
004260     CLOSE QR-HISTCLI-FILE.
004270     CLOSE QR-HISTORY-REPORT-FILE.
004271     IF WS-TRACKING-ON
004272         CLOSE QR-TURNAROUND-FILE
004273     END-IF.
004274     IF WS-REGISTER-AVAILABLE
004275         CLOSE QR-REVOKE-FILE
004276     END-IF.
004280 9999-EXIT.
004281     EXIT.
004282
004283*----------------------------------------------------------------
004284* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
004285* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
004286* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
004287*----------------------------------------------------------------
004288 9980-END-LEDGER-STEP.
004289     SET QLP-END-STEP TO TRUE.
004290     MOVE RETURN-CODE TO QLP-STEP-RC.
004291     MOVE "READ" TO QLP-COUNT-LABEL (1).
004292     MOVE WS-READ-COUNT TO QLP-COUNT-VALUE (1).
004293     MOVE "POSTED" TO QLP-COUNT-LABEL (2).
004294     MOVE WS-POSTED-COUNT TO QLP-COUNT-VALUE (2).
004295     MOVE "PURGED" TO QLP-COUNT-LABEL (3).
004296     MOVE WS-PURGED-COUNT TO QLP-COUNT-VALUE (3).
004297     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
004298     MOVE QLP-STEP-RC TO RETURN-CODE.
004299 9980-EXIT.
004300     EXIT.
004301
004310*----------------------------------------------------------------
004320* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
004330* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
