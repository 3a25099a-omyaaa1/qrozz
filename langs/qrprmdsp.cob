000280* NOT REWRITTEN, SO CLOSED REJECTS STAY FINDABLE. EVERY
000290* DISPOSITION PRINTS WITH THE SUPERVISOR INITIALS FROM THE
000300* CARD, SO THE REPORT SHOWS WHO CLEARED WHAT.
000301* BOTH DISPOSITIONS ARE ALSO POSTED TO THE REQUEST'S ROW ON THE
000302* TURNAROUND TRACKING MASTER (SEE QRTATREC); AN UNAVAILABLE
000303* MASTER ONLY DISABLES THAT POSTING.
000304* A REJECT WHOSE REQUEST THE DEPARTMENT HAS SINCE CANCELLED OR
000305* REVOKED (SEE QRRVKREC) NEEDS NO SUPERVISOR: IT IS CLOSED OUT TO
000306* THE ARCHIVE WITH THE REGISTER ENTRY TYPE AS ITS ACTION, WHATEVER
000307* CARD WAS KEYED, AND WRITTEN TO THE CANCEL/REVOKE AUDIT TRAIL.
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340* 090326  RFM  INITIAL VERSION - AGING REPORT, WRITE-OFF AND
000350*              FORCE-RESUBMIT DISPOSITIONS, HELD-REJECT
000360*              CARRYFORWARD, AND DISPOSITION ARCHIVE.
000361* 101526  RFM  A WRITE-OFF NOW CLOSES THE REQUEST'S TURNAROUND
000362*              ROW (QRTATMST, SEE QRTATREC) AS WRITTEN OFF, AND A
000363*              FORCE-RESUBMIT COUNTS ONE MORE RECYCLE THERE.
000364* 101526  RFM  A REJECT CANCELLED OR REVOKED BY THE DEPARTMENT
000365*              (ON THE QRRVKMST REGISTER) IS CLOSED OUT TO THE
000366*              ARCHIVE INSTEAD OF HELD, AND AUDITED ON QRCANAUD.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000560     SELECT QR-DISP-REPORT-FILE ASSIGN TO "QRDSPRPT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-FILE-STATUS.
000581     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS QTA-REQ-ID
000585         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000586     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000587         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS DYNAMIC
000589         RECORD KEY IS QRW-REQ-ID
000590         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000591     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS WS-CANAUD-FILE-STATUS.
000594
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  QR-PERM-REJECT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY QRRPTREC.
000930
000931 FD  QR-TURNAROUND-FILE
000932     LABEL RECORDS ARE STANDARD.
000933 COPY QRTATREC.
000934
000935 FD  QR-REVOKE-FILE
000936     LABEL RECORDS ARE STANDARD.
000937 COPY QRRVKREC.
000938
000939 FD  QR-CANCEL-AUDIT-FILE
000940     LABEL RECORDS ARE STANDARD.
000941 COPY QRCNAREC.
000942
000943 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* FILE STATUS AND CONTROL SWITCHES
000970*----------------------------------------------------------------
001010 77  WS-RESUBMIT-FILE-STATUS         PIC X(02).
001020 77  WS-HELD-FILE-STATUS             PIC X(02).
001030 77  WS-REPORT-FILE-STATUS           PIC X(02).
001031 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
001040 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
001050     88  WS-END-OF-FILE                  VALUE "Y".
001060 77  WS-CRD-EOF-SWITCH               PIC X(01) VALUE "N".
001070     88  WS-CRD-END-OF-FILE              VALUE "Y".
001080 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
001090     88  WS-RUN-FAILED                    VALUE "Y".
001091 77  WS-TRACKING-SWITCH              PIC X(01) VALUE "N".
001092     88  WS-TRACKING-ON                   VALUE "Y".
001093 77  WS-REVOKE-FILE-STATUS           PIC X(02).
001094 77  WS-CANAUD-FILE-STATUS           PIC X(02).
001095 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
001096     88  WS-REGISTER-AVAILABLE            VALUE "Y".
001097 77  WS-REG-DROP-SWITCH              PIC X(01) VALUE "N".
001098     88  WS-REG-DROPPED                   VALUE "Y".
001100
001110*----------------------------------------------------------------
001120* DISPOSITION CARD TABLE - KEYED BY THE SUPERVISOR BY HAND AND
001550 77  WS-RESUBMIT-COUNT               PIC 9(08) COMP VALUE ZERO.
001560 77  WS-HELD-COUNT                   PIC 9(08) COMP VALUE ZERO.
001570 77  WS-UNMATCHED-CARD-COUNT         PIC 9(08) COMP VALUE ZERO.
001571 77  WS-WITHDRAWN-COUNT              PIC 9(08) COMP VALUE ZERO.
001580
001590*----------------------------------------------------------------
001600* DISPOSITION REPORT LINE CONSTRUCTION
001650 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001660 77  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001670 77  WS-REJ-DATE-X                   PIC X(08) VALUE SPACES.
001671 77  WS-TAT-RECYCLE-COUNT            PIC 9(03) VALUE ZERO.
001680
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------------
002300         CLOSE QR-DISP-ARCHIVE-FILE
002310         CLOSE QR-RESUBMIT-FILE
002320         CLOSE QR-HELD-REJECT-FILE
002321         GO TO 9900-ABEND
002322     END-IF.
002323     OPEN I-O QR-TURNAROUND-FILE.
002324     IF WS-TURNAROUND-FILE-STATUS = "00"
002325         MOVE "Y" TO WS-TRACKING-SWITCH
002326     ELSE
002327         DISPLAY "QP0012W QR-TURNAROUND-FILE UNAVAILABLE - STAT "
002328             WS-TURNAROUND-FILE-STATUS
002329             " - TRACKING DISABLED"
002330     END-IF.
002331     OPEN I-O QR-REVOKE-FILE.
002332     IF WS-REVOKE-FILE-STATUS = "00"
002333         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
002334     ELSE
002335         IF WS-REVOKE-FILE-STATUS NOT = "35"
002336             DISPLAY "QP0014E QR-REVOKE-FILE OPEN FAILED - STAT "
002337                 WS-REVOKE-FILE-STATUS
002338             MOVE 16 TO RETURN-CODE
002339             PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
002340             GO TO 9900-ABEND
002341         END-IF
002342     END-IF.
002343     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
002344     IF WS-CANAUD-FILE-STATUS = "35"
002345         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
002346     END-IF.
002347     IF WS-CANAUD-FILE-STATUS NOT = "00"
002348         DISPLAY "QP0015E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
002349             "STAT " WS-CANAUD-FILE-STATUS
002350         MOVE 16 TO RETURN-CODE
002351         PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
002352         IF WS-REGISTER-AVAILABLE
002353             CLOSE QR-REVOKE-FILE
002354         END-IF
002355         GO TO 9900-ABEND
002356     END-IF.
002357     PERFORM 1100-LOAD-DISPOSITIONS THRU 1100-EXIT.
002360     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002370     MOVE SPACES TO WS-REPORT-LINE.
002380     STRING "QR PERMANENT-REJECT DISPOSITION - RUN "
003200     EXIT.
003210
003220*----------------------------------------------------------------
003221* 1900-CLOSE-ON-ABEND - CLOSE THE FILES ALREADY OPEN ON THE WAY
003222* OUT OF A FAILED REGISTER OR AUDIT TRAIL OPEN.
003223*----------------------------------------------------------------
003224 1900-CLOSE-ON-ABEND.
003225     CLOSE QR-PERM-REJECT-FILE.
003226     CLOSE QR-DISP-ARCHIVE-FILE.
003227     CLOSE QR-RESUBMIT-FILE.
003228     CLOSE QR-HELD-REJECT-FILE.
003229     CLOSE QR-DISP-REPORT-FILE.
003230     IF WS-TRACKING-ON
003231         CLOSE QR-TURNAROUND-FILE
003232     END-IF.
003233 1900-EXIT.
003234     EXIT.
003235
003236*----------------------------------------------------------------
003237* 2000-DISPOSE-ONE-REJECT - MATCH THE REJECT TO A CARD AND
003240* DISPATCH; NO CARD MEANS THE REJECT IS AGED AND HELD.
003250*----------------------------------------------------------------
003260 2000-DISPOSE-ONE-REJECT.
003290         VARYING WS-DSP-IDX FROM 1 BY 1
003300         UNTIL WS-DSP-IDX > WS-DISPOSITION-COUNT
003310         OR WS-DSP-FOUND.
003311     PERFORM 2050-CHECK-REGISTER THRU 2050-EXIT.
003312     IF WS-REG-DROPPED
003313         IF WS-DSP-FOUND
003314             MOVE "Y" TO WS-DSP-USED-SW (WS-DSP-MATCH-IDX)
003315         END-IF
003316         PERFORM 2450-CLOSE-WITHDRAWN THRU 2450-EXIT
003317         GO TO 2000-NEXT
003318     END-IF.
003320     IF NOT WS-DSP-FOUND
003330         PERFORM 2300-HOLD-REJECT THRU 2300-EXIT
003340     ELSE
003390             PERFORM 2400-WRITE-OFF THRU 2400-EXIT
003400         END-IF
003410     END-IF.
003411 2000-NEXT.
003420     PERFORM 2100-READ-PERM-REJECT THRU 2100-EXIT.
003430 2000-EXIT.
003431     EXIT.
003432
003433*----------------------------------------------------------------
003434* 2050-CHECK-REGISTER - A REJECT WHOSE REQUEST IS ON THE
003435* CANCELLED/REVOKED CODES REGISTER IS NOT FOR SUPERVISOR REVIEW:
003436* THE DEPARTMENT HAS TAKEN IT BACK. A REVOKED ID UNDER A
003437* SUPERVISOR OVERRIDE IS A REISSUE THAT FAILED, AND IS REVIEWED
003438* LIKE ANY OTHER REJECT.
003439*----------------------------------------------------------------
003440 2050-CHECK-REGISTER.
003441     MOVE "N" TO WS-REG-DROP-SWITCH.
003442     IF NOT WS-REGISTER-AVAILABLE
003443         GO TO 2050-EXIT
003444     END-IF.
003445     MOVE QRX-REQ-ID TO QRW-REQ-ID.
003446     READ QR-REVOKE-FILE
003447         INVALID KEY
003448             GO TO 2050-EXIT
003449     END-READ.
003450     IF QRW-REVOKED
003451         AND QRW-OVERRIDE-GIVEN
003452         GO TO 2050-EXIT
003453     END-IF.
003454     MOVE "Y" TO WS-REG-DROP-SWITCH.
003455 2050-EXIT.
003456     EXIT.
003457
003460*----------------------------------------------------------------
003470* 2100-READ-PERM-REJECT
003480*----------------------------------------------------------------
004080 2400-WRITE-OFF.
004090     PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT.
004100     ADD 1 TO WS-WRITEOFF-COUNT.
004101     IF WS-TRACKING-ON
004102         PERFORM 2700-UPDATE-TURNAROUND THRU 2700-EXIT
004103     END-IF.
004110     MOVE SPACES TO WS-REPORT-LINE.
004120     STRING "WRITTEN OFF " DELIMITED BY SIZE
004130            QRX-REQ-ID DELIMITED BY SIZE
004190         INTO WS-REPORT-LINE.
004200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004210 2400-EXIT.
004211     EXIT.
004212
004213*----------------------------------------------------------------
004214* 2450-CLOSE-WITHDRAWN - CLOSE OUT A REJECT THE DEPARTMENT HAS
004215* CANCELLED OR REVOKED. THE ARCHIVE ACTION IS THE REGISTER ENTRY
004216* TYPE ("C" OR "V") AND THE CLEARER IS THE DEPARTMENT, SO IT IS
004217* NEVER MISTAKEN FOR A SUPERVISOR WRITE-OFF.
004218*----------------------------------------------------------------
004219 2450-CLOSE-WITHDRAWN.
004220     MOVE SPACES TO WS-ARCHIVE-RECORD.
004221     MOVE QR-EXCEPTION-RECORD TO WS-ARC-EXCEPTION.
004222     MOVE QRW-ENTRY-TYPE TO WS-ARC-ACTION.
004223     MOVE "DEPT" TO WS-ARC-SUPERVISOR.
004224     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
004225     MOVE WS-CURRENT-TIMESTAMP TO WS-ARC-TIMESTAMP.
004226     WRITE QDA-ARCHIVE-RECORD FROM WS-ARCHIVE-RECORD.
004227     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
004228         DISPLAY "QP0010E QR-DISP-ARCHIVE-FILE WRITE FAILED - "
004229             WS-ARCHIVE-FILE-STATUS
004230         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004231     END-IF.
004232     ADD 1 TO WS-WITHDRAWN-COUNT.
004233     ADD 1 TO QRW-REMOVED-COUNT.
004234     MOVE WS-RUN-DATE TO QRW-REMOVED-DATE.
004235     REWRITE QR-REVOKE-RECORD
004236         INVALID KEY
004237             DISPLAY "QP0016W QR-REVOKE-FILE REWRITE FAILED - "
004238                 QRW-REQ-ID
004239     END-REWRITE.
004240     MOVE SPACES TO QR-CANCEL-AUDIT-RECORD.
004241     MOVE QRX-REQ-ID TO QCA-REQ-ID.
004242     IF QRX-CLIENT = SPACES
004243         MOVE "MISC" TO QCA-CLIENT
004244     ELSE
004245         MOVE QRX-CLIENT TO QCA-CLIENT
004246     END-IF.
004247     SET QCA-PENDING-REMOVED TO TRUE.
004248     MOVE "QRPRMDSP" TO QCA-SOURCE.
004249     MOVE "REMOVED FROM QRPRMREJ - CLOSED OUT TO QRDSPARC"
004250         TO QCA-DETAIL.
004251     MOVE WS-CURRENT-TIMESTAMP TO QCA-TIMESTAMP.
004252     MOVE WS-RUN-DATE TO QCA-RUN-DATE.
004253     WRITE QR-CANCEL-AUDIT-RECORD.
004254     IF WS-CANAUD-FILE-STATUS NOT = "00"
004255         DISPLAY "QP0017E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
004256             WS-CANAUD-FILE-STATUS
004257         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004258     END-IF.
004259     MOVE SPACES TO WS-REPORT-LINE.
004260     IF QRW-CANCELLED
004261         STRING "CANCELLED " DELIMITED BY SIZE
004262                QRX-REQ-ID DELIMITED BY SIZE
004263                " CLIENT " DELIMITED BY SIZE
004264                QRX-CLIENT DELIMITED BY SIZE
004265                " BY THE DEPARTMENT - CLOSED OUT"
004266                DELIMITED BY SIZE
004267             INTO WS-REPORT-LINE
004268     ELSE
004269         STRING "REVOKED " DELIMITED BY SIZE
004270                QRX-REQ-ID DELIMITED BY SIZE
004271                " CLIENT " DELIMITED BY SIZE
004272                QRX-CLIENT DELIMITED BY SIZE
004273                " BY THE DEPARTMENT - CLOSED OUT"
004274                DELIMITED BY SIZE
004275             INTO WS-REPORT-LINE
004276     END-IF.
004277     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004278 2450-EXIT.
004279     EXIT.
004280
004281*----------------------------------------------------------------
004282* 2500-FORCE-RESUBMIT - OVERLAY ANY CORRECTED PAYLOAD/FORMAT
004283* FROM THE CARD, REBUILD A REQUEST RECORD WITH THE RECYCLE
004284* COUNT RESET TO ZERO (THE SUPERVISOR'S OVERRIDE OF THE
004285* RECYCLE CAP), AND CLOSE THE REJECT OUT TO THE ARCHIVE.
004290*----------------------------------------------------------------
004300 2500-FORCE-RESUBMIT.
004310     IF WS-DSP-NEW-DATA (WS-DSP-MATCH-IDX) NOT = SPACES
004610     END-IF.
004620     PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT.
004630     ADD 1 TO WS-RESUBMIT-COUNT.
004631     IF WS-TRACKING-ON
004632         PERFORM 2700-UPDATE-TURNAROUND THRU 2700-EXIT
004633     END-IF.
004640     MOVE SPACES TO WS-REPORT-LINE.
004650     STRING "RESUBMITTED " DELIMITED BY SIZE
004660            QRX-REQ-ID DELIMITED BY SIZE
004940         MOVE "Y" TO WS-RUN-FAILED-SWITCH
004950     END-IF.
004960 2600-EXIT.
004961     EXIT.
004962
004963*----------------------------------------------------------------
004964* 2700-UPDATE-TURNAROUND - POST THE DISPOSITION TO THE REQUEST'S
004965* TURNAROUND ROW. A WRITE-OFF IS THE REQUEST'S FINAL OUTCOME; A
004966* FORCE-RESUBMIT KEEPS IT OUTSTANDING AND COUNTS ONE MORE
004967* RECYCLE (THE PERMANENT-REJECT FLAG STAYS SET). A REQUEST WITH
004968* NO ROW (SUBMITTED BEFORE TRACKING BEGAN) IS LEFT ALONE.
004969* THE RECYCLE COUNT IS SET FROM THE REJECT'S OWN ATTEMPT COUNT
004970* PLUS THE RESUBMIT, NEVER STEPPED, SO A RERUN OF THE SAME DECK
004971* DOES NOT COUNT THE RESUBMIT TWICE (AS IN QRRECYCL).
004972*----------------------------------------------------------------
004973 2700-UPDATE-TURNAROUND.
004974     MOVE QRX-REQ-ID TO QTA-REQ-ID.
004975     READ QR-TURNAROUND-FILE
004976         INVALID KEY
004977             GO TO 2700-EXIT
004978     END-READ.
004979     IF NOT QTA-OUTSTANDING
004980         GO TO 2700-EXIT
004981     END-IF.
004982     MOVE "Y" TO QTA-PERM-REJECT-FLAG.
004983     IF WS-DSP-ACTION (WS-DSP-MATCH-IDX) = "R"
004984         IF QRX-RECYCLE-COUNT NUMERIC
004985             ADD 1 QRX-RECYCLE-COUNT GIVING WS-TAT-RECYCLE-COUNT
004986         ELSE
004987             MOVE 1 TO WS-TAT-RECYCLE-COUNT
004988         END-IF
004989         IF WS-TAT-RECYCLE-COUNT > QTA-RECYCLE-COUNT
004990             MOVE WS-TAT-RECYCLE-COUNT TO QTA-RECYCLE-COUNT
004991         END-IF
004992     ELSE
004993         SET QTA-WRITTEN-OFF TO TRUE
004994         MOVE WS-RUN-DATE TO QTA-FINAL-DATE
004995     END-IF.
004996     REWRITE QR-TURNAROUND-RECORD
004997         INVALID KEY
004998             CONTINUE
004999     END-REWRITE.
005000     IF WS-TURNAROUND-FILE-STATUS NOT = "00"
005001         DISPLAY "QP0013E QR-TURNAROUND-FILE REWRITE FAILED - "
005002             WS-TURNAROUND-FILE-STATUS
005003         MOVE "Y" TO WS-RUN-FAILED-SWITCH
005004     END-IF.
005005 2700-EXIT.
005006     EXIT.
005007
005008*----------------------------------------------------------------
005009* 3000-REPORT-UNMATCHED-CARDS - A CARD WHOSE REQUEST ID NEVER
005010* APPEARED ON THE PERMANENT-REJECT FILE IS PROBABLY MISKEYED;
005020* THE SUPERVISOR SHOULD HEAR ABOUT IT RATHER THAN ASSUME THE
005030* REJECT WAS CLEARED.
005840            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005850         INTO WS-REPORT-LINE.
005860     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005861     MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-EDIT.
005862     MOVE SPACES TO WS-REPORT-LINE.
005863     STRING "CANCELLED/REVOKED CLOSED " DELIMITED BY SIZE
005864            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
005865         INTO WS-REPORT-LINE.
005866     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005870     MOVE WS-UNMATCHED-CARD-COUNT TO WS-RPT-COUNT-EDIT.
005880     MOVE SPACES TO WS-REPORT-LINE.
005890     STRING "UNMATCHED CARDS. . . . . " DELIMITED BY SIZE
006060     CLOSE QR-RESUBMIT-FILE.
006070     CLOSE QR-HELD-REJECT-FILE.
006080     CLOSE QR-DISP-REPORT-FILE.
006081     IF WS-TRACKING-ON
006082         CLOSE QR-TURNAROUND-FILE
006083     END-IF.
006084     IF WS-REGISTER-AVAILABLE
006085         CLOSE QR-REVOKE-FILE
006086     END-IF.
006087     CLOSE QR-CANCEL-AUDIT-FILE.
006090 9999-EXIT.
006100     EXIT.
006110
