000190* REQUEST; A REJECT THAT HAS ALREADY BEEN RECYCLED THE MAXIMUM
000200* NUMBER OF TIMES IS ROUTED TO THE PERMANENT-REJECT FILE FOR
000210* SUPERVISOR REVIEW INSTEAD OF BOUNCING FOREVER.
000211* THE REQUEST'S ROW ON THE TURNAROUND TRACKING MASTER (SEE
000212* QRTATREC) RECORDS EACH RECYCLE AND A PERMANENT REJECT, SO THE
000213* TURNAROUND REPORT CAN SHOW DELAY CAUSED BY THE SUBMITTER'S
000214* DATA. AN UNAVAILABLE MASTER ONLY DISABLES THAT TRACKING.
000215* A REJECT WHOSE REQUEST THE DEPARTMENT HAS CANCELLED OR REVOKED
000216* (SEE QRRVKREC) IS NEITHER RESUBMITTED NOR SENT FOR SUPERVISOR
000217* REVIEW - IT IS DROPPED, SHOWN ON THE REPORT, AND WRITTEN TO THE
000218* CANCEL/REVOKE AUDIT TRAIL (QRCANAUD).
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*----------------------------------------------------------------
000320*              (SEE QRXCPREC), SO THE PERMANENT-REJECT RECORD
000330*              WIDENED TO 254; PROGRAM QRPRMDSP NOW WORKS THE
000340*              PERMANENT-REJECT FILE INSTEAD OF IT DEAD-ENDING.
000341* 101526  RFM  EACH RESUBMISSION NOW RECORDS ITS RECYCLE COUNT,
000342*              AND EACH PERMANENT REJECT ITS FLAG, ON THE
000343*              REQUEST'S TURNAROUND ROW (QRTATMST, SEE QRTATREC).
000344* 101526  RFM  A REJECT CANCELLED OR REVOKED BY THE DEPARTMENT
000345*              (ON THE QRRVKMST REGISTER) IS DROPPED FROM THE
000346*              RECYCLE STREAM AND AUDITED ON QRCANAUD.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000510     SELECT QR-RECYCLE-REPORT-FILE ASSIGN TO "QRRCYRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-FILE-STATUS.
000531     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS QTA-REQ-ID
000535         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000536     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
000537         ORGANIZATION IS INDEXED
000538         ACCESS MODE IS DYNAMIC
000539         RECORD KEY IS QRW-REQ-ID
000540         FILE STATUS IS WS-REVOKE-FILE-STATUS.
000541     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
000542         ORGANIZATION IS SEQUENTIAL
000543         FILE STATUS IS WS-CANAUD-FILE-STATUS.
000544
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  QR-EXCEPTION-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY QRRPTREC.
000760
000761 FD  QR-TURNAROUND-FILE
000762     LABEL RECORDS ARE STANDARD.
000763 COPY QRTATREC.
000764
000765 FD  QR-REVOKE-FILE
000766     LABEL RECORDS ARE STANDARD.
000767 COPY QRRVKREC.
000768
000769 FD  QR-CANCEL-AUDIT-FILE
000770     LABEL RECORDS ARE STANDARD.
000771 COPY QRCNAREC.
000772
000773 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* FILE STATUS AND CONTROL SWITCHES
000800*----------------------------------------------------------------
000830 77  WS-RECYCLE-OUT-STATUS           PIC X(02).
000840 77  WS-PERM-REJECT-STATUS           PIC X(02).
000850 77  WS-REPORT-FILE-STATUS           PIC X(02).
000851 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
000860 77  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
000870     88  WS-END-OF-FILE                  VALUE "Y".
000880 77  WS-COR-EOF-SWITCH               PIC X(01) VALUE "N".
000890     88  WS-COR-END-OF-FILE              VALUE "Y".
000900 77  WS-RUN-FAILED-SWITCH            PIC X(01) VALUE "N".
000910     88  WS-RUN-FAILED                    VALUE "Y".
000911 77  WS-TRACKING-SWITCH              PIC X(01) VALUE "N".
000912     88  WS-TRACKING-ON                   VALUE "Y".
000913 77  WS-REVOKE-FILE-STATUS           PIC X(02).
000914 77  WS-CANAUD-FILE-STATUS           PIC X(02).
000915 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
000916     88  WS-REGISTER-AVAILABLE            VALUE "Y".
000917 77  WS-REG-DROP-SWITCH              PIC X(01) VALUE "N".
000918     88  WS-REG-DROPPED                   VALUE "Y".
000920
000930*----------------------------------------------------------------
000940* RECYCLE CONTROLS AND RUN TOTALS
000990 77  WS-RESUBMIT-COUNT               PIC 9(08) COMP VALUE ZERO.
001000 77  WS-CORRECTED-COUNT              PIC 9(08) COMP VALUE ZERO.
001010 77  WS-PERM-REJECT-COUNT            PIC 9(08) COMP VALUE ZERO.
001011 77  WS-TRACKED-COUNT                PIC 9(08) COMP VALUE ZERO.
001012 77  WS-WITHDRAWN-COUNT              PIC 9(08) COMP VALUE ZERO.
001020
001030*----------------------------------------------------------------
001040* CORRECTION TABLE - THE CORRECTION FILE IS SMALL (KEYED BY THE
001820         CLOSE QR-PERM-REJECT-FILE
001830         GO TO 9900-ABEND
001840     END-IF.
001841     OPEN I-O QR-TURNAROUND-FILE.
001842     IF WS-TURNAROUND-FILE-STATUS = "00"
001843         MOVE "Y" TO WS-TRACKING-SWITCH
001844     ELSE
001845         DISPLAY "QY0010W QR-TURNAROUND-FILE UNAVAILABLE - STAT "
001846             WS-TURNAROUND-FILE-STATUS
001847             " - TRACKING DISABLED"
001848     END-IF.
001849     OPEN I-O QR-REVOKE-FILE.
001850     IF WS-REVOKE-FILE-STATUS = "00"
001851         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
001852     ELSE
001853         IF WS-REVOKE-FILE-STATUS NOT = "35"
001854             DISPLAY "QY0012E QR-REVOKE-FILE OPEN FAILED - STAT "
001855                 WS-REVOKE-FILE-STATUS
001856             MOVE 16 TO RETURN-CODE
001857             PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
001858             GO TO 9900-ABEND
001859         END-IF
001860     END-IF.
001861     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
001862     IF WS-CANAUD-FILE-STATUS = "35"
001863         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
001864     END-IF.
001865     IF WS-CANAUD-FILE-STATUS NOT = "00"
001866         DISPLAY "QY0013E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
001867             "STAT " WS-CANAUD-FILE-STATUS
001868         MOVE 16 TO RETURN-CODE
001869         PERFORM 1900-CLOSE-ON-ABEND THRU 1900-EXIT
001870         IF WS-REGISTER-AVAILABLE
001871             CLOSE QR-REVOKE-FILE
001872         END-IF
001873         GO TO 9900-ABEND
001874     END-IF.
001875     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
001876     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
001877     MOVE SPACES TO WS-REPORT-LINE.
001880     STRING "QR EXCEPTION RECYCLE - RUN " DELIMITED BY SIZE
001890            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
001900         INTO WS-REPORT-LINE.
002500     EXIT.
002510
002520*----------------------------------------------------------------
002521* 1900-CLOSE-ON-ABEND - CLOSE THE FILES ALREADY OPEN ON THE WAY
002522* OUT OF A FAILED REGISTER OR AUDIT TRAIL OPEN.
002523*----------------------------------------------------------------
002524 1900-CLOSE-ON-ABEND.
002525     CLOSE QR-EXCEPTION-FILE.
002526     CLOSE QR-RECYCLE-OUT-FILE.
002527     CLOSE QR-PERM-REJECT-FILE.
002528     CLOSE QR-RECYCLE-REPORT-FILE.
002529     IF WS-TRACKING-ON
002530         CLOSE QR-TURNAROUND-FILE
002531     END-IF.
002532 1900-EXIT.
002533     EXIT.
002534
002535*----------------------------------------------------------------
002536* 2000-PROCESS-REJECTS - MAIN LOOP, ONE EXCEPTION RECORD AT A
002540* TIME. A REJECT ALREADY AT THE RECYCLE LIMIT GOES TO THE
002550* PERMANENT-REJECT FILE; ANYTHING ELSE IS REPAIRED (WHERE A
002560* CORRECTION EXISTS) AND RESUBMITTED WITH THE ATTEMPT COUNT
002570* STEPPED.
002580*----------------------------------------------------------------
002590 2000-PROCESS-REJECTS.
002591     PERFORM 2050-CHECK-REGISTER THRU 2050-EXIT.
002592     IF WS-REG-DROPPED
002593         GO TO 2000-NEXT
002594     END-IF.
002600     IF QRX-RECYCLE-COUNT NUMERIC
002610         MOVE QRX-RECYCLE-COUNT TO WS-THIS-ATTEMPT
002620     ELSE
002680         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
002690         PERFORM 2300-WRITE-RECYCLE-RECORD THRU 2300-EXIT
002700     END-IF.
002701     IF WS-TRACKING-ON
002702         PERFORM 2500-UPDATE-TURNAROUND THRU 2500-EXIT
002703     END-IF.
002704 2000-NEXT.
002710     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002720 2000-EXIT.
002721     EXIT.
002722
002723*----------------------------------------------------------------
002724* 2050-CHECK-REGISTER - A REJECT WHOSE REQUEST IS ON THE
002725* CANCELLED/REVOKED CODES REGISTER IS DROPPED HERE: THE
002726* DEPARTMENT HAS TAKEN IT BACK, SO THERE IS NOTHING TO REPAIR.
002727* A REVOKED ID UNDER A SUPERVISOR OVERRIDE IS A REISSUE THAT
002728* FAILED, AND RECYCLES LIKE ANY OTHER REJECT.
002729*----------------------------------------------------------------
002730 2050-CHECK-REGISTER.
002731     MOVE "N" TO WS-REG-DROP-SWITCH.
002732     IF NOT WS-REGISTER-AVAILABLE
002733         GO TO 2050-EXIT
002734     END-IF.
002735     MOVE QRX-REQ-ID TO QRW-REQ-ID.
002736     READ QR-REVOKE-FILE
002737         INVALID KEY
002738             GO TO 2050-EXIT
002739     END-READ.
002740     IF QRW-REVOKED
002741         AND QRW-OVERRIDE-GIVEN
002742         GO TO 2050-EXIT
002743     END-IF.
002744     MOVE "Y" TO WS-REG-DROP-SWITCH.
002745     ADD 1 TO WS-WITHDRAWN-COUNT.
002746     ADD 1 TO QRW-REMOVED-COUNT.
002747     MOVE WS-RUN-DATE TO QRW-REMOVED-DATE.
002748     REWRITE QR-REVOKE-RECORD
002749         INVALID KEY
002750             DISPLAY "QY0014W QR-REVOKE-FILE REWRITE FAILED - "
002751                 QRW-REQ-ID
002752     END-REWRITE.
002753     MOVE SPACES TO WS-REPORT-LINE.
002754     IF QRW-CANCELLED
002755         STRING "CANCELLED BY DEPARTMENT - " DELIMITED BY SIZE
002756                QRX-REQ-ID DELIMITED BY SIZE
002757                " - DROPPED" DELIMITED BY SIZE
002758             INTO WS-REPORT-LINE
002759     ELSE
002760         STRING "REVOKED BY DEPARTMENT - " DELIMITED BY SIZE
002761                QRX-REQ-ID DELIMITED BY SIZE
002762                " - DROPPED" DELIMITED BY SIZE
002763             INTO WS-REPORT-LINE
002764     END-IF.
002765     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002766     MOVE SPACES TO QR-CANCEL-AUDIT-RECORD.
002767     MOVE QRX-REQ-ID TO QCA-REQ-ID.
002768     IF QRX-CLIENT = SPACES
002769         MOVE "MISC" TO QCA-CLIENT
002770     ELSE
002771         MOVE QRX-CLIENT TO QCA-CLIENT
002772     END-IF.
002773     SET QCA-PENDING-REMOVED TO TRUE.
002774     MOVE "QRRECYCL" TO QCA-SOURCE.
002775     MOVE "REMOVED FROM THE QRREQEXC RECYCLE STREAM"
002776         TO QCA-DETAIL.
002777     MOVE WS-CURRENT-TIMESTAMP TO QCA-TIMESTAMP.
002778     MOVE WS-RUN-DATE TO QCA-RUN-DATE.
002779     WRITE QR-CANCEL-AUDIT-RECORD.
002780     IF WS-CANAUD-FILE-STATUS NOT = "00"
002781         DISPLAY "QY0015E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
002782             WS-CANAUD-FILE-STATUS
002783         MOVE "Y" TO WS-RUN-FAILED-SWITCH
002784     END-IF.
002785 2050-EXIT.
002786     EXIT.
002787
002788*----------------------------------------------------------------
002789* 2100-READ-EXCEPTION
002790*----------------------------------------------------------------
002791 2100-READ-EXCEPTION.
002792     READ QR-EXCEPTION-FILE
002800         AT END
002810             MOVE "Y" TO WS-EOF-SWITCH
002820         NOT AT END
003850     EXIT.
003860
003870*----------------------------------------------------------------
003871* 2500-UPDATE-TURNAROUND - RECORD THE REJECT'S OUTCOME ON ITS
003872* TURNAROUND ROW: THE ATTEMPT NUMBER JUST RESUBMITTED, OR THE
003873* PERMANENT-REJECT FLAG. THE COUNT IS SET, NOT ADDED TO, SO A
003874* RERUN OF THIS STEP LEAVES THE ROW AS IT WAS. A REQUEST WITH NO
003875* ROW (SUBMITTED BEFORE TRACKING BEGAN) IS LEFT ALONE.
003876*----------------------------------------------------------------
003877 2500-UPDATE-TURNAROUND.
003878     MOVE QRX-REQ-ID TO QTA-REQ-ID.
003879     READ QR-TURNAROUND-FILE
003880         INVALID KEY
003881             GO TO 2500-EXIT
003882     END-READ.
003883     IF NOT QTA-OUTSTANDING
003884         GO TO 2500-EXIT
003885     END-IF.
003886     IF WS-THIS-ATTEMPT >= WS-MAX-RECYCLE-ATTEMPTS
003887         MOVE "Y" TO QTA-PERM-REJECT-FLAG
003888     ELSE
003889         IF QR-REQ-RECYCLE-COUNT > QTA-RECYCLE-COUNT
003890             MOVE QR-REQ-RECYCLE-COUNT TO QTA-RECYCLE-COUNT
003891         END-IF
003892     END-IF.
003893     REWRITE QR-TURNAROUND-RECORD
003894         INVALID KEY
003895             CONTINUE
003896     END-REWRITE.
003897     IF WS-TURNAROUND-FILE-STATUS = "00"
003898         ADD 1 TO WS-TRACKED-COUNT
003899     ELSE
003900         DISPLAY "QY0011E QR-TURNAROUND-FILE REWRITE FAILED - "
003901             WS-TURNAROUND-FILE-STATUS
003902         MOVE "Y" TO WS-RUN-FAILED-SWITCH
003903     END-IF.
003904 2500-EXIT.
003905     EXIT.
003906
003907*----------------------------------------------------------------
003908* 8000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE RECYCLE REPORT.
003909*----------------------------------------------------------------
003910 8000-WRITE-REPORT-LINE.
003911     MOVE WS-REPORT-LINE TO QRP-LINE.
003920     WRITE QR-REPORT-RECORD.
003930     IF WS-REPORT-FILE-STATUS NOT = "00"
003940         DISPLAY "QY0009E QR-RECYCLE-REPORT-FILE WRITE FAILED - "
004400            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004410         INTO WS-REPORT-LINE.
004420     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004421     MOVE WS-TRACKED-COUNT TO WS-RPT-COUNT-EDIT.
004422     MOVE SPACES TO WS-REPORT-LINE.
004423     STRING "TURNAROUND ROWS UPDATED. " DELIMITED BY SIZE
004424            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004425         INTO WS-REPORT-LINE.
004426     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004427     MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-EDIT.
004428     MOVE SPACES TO WS-REPORT-LINE.
004429     STRING "CANCELLED/REVOKED DROPPED" DELIMITED BY SIZE
004430            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
004431         INTO WS-REPORT-LINE.
004432     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
004433 9700-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004550     CLOSE QR-RECYCLE-OUT-FILE.
004560     CLOSE QR-PERM-REJECT-FILE.
004570     CLOSE QR-RECYCLE-REPORT-FILE.
004571     IF WS-TRACKING-ON
004572         CLOSE QR-TURNAROUND-FILE
004573     END-IF.
004574     IF WS-REGISTER-AVAILABLE
004575         CLOSE QR-REVOKE-FILE
004576     END-IF.
004577     CLOSE QR-CANCEL-AUDIT-FILE.
004580 9999-EXIT.
004590     EXIT.
004600
