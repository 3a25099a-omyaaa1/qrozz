000260* BALANCED, 4 WHEN AT LEAST ONE GOOD BATCH WENT FORWARD BUT ONE
000270* OR MORE WERE QUARANTINED, AND 12 WHEN NOTHING USABLE ARRIVED
000280* SO THE SCHEDULER HOLDS THE QR STEP.
000281* A CLIENT MAY ALSO BE HELD TO A NIGHTLY CEILING AND A MONTHLY
000282* QUOTA ON THE CLIENT MASTER; DETAILS OVER EITHER LIMIT GO TO THE
000283* HELD FILE INSTEAD OF QR (HIGH-PRIORITY WORK IS ADMITTED FIRST),
000284* AND ANY HELD WORK ALSO SETS RETURN CODE 4.
000285* CANCEL AND REVOKE TRANSACTIONS (RECORD TYPES "C" AND "V") ARE
000286* BALANCED WITH THEIR BATCH LIKE DETAILS BUT ARE ROUTED TO THE
000287* TRANSACTION FILE FOR PROGRAM QRCANREV, NOT TO QR.
000288* A DETAIL WHOSE FORMAT CODE IS NOT AN ACTIVE ROW ON THE
000289* SYMBOLOGY MASTER (QRSYMMST, SEE QRSYMREC) IS DIVERTED TO THE
000290* QUARANTINE FILE, AND ANY SUCH DETAIL ALSO SETS RETURN CODE 4.
000291* EACH BATCH'S VERDICT AND COUNTS ARE ALSO WRITTEN TO THE INTAKE
000292* OUTCOME FILE (QRINTOUT, SEE QRINOREC), WHICH OPS KEEPS FOR THE
000293* MONTH FOR THE DEPARTMENT DATA-QUALITY SCORECARD (QRSCORE).
000294*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 021022  RFM  INITIAL VERSION - BATCH HEADER/TRAILER BALANCING,
000470*              WITHOUT FAILING ITS BATCH. A MISSING OR
000480*              UNOPENABLE MASTER DISABLES THE CHECK WITH A
000490*              WARNING RATHER THAN HOLDING THE NIGHT'S INTAKE.
000491* 101526  RFM  THE STEP NOW OPENS THE NIGHT'S RUN ON THE RUN-
000492*              CONTROL LEDGER (QRLEDGER) AND POSTS ITS START, END,
000493*              RETURN CODE, AND KEY COUNTS THERE, SO THE LATER
000494*              STEPS CAN CHECK THEIR PREDECESSORS FOR THE RUN.
000495* 101526  RFM  EACH DETAIL PASSED TO QR NOW OPENS A ROW ON THE
000496*              TURNAROUND TRACKING MASTER (QRTATMST, SEE QRTATREC)
000497*              CARRYING ITS BATCH CREATION DATE AND THE RUN DATE
000498*              IT WAS RECEIVED, FOR THE QRSLARPT TURNAROUND
000499*              REPORT.
000500* 101526  RFM  PER-CLIENT VOLUME LIMITS. THE NIGHT'S ELIGIBLE
000501*              DETAILS ARE COUNTED BY CLIENT AND PRIORITY IN A NEW
000502*              QUOTA PASS AND HELD TO THE CLIENT'S NIGHTLY CEILING
000503*              AND TO WHAT REMAINS OF ITS MONTHLY QUOTA AFTER THE
000504*              MONTH-TO-DATE HISTORY (QRHSTCLI). THE EXCESS GOES
000505*              TO THE NEW HELD FILE (QRHLDOUT); HIGH-PRIORITY
000506*              WORK IS ADMITTED FIRST. THE EDIT REPORT SHOWS
000507*              EACH CLIENT'S USAGE AGAINST ITS LIMITS AND FLAGS
000508*              USAGE AT OR OVER THE WARNING PERCENT (PARM,
000509*              DEFAULT 090).
000510* 101526  RFM  CANCEL/REVOKE TRANSACTIONS. RECORD TYPES "C" AND
000511*              "V" ARE COUNTED AND HASHED IN THEIR BATCH AND
000512*              CHECKED AGAINST THE CLIENT MASTER, BUT ARE LEFT OUT
000513*              OF THE DUPLICATE CHECK AND THE CLIENT LIMITS; THOSE
000514*              OF A CLEAN BATCH GO TO THE NEW TRANSACTION FILE
000515*              (QRCRVTXN) FOR QRCANREV.
000516* 101526  RFM  EACH BATCH'S VERDICT, WITH ITS RECORDS RECEIVED
000517*              AND HOW THEY WERE ROUTED, IS WRITTEN TO THE NEW
000518*              INTAKE OUTCOME FILE (QRINTOUT) FOR THE MONTHLY
000519*              DATA-QUALITY SCORECARD. THE HELD-OVER-LIMITS
000520*              SUMMARY LINE IS NOW PRINTED.
000521* 101526  RFM  DETAILS ARE NOW CHECKED AGAINST THE NEW KEYED
000522*              SYMBOLOGY MASTER (QRSYMMST). A DETAIL WHOSE FORMAT
000523*              CODE IS NOT AN ACTIVE ROW IS DIVERTED TO QUARANTINE
000524*              AND COUNTED ON THE BATCH'S OUTCOME ROW.
000525* 101526  RFM  A DETAIL ARRIVING WITH THE REGENERATION FLAG SET
000526*              FAILS ITS BATCH - ONLY QRREGEN'S OUTPUT, MERGED IN
000527*              AFTER INTAKE, MAY CARRY IT.
000528*----------------------------------------------------------------
000529 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000531 FILE-CONTROL.
000540     SELECT QR-RAW-REQUEST-FILE ASSIGN TO "QRREQRAW"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RAW-FILE-STATUS.
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS QCL-CLIENT-CODE
000700         FILE STATUS IS WS-CLIENT-FILE-STATUS.
000701     SELECT QR-TURNAROUND-FILE ASSIGN TO "QRTATMST"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS QTA-REQ-ID
000705         FILE STATUS IS WS-TURNAROUND-FILE-STATUS.
000706     SELECT QR-HELD-FILE ASSIGN TO "QRHLDOUT"
000707         ORGANIZATION IS SEQUENTIAL
000708         FILE STATUS IS WS-HELD-FILE-STATUS.
000709     SELECT QR-HISTCLI-FILE ASSIGN TO "QRHSTCLI"
000710         ORGANIZATION IS INDEXED
000711         ACCESS MODE IS DYNAMIC
000712         RECORD KEY IS QHC-KEY
000713         FILE STATUS IS WS-HISTCLI-FILE-STATUS.
000714     SELECT QR-TXN-FILE ASSIGN TO "QRCRVTXN"
000715         ORGANIZATION IS SEQUENTIAL
000716         FILE STATUS IS WS-TXN-FILE-STATUS.
000717     SELECT QR-OUTCOME-FILE ASSIGN TO "QRINTOUT"
000718         ORGANIZATION IS SEQUENTIAL
000719         FILE STATUS IS WS-OUTCOME-FILE-STATUS.
000720     SELECT QR-SYMBOLOGY-FILE ASSIGN TO "QRSYMMST"
000721         ORGANIZATION IS INDEXED
000722         ACCESS MODE IS DYNAMIC
000723         RECORD KEY IS QSY-FORMAT-CODE
000724         FILE STATUS IS WS-SYMBOLOGY-FILE-STATUS.
000725     SELECT QR-ID-SORT-FILE ASSIGN TO "QRINTSRT".
000726
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  QR-RAW-REQUEST-FILE
000910 FD  QR-CLIENT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY QRCLIREC.
000931
000932 FD  QR-TURNAROUND-FILE
000933     LABEL RECORDS ARE STANDARD.
000934 COPY QRTATREC.
000935
000936 FD  QR-HELD-FILE
000937     LABEL RECORDS ARE STANDARD.
000938 01  QRH-HELD-RECORD                 PIC X(210).
000939
000940 FD  QR-HISTCLI-FILE
000941     LABEL RECORDS ARE STANDARD.
000942 COPY QRHCLREC.
000943
000944 FD  QR-TXN-FILE
000945     LABEL RECORDS ARE STANDARD.
000946 01  QRN-TXN-RECORD                  PIC X(210).
000947
000948 FD  QR-OUTCOME-FILE
000949     LABEL RECORDS ARE STANDARD.
000950 COPY QRINOREC.
000951
000952 FD  QR-SYMBOLOGY-FILE
000953     LABEL RECORDS ARE STANDARD.
000954 COPY QRSYMREC.
000955
000956 SD  QR-ID-SORT-FILE.
000960 01  QR-ID-SORT-RECORD.
000970     05  SRT-REQ-ID              PIC X(10).
000980     05  SRT-BATCH-SEQ           PIC 9(02).
001290     05  WS-BATCH-ENTRY          OCCURS 20 TIMES.
001300         10  WS-BAT-BATCH-ID     PIC X(08).
001310         10  WS-BAT-DEPARTMENT   PIC X(04).
001311         10  WS-BAT-CREATE-DATE  PIC 9(08).
001320         10  WS-BAT-DETAIL-COUNT PIC 9(09) COMP.
001330         10  WS-BAT-HASH-TOTAL   PIC 9(12) COMP.
001340         10  WS-BAT-FAILED-SW    PIC X(01).
001350             88  WS-BAT-FAILED       VALUE "Y".
001351         10  WS-BAT-ACCEPT-COUNT PIC 9(07) COMP.
001352         10  WS-BAT-HELD-COUNT   PIC 9(07) COMP.
001353         10  WS-BAT-TXN-COUNT    PIC 9(07) COMP.
001354         10  WS-BAT-CLI-REJ-COUNT
001355                                 PIC 9(07) COMP.
001356         10  WS-BAT-FMT-REJ-COUNT
001357                                 PIC 9(07) COMP.
001360
001370*----------------------------------------------------------------
001380* TRANSMISSION ACCUMULATORS AND SAVED TRAILER CONTROL VALUES
001810     05  WS-CLIENT-CACHE-ENTRY   OCCURS 50 TIMES.
001820         10  WS-CCH-CLIENT       PIC X(04).
001830         10  WS-CCH-VALID-SW     PIC X(01).
001831         10  WS-CCH-CEILING      PIC 9(07) COMP.
001832         10  WS-CCH-QUOTA        PIC 9(09) COMP.
001833         10  WS-CCH-MTD-COUNT    PIC 9(09) COMP.
001834         10  WS-CCH-HIGH-WANTED  PIC 9(09) COMP.
001835         10  WS-CCH-ROUT-WANTED  PIC 9(09) COMP.
001836         10  WS-CCH-HIGH-ALLOW   PIC 9(09) COMP.
001837         10  WS-CCH-ROUT-ALLOW   PIC 9(09) COMP.
001838         10  WS-CCH-HIGH-USED    PIC 9(09) COMP.
001839         10  WS-CCH-ROUT-USED    PIC 9(09) COMP.
001840         10  WS-CCH-HELD         PIC 9(09) COMP.
001841 77  WS-CLIENT-REJ-COUNT             PIC 9(09) COMP VALUE ZERO.
001842
001843*----------------------------------------------------------------
001844* SYMBOLOGY MASTER VALIDATION. EACH DETAIL'S FORMAT CODE MUST BE
001845* AN ACTIVE ROW ON THE SYMBOLOGY MASTER; A BLANK CODE IS LEFT TO
001846* QR'S OWN DEFAULT. THE ACTIVE CODES ARE LOADED ONCE AT STARTUP.
001847* WHEN THE MASTER CANNOT BE OPENED THE CHECK IS DISABLED WITH A
001848* WARNING - QR STILL REFUSES A CODE IT CANNOT PRODUCE.
001849*----------------------------------------------------------------
001850 77  WS-SYMBOLOGY-FILE-STATUS        PIC X(02).
001851 77  WS-SYMMST-EOF-SWITCH            PIC X(01) VALUE "N".
001852     88  WS-END-OF-SYMMST                 VALUE "Y".
001853 77  WS-FORMAT-CHECK-SWITCH          PIC X(01) VALUE "N".
001854     88  WS-FORMAT-CHECK-ON               VALUE "Y".
001855 77  WS-FORMAT-VALID-SWITCH          PIC X(01) VALUE "Y".
001856     88  WS-FORMAT-VALID                  VALUE "Y".
001857 77  WS-MAX-FORMATS                  PIC 9(02) COMP VALUE 50.
001858 77  WS-FORMAT-COUNT                 PIC 9(02) COMP VALUE ZERO.
001859 77  WS-FORMAT-IDX                   PIC 9(02) COMP VALUE ZERO.
001860 77  WS-FORMAT-HIT-IDX               PIC 9(02) COMP VALUE ZERO.
001861 01  WS-FORMAT-TABLE.
001862     05  WS-FORMAT-ENTRY         OCCURS 50 TIMES.
001863         10  WS-FMT-CODE         PIC X(02).
001864 77  WS-FORMAT-REJ-COUNT             PIC 9(09) COMP VALUE ZERO.
001865
001866*----------------------------------------------------------------
001867* CANCEL/REVOKE TRANSACTIONS. THEY BELONG TO THEIR BATCH FOR THE
001868* TRAILER BALANCE BUT NAME AN EARLIER REQUEST, SO THEY TAKE NO
001869* PART IN THE DUPLICATE CHECK OR THE CLIENT LIMITS.
001870*----------------------------------------------------------------
001871 77  WS-TXN-FILE-STATUS              PIC X(02).
001872 77  WS-TXN-COUNT                    PIC 9(09) COMP VALUE ZERO.
001873 77  WS-TXN-ROUTED-COUNT             PIC 9(09) COMP VALUE ZERO.
001874
001875*----------------------------------------------------------------
001876* TURNAROUND TRACKING. EVERY DETAIL PASSED TO QR GETS A ROW ON
001877* THE TRACKING MASTER CARRYING ITS BATCH CREATION DATE AND THE
001878* RUN DATE IT WAS RECEIVED. A REQUEST ID ALREADY ON THE MASTER
001879* KEEPS ITS FIRST RECEIPT. WHEN THE MASTER CANNOT BE OPENED THE
001880* TRACKING IS DISABLED WITH A WARNING - TURNAROUND REPORTING IS
001881* NO REASON TO HOLD THE NIGHT'S INTAKE.
001882*----------------------------------------------------------------
001883 77  WS-TURNAROUND-FILE-STATUS       PIC X(02).
001884 77  WS-TRACKING-SWITCH              PIC X(01) VALUE "N".
001885     88  WS-TRACKING-ON                   VALUE "Y".
001886 77  WS-TRACKED-COUNT                PIC 9(09) COMP VALUE ZERO.
001887
001888*----------------------------------------------------------------
001889* CLIENT VOLUME LIMITS. THE NIGHTLY CEILING AND MONTHLY QUOTA
001890* COME FROM THE CLIENT MASTER WITH THE VERDICT AND ARE CACHED
001891* BESIDE IT, TOGETHER WITH THE CLIENT'S MONTH-TO-DATE VOLUME
001892* (ITS ROWS ON THE CLIENT-KEYED HISTORY FILE FOR THE RUN MONTH).
001893* THE QUOTA PASS COUNTS WHAT EACH CLIENT SENT BY PRIORITY AND
001894* SETS ITS ALLOWANCES; THE ROUTE PASS ADMITS UP TO THEM AND
001895* HOLDS THE REST. A CLIENT THAT DOES NOT FIT IN THE CACHE, OR
001896* ANY CLIENT WHEN THE MASTER IS UNAVAILABLE, IS NOT LIMITED.
001897*----------------------------------------------------------------
001898 77  WS-HELD-FILE-STATUS             PIC X(02).
001899 77  WS-HISTCLI-FILE-STATUS          PIC X(02).
001900 77  WS-HISTCLI-SWITCH               PIC X(01) VALUE "N".
001901     88  WS-HISTCLI-ON                    VALUE "Y".
001902 77  WS-HISTCLI-EOF-SWITCH           PIC X(01) VALUE "N".
001903     88  WS-HISTCLI-END                   VALUE "Y".
001904 77  WS-CACHE-FULL-SWITCH            PIC X(01) VALUE "N".
001905     88  WS-CACHE-FULL-WARNED             VALUE "Y".
001906 77  WS-QUOTA-ADMIT-SWITCH           PIC X(01) VALUE "Y".
001907     88  WS-QUOTA-ADMIT                   VALUE "Y".
001908 77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
001909 77  WS-QUOTA-ROOM                   PIC 9(09) COMP VALUE ZERO.
001910 77  WS-QUOTA-LEFT                   PIC 9(09) COMP VALUE ZERO.
001911 77  WS-USAGE-ADMITTED               PIC 9(09) COMP VALUE ZERO.
001912 77  WS-USAGE-MONTH                  PIC 9(09) COMP VALUE ZERO.
001913 77  WS-USAGE-PCT                    PIC 9(07) COMP VALUE ZERO.
001914 77  WS-MONTH-FIRST                  PIC 9(08) VALUE ZERO.
001915 77  WS-MONTH-LAST                   PIC 9(08) VALUE ZERO.
001916 01  WS-WARN-PCT-X                   PIC X(03) VALUE "090".
001917 01  WS-WARN-PCT REDEFINES WS-WARN-PCT-X
001918                                     PIC 9(03).
001919
001920*----------------------------------------------------------------
001921* CLIENT USAGE LINE OF THE EDIT REPORT. A LIMIT OF ZERO PRINTS
001922* AS "NONE" WITH NO PERCENTAGE.
001923*----------------------------------------------------------------
001924 01  WS-USAGE-LINE.
001925     05  WS-USG-CLIENT               PIC X(04).
001926     05  FILLER                      PIC X(01) VALUE SPACE.
001927     05  WS-USG-WANTED               PIC ZZZZZ9.
001928     05  FILLER                      PIC X(01) VALUE SPACE.
001929     05  WS-USG-ADMITTED             PIC ZZZZZ9.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001931     05  WS-USG-HELD                 PIC ZZZZZ9.
001932     05  FILLER                      PIC X(01) VALUE SPACE.
001933     05  WS-USG-CEILING              PIC ZZZZZZ9.
001934     05  WS-USG-CEILING-X REDEFINES WS-USG-CEILING
001935                                     PIC X(07).
001936     05  FILLER                      PIC X(01) VALUE SPACE.
001937     05  WS-USG-NIGHT-PCT            PIC ZZZ9.
001938     05  WS-USG-NIGHT-PCT-X REDEFINES WS-USG-NIGHT-PCT
001939                                     PIC X(04).
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001941     05  WS-USG-MONTH                PIC ZZZZZZZZ9.
001942     05  FILLER                      PIC X(01) VALUE SPACE.
001943     05  WS-USG-QUOTA                PIC ZZZZZZZZ9.
001944     05  WS-USG-QUOTA-X REDEFINES WS-USG-QUOTA
001945                                     PIC X(09).
001946     05  FILLER                      PIC X(01) VALUE SPACE.
001947     05  WS-USG-MONTH-PCT            PIC ZZZ9.
001948     05  WS-USG-MONTH-PCT-X REDEFINES WS-USG-MONTH-PCT
001949                                     PIC X(04).
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001951     05  WS-USG-FLAG                 PIC X(09).
001952     05  FILLER                      PIC X(07) VALUE SPACES.
001953
001954*----------------------------------------------------------------
001955* REQUEST-ID HASHING - SUM OF THE NUMERIC DIGITS OF QR-REQ-ID
001956* (SEE QRREQREC FOR THE RULE SHARED WITH THE DEPARTMENTS).
001957*----------------------------------------------------------------
001958 77  WS-HASH-IDX                     PIC 9(02) COMP VALUE ZERO.
001959 01  WS-HASH-DIGIT-X                 PIC X(01) VALUE SPACE.
001960 01  WS-HASH-DIGIT REDEFINES WS-HASH-DIGIT-X
001961                                     PIC 9(01).
001962
001963*----------------------------------------------------------------
001964* DUPLICATE CHECK OVER THE SORTED REQUEST IDS. A DUPLICATED ID
001970* FAILS EVERY BATCH IT APPEARS IN - NEITHER COPY CAN BE TRUSTED.
001980*----------------------------------------------------------------
001990 77  WS-PREV-REQ-ID                  PIC X(10) VALUE LOW-VALUES.
002020     88  WS-PREV-REPORTED                 VALUE "Y".
002030
002040*----------------------------------------------------------------
002041* INTAKE OUTCOME FILE - ONE ROW PER BATCH, WRITTEN WITH THE
002042* BATCH VERDICT. THE RUN DATE IS THE LEDGER RUN DATE.
002043*----------------------------------------------------------------
002044 77  WS-OUTCOME-FILE-STATUS          PIC X(02).
002045 77  WS-INTAKE-RUN-DATE              PIC 9(08) VALUE ZERO.
002046
002047*----------------------------------------------------------------
002050* EDIT REPORT LINE CONSTRUCTION
002060*----------------------------------------------------------------
002070 77  WS-EDIT-LINE                    PIC X(80) VALUE SPACES.
002110 77  WS-EDIT-DATE                    PIC 9(08) VALUE ZERO.
002120 77  WS-EDIT-TIME                    PIC 9(08) VALUE ZERO.
002130
002131*----------------------------------------------------------------
002132* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
002133*----------------------------------------------------------------
002134 COPY QRLDGPRM.
002135
002136*----------------------------------------------------------------
002137* JCL PARM LINKAGE
002138*----------------------------------------------------------------
002139 LINKAGE SECTION.
002140 01  QR-PARM-PARAMETERS.
002141     05  QR-PARM-LENGTH              PIC S9(04) COMP.
002142     05  QR-PARM-TEXT                PIC X(80).
002143
002144 PROCEDURE DIVISION USING QR-PARM-PARAMETERS.
002150*----------------------------------------------------------------
002160* 0000-MAINLINE
002170*----------------------------------------------------------------
002210         ON ASCENDING KEY SRT-REQ-ID SRT-BATCH-SEQ
002220         INPUT PROCEDURE IS 2000-EDIT-PASS THRU 2000-EXIT
002230         OUTPUT PROCEDURE IS 3000-DUP-CHECK-PASS THRU 3000-EXIT.
002231     IF WS-CLIENT-CHECK-ON
002232         PERFORM 4000-QUOTA-PASS THRU 4000-EXIT
002233     END-IF.
002240     PERFORM 5000-ROUTE-PASS THRU 5000-EXIT.
002250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002260     STOP RUN.
002270
002280*----------------------------------------------------------------
002290* 1000-INITIALIZE - OPEN THE RAW INPUT, THE EDITED AND
002300* QUARANTINE, HELD, TRANSACTION, AND INTAKE OUTCOME OUTPUTS,
002310* THE EDIT REPORT, AND THE MASTERS
002311* CONSULTED, AND WRITE THE REPORT HEADING. THE PARM, WHEN GIVEN,
002312* IS THE THREE-DIGIT CLIENT USAGE WARNING PERCENT.
002320*----------------------------------------------------------------
002330 1000-INITIALIZE.
002331     IF QR-PARM-LENGTH > ZERO
002332         MOVE QR-PARM-TEXT (1:3) TO WS-WARN-PCT-X
002333         IF WS-WARN-PCT-X NOT NUMERIC
002334             DISPLAY "QI0019E WARNING PERCENT IN PARM IS NOT "
002335                 "NUMERIC - " WS-WARN-PCT-X
002336             MOVE 16 TO RETURN-CODE
002337             GO TO 9900-ABEND
002338         END-IF
002339     END-IF.
002340     PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT.
002341     OPEN INPUT QR-RAW-REQUEST-FILE.
002350     IF WS-RAW-FILE-STATUS NOT = "00"
002360         DISPLAY "QI0001E QR-RAW-REQUEST-FILE OPEN FAILED - STAT "
002370             WS-RAW-FILE-STATUS
002650         CLOSE QR-QUARANTINE-FILE
002660         GO TO 9900-ABEND
002670     END-IF.
002671     OPEN OUTPUT QR-HELD-FILE.
002672     IF WS-HELD-FILE-STATUS NOT = "00"
002673         DISPLAY "QI0014E QR-HELD-FILE OPEN FAILED - STATUS "
002674             WS-HELD-FILE-STATUS
002675         MOVE 16 TO RETURN-CODE
002676         CLOSE QR-RAW-REQUEST-FILE
002677         CLOSE QR-EDITED-REQUEST-FILE
002678         CLOSE QR-QUARANTINE-FILE
002679         CLOSE QR-EDIT-REPORT-FILE
002680         GO TO 9900-ABEND
002681     END-IF.
002682     OPEN OUTPUT QR-TXN-FILE.
002683     IF WS-TXN-FILE-STATUS NOT = "00"
002684         DISPLAY "QI0020E QR-TXN-FILE OPEN FAILED - STATUS "
002685             WS-TXN-FILE-STATUS
002686         MOVE 16 TO RETURN-CODE
002687         CLOSE QR-RAW-REQUEST-FILE
002688         CLOSE QR-EDITED-REQUEST-FILE
002689         CLOSE QR-QUARANTINE-FILE
002690         CLOSE QR-EDIT-REPORT-FILE
002691         CLOSE QR-HELD-FILE
002692         GO TO 9900-ABEND
002693     END-IF.
002694     OPEN OUTPUT QR-OUTCOME-FILE.
002695     IF WS-OUTCOME-FILE-STATUS NOT = "00"
002696         DISPLAY "QI0022E QR-OUTCOME-FILE OPEN FAILED - STATUS "
002697             WS-OUTCOME-FILE-STATUS
002698         MOVE 16 TO RETURN-CODE
002699         CLOSE QR-RAW-REQUEST-FILE
002700         CLOSE QR-EDITED-REQUEST-FILE
002701         CLOSE QR-QUARANTINE-FILE
002702         CLOSE QR-EDIT-REPORT-FILE
002703         CLOSE QR-HELD-FILE
002704         CLOSE QR-TXN-FILE
002705         GO TO 9900-ABEND
002706     END-IF.
002707     OPEN INPUT QR-CLIENT-FILE.
002708     IF WS-CLIENT-FILE-STATUS = "00"
002709         MOVE "Y" TO WS-CLIENT-CHECK-SWITCH
002710     ELSE
002720         DISPLAY "QI0010W QR-CLIENT-FILE UNAVAILABLE - STATUS "
002721             WS-CLIENT-FILE-STATUS
002722             " - CLIENT CHECK DISABLED"
002723     END-IF.
002724     OPEN INPUT QR-SYMBOLOGY-FILE.
002725     IF WS-SYMBOLOGY-FILE-STATUS = "00"
002726         PERFORM 1020-LOAD-FORMAT-TABLE THRU 1020-EXIT
002727         CLOSE QR-SYMBOLOGY-FILE
002728     ELSE
002729         DISPLAY "QI0024W QR-SYMBOLOGY-FILE UNAVAILABLE - STATUS "
002730             WS-SYMBOLOGY-FILE-STATUS
002731             " - FORMAT CHECK DISABLED"
002732     END-IF.
002733     OPEN I-O QR-TURNAROUND-FILE.
002734     IF WS-TURNAROUND-FILE-STATUS = "35"
002735         OPEN OUTPUT QR-TURNAROUND-FILE
002736         IF WS-TURNAROUND-FILE-STATUS = "00"
002737             CLOSE QR-TURNAROUND-FILE
002738             OPEN I-O QR-TURNAROUND-FILE
002739         END-IF
002740     END-IF.
002741     IF WS-TURNAROUND-FILE-STATUS = "00"
002742         MOVE "Y" TO WS-TRACKING-SWITCH
002743     ELSE
002744         DISPLAY "QI0012W QR-TURNAROUND-FILE UNAVAILABLE - STAT "
002745             WS-TURNAROUND-FILE-STATUS
002746             " - TRACKING DISABLED"
002747     END-IF.
002748     OPEN INPUT QR-HISTCLI-FILE.
002749     IF WS-HISTCLI-FILE-STATUS = "00"
002750         MOVE "Y" TO WS-HISTCLI-SWITCH
002751     ELSE
002752         DISPLAY "QI0016W QR-HISTCLI-FILE UNAVAILABLE - STATUS "
002753             WS-HISTCLI-FILE-STATUS
002754             " - MONTH-TO-DATE TAKEN AS ZERO"
002755     END-IF.
002760     PERFORM 8200-BUILD-TIMESTAMP THRU 8200-EXIT.
002761     IF QLP-RUN-DATE > ZERO
002762         MOVE QLP-RUN-DATE TO WS-INTAKE-RUN-DATE
002763     ELSE
002764         MOVE WS-EDIT-DATE TO WS-INTAKE-RUN-DATE
002765     END-IF.
002766     MOVE WS-INTAKE-RUN-DATE TO WS-MONTH-FIRST.
002767     MOVE WS-MONTH-FIRST TO WS-MONTH-LAST.
002768     MOVE "01" TO WS-MONTH-FIRST (7:2).
002769     MOVE "31" TO WS-MONTH-LAST (7:2).
002770     MOVE SPACES TO WS-EDIT-LINE.
002780     STRING "QR BATCH INTAKE EDIT - RUN " DELIMITED BY SIZE
002790            WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
002800         INTO WS-EDIT-LINE.
002810     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
002820 1000-EXIT.
002821     EXIT.
002822
002823*----------------------------------------------------------------
002824* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
002825* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
002826* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
002827* THEN ENDS WITHOUT TOUCHING ANY FILE.
002828*----------------------------------------------------------------
002829 1010-BEGIN-LEDGER-STEP.
002830     SET QLP-BEGIN-STEP TO TRUE.
002831     MOVE "QRINTAKE" TO QLP-STEP-NAME.
002832     MOVE ZERO TO QLP-RUN-DATE.
002833     MOVE ZERO TO QLP-STEP-RC.
002834     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
002835     IF QLP-STEP-HELD
002836         DISPLAY "QI0011E QRINTAKE NOT RELEASED BY THE "
002837             "RUN-CONTROL LEDGER"
002838         MOVE 16 TO RETURN-CODE
002839         GO TO 9900-ABEND
002840     END-IF.
002841 1010-EXIT.
002842     EXIT.
002843
002844*----------------------------------------------------------------
002845* 1020-LOAD-FORMAT-TABLE - LOAD THE ACTIVE FORMAT CODES FROM THE
002846* SYMBOLOGY MASTER. A DEACTIVATED ROW IS NOT LOADED, SO WORK FOR
002847* IT FAILS THE FORMAT CHECK THE SAME AS AN UNKNOWN CODE.
002848*----------------------------------------------------------------
002849 1020-LOAD-FORMAT-TABLE.
002850     MOVE ZERO TO WS-FORMAT-COUNT.
002851     PERFORM 1030-LOAD-ONE-FORMAT THRU 1030-EXIT
002852         UNTIL WS-END-OF-SYMMST.
002853     MOVE "Y" TO WS-FORMAT-CHECK-SWITCH.
002854 1020-EXIT.
002855     EXIT.
002856
002857 1030-LOAD-ONE-FORMAT.
002858     READ QR-SYMBOLOGY-FILE NEXT RECORD
002859         AT END
002860             MOVE "Y" TO WS-SYMMST-EOF-SWITCH
002861             GO TO 1030-EXIT
002862     END-READ.
002863     IF NOT QSY-ACTIVE
002864         GO TO 1030-EXIT
002865     END-IF.
002866     IF WS-FORMAT-COUNT NOT < WS-MAX-FORMATS
002867         DISPLAY "QI0025W FORMAT TABLE FULL - FORMAT CODE "
002868             QSY-FORMAT-CODE " NOT LOADED"
002869         GO TO 1030-EXIT
002870     END-IF.
002871     ADD 1 TO WS-FORMAT-COUNT.
002872     MOVE QSY-FORMAT-CODE TO WS-FMT-CODE (WS-FORMAT-COUNT).
002873 1030-EXIT.
002874     EXIT.
002875
002876*----------------------------------------------------------------
002877* 2000-EDIT-PASS - SORT INPUT PROCEDURE. READ THE RAW
002878* TRANSMISSION, EDIT EACH RECORD BY TYPE AGAINST THE BATCH IT
002880* BELONGS TO, BALANCE EACH BATCH AS ITS TRAILER ARRIVES, AND
002890* RELEASE EACH DETAIL REQUEST ID (WITH ITS BATCH SEQUENCE) TO
002900* THE SORT SO THE OUTPUT PROCEDURE CAN CHECK FOR DUPLICATES
003400         PERFORM 2400-EDIT-TRAILER THRU 2400-EXIT
003410         GO TO 2200-NEXT
003420     END-IF.
003421     IF QR-REQ-TRANSACTION
003422         PERFORM 2550-EDIT-TRANSACTION THRU 2550-EXIT
003423         GO TO 2200-NEXT
003424     END-IF.
003430     IF QR-REQ-DETAIL OR QR-REQ-STRUCTURED
003440         PERFORM 2500-EDIT-DETAIL THRU 2500-EXIT
003450         GO TO 2200-NEXT
003860     MOVE "Y" TO WS-IN-BATCH-SWITCH.
003870     MOVE QRH-BATCH-ID TO WS-BAT-BATCH-ID (WS-CUR-BATCH).
003880     MOVE QRH-DEPARTMENT TO WS-BAT-DEPARTMENT (WS-CUR-BATCH).
003881     IF QRH-CREATE-DATE IS NUMERIC
003882         MOVE QRH-CREATE-DATE TO WS-BAT-CREATE-DATE (WS-CUR-BATCH)
003883     ELSE
003884         MOVE ZERO TO WS-BAT-CREATE-DATE (WS-CUR-BATCH)
003885     END-IF.
003890     MOVE ZERO TO WS-BAT-DETAIL-COUNT (WS-CUR-BATCH).
003900     MOVE ZERO TO WS-BAT-HASH-TOTAL (WS-CUR-BATCH).
003910     MOVE "N" TO WS-BAT-FAILED-SW (WS-CUR-BATCH).
003911     MOVE ZERO TO WS-BAT-ACCEPT-COUNT (WS-CUR-BATCH).
003912     MOVE ZERO TO WS-BAT-HELD-COUNT (WS-CUR-BATCH).
003913     MOVE ZERO TO WS-BAT-TXN-COUNT (WS-CUR-BATCH).
003914     MOVE ZERO TO WS-BAT-CLI-REJ-COUNT (WS-CUR-BATCH).
003915     MOVE ZERO TO WS-BAT-FMT-REJ-COUNT (WS-CUR-BATCH).
003920     MOVE SPACES TO WS-EDIT-LINE.
003930     STRING "BATCH " DELIMITED BY SIZE
003940            QRH-BATCH-ID DELIMITED BY SIZE
004560* PROGRAM QR; THIS PROGRAM ONLY PROVES EACH BATCH ARRIVED WHOLE
004570* AND UNDUPLICATED. ROUTING TO THE EDITED OR QUARANTINE FILE
004580* HAPPENS IN THE SECOND PASS, ONCE EVERY VERDICT IS KNOWN.
004581* A DEPARTMENT DETAIL MAY NEVER CARRY THE REGENERATION FLAG - IT
004582* WOULD EXEMPT THE REQUEST FROM QR'S CROSS-RUN DUPLICATE CHECK -
004583* SO ONE THAT DOES FAILS ITS BATCH.
004590*----------------------------------------------------------------
004600 2500-EDIT-DETAIL.
004610     IF NOT WS-IN-BATCH
004740     MOVE QR-REQ-ID TO SRT-REQ-ID.
004750     MOVE WS-CUR-BATCH TO SRT-BATCH-SEQ.
004760     RELEASE QR-ID-SORT-RECORD.
004761     IF QR-REQ-REGENERATION
004762         MOVE SPACES TO WS-EDIT-LINE
004763         STRING "  REGENERATION FLAG ON DEPARTMENT REQUEST "
004764                DELIMITED BY SIZE
004765                QR-REQ-ID DELIMITED BY SIZE
004766             INTO WS-EDIT-LINE
004767         PERFORM 8100-WRITE-BATCH-ERROR THRU 8100-EXIT
004768         GO TO 2500-EXIT
004769     END-IF.
004770     PERFORM 6000-CHECK-CLIENT THRU 6000-EXIT.
004780     IF NOT WS-CLIENT-VALID
004790         ADD 1 TO WS-CLIENT-REJ-COUNT
004850                QR-REQ-ID DELIMITED BY SIZE
004860             INTO WS-EDIT-LINE
004870         PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT
004871         GO TO 2500-EXIT
004872     END-IF.
004873     PERFORM 6400-CHECK-FORMAT THRU 6400-EXIT.
004874     IF NOT WS-FORMAT-VALID
004875         ADD 1 TO WS-FORMAT-REJ-COUNT
004876         MOVE SPACES TO WS-EDIT-LINE
004877         STRING "  FORMAT CODE " DELIMITED BY SIZE
004878                QR-REQ-FORMAT-CODE DELIMITED BY SIZE
004879                " NOT ACTIVE ON SYMBOLOGY MASTER - REQUEST "
004880                DELIMITED BY SIZE
004881                QR-REQ-ID DELIMITED BY SIZE
004882             INTO WS-EDIT-LINE
004883         PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT
004884     END-IF.
004890 2500-EXIT.
004891     EXIT.
004892
004893*----------------------------------------------------------------
004894* 2550-EDIT-TRANSACTION - A CANCEL OR REVOKE IS COUNTED AND HASHED
004895* UNDER ITS BATCH (THE DEPARTMENT'S TRAILER INCLUDES IT) AND ITS
004896* CLIENT IS CHECKED, BUT ITS ID IS NOT RELEASED TO THE DUPLICATE
004897* CHECK - IT NAMES A REQUEST SENT EARLIER, AND MAY NAME ONE SENT
004898* IN THIS SAME TRANSMISSION.
004899*----------------------------------------------------------------
004900 2550-EDIT-TRANSACTION.
004901     IF NOT WS-IN-BATCH
004902         ADD 1 TO WS-STRAY-COUNT
004903         MOVE SPACES TO WS-EDIT-LINE
004904         STRING "TRANSACTION OUTSIDE ANY BATCH - "
004905                DELIMITED BY SIZE
004906                QR-REQ-ID DELIMITED BY SIZE
004907                " - RECORD BYPASSED" DELIMITED BY SIZE
004908             INTO WS-EDIT-LINE
004909         PERFORM 8150-WRITE-XMIT-ERROR THRU 8150-EXIT
004910         GO TO 2550-EXIT
004911     END-IF.
004912     ADD 1 TO WS-TXN-COUNT.
004913     ADD 1 TO WS-BAT-DETAIL-COUNT (WS-CUR-BATCH).
004914     PERFORM 2600-ACCUMULATE-HASH THRU 2600-EXIT.
004915     IF QR-REQ-ID = SPACES
004916         MOVE "  CANCEL/REVOKE TRANSACTION HAS NO REQUEST ID"
004917             TO WS-EDIT-LINE
004918         PERFORM 8100-WRITE-BATCH-ERROR THRU 8100-EXIT
004919     END-IF.
004920     PERFORM 6000-CHECK-CLIENT THRU 6000-EXIT.
004921     IF NOT WS-CLIENT-VALID
004922         ADD 1 TO WS-CLIENT-REJ-COUNT
004923         MOVE SPACES TO WS-EDIT-LINE
004924         STRING "  CLIENT " DELIMITED BY SIZE
004925                WS-EFF-CLIENT DELIMITED BY SIZE
004926                " NOT ACTIVE ON CLIENT MASTER - TRANSACTION "
004927                DELIMITED BY SIZE
004928                QR-REQ-ID DELIMITED BY SIZE
004929             INTO WS-EDIT-LINE
004930         PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT
004931     END-IF.
004932 2550-EXIT.
004933     EXIT.
004934
004935*----------------------------------------------------------------
004936* 2600-ACCUMULATE-HASH - ADD THE NUMERIC DIGITS OF QR-REQ-ID TO
004940* THE OPEN BATCH'S RUNNING HASH TOTAL.
004950*----------------------------------------------------------------
004960 2600-ACCUMULATE-HASH.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006071* 4000-QUOTA-PASS - A FURTHER READ OF THE RAW TRANSMISSION, NOW
006072* THAT EVERY BATCH'S VERDICT IS KNOWN, COUNTING BY CLIENT AND
006073* PRIORITY THE DETAILS THAT WOULD GO TO QR (GOOD BATCH, ACTIVE
006074* CLIENT), THEN SETTING EACH CLIENT'S ALLOWANCES FROM ITS LIMITS.
006075*----------------------------------------------------------------
006076 4000-QUOTA-PASS.
006077     CLOSE QR-RAW-REQUEST-FILE.
006078     OPEN INPUT QR-RAW-REQUEST-FILE.
006079     IF WS-RAW-FILE-STATUS NOT = "00"
006080         DISPLAY "QI0008E QR-RAW-REQUEST-FILE REOPEN FAILED - "
006081             WS-RAW-FILE-STATUS
006082         MOVE 16 TO RETURN-CODE
006083         GO TO 9900-ABEND
006084     END-IF.
006085     MOVE "N" TO WS-EOF-SWITCH.
006086     PERFORM 5100-READ-RAW-ROUTE THRU 5100-EXIT.
006087     PERFORM 4100-COUNT-ONE-RECORD THRU 4100-EXIT
006088         UNTIL WS-END-OF-FILE.
006089     MOVE ZERO TO WS-ROUTE-BATCH.
006090     MOVE "N" TO WS-ROUTE-IN-BATCH-SWITCH.
006091     PERFORM 4200-SET-ALLOWANCE THRU 4200-EXIT
006092         VARYING WS-CLIENT-CACHE-IDX FROM 1 BY 1
006093         UNTIL WS-CLIENT-CACHE-IDX > WS-CLIENT-CACHE-COUNT.
006094 4000-EXIT.
006095     EXIT.
006096
006097*----------------------------------------------------------------
006098* 4100-COUNT-ONE-RECORD - WALK THE BATCH TABLE AS THE ROUTE PASS
006099* DOES AND COUNT EACH DETAIL THAT WOULD GO TO QR UNDER ITS
006100* CLIENT'S CACHE ROW.
006101*----------------------------------------------------------------
006102 4100-COUNT-ONE-RECORD.
006103     IF QR-REQ-HEADER
006104         IF WS-ROUTE-BATCH < WS-BATCH-COUNT
006105             ADD 1 TO WS-ROUTE-BATCH
006106             MOVE "Y" TO WS-ROUTE-IN-BATCH-SWITCH
006107         END-IF
006108         GO TO 4100-NEXT
006109     END-IF.
006110     IF QR-REQ-TRAILER
006111         MOVE "N" TO WS-ROUTE-IN-BATCH-SWITCH
006112         GO TO 4100-NEXT
006113     END-IF.
006114     IF NOT QR-REQ-DETAIL AND NOT QR-REQ-STRUCTURED
006115         GO TO 4100-NEXT
006116     END-IF.
006117     IF NOT WS-ROUTE-IN-BATCH
006118         GO TO 4100-NEXT
006119     END-IF.
006120     IF WS-BAT-FAILED (WS-ROUTE-BATCH)
006121         GO TO 4100-NEXT
006122     END-IF.
006123     PERFORM 6000-CHECK-CLIENT THRU 6000-EXIT.
006124     IF NOT WS-CLIENT-VALID
006125         OR WS-CLIENT-HIT-IDX = ZERO
006126         GO TO 4100-NEXT
006127     END-IF.
006128     PERFORM 6400-CHECK-FORMAT THRU 6400-EXIT.
006129     IF NOT WS-FORMAT-VALID
006130         GO TO 4100-NEXT
006131     END-IF.
006132     IF QR-REQ-HIGH-PRIORITY
006133         ADD 1 TO WS-CCH-HIGH-WANTED (WS-CLIENT-HIT-IDX)
006134     ELSE
006135         ADD 1 TO WS-CCH-ROUT-WANTED (WS-CLIENT-HIT-IDX)
006136     END-IF.
006137 4100-NEXT.
006138     PERFORM 5100-READ-RAW-ROUTE THRU 5100-EXIT.
006139 4100-EXIT.
006140     EXIT.
006141
006142*----------------------------------------------------------------
006143* 4200-SET-ALLOWANCE - THE CLIENT'S ROOM TONIGHT IS THE LESSER OF
006144* ITS NIGHTLY CEILING AND WHAT REMAINS OF ITS MONTHLY QUOTA AFTER
006145* THE MONTH-TO-DATE VOLUME. HIGH-PRIORITY DETAILS TAKE THE ROOM
006146* FIRST AND ROUTINE DETAILS GET WHAT IS LEFT. A CLIENT WITH NO
006147* LIMITS IS ALLOWED EVERYTHING IT SENT.
006148*----------------------------------------------------------------
006149 4200-SET-ALLOWANCE.
006150     MOVE WS-CCH-HIGH-WANTED (WS-CLIENT-CACHE-IDX)
006151         TO WS-CCH-HIGH-ALLOW (WS-CLIENT-CACHE-IDX).
006152     MOVE WS-CCH-ROUT-WANTED (WS-CLIENT-CACHE-IDX)
006153         TO WS-CCH-ROUT-ALLOW (WS-CLIENT-CACHE-IDX).
006154     IF WS-CCH-CEILING (WS-CLIENT-CACHE-IDX) = ZERO
006155         AND WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX) = ZERO
006156         GO TO 4200-EXIT
006157     END-IF.
006158     MOVE 999999999 TO WS-QUOTA-ROOM.
006159     IF WS-CCH-CEILING (WS-CLIENT-CACHE-IDX) > ZERO
006160         MOVE WS-CCH-CEILING (WS-CLIENT-CACHE-IDX)
006161             TO WS-QUOTA-ROOM
006162     END-IF.
006163     IF WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX) > ZERO
006164         IF WS-CCH-MTD-COUNT (WS-CLIENT-CACHE-IDX)
006165             < WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX)
006166             COMPUTE WS-QUOTA-LEFT =
006167                 WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX)
006168                 - WS-CCH-MTD-COUNT (WS-CLIENT-CACHE-IDX)
006169         ELSE
006170             MOVE ZERO TO WS-QUOTA-LEFT
006171         END-IF
006172         IF WS-QUOTA-LEFT < WS-QUOTA-ROOM
006173             MOVE WS-QUOTA-LEFT TO WS-QUOTA-ROOM
006174         END-IF
006175     END-IF.
006176     IF WS-CCH-HIGH-ALLOW (WS-CLIENT-CACHE-IDX) > WS-QUOTA-ROOM
006177         MOVE WS-QUOTA-ROOM
006178             TO WS-CCH-HIGH-ALLOW (WS-CLIENT-CACHE-IDX)
006179     END-IF.
006180     SUBTRACT WS-CCH-HIGH-ALLOW (WS-CLIENT-CACHE-IDX)
006181         FROM WS-QUOTA-ROOM.
006182     IF WS-CCH-ROUT-ALLOW (WS-CLIENT-CACHE-IDX) > WS-QUOTA-ROOM
006183         MOVE WS-QUOTA-ROOM
006184             TO WS-CCH-ROUT-ALLOW (WS-CLIENT-CACHE-IDX)
006185     END-IF.
006186 4200-EXIT.
006187     EXIT.
006188
006189*----------------------------------------------------------------
006190* 5000-ROUTE-PASS - SECOND READ OF THE RAW TRANSMISSION, NOW
006191* THAT EVERY BATCH'S VERDICT IS KNOWN. DETAILS OF A CLEAN BATCH
006192* GO TO THE EDITED REQUEST FILE (CONTROL RECORDS STRIPPED); A
006193* FAILED BATCH IS COPIED WHOLE - HEADER, DETAILS, AND TRAILER -
006194* TO THE QUARANTINE FILE SO THE DEPARTMENT CAN REPAIR AND
006195* RESUBMIT IT AS TRANSMITTED. STRAY RECORDS WERE ALREADY
006196* REPORTED IN THE EDIT PASS AND ARE DROPPED HERE.
006197* A DETAIL OVER ITS CLIENT'S ALLOWANCE GOES TO THE HELD FILE.
006198* A CANCEL OR REVOKE OF A CLEAN BATCH GOES TO THE TRANSACTION
006199* FILE.
006200*----------------------------------------------------------------
006201 5000-ROUTE-PASS.
006202     CLOSE QR-RAW-REQUEST-FILE.
006203     OPEN INPUT QR-RAW-REQUEST-FILE.
006204     IF WS-RAW-FILE-STATUS NOT = "00"
006205         DISPLAY "QI0008E QR-RAW-REQUEST-FILE REOPEN FAILED - "
006210             WS-RAW-FILE-STATUS
006220         MOVE 16 TO RETURN-CODE
006230         GO TO 9900-ABEND
006640         END-IF
006650         GO TO 5200-NEXT
006660     END-IF.
006670     IF QR-REQ-TRANSACTION
006680         IF WS-ROUTE-IN-BATCH
006690             IF WS-BAT-FAILED (WS-ROUTE-BATCH)
006700                 PERFORM 5300-WRITE-QUARANTINE THRU 5300-EXIT
006710             ELSE
006720                 PERFORM 6000-CHECK-CLIENT THRU 6000-EXIT
006730                 IF WS-CLIENT-VALID
006740                     PERFORM 5800-WRITE-TRANSACTION THRU 5800-EXIT
006750                 ELSE
006760                     PERFORM 5300-WRITE-QUARANTINE
006770                         THRU 5300-EXIT
006771                     ADD 1
006772                         TO WS-BAT-CLI-REJ-COUNT (WS-ROUTE-BATCH)
006780                 END-IF
006781             END-IF
006782         END-IF
006783         GO TO 5200-NEXT
006784     END-IF.
006785     IF QR-REQ-DETAIL OR QR-REQ-STRUCTURED
006786         IF WS-ROUTE-IN-BATCH
006787             IF WS-BAT-FAILED (WS-ROUTE-BATCH)
006788                 PERFORM 5300-WRITE-QUARANTINE THRU 5300-EXIT
006789             ELSE
006790                 PERFORM 5250-ROUTE-DETAIL THRU 5250-EXIT
006791             END-IF
006800         END-IF
006810     END-IF.
006820 5200-NEXT.
006830     PERFORM 5100-READ-RAW-ROUTE THRU 5100-EXIT.
006840 5200-EXIT.
006841     EXIT.
006842
006843*----------------------------------------------------------------
006844* 5250-ROUTE-DETAIL - ROUTE ONE DETAIL OF A CLEAN BATCH. ITS
006845* CLIENT MUST BE ACTIVE ON THE CLIENT MASTER AND ITS FORMAT CODE
006846* ACTIVE ON THE SYMBOLOGY MASTER, OR IT GOES TO QUARANTINE;
006847* OTHERWISE IT IS PASSED TO QR OR HELD AS ITS CLIENT'S LIMITS
006848* ALLOW.
006849*----------------------------------------------------------------
006850 5250-ROUTE-DETAIL.
006851     PERFORM 6000-CHECK-CLIENT THRU 6000-EXIT.
006852     IF NOT WS-CLIENT-VALID
006853         PERFORM 5300-WRITE-QUARANTINE THRU 5300-EXIT
006854         ADD 1 TO WS-BAT-CLI-REJ-COUNT (WS-ROUTE-BATCH)
006855         GO TO 5250-EXIT
006856     END-IF.
006857     PERFORM 6400-CHECK-FORMAT THRU 6400-EXIT.
006858     IF NOT WS-FORMAT-VALID
006859         PERFORM 5300-WRITE-QUARANTINE THRU 5300-EXIT
006860         ADD 1 TO WS-BAT-FMT-REJ-COUNT (WS-ROUTE-BATCH)
006861         GO TO 5250-EXIT
006862     END-IF.
006863     PERFORM 5600-APPLY-QUOTA THRU 5600-EXIT.
006864     IF WS-QUOTA-ADMIT
006865         PERFORM 5400-WRITE-EDITED THRU 5400-EXIT
006866     ELSE
006867         PERFORM 5700-WRITE-HELD THRU 5700-EXIT
006868     END-IF.
006869 5250-EXIT.
006870     EXIT.
006871
006872*----------------------------------------------------------------
006880* 5300-WRITE-QUARANTINE - COPY THE RECORD, AS TRANSMITTED, TO
006890* THE QUARANTINE FILE.
006900*----------------------------------------------------------------
007130         PERFORM 8150-WRITE-XMIT-ERROR THRU 8150-EXIT
007140     END-IF.
007150     ADD 1 TO WS-ACCEPTED-COUNT.
007151     ADD 1 TO WS-BAT-ACCEPT-COUNT (WS-ROUTE-BATCH).
007152     IF WS-TRACKING-ON
007153         PERFORM 5500-TRACK-REQUEST THRU 5500-EXIT
007154     END-IF.
007160 5400-EXIT.
007161     EXIT.
007162
007163*----------------------------------------------------------------
007164* 5500-TRACK-REQUEST - OPEN THE REQUEST'S TURNAROUND ROW WITH ITS
007165* BATCH CREATION DATE AND THE RUN DATE IT WAS RECEIVED. A BLANK
007166* CLIENT FILES UNDER "MISC" TO MATCH THE ROUTING IN QR. A ROW
007167* ALREADY ON FILE (A RERUN OF THIS STEP) KEEPS ITS FIRST RECEIPT.
007168*----------------------------------------------------------------
007169 5500-TRACK-REQUEST.
007170     MOVE SPACES TO QR-TURNAROUND-RECORD.
007171     MOVE QR-REQ-ID TO QTA-REQ-ID.
007172     IF QR-REQ-CLIENT = SPACES
007173         MOVE "MISC" TO QTA-CLIENT
007174     ELSE
007175         MOVE QR-REQ-CLIENT TO QTA-CLIENT
007176     END-IF.
007177     MOVE WS-BAT-BATCH-ID (WS-ROUTE-BATCH) TO QTA-BATCH-ID.
007178     MOVE WS-BAT-CREATE-DATE (WS-ROUTE-BATCH) TO QTA-CREATE-DATE.
007179     MOVE QLP-RUN-DATE TO QTA-RECEIPT-DATE.
007180     SET QTA-OUTSTANDING TO TRUE.
007181     MOVE ZERO TO QTA-FINAL-DATE.
007182     MOVE ZERO TO QTA-CARRY-COUNT.
007183     MOVE ZERO TO QTA-LAST-CARRY-DATE.
007184     MOVE ZERO TO QTA-RECYCLE-COUNT.
007185     MOVE "N" TO QTA-PERM-REJECT-FLAG.
007186     WRITE QR-TURNAROUND-RECORD
007187         INVALID KEY
007188             CONTINUE
007189         NOT INVALID KEY
007190             ADD 1 TO WS-TRACKED-COUNT
007191     END-WRITE.
007192     IF WS-TURNAROUND-FILE-STATUS NOT = "00"
007193         AND WS-TURNAROUND-FILE-STATUS NOT = "22"
007194         DISPLAY "QI0013W QR-TURNAROUND-FILE WRITE FAILED - "
007195             WS-TURNAROUND-FILE-STATUS
007196     END-IF.
007197 5500-EXIT.
007198     EXIT.
007199
007200*----------------------------------------------------------------
007201* 5600-APPLY-QUOTA - ADMIT THE DETAIL IF ITS CLIENT HAS ALLOWANCE
007202* LEFT FOR ITS PRIORITY, OTHERWISE MARK IT FOR THE HELD FILE. A
007203* CLIENT WITH NO CACHE ROW IS NOT LIMITED.
007204*----------------------------------------------------------------
007205 5600-APPLY-QUOTA.
007206     MOVE "Y" TO WS-QUOTA-ADMIT-SWITCH.
007207     IF NOT WS-CLIENT-CHECK-ON
007208         OR WS-CLIENT-HIT-IDX = ZERO
007209         GO TO 5600-EXIT
007210     END-IF.
007211     IF QR-REQ-HIGH-PRIORITY
007212         IF WS-CCH-HIGH-USED (WS-CLIENT-HIT-IDX)
007213             < WS-CCH-HIGH-ALLOW (WS-CLIENT-HIT-IDX)
007214             ADD 1 TO WS-CCH-HIGH-USED (WS-CLIENT-HIT-IDX)
007215         ELSE
007216             MOVE "N" TO WS-QUOTA-ADMIT-SWITCH
007217         END-IF
007218     ELSE
007219         IF WS-CCH-ROUT-USED (WS-CLIENT-HIT-IDX)
007220             < WS-CCH-ROUT-ALLOW (WS-CLIENT-HIT-IDX)
007221             ADD 1 TO WS-CCH-ROUT-USED (WS-CLIENT-HIT-IDX)
007222         ELSE
007223             MOVE "N" TO WS-QUOTA-ADMIT-SWITCH
007224         END-IF
007225     END-IF.
007226     IF NOT WS-QUOTA-ADMIT
007227         ADD 1 TO WS-CCH-HELD (WS-CLIENT-HIT-IDX)
007228     END-IF.
007229 5600-EXIT.
007230     EXIT.
007231
007232*----------------------------------------------------------------
007233* 5700-WRITE-HELD - COPY A DETAIL OVER ITS CLIENT'S LIMIT, AS
007234* TRANSMITTED, TO THE HELD FILE FOR RELEASE ON A LATER NIGHT.
007235*----------------------------------------------------------------
007236 5700-WRITE-HELD.
007237     WRITE QRH-HELD-RECORD FROM QR-REQUEST-RECORD.
007238     IF WS-HELD-FILE-STATUS NOT = "00"
007239         DISPLAY "QI0015E QR-HELD-FILE WRITE FAILED - STATUS "
007240             WS-HELD-FILE-STATUS
007241         MOVE "HELD FILE WRITE FAILED" TO WS-EDIT-LINE
007242         PERFORM 8150-WRITE-XMIT-ERROR THRU 8150-EXIT
007243     END-IF.
007244     ADD 1 TO WS-HELD-COUNT.
007245     ADD 1 TO WS-BAT-HELD-COUNT (WS-ROUTE-BATCH).
007246 5700-EXIT.
007247     EXIT.
007248
007249*----------------------------------------------------------------
007250* 5800-WRITE-TRANSACTION - COPY A CANCEL OR REVOKE OF A CLEAN
007251* BATCH, AS TRANSMITTED, TO THE TRANSACTION FILE FOR QRCANREV.
007252*----------------------------------------------------------------
007253 5800-WRITE-TRANSACTION.
007254     WRITE QRN-TXN-RECORD FROM QR-REQUEST-RECORD.
007255     IF WS-TXN-FILE-STATUS NOT = "00"
007256         DISPLAY "QI0021E QR-TXN-FILE WRITE FAILED - STATUS "
007257             WS-TXN-FILE-STATUS
007258         MOVE "TRANSACTION FILE WRITE FAILED" TO WS-EDIT-LINE
007259         PERFORM 8150-WRITE-XMIT-ERROR THRU 8150-EXIT
007260     END-IF.
007261     ADD 1 TO WS-TXN-ROUTED-COUNT.
007262     ADD 1 TO WS-BAT-TXN-COUNT (WS-ROUTE-BATCH).
007263 5800-EXIT.
007264     EXIT.
007265
007266*----------------------------------------------------------------
007267* 6000-CHECK-CLIENT - IS THE DETAIL'S CLIENT AN ACTIVE ROW ON
007268* THE CLIENT MASTER? A BLANK CLIENT CODE IS LOOKED UP AS "MISC"
007269* TO MATCH THE ROUTING DOWNSTREAM IN QR. THE VERDICT CACHE IS
007270* CHECKED FIRST; A MISS READS THE MASTER AND FILES THE ANSWER.
007271* WITH THE CHECK DISABLED EVERY CLIENT PASSES.
007272* A NEW CACHE ROW ALSO CARRIES THE CLIENT'S VOLUME LIMITS AND,
007273* WHEN IT HAS A MONTHLY QUOTA, ITS MONTH-TO-DATE VOLUME.
007274*----------------------------------------------------------------
007275 6000-CHECK-CLIENT.
007276     MOVE ZERO TO WS-CLIENT-HIT-IDX.
007277     MOVE "Y" TO WS-CLIENT-VALID-SWITCH.
007280     IF NOT WS-CLIENT-CHECK-ON
007290         GO TO 6000-EXIT
007300     END-IF.
007540                 MOVE "N" TO WS-CLIENT-VALID-SWITCH
007550             END-IF
007560     END-READ.
007570     IF WS-CLIENT-CACHE-COUNT NOT < WS-MAX-CLIENT-CACHE
007580         IF NOT WS-CACHE-FULL-WARNED
007590             DISPLAY "QI0018W CLIENT CACHE FULL AT "
007591                 WS-EFF-CLIENT " - LATER CLIENTS NOT LIMITED"
007592             MOVE "Y" TO WS-CACHE-FULL-SWITCH
007593         END-IF
007594         GO TO 6000-EXIT
007595     END-IF.
007596     ADD 1 TO WS-CLIENT-CACHE-COUNT.
007597     MOVE WS-CLIENT-CACHE-COUNT TO WS-CLIENT-HIT-IDX.
007598     MOVE WS-EFF-CLIENT TO WS-CCH-CLIENT (WS-CLIENT-HIT-IDX).
007599     MOVE WS-CLIENT-VALID-SWITCH
007600         TO WS-CCH-VALID-SW (WS-CLIENT-HIT-IDX).
007601     MOVE ZERO TO WS-CCH-CEILING (WS-CLIENT-HIT-IDX).
007602     MOVE ZERO TO WS-CCH-QUOTA (WS-CLIENT-HIT-IDX).
007603     MOVE ZERO TO WS-CCH-MTD-COUNT (WS-CLIENT-HIT-IDX).
007604     MOVE ZERO TO WS-CCH-HIGH-WANTED (WS-CLIENT-HIT-IDX).
007605     MOVE ZERO TO WS-CCH-ROUT-WANTED (WS-CLIENT-HIT-IDX).
007606     MOVE ZERO TO WS-CCH-HIGH-ALLOW (WS-CLIENT-HIT-IDX).
007607     MOVE ZERO TO WS-CCH-ROUT-ALLOW (WS-CLIENT-HIT-IDX).
007608     MOVE ZERO TO WS-CCH-HIGH-USED (WS-CLIENT-HIT-IDX).
007609     MOVE ZERO TO WS-CCH-ROUT-USED (WS-CLIENT-HIT-IDX).
007610     MOVE ZERO TO WS-CCH-HELD (WS-CLIENT-HIT-IDX).
007611     IF NOT WS-CLIENT-VALID
007612         GO TO 6000-EXIT
007613     END-IF.
007614     IF QCL-NIGHT-CEILING NUMERIC
007615         MOVE QCL-NIGHT-CEILING
007616             TO WS-CCH-CEILING (WS-CLIENT-HIT-IDX)
007617     END-IF.
007618     IF QCL-MONTH-QUOTA NUMERIC
007619         MOVE QCL-MONTH-QUOTA TO WS-CCH-QUOTA (WS-CLIENT-HIT-IDX)
007620     END-IF.
007621     IF WS-CCH-QUOTA (WS-CLIENT-HIT-IDX) > ZERO
007622         AND WS-HISTCLI-ON
007623         PERFORM 6200-COUNT-MONTH-TO-DATE THRU 6200-EXIT
007630     END-IF.
007640 6000-EXIT.
007650     EXIT.
007700 6100-MATCH-CLIENT-CACHE.
007710     IF WS-EFF-CLIENT = WS-CCH-CLIENT (WS-CLIENT-CACHE-IDX)
007720         MOVE WS-CLIENT-CACHE-IDX TO WS-CLIENT-HIT-IDX
007721     END-IF.
007722
007723*----------------------------------------------------------------
007724* 6200-COUNT-MONTH-TO-DATE - COUNT THE CLIENT'S ROWS ON THE
007725* CLIENT-KEYED HISTORY FILE WITH A RUN DATE IN THE RUN MONTH.
007726*----------------------------------------------------------------
007727 6200-COUNT-MONTH-TO-DATE.
007728     MOVE LOW-VALUES TO QHC-KEY.
007729     MOVE WS-EFF-CLIENT TO QHC-CLIENT.
007730     MOVE WS-MONTH-FIRST TO QHC-RUN-DATE.
007731     MOVE "N" TO WS-HISTCLI-EOF-SWITCH.
007732     START QR-HISTCLI-FILE KEY IS NOT LESS THAN QHC-KEY
007733         INVALID KEY
007734             GO TO 6200-EXIT
007735     END-START.
007736     PERFORM 6300-READ-HISTCLI THRU 6300-EXIT
007737         UNTIL WS-HISTCLI-END.
007738 6200-EXIT.
007739     EXIT.
007740
007741*----------------------------------------------------------------
007742* 6300-READ-HISTCLI - READ THE NEXT CLIENT-KEYED HISTORY ROW AND
007743* COUNT IT WHILE IT IS STILL THE CLIENT'S AND IN THE RUN MONTH.
007744*----------------------------------------------------------------
007745 6300-READ-HISTCLI.
007746     READ QR-HISTCLI-FILE NEXT RECORD
007747         AT END
007748             MOVE "Y" TO WS-HISTCLI-EOF-SWITCH
007749             GO TO 6300-EXIT
007750     END-READ.
007751     IF QHC-CLIENT NOT = WS-EFF-CLIENT
007752         OR QHC-RUN-DATE > WS-MONTH-LAST
007753         MOVE "Y" TO WS-HISTCLI-EOF-SWITCH
007754         GO TO 6300-EXIT
007755     END-IF.
007756     ADD 1 TO WS-CCH-MTD-COUNT (WS-CLIENT-HIT-IDX).
007757 6300-EXIT.
007758     EXIT.
007759
007760*----------------------------------------------------------------
007761* 6400-CHECK-FORMAT - IS THE DETAIL'S FORMAT CODE ACTIVE ON THE
007762* SYMBOLOGY MASTER? A BLANK CODE TAKES QR'S DEFAULT SYMBOLOGY AND
007763* PASSES. WITH THE CHECK DISABLED EVERY CODE PASSES.
007764*----------------------------------------------------------------
007765 6400-CHECK-FORMAT.
007766     MOVE "Y" TO WS-FORMAT-VALID-SWITCH.
007767     IF NOT WS-FORMAT-CHECK-ON
007768         OR QR-REQ-FORMAT-CODE = SPACES
007769         GO TO 6400-EXIT
007770     END-IF.
007771     MOVE ZERO TO WS-FORMAT-HIT-IDX.
007772     PERFORM 6410-MATCH-FORMAT
007773         VARYING WS-FORMAT-IDX FROM 1 BY 1
007774         UNTIL WS-FORMAT-IDX > WS-FORMAT-COUNT
007775         OR WS-FORMAT-HIT-IDX > ZERO.
007776     IF WS-FORMAT-HIT-IDX = ZERO
007777         MOVE "N" TO WS-FORMAT-VALID-SWITCH
007778     END-IF.
007779 6400-EXIT.
007780     EXIT.
007781
007782*----------------------------------------------------------------
007783* 6410-MATCH-FORMAT - CHECK ONE LOADED FORMAT CODE.
007784*----------------------------------------------------------------
007785 6410-MATCH-FORMAT.
007786     IF QR-REQ-FORMAT-CODE = WS-FMT-CODE (WS-FORMAT-IDX)
007787         MOVE WS-FORMAT-IDX TO WS-FORMAT-HIT-IDX
007788     END-IF.
007789
007790*----------------------------------------------------------------
007791* 8000-WRITE-EDIT-LINE - WRITE ONE LINE TO THE EDIT REPORT.
007792*----------------------------------------------------------------
007793 8000-WRITE-EDIT-LINE.
007794     MOVE WS-EDIT-LINE TO QRP-LINE.
007800     WRITE QR-REPORT-RECORD.
007810     IF WS-REPORT-FILE-STATUS NOT = "00"
007820         DISPLAY "QI0005E QR-EDIT-REPORT-FILE WRITE FAILED - "
008710     STRING "CLIENT-REJECTED DETAILS. " DELIMITED BY SIZE
008720            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008730         INTO WS-EDIT-LINE.
008731     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008732     MOVE WS-FORMAT-REJ-COUNT TO WS-RPT-COUNT-EDIT.
008733     MOVE SPACES TO WS-EDIT-LINE.
008734     STRING "FORMAT-REJECTED DETAILS. " DELIMITED BY SIZE
008735            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008736         INTO WS-EDIT-LINE.
008737     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008738     MOVE WS-TRACKED-COUNT TO WS-RPT-COUNT-EDIT.
008739     MOVE SPACES TO WS-EDIT-LINE.
008740     STRING "REQUESTS NOW TRACKED . . " DELIMITED BY SIZE
008741            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008742         INTO WS-EDIT-LINE.
008743     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008744     MOVE WS-HELD-COUNT TO WS-RPT-COUNT-EDIT.
008745     MOVE SPACES TO WS-EDIT-LINE.
008746     STRING "HELD OVER CLIENT LIMITS. " DELIMITED BY SIZE
008747            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008748         INTO WS-EDIT-LINE.
008749     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008750     MOVE WS-TXN-COUNT TO WS-RPT-COUNT-EDIT.
008751     MOVE SPACES TO WS-EDIT-LINE.
008752     STRING "CANCEL/REVOKE RECEIVED . " DELIMITED BY SIZE
008753            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008754         INTO WS-EDIT-LINE.
008755     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008756     MOVE WS-TXN-ROUTED-COUNT TO WS-RPT-COUNT-EDIT.
008757     MOVE SPACES TO WS-EDIT-LINE.
008758     STRING "CANCEL/REVOKE PASSED ON. " DELIMITED BY SIZE
008759            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
008760         INTO WS-EDIT-LINE.
008761     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
008762     PERFORM 9750-WRITE-BATCH-VERDICT THRU 9750-EXIT
008763         VARYING WS-BATCH-IDX FROM 1 BY 1
008770         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
008771     IF WS-CLIENT-CHECK-ON
008772         AND WS-CLIENT-CACHE-COUNT > ZERO
008773         PERFORM 9760-WRITE-USAGE-HEADING THRU 9760-EXIT
008774         PERFORM 9770-WRITE-CLIENT-USAGE THRU 9770-EXIT
008775             VARYING WS-CLIENT-CACHE-IDX FROM 1 BY 1
008776             UNTIL WS-CLIENT-CACHE-IDX > WS-CLIENT-CACHE-COUNT
008777     END-IF.
008780     MOVE SPACES TO WS-EDIT-LINE.
008790     IF WS-XMIT-FAILED
008800         OR WS-GOOD-BATCH-COUNT = ZERO
008940
008950*----------------------------------------------------------------
008960* 9750-WRITE-BATCH-VERDICT - ONE VERDICT LINE PER BATCH, AND
008970* COUNT THE BATCHES THAT GO FORWARD. THE VERDICT ALSO GOES TO
008971* THE INTAKE OUTCOME FILE.
008980*----------------------------------------------------------------
008990 9750-WRITE-BATCH-VERDICT.
009000     MOVE SPACES TO WS-EDIT-LINE.
009190             INTO WS-EDIT-LINE
009200     END-IF.
009210     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
009211     PERFORM 9790-WRITE-INTAKE-OUTCOME THRU 9790-EXIT.
009220 9750-EXIT.
009221     EXIT.
009222
009223*----------------------------------------------------------------
009224* 9760-WRITE-USAGE-HEADING - HEADING FOR THE CLIENT USAGE LINES.
009225*----------------------------------------------------------------
009226 9760-WRITE-USAGE-HEADING.
009227     MOVE SPACES TO WS-EDIT-LINE.
009228     STRING "CLIENT USAGE AGAINST LIMITS - WARNING AT "
009229            DELIMITED BY SIZE
009230            WS-WARN-PCT-X DELIMITED BY SIZE
009231            " PERCENT" DELIMITED BY SIZE
009232         INTO WS-EDIT-LINE.
009233     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
009234     MOVE "CLNT WANTED  ADMIT   HELD CEILING NGT%  MONTH-TD"
009235         TO WS-EDIT-LINE.
009236     MOVE "    QUOTA MON% FLAG" TO WS-EDIT-LINE (50:19).
009237     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
009238 9760-EXIT.
009239     EXIT.
009240
009241*----------------------------------------------------------------
009242* 9770-WRITE-CLIENT-USAGE - ONE LINE PER ACTIVE CLIENT SEEN: WHAT
009243* IT SENT, WHAT WENT TO QR AND WHAT WAS HELD, AND TONIGHT'S AND
009244* THE MONTH'S USE (HISTORY TO DATE PLUS TONIGHT) AS A PERCENT OF
009245* EACH LIMIT. A USE AT OR OVER THE WARNING PERCENT IS FLAGGED.
009246*----------------------------------------------------------------
009247 9770-WRITE-CLIENT-USAGE.
009248     IF WS-CCH-VALID-SW (WS-CLIENT-CACHE-IDX) NOT = "Y"
009249         GO TO 9770-EXIT
009250     END-IF.
009251     MOVE SPACES TO WS-USG-FLAG.
009252     MOVE WS-CCH-CLIENT (WS-CLIENT-CACHE-IDX) TO WS-USG-CLIENT.
009253     COMPUTE WS-USG-WANTED =
009254         WS-CCH-HIGH-WANTED (WS-CLIENT-CACHE-IDX)
009255         + WS-CCH-ROUT-WANTED (WS-CLIENT-CACHE-IDX).
009256     COMPUTE WS-USAGE-ADMITTED =
009257         WS-CCH-HIGH-USED (WS-CLIENT-CACHE-IDX)
009258         + WS-CCH-ROUT-USED (WS-CLIENT-CACHE-IDX).
009259     MOVE WS-USAGE-ADMITTED TO WS-USG-ADMITTED.
009260     MOVE WS-CCH-HELD (WS-CLIENT-CACHE-IDX) TO WS-USG-HELD.
009261     COMPUTE WS-USAGE-MONTH =
009262         WS-CCH-MTD-COUNT (WS-CLIENT-CACHE-IDX)
009263         + WS-USAGE-ADMITTED.
009264     MOVE WS-USAGE-MONTH TO WS-USG-MONTH.
009265     IF WS-CCH-CEILING (WS-CLIENT-CACHE-IDX) = ZERO
009266         MOVE "   NONE" TO WS-USG-CEILING-X
009267         MOVE SPACES TO WS-USG-NIGHT-PCT-X
009268     ELSE
009269         MOVE WS-CCH-CEILING (WS-CLIENT-CACHE-IDX)
009270             TO WS-USG-CEILING
009271         COMPUTE WS-USAGE-PCT = WS-USAGE-ADMITTED * 100
009272             / WS-CCH-CEILING (WS-CLIENT-CACHE-IDX)
009273         PERFORM 9780-CHECK-USAGE-PCT THRU 9780-EXIT
009274         MOVE WS-USAGE-PCT TO WS-USG-NIGHT-PCT
009275     END-IF.
009276     IF WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX) = ZERO
009277         MOVE "     NONE" TO WS-USG-QUOTA-X
009278         MOVE SPACES TO WS-USG-MONTH-PCT-X
009279     ELSE
009280         MOVE WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX) TO WS-USG-QUOTA
009281         COMPUTE WS-USAGE-PCT = WS-USAGE-MONTH * 100
009282             / WS-CCH-QUOTA (WS-CLIENT-CACHE-IDX)
009283         PERFORM 9780-CHECK-USAGE-PCT THRU 9780-EXIT
009284         MOVE WS-USAGE-PCT TO WS-USG-MONTH-PCT
009285     END-IF.
009286     IF WS-CCH-HELD (WS-CLIENT-CACHE-IDX) > ZERO
009287         MOVE "HELD" TO WS-USG-FLAG (6:4)
009288     END-IF.
009289     MOVE WS-USAGE-LINE TO WS-EDIT-LINE.
009290     PERFORM 8000-WRITE-EDIT-LINE THRU 8000-EXIT.
009291 9770-EXIT.
009292     EXIT.
009293
009294*----------------------------------------------------------------
009295* 9780-CHECK-USAGE-PCT - CAP A USAGE PERCENT TO ITS PRINT WIDTH
009296* AND FLAG THE CLIENT WHEN IT REACHES THE WARNING PERCENT.
009297*----------------------------------------------------------------
009298 9780-CHECK-USAGE-PCT.
009299     IF WS-USAGE-PCT > 9999
009300         MOVE 9999 TO WS-USAGE-PCT
009301     END-IF.
009302     IF WS-USAGE-PCT < WS-WARN-PCT
009303         GO TO 9780-EXIT
009304     END-IF.
009305     IF WS-USG-FLAG (1:4) = SPACES
009306         MOVE "WARN" TO WS-USG-FLAG (1:4)
009307         DISPLAY "QI0017W CLIENT " WS-USG-CLIENT
009308             " AT OR OVER " WS-WARN-PCT-X " PERCENT OF ITS LIMITS"
009309     END-IF.
009310 9780-EXIT.
009311     EXIT.
009312
009313*----------------------------------------------------------------
009314* 9790-WRITE-INTAKE-OUTCOME - THE BATCH'S ROW ON THE INTAKE
009315* OUTCOME FILE. THE ROUTE COUNTS ARE ZERO FOR A QUARANTINED
009316* BATCH, WHOSE RECORDS ALL WENT TO QUARANTINE. A BLANK
009317* DEPARTMENT IS RECORDED AS "MISC", AS FOR A BLANK CLIENT. A
009318* FAILED WRITE IS ONLY WARNED OF - THE SCORECARD IS NO REASON TO
009319* HOLD THE NIGHT'S INTAKE.
009320*----------------------------------------------------------------
009321 9790-WRITE-INTAKE-OUTCOME.
009322     MOVE SPACES TO QR-INTAKE-OUTCOME-RECORD.
009323     MOVE WS-INTAKE-RUN-DATE TO QIO-RUN-DATE.
009324     IF WS-BAT-DEPARTMENT (WS-BATCH-IDX) = SPACES
009325         MOVE "MISC" TO QIO-DEPARTMENT
009326     ELSE
009327         MOVE WS-BAT-DEPARTMENT (WS-BATCH-IDX) TO QIO-DEPARTMENT
009328     END-IF.
009329     MOVE WS-BAT-BATCH-ID (WS-BATCH-IDX) TO QIO-BATCH-ID.
009330     MOVE WS-BAT-CREATE-DATE (WS-BATCH-IDX) TO QIO-CREATE-DATE.
009331     IF WS-BAT-FAILED (WS-BATCH-IDX)
009332         SET QIO-QUARANTINED TO TRUE
009333     ELSE
009334         SET QIO-ACCEPTED TO TRUE
009335     END-IF.
009336     MOVE WS-BAT-DETAIL-COUNT (WS-BATCH-IDX) TO QIO-RECORD-COUNT.
009337     MOVE WS-BAT-ACCEPT-COUNT (WS-BATCH-IDX) TO QIO-ACCEPT-COUNT.
009338     MOVE WS-BAT-HELD-COUNT (WS-BATCH-IDX) TO QIO-HELD-COUNT.
009339     MOVE WS-BAT-TXN-COUNT (WS-BATCH-IDX) TO QIO-TXN-COUNT.
009340     MOVE WS-BAT-CLI-REJ-COUNT (WS-BATCH-IDX)
009341         TO QIO-CLIENT-REJ-COUNT.
009342     MOVE WS-BAT-FMT-REJ-COUNT (WS-BATCH-IDX)
009343         TO QIO-FORMAT-REJ-COUNT.
009344     WRITE QR-INTAKE-OUTCOME-RECORD.
009345     IF WS-OUTCOME-FILE-STATUS NOT = "00"
009346         DISPLAY "QI0023W QR-OUTCOME-FILE WRITE FAILED - STATUS "
009347             WS-OUTCOME-FILE-STATUS " - BATCH "
009348             WS-BAT-BATCH-ID (WS-BATCH-IDX)
009349     END-IF.
009350 9790-EXIT.
009351     EXIT.
009352
009353*----------------------------------------------------------------
009354* 9999-TERMINATE
009355*----------------------------------------------------------------
009356 9999-TERMINATE.
009357     PERFORM 9700-WRITE-EDIT-SUMMARY THRU 9700-EXIT.
009358     IF WS-XMIT-FAILED
009359         OR WS-GOOD-BATCH-COUNT = ZERO
009360         MOVE 12 TO RETURN-CODE
009361     ELSE
009362         IF WS-GOOD-BATCH-COUNT < WS-BATCH-COUNT
009363             OR WS-CLIENT-REJ-COUNT > ZERO
009364             OR WS-FORMAT-REJ-COUNT > ZERO
009365             OR WS-HELD-COUNT > ZERO
009366             MOVE 4 TO RETURN-CODE
009370         END-IF
009380     END-IF.
009381     PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT.
009390     CLOSE QR-RAW-REQUEST-FILE.
009400     CLOSE QR-EDITED-REQUEST-FILE.
009410     CLOSE QR-QUARANTINE-FILE.
009411     CLOSE QR-HELD-FILE.
009412     CLOSE QR-TXN-FILE.
009413     CLOSE QR-OUTCOME-FILE.
009420     CLOSE QR-EDIT-REPORT-FILE.
009430     IF WS-CLIENT-CHECK-ON
009440         CLOSE QR-CLIENT-FILE
009450     END-IF.
009451     IF WS-TRACKING-ON
009452         CLOSE QR-TURNAROUND-FILE
009453     END-IF.
009454     IF WS-HISTCLI-ON
009455         CLOSE QR-HISTCLI-FILE
009456     END-IF.
009460 9999-EXIT.
009461     EXIT.
009462
009463*----------------------------------------------------------------
009464* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
009465* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
009466* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
009467*----------------------------------------------------------------
009468 9980-END-LEDGER-STEP.
009469     SET QLP-END-STEP TO TRUE.
009470     MOVE RETURN-CODE TO QLP-STEP-RC.
009471     MOVE "READ" TO QLP-COUNT-LABEL (1).
009472     MOVE WS-READ-COUNT TO QLP-COUNT-VALUE (1).
009473     MOVE "ACCEPTED" TO QLP-COUNT-LABEL (2).
009474     MOVE WS-ACCEPTED-COUNT TO QLP-COUNT-VALUE (2).
009475     MOVE "QUARANT" TO QLP-COUNT-LABEL (3).
009476     MOVE WS-QUARANTINE-COUNT TO QLP-COUNT-VALUE (3).
009477     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
009478     MOVE QLP-STEP-RC TO RETURN-CODE.
009479 9980-EXIT.
009480     EXIT.
009481
009490*----------------------------------------------------------------
009500* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
009510* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
