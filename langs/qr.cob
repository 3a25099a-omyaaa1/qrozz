001320*              VALIDATION AND GENERATION PATHS ARE UNCHANGED,
001330*              SO DAYTIME WORK IS FIRST-CLASS, NOT OFF THE
001340*              BOOKS.
001341* 101526  RFM  A REGENERATION REQUEST (QR-REQ-REGEN-FLAG, WRITTEN
001342*              BY QRREGEN FOR AN IMAGE THAT FAILED SCAN-BACK)
001343*              BYPASSES THE CROSS-RUN DUPLICATE CHECK, AND A
001344*              HISTORY SUCCESS ROW FLAGGED AS FAILING SCAN-BACK
001345*              NO LONGER COUNTS AS A COMPLETED DUPLICATE.
001346* 101526  RFM  THE STEP NOW POSTS ITS START, END, RETURN CODE, AND
001347*              KEY COUNTS TO THE RUN-CONTROL LEDGER (QRLEDGER) AND
001348*              WILL NOT START UNTIL EVERY EARLIER STEP OF THE
001349*              NIGHT'S STREAM HAS COMPLETED FOR THE SAME RUN DATE.
001350*              AD-HOC RUNS STAND OUTSIDE THE STREAM AND DO NOT
001351*              POST TO THE LEDGER.
001352* 101526  RFM  EVERY REQUEST IS CHECKED AGAINST THE CANCELLED/
001353*              REVOKED CODES REGISTER (QRRVKMST) BEFORE IT IS
001354*              EDITED. A CANCELLED REQUEST IS DROPPED WHEREVER IT
001355*              CAME FROM (NEW WORK, CARRYOVER, OR A RECYCLE
001356*              RESUBMISSION), AND A REVOKED ID IS NEVER GENERATED
001357*              AGAIN UNLESS A SUPERVISOR OVERRIDE IS ON THE
001358*              REGISTER; EACH IS WRITTEN TO THE CANCEL/REVOKE
001359*              AUDIT TRAIL (QRCANAUD). A REVOKED HISTORY ROW NO
001360*              LONGER COUNTS AS A COMPLETED DUPLICATE.
001361* 101526  RFM  ADDED THE PARTITION MODE (SIXTH PARM VALUE = THE
001362*              PARTITION NUMBER) FOR THE PARTITIONED NIGHTLY RUN:
001363*              QRSPLIT DEALS QRREQIN OUT BY CLIENT, EACH
001364*              PARTITION RUNS AS ITS OWN QR INSTANCE AGAINST ITS
001365*              OWN DATASETS AND RESTART CHECKPOINT, AND QRMERGE
001366*              COMBINES AND BALANCES THE PARTITION OUTPUTS. A
001367*              PARTITION CHECKPOINTS EVERY REQUEST, KEEPS ITS
001368*              TRAIL FILES ACROSS A RESTART, LEAVES THE LEDGER,
001369*              THE RUN-STATS MASTER, AND THE REGISTER COUNTS TO
001370*              QRSPLIT/QRMERGE, AND WRITES ITS TOTALS TO QRPRTSTS.
001371* 101526  RFM  THE SYMBOLOGY TABLE IS NO LONGER COMPILED IN -
001372*              IT IS LOADED AT STARTUP FROM THE SYMBOLOGY
001373*              CONTROL MASTER (QRSYMMST, KEPT BY QRSYMMNT),
001374*              WHICH ALSO GIVES EACH FORMAT ITS CHARACTER-SET
001375*              RULE, ECC FLAG, AND ACTIVE FLAG. AN INACTIVE
001376*              FORMAT CODE IS REJECTED.
001377*----------------------------------------------------------------
001378 ENVIRONMENT DIVISION.
001379 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT QR-REQUEST-FILE ASSIGN TO "QRREQIN"
001400         ORGANIZATION IS SEQUENTIAL
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS QST-KEY
001690         FILE STATUS IS WS-RUNSTAT-FILE-STATUS.
001691     SELECT QR-REVOKE-FILE ASSIGN TO "QRRVKMST"
001692         ORGANIZATION IS INDEXED
001693         ACCESS MODE IS DYNAMIC
001694         RECORD KEY IS QRW-REQ-ID
001695         FILE STATUS IS WS-REVOKE-FILE-STATUS.
001696     SELECT QR-CANCEL-AUDIT-FILE ASSIGN TO "QRCANAUD"
001697         ORGANIZATION IS SEQUENTIAL
001698         FILE STATUS IS WS-CANAUD-FILE-STATUS.
001699     SELECT QR-PARTSTAT-FILE ASSIGN TO "QRPRTSTS"
001700         ORGANIZATION IS SEQUENTIAL
001701         FILE STATUS IS WS-PARTSTAT-FILE-STATUS.
001702     SELECT QR-SYMBOLOGY-FILE ASSIGN TO "QRSYMMST"
001703         ORGANIZATION IS INDEXED
001704         ACCESS MODE IS DYNAMIC
001705         RECORD KEY IS QSY-FORMAT-CODE
001706         FILE STATUS IS WS-SYMBOLOGY-FILE-STATUS.
001707
001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  QR-REQUEST-FILE
002060     LABEL RECORDS ARE STANDARD.
002070 COPY QRSTSREC.
002080
002081 FD  QR-REVOKE-FILE
002082     LABEL RECORDS ARE STANDARD.
002083 COPY QRRVKREC.
002084
002085 FD  QR-CANCEL-AUDIT-FILE
002086     LABEL RECORDS ARE STANDARD.
002087 COPY QRCNAREC.
002088
002089 FD  QR-PARTSTAT-FILE
002090     LABEL RECORDS ARE STANDARD.
002091 COPY QRPRTREC.
002092
002093 FD  QR-SYMBOLOGY-FILE
002094     LABEL RECORDS ARE STANDARD.
002095 COPY QRSYMREC.
002096
002097 WORKING-STORAGE SECTION.
002100*----------------------------------------------------------------
002110* FILE STATUS AND CONTROL SWITCHES
002120*----------------------------------------------------------------
002320 77  WS-EFF-FORMAT-CODE              PIC X(03) VALUE "58".
002330
002340*----------------------------------------------------------------
002350* SYMBOLOGY LOOKUP TABLE - LOADED AT STARTUP BY 1100-LOAD-
002360* SYMBOLOGY-TABLE FROM THE SYMBOLOGY CONTROL MASTER (QRSYMMST -
002370* SEE QRSYMREC). MAPS A TWO-CHARACTER QR-REQ-FORMAT-CODE TO THE
002371* ZINT -b SYMBOLOGY NUMBER. VALUES ARE LEFT-JUSTIFIED WITH NO
002372* LEADING ZERO SO THE NUMBER IS NOT MISTAKEN FOR OCTAL WHEN IT
002380* REACHES THE ZINT COMMAND LINE. EACH ENTRY ALSO CARRIES THE
002390* SYMBOLOGY'S MINIMUM AND MAXIMUM PAYLOAD LENGTH AND CHARACTER-
002400* SET RULE, USED BY 2150-VALIDATE-REQUEST, WHETHER IT TAKES AN
002401* ECC LEVEL, AND WHETHER IT IS STILL ACTIVE.
002410*----------------------------------------------------------------
002420 77  WS-SYMBOLOGY-FILE-STATUS        PIC X(02).
002430 77  WS-SYMMST-EOF-SWITCH            PIC X(01) VALUE "N".
002440     88  WS-END-OF-SYMMST                 VALUE "Y".
002450 77  WS-MAX-SYMBOLOGIES              PIC 9(02) COMP VALUE 50.
002460 77  WS-SYM-COUNT                    PIC 9(02) COMP VALUE ZERO.
002470 01  WS-SYM-TABLE.
002480     05  WS-SYM-ENTRY            OCCURS 50 TIMES.
002510         10  WS-SYM-CODE         PIC X(02).
002520         10  WS-SYM-VALUE        PIC X(03).
002530         10  WS-SYM-MIN-LEN      PIC 9(04).
002540         10  WS-SYM-MAX-LEN      PIC 9(04).
002541         10  WS-SYM-CHARSET-RULE PIC X(01).
002542         10  WS-SYM-ECC-FLAG     PIC X(01).
002543         10  WS-SYM-ACTIVE-FLAG  PIC X(01).
002544             88  WS-SYM-ACTIVE       VALUE "A".
002550 77  WS-SYM-IDX                  PIC 9(02) COMP VALUE ZERO.
002560 77  WS-SYM-MATCH-IDX            PIC 9(02) COMP VALUE 1.
002570 77  WS-SYM-FOUND-SWITCH         PIC X(01) VALUE "N".
003080 77  WS-HST-SCAN-DONE-SWITCH         PIC X(01) VALUE "N".
003090     88  WS-HST-SCAN-DONE                 VALUE "Y".
003100 77  WS-DUPLICATE-COUNT              PIC 9(08) COMP VALUE ZERO.
003101
003102*----------------------------------------------------------------
003103* CANCELLED/REVOKED CODES REGISTER (SEE QRRVKREC). A REQUEST ON
003104* IT AS CANCELLED IS DROPPED; ONE ON IT AS REVOKED IS BLOCKED
003105* UNLESS A SUPERVISOR OVERRIDE HAS BEEN GIVEN. NO REGISTER YET
003106* (STATUS 35) MEANS NOTHING HAS EVER BEEN TAKEN BACK.
003107*----------------------------------------------------------------
003108 77  WS-REVOKE-FILE-STATUS           PIC X(02).
003109 77  WS-CANAUD-FILE-STATUS           PIC X(02).
003110 77  WS-REGISTER-AVAIL-SWITCH        PIC X(01) VALUE "N".
003111     88  WS-REGISTER-AVAILABLE            VALUE "Y".
003112 77  WS-REG-DROP-SWITCH              PIC X(01) VALUE "N".
003113     88  WS-REG-DROPPED                   VALUE "Y".
003114 77  WS-CANCELLED-DROP-COUNT         PIC 9(08) COMP VALUE ZERO.
003115 77  WS-REVOKED-BLOCK-COUNT          PIC 9(08) COMP VALUE ZERO.
003116 77  WS-OVERRIDE-ADMIT-COUNT         PIC 9(08) COMP VALUE ZERO.
003117
003120*----------------------------------------------------------------
003130* END-OF-RUN STATISTICS POSTING. ONE ROW PER RUN, KEYED BY THE
003140* START TIMESTAMP, GOES TO THE RUN-STATS MASTER FOR THE QRTREND
003690 01  WS-TILE-TABLE.
003700     05  WS-TILE-ENTRY           OCCURS 3 TIMES
003710                                 PIC X(90).
003711
003712*----------------------------------------------------------------
003713* PARTITION MODE (SIXTH PARM VALUE = PARTITION NUMBER 01-20) -
003714* ONE INSTANCE OF A PARTITIONED NIGHTLY RUN (SEE QRSPLIT AND
003715* QRMERGE). THE PARTITION JOB POINTS EVERY QR FILE EXCEPT THE
003716* HISTORY MASTER AND THE REGISTER AT THE PARTITION'S OWN
003717* DATASETS, SO THE PARTITIONS RUN SIDE BY SIDE AND ONE THAT
003718* ABENDS IS RESTARTED ALONE FROM ITS OWN CHECKPOINT. THE
003719* CHECKPOINT IS TAKEN AFTER EVERY REQUEST AND A RESTART APPENDS
003720* TO THE AUDIT, MANIFEST, AND EXCEPTION FILES, SO THE PARTITION'S
003721* FILES HOLD ITS WHOLE NIGHT FOR QRMERGE TO BALANCE. A REQUEST'S
003722* AUDIT ROW IS THE LAST TRAIL ROW IT WRITES, SO BEFORE APPENDING
003723* A RESTART READS THE AUDIT FILE TO ITS END: A REQUEST WHOSE ROW
003724* IS THERE BUT WHOSE CHECKPOINT NEVER LANDED IS COUNTED FROM THAT
003725* ROW AND NOT PROCESSED AGAIN (SEE 1320 AND 2070). THE
003726* CARRYOVER FILE IS STILL REPLACED - NOTHING PAST THE LAST
003727* CHECKPOINT HAS BEEN CARRIED, AND A RESTART RE-READS IT ALL.
003728* THE LEDGER, THE RUN-STATS MASTER, AND THE REGISTER REMOVED
003729* COUNTS ARE LEFT TO QRSPLIT AND QRMERGE; THE PARTITION'S TOTALS
003730* GO TO QRPRTSTS INSTEAD (SEE QRPRTREC).
003731*----------------------------------------------------------------
003732 77  WS-PARTITION-FLAG               PIC X(02) VALUE SPACES.
003733 77  WS-PARTITION-NO                 PIC 9(02) VALUE ZERO.
003734 77  WS-PARTITION-MODE-SWITCH        PIC X(01) VALUE "N".
003735     88  WS-PARTITION-MODE                VALUE "Y".
003736 77  WS-PARTSTAT-FILE-STATUS         PIC X(02).
003737 77  WS-EXTEND-TRAIL-SWITCH          PIC X(01) VALUE "N".
003738     88  WS-EXTEND-TRAIL                  VALUE "Y".
003739 77  WS-TRAIL-EOF-SWITCH             PIC X(01) VALUE "N".
003740     88  WS-TRAIL-END-OF-FILE             VALUE "Y".
003741 77  WS-TRAIL-LAST-REQ-ID            PIC X(10) VALUE SPACES.
003742 77  WS-TRAIL-LAST-STATUS            PIC X(01) VALUE SPACE.
003743     88  WS-TRAIL-LAST-SUCCESS            VALUE "S".
003744     88  WS-TRAIL-LAST-FAILURE            VALUE "F".
003745     88  WS-TRAIL-LAST-REJECTED           VALUE "R".
003746 77  WS-TRAIL-BYPASS-SWITCH          PIC X(01) VALUE "N".
003747     88  WS-TRAIL-BYPASS-ARMED            VALUE "Y".
003748 77  WS-TRAIL-BYPASSED-SWITCH        PIC X(01) VALUE "N".
003749     88  WS-TRAIL-BYPASSED                VALUE "Y".
003750
003751*----------------------------------------------------------------
003752* PER-CLIENT OUTPUT ROUTING. EACH IMAGE LANDS IN
003753* OUTPUT-DIR/CLIENT/; THE CLIENT SUBDIRECTORY IS CREATED ON
003760* FIRST USE AND REMEMBERED HERE SO THE SHELL IS NOT FORKED FOR
003770* EVERY RECORD OF A CLIENT'S BATCH. A BLANK CLIENT CODE IS
003780* ROUTED TO "MISC".
005060*----------------------------------------------------------------
005070* SYMBOLOGY-SPECIFIC VALIDATION. WS-VAL-FORMAT-CODE IS THE
005080* FORMAT THE PAYLOAD IS EDITED AS - THE REQUEST'S OWN CODE, OR
005090* "QR" WHEN THE CODE IS BLANK (THE LEGACY URL EDIT) - AND
005100* WS-VAL-CHARSET-RULE THAT FORMAT'S CHARACTER-SET RULE FROM THE
005101* SYMBOLOGY TABLE ("U" FOR A BLANK CODE). THE EAN FIELDS
005102* SUPPORT THE 12/13-DIGIT AND CHECK-DIGIT EDITS.
005110*----------------------------------------------------------------
005120 77  WS-VAL-FORMAT-CODE              PIC X(02) VALUE "QR".
005121 77  WS-VAL-CHARSET-RULE             PIC X(01) VALUE "U".
005130 77  WS-EAN-IDX                      PIC 9(02) COMP VALUE ZERO.
005140 77  WS-EAN-SUM                      PIC 9(04) COMP VALUE ZERO.
005150 77  WS-EAN-QUOTIENT                 PIC 9(04) COMP VALUE ZERO.
005230* FILENAME VERSIONING AND OUTPUT DIRECTORY VERIFICATION
005240*----------------------------------------------------------------
005250 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
005251
005252*----------------------------------------------------------------
005253* RUN-CONTROL LEDGER PARAMETERS (SEE QRLEDGER)
005254*----------------------------------------------------------------
005255 COPY QRLDGPRM.
005260
005270*----------------------------------------------------------------
005280* JCL PARM LINKAGE
005540* 1000-INITIALIZE - OPEN THE BATCH INPUT FILE AND PRIME THE LOOP
005550*----------------------------------------------------------------
005560 1000-INITIALIZE.
005561     PERFORM 1100-LOAD-SYMBOLOGY-TABLE THRU 1100-EXIT.
005570     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
005571     IF NOT WS-ADHOC-MODE AND NOT WS-PARTITION-MODE
005572         PERFORM 1010-BEGIN-LEDGER-STEP THRU 1010-EXIT
005573     END-IF.
005580     PERFORM 1400-VERIFY-OUTPUT-DIR THRU 1400-EXIT.
005590     IF NOT WS-ADHOC-MODE
005600         PERFORM 1300-READ-RESTART-CKPT THRU 1300-EXIT
005601     END-IF.
005602     IF WS-PARTITION-MODE
005603         MOVE 1 TO WS-CHECKPOINT-INTERVAL
005604         IF WS-RESTART-PRESENT
005605             PERFORM 1320-FIND-LAST-AUDIT-ROW THRU 1320-EXIT
005606         END-IF
005610     END-IF.
005620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005630     PERFORM 2600-BUILD-TIMESTAMP THRU 2600-EXIT.
005640     MOVE WS-CURRENT-TIMESTAMP TO WS-START-TIMESTAMP.
005650*    AD-HOC RUNS APPEND TO THE DAY'S ACCUMULATING TRAIL FILES;
005660*    THE NIGHTLY RUN REPLACES THEM AS IT ALWAYS HAS. EXTEND ON
005670*    A FILE NOT YET CREATED TODAY FALLS BACK TO OUTPUT. A
005671*    PARTITION RESUMING FROM ITS CHECKPOINT APPENDS TOO.
005680     IF WS-ADHOC-MODE
005681         OR (WS-PARTITION-MODE AND WS-RESTART-PRESENT)
005682         MOVE "Y" TO WS-EXTEND-TRAIL-SWITCH
005683     END-IF.
005684     IF WS-EXTEND-TRAIL
005690         OPEN EXTEND QR-AUDIT-FILE
005700         IF WS-AUDIT-FILE-STATUS = "35"
005710             OPEN OUTPUT QR-AUDIT-FILE
005790         MOVE 16 TO RETURN-CODE
005800         GO TO 9900-ABEND
005810     END-IF.
005820     IF WS-EXTEND-TRAIL
005830         OPEN EXTEND QR-MANIFEST-FILE
005840         IF WS-MANIFEST-FILE-STATUS = "35"
005850             OPEN OUTPUT QR-MANIFEST-FILE
006030         CLOSE QR-MANIFEST-FILE
006040         GO TO 9900-ABEND
006050     END-IF.
006060     IF WS-EXTEND-TRAIL
006070         OPEN EXTEND QR-EXCEPTION-FILE
006080         IF WS-EXCEPTION-FILE-STATUS = "35"
006090             OPEN OUTPUT QR-EXCEPTION-FILE
006480                 " - DUPLICATE CHECK DISABLED"
006490         END-IF
006500     END-IF.
006501     IF WS-PARTITION-MODE
006502         OPEN INPUT QR-REVOKE-FILE
006503     ELSE
006504         OPEN I-O QR-REVOKE-FILE
006505     END-IF.
006506     IF WS-REVOKE-FILE-STATUS = "00"
006507         MOVE "Y" TO WS-REGISTER-AVAIL-SWITCH
006508     ELSE
006509         IF WS-REVOKE-FILE-STATUS NOT = "35"
006510             DISPLAY "QR0037E QR-REVOKE-FILE OPEN FAILED - "
006511                 "STATUS " WS-REVOKE-FILE-STATUS
006512             MOVE 16 TO RETURN-CODE
006513             PERFORM 1050-CLOSE-ON-ABEND THRU 1050-EXIT
006514             GO TO 9900-ABEND
006515         END-IF
006516     END-IF.
006517     OPEN EXTEND QR-CANCEL-AUDIT-FILE.
006518     IF WS-CANAUD-FILE-STATUS = "35"
006519         OPEN OUTPUT QR-CANCEL-AUDIT-FILE
006520     END-IF.
006521     IF WS-CANAUD-FILE-STATUS NOT = "00"
006522         DISPLAY "QR0038E QR-CANCEL-AUDIT-FILE OPEN FAILED - "
006523             "STATUS " WS-CANAUD-FILE-STATUS
006524         MOVE 16 TO RETURN-CODE
006525         PERFORM 1050-CLOSE-ON-ABEND THRU 1050-EXIT
006526         IF WS-REGISTER-AVAILABLE
006527             CLOSE QR-REVOKE-FILE
006528         END-IF
006529         GO TO 9900-ABEND
006530     END-IF.
006531 1000-EXIT.
006532     EXIT.
006533
006534*----------------------------------------------------------------
006535* 1010-BEGIN-LEDGER-STEP - RECORD THE START OF THE STEP ON THE
006536* RUN-CONTROL LEDGER. THE LEDGER HOLDS THE STEP WHEN AN EARLIER
006537* STEP OF THE STREAM HAS NOT COMPLETED FOR THE RUN, AND THE STEP
006538* THEN ENDS WITHOUT TOUCHING ANY FILE.
006539*----------------------------------------------------------------
006540 1010-BEGIN-LEDGER-STEP.
006541     SET QLP-BEGIN-STEP TO TRUE.
006542     MOVE "QR" TO QLP-STEP-NAME.
006543     MOVE ZERO TO QLP-RUN-DATE.
006544     MOVE ZERO TO QLP-STEP-RC.
006545     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
006546     IF QLP-STEP-HELD
006547         DISPLAY "QR0036E QR NOT RELEASED BY THE "
006548             "RUN-CONTROL LEDGER"
006549         MOVE 16 TO RETURN-CODE
006550         GO TO 9900-ABEND
006551     END-IF.
006552 1010-EXIT.
006553     EXIT.
006554
006555*----------------------------------------------------------------
006556* 1050-CLOSE-ON-ABEND - CLOSE THE OUTPUT TRAIL FILES AND THE
006557* HISTORY MASTER ON THE WAY OUT OF A FAILED REGISTER OR AUDIT
006558* TRAIL OPEN.
006559*----------------------------------------------------------------
006560 1050-CLOSE-ON-ABEND.
006561     CLOSE QR-AUDIT-FILE.
006562     CLOSE QR-MANIFEST-FILE.
006563     CLOSE QR-REPORT-FILE.
006564     CLOSE QR-EXCEPTION-FILE.
006565     CLOSE QR-CARRYOVER-FILE.
006566     IF WS-HISTORY-AVAILABLE
006567         CLOSE QR-HISTORY-FILE
006568     END-IF.
006569 1050-EXIT.
006570     EXIT.
006571
006572*----------------------------------------------------------------
006573* 1100-LOAD-SYMBOLOGY-TABLE - LOAD WS-SYM-TABLE FROM THE
006574* SYMBOLOGY CONTROL MASTER. THE MASTER IS REQUIRED - WITHOUT IT
006575* NO FORMAT CODE AND NO MNEMONIC PARM DEFAULT COULD BE RESOLVED -
006576* SO A MISSING OR EMPTY MASTER ENDS THE STEP BEFORE ANY FILE IS
006577* TOUCHED. INACTIVE ROWS ARE LOADED TOO, SO A REQUEST FOR ONE IS
006578* REJECTED AS INACTIVE RATHER THAN AS UNRECOGNIZED.
006579*----------------------------------------------------------------
006580 1100-LOAD-SYMBOLOGY-TABLE.
006581     OPEN INPUT QR-SYMBOLOGY-FILE.
006582     IF WS-SYMBOLOGY-FILE-STATUS NOT = "00"
006583         DISPLAY "QR0047E QR-SYMBOLOGY-FILE OPEN FAILED - STATUS "
006584             WS-SYMBOLOGY-FILE-STATUS
006585         MOVE 16 TO RETURN-CODE
006586         GO TO 9900-ABEND
006587     END-IF.
006588     MOVE ZERO TO WS-SYM-COUNT.
006589     PERFORM 1110-LOAD-ONE-SYMBOLOGY THRU 1110-EXIT
006590         UNTIL WS-END-OF-SYMMST.
006591     CLOSE QR-SYMBOLOGY-FILE.
006592     IF WS-SYM-COUNT = ZERO
006593         DISPLAY "QR0049E QR-SYMBOLOGY-FILE HAS NO SYMBOLOGIES - "
006594             "LOAD IT WITH QRSYMMNT"
006595         MOVE 16 TO RETURN-CODE
006596         GO TO 9900-ABEND
006597     END-IF.
006598 1100-EXIT.
006599     EXIT.
006600
006601 1110-LOAD-ONE-SYMBOLOGY.
006602     READ QR-SYMBOLOGY-FILE NEXT RECORD
006603         AT END
006604             MOVE "Y" TO WS-SYMMST-EOF-SWITCH
006605             GO TO 1110-EXIT
006606     END-READ.
006607     IF WS-SYM-COUNT NOT < WS-MAX-SYMBOLOGIES
006608         DISPLAY "QR0048W SYMBOLOGY TABLE FULL - FORMAT CODE "
006609             QSY-FORMAT-CODE " NOT LOADED"
006610         GO TO 1110-EXIT
006611     END-IF.
006612     ADD 1 TO WS-SYM-COUNT.
006613     MOVE QSY-FORMAT-CODE TO WS-SYM-CODE (WS-SYM-COUNT).
006614     MOVE QSY-ZINT-NUMBER TO WS-SYM-VALUE (WS-SYM-COUNT).
006615     MOVE QSY-MIN-LEN TO WS-SYM-MIN-LEN (WS-SYM-COUNT).
006616     MOVE QSY-MAX-LEN TO WS-SYM-MAX-LEN (WS-SYM-COUNT).
006617     MOVE QSY-CHARSET-RULE TO WS-SYM-CHARSET-RULE (WS-SYM-COUNT).
006618     MOVE QSY-ECC-FLAG TO WS-SYM-ECC-FLAG (WS-SYM-COUNT).
006619     MOVE QSY-ACTIVE-FLAG TO WS-SYM-ACTIVE-FLAG (WS-SYM-COUNT).
006620 1110-EXIT.
006621     EXIT.
006622
006623*----------------------------------------------------------------
006624* 1200-PARSE-PARM - DEFAULT SYMBOLOGY, OUTPUT DIRECTORY, THE
006625* OPTIONAL BATCH-WINDOW CUTOFF TIME, AND THE OPTIONAL LABEL
006626* COMPOSITION AND AD-HOC MODE FLAGS COME FROM JCL
006627* PARM='SYMBOLOGY,OUTPUT-DIR,CUTOFF-HHMM,L,A,NN'. A MISSING OR
006628* BLANK THIRD VALUE MEANS NO CUTOFF; "L" IN THE FOURTH TURNS
006629* LABEL COMPOSITION ON; "A" IN THE FIFTH TURNS AD-HOC (DAYTIME
006630* ONE-OFF) MODE ON; A PARTITION NUMBER IN THE SIXTH MAKES THIS
006631* RUN ONE PARTITION OF A PARTITIONED NIGHT. AN AD-HOC RUN IS
006632* NEVER A PARTITION.
006633*----------------------------------------------------------------
006634 1200-PARSE-PARM.
006640     IF QR-PARM-LENGTH > ZERO
006650         UNSTRING QR-PARM-TEXT DELIMITED BY ","
006660             INTO WS-DFLT-SYMBOLOGY WS-OUTPUT-DIRECTORY
006670                  WS-CUTOFF-HHMM WS-LABEL-MODE-FLAG
006680                  WS-ADHOC-MODE-FLAG WS-PARTITION-FLAG
006690         END-UNSTRING
006700         PERFORM 1210-RESOLVE-DFLT-SYMBOLOGY THRU 1210-EXIT
006710         IF WS-CUTOFF-HHMM NOT = SPACES
006980                 GO TO 9900-ABEND
006990             END-IF
007000         END-IF
007001         IF WS-PARTITION-FLAG NOT = SPACES
007002             PERFORM 1230-EDIT-PARTITION THRU 1230-EXIT
007003         END-IF
007010     END-IF.
007020 1200-EXIT.
007021     EXIT.
007022
007023*----------------------------------------------------------------
007024* 1230-EDIT-PARTITION - THE PARTITION NUMBER MUST BE 01-20 AND
007025* CANNOT BE COMBINED WITH THE AD-HOC MODE.
007026*----------------------------------------------------------------
007027 1230-EDIT-PARTITION.
007028     IF WS-PARTITION-FLAG IS NOT NUMERIC
007029         OR WS-PARTITION-FLAG = "00"
007030         OR WS-PARTITION-FLAG > "20"
007031         DISPLAY "QR0043E PARTITION NUMBER IN PARM IS NOT "
007032             "01-20 - " WS-PARTITION-FLAG
007033         MOVE 16 TO RETURN-CODE
007034         GO TO 9900-ABEND
007035     END-IF.
007036     IF WS-ADHOC-MODE
007037         DISPLAY "QR0043E PARTITION NUMBER IN PARM IS NOT "
007038             "VALID FOR AN AD-HOC RUN"
007039         MOVE 16 TO RETURN-CODE
007040         GO TO 9900-ABEND
007041     END-IF.
007042     MOVE WS-PARTITION-FLAG TO WS-PARTITION-NO.
007043     MOVE "Y" TO WS-PARTITION-MODE-SWITCH.
007044 1230-EXIT.
007045     EXIT.
007046
007050*----------------------------------------------------------------
007060* 1210-RESOLVE-DFLT-SYMBOLOGY - THE PARM VALUE MAY BE EITHER A RAW
007070* ZINT -b SYMBOLOGY NUMBER (THE ORIGINAL CONVENTION) OR THE SAME
007130 1210-RESOLVE-DFLT-SYMBOLOGY.
007140     PERFORM 1220-LOOKUP-DFLT-SYMBOLOGY
007150         VARYING WS-SYM-IDX FROM 1 BY 1
007160         UNTIL WS-SYM-IDX > WS-SYM-COUNT.
007170 1210-EXIT.
007180     EXIT.
007190
007200 1220-LOOKUP-DFLT-SYMBOLOGY.
007210     IF WS-DFLT-SYMBOLOGY (1:2) = WS-SYM-CODE (WS-SYM-IDX)
007220         MOVE WS-SYM-VALUE (WS-SYM-IDX) TO WS-DFLT-SYMBOLOGY
007230         MOVE WS-SYM-COUNT TO WS-SYM-IDX
007240     END-IF.
007250
007260*----------------------------------------------------------------
007420         AT END
007430             GO TO 1300-CLOSE
007440     END-READ.
007441*    A CHECKPOINT WRITTEN BEFORE THE PARTITION NUMBER WAS
007442*    CARRIED HAS SPACES THERE AND BELONGS TO AN ORDINARY RUN.
007443     IF QRR-PARTITION IS NOT NUMERIC
007444         MOVE ZERO TO QRR-PARTITION
007445     END-IF.
007446     IF QRR-PARTITION NOT = WS-PARTITION-NO
007447         DISPLAY "QR0044E RESTART CHECKPOINT IS FOR PARTITION "
007448             QRR-PARTITION " - THIS RUN IS PARTITION "
007449             WS-PARTITION-NO
007450         MOVE 16 TO RETURN-CODE
007451         CLOSE QR-RESTART-FILE
007452         GO TO 9900-ABEND
007453     END-IF.
007454     MOVE QRR-LAST-REQ-ID TO WS-RESTART-REQ-ID.
007460     MOVE QRR-LAST-COUNT TO WS-PROCESSED-COUNT.
007470     MOVE QRR-LAST-SUCCESS-COUNT TO WS-SUCCESS-COUNT.
007480     MOVE QRR-LAST-FAILURE-COUNT TO WS-FAILURE-COUNT.
007560 1300-CLOSE.
007570     CLOSE QR-RESTART-FILE.
007580 1300-EXIT.
007581     EXIT.
007582
007583*----------------------------------------------------------------
007584* 1320-FIND-LAST-AUDIT-ROW - A PARTITION RESTART, BEFORE IT
007585* APPENDS TO THE TRAIL, READS THE PARTITION'S AUDIT FILE TO ITS
007586* LAST ROW. THE AUDIT ROW IS THE LAST TRAIL ROW A REQUEST
007587* WRITES, SO IF THAT ROW IS NOT THE CHECKPOINTED REQUEST'S THE
007588* ABENDED RUN GOT AS FAR AS WRITING THE NEXT REQUEST'S TRAIL BUT
007589* NOT ITS CHECKPOINT, AND 2070-CHECK-TRAIL-BYPASS KEEPS THAT
007590* REQUEST FROM BEING PROCESSED - AND ITS ROWS WRITTEN - TWICE.
007591*----------------------------------------------------------------
007592 1320-FIND-LAST-AUDIT-ROW.
007593     OPEN INPUT QR-AUDIT-FILE.
007594     IF WS-AUDIT-FILE-STATUS = "35"
007595         GO TO 1320-EXIT
007596     END-IF.
007597     IF WS-AUDIT-FILE-STATUS NOT = "00"
007598         DISPLAY "QR0012E QR-AUDIT-FILE OPEN FAILED - STATUS "
007599             WS-AUDIT-FILE-STATUS
007600         MOVE 16 TO RETURN-CODE
007601         GO TO 9900-ABEND
007602     END-IF.
007603     MOVE "N" TO WS-TRAIL-EOF-SWITCH.
007604     PERFORM 1330-READ-ONE-AUDIT-ROW THRU 1330-EXIT
007605         UNTIL WS-TRAIL-END-OF-FILE.
007606     CLOSE QR-AUDIT-FILE.
007607     IF WS-TRAIL-LAST-REQ-ID NOT = SPACES
007608         AND WS-TRAIL-LAST-REQ-ID NOT = WS-RESTART-REQ-ID
007609         MOVE "Y" TO WS-TRAIL-BYPASS-SWITCH
007610         DISPLAY "QR0050I AUDIT TRAIL ENDS AT REQ ID "
007611             WS-TRAIL-LAST-REQ-ID " - PAST THE CHECKPOINT"
007612     END-IF.
007613 1320-EXIT.
007614     EXIT.
007615
007616 1330-READ-ONE-AUDIT-ROW.
007617     READ QR-AUDIT-FILE
007618         AT END
007619             MOVE "Y" TO WS-TRAIL-EOF-SWITCH
007620         NOT AT END
007621             MOVE QRA-REQ-ID TO WS-TRAIL-LAST-REQ-ID
007622             MOVE QRA-STATUS TO WS-TRAIL-LAST-STATUS
007623     END-READ.
007624 1330-EXIT.
007625     EXIT.
007626
007627*----------------------------------------------------------------
007628* 1400-VERIFY-OUTPUT-DIR - CONFIRM THE OUTPUT DIRECTORY EXISTS
007630* BEFORE ANY ZINT CALLS ARE ATTEMPTED AGAINST IT.
007640*----------------------------------------------------------------
007650 1400-VERIFY-OUTPUT-DIR.
008260     IF WS-PASS-NUMBER = 2 AND QR-REQ-HIGH-PRIORITY
008270         GO TO 2000-READ-NEXT
008280     END-IF.
008281     IF WS-TRAIL-BYPASS-ARMED
008282         PERFORM 2070-CHECK-TRAIL-BYPASS THRU 2070-EXIT
008283         IF WS-TRAIL-BYPASSED
008284             PERFORM 2500-CHECKPOINT-IF-DUE THRU 2500-EXIT
008285             GO TO 2000-READ-NEXT
008286         END-IF
008287     END-IF.
008290     PERFORM 2020-CHECK-CUTOFF THRU 2020-EXIT.
008300     IF WS-CUTOFF-REACHED
008310         PERFORM 2060-WRITE-CARRYOVER THRU 2060-EXIT
008870     EXIT.
008880
008890*----------------------------------------------------------------
008891* 2070-CHECK-TRAIL-BYPASS - THE FIRST REQUEST DUE FOR PROCESSING
008892* AFTER A PARTITION RESTART IS THE ONE THE ABENDED RUN WAS ON
008893* WHEN IT FELL OVER. IF THE AUDIT TRAIL ALREADY ENDS WITH ITS
008894* ROW (SEE 1320-FIND-LAST-AUDIT-ROW) IT IS NOT PROCESSED AGAIN;
008895* IT IS COUNTED FROM THAT ROW AND CHECKPOINTED. EITHER WAY THE
008896* CHECK IS DONE ONCE.
008897*----------------------------------------------------------------
008898 2070-CHECK-TRAIL-BYPASS.
008899     MOVE "N" TO WS-TRAIL-BYPASS-SWITCH.
008900     IF QR-REQ-ID NOT = WS-TRAIL-LAST-REQ-ID
008901         GO TO 2070-EXIT
008902     END-IF.
008903     MOVE "Y" TO WS-TRAIL-BYPASSED-SWITCH.
008904     ADD 1 TO WS-PROCESSED-COUNT.
008905     IF WS-TRAIL-LAST-SUCCESS
008906         ADD 1 TO WS-SUCCESS-COUNT
008907     END-IF.
008908     IF WS-TRAIL-LAST-FAILURE
008909         ADD 1 TO WS-FAILURE-COUNT
008910     END-IF.
008911     IF WS-TRAIL-LAST-REJECTED
008912         ADD 1 TO WS-REJECTED-COUNT
008913     END-IF.
008914     DISPLAY "QR0051I REQUEST " QR-REQ-ID
008915         " ALREADY ON THE AUDIT TRAIL - NOT REPROCESSED".
008916 2070-EXIT.
008917     EXIT.
008918
008919*----------------------------------------------------------------
008920* 2100-READ-REQUEST - THE READ TOTAL COUNTS EACH RECORD ONCE:
008921* ONLY PASS 1 (WHICH SEES THE WHOLE FILE) COUNTS, AND A RESTART
008922* DOES NOT RECOUNT THE PREFIX IT SKIPS - THE CHECKPOINTED READ
008930* TOTAL ALREADY COVERS IT.
008940*----------------------------------------------------------------
008950 2100-READ-REQUEST.
009090* 2150-VALIDATE-REQUEST - CHECK THE REQUEST ID AND OUTPUT FILENAME
009100* FOR DISALLOWED CHARACTERS, THEN THE PAYLOAD AGAINST THE RULES
009110* OF THE SYMBOLOGY IT WILL BE ENCODED AS, BEFORE A ZINT CALL IS
009120* EVER ATTEMPTED FOR IT. A BLANK FORMAT CODE MEANS THE PAYLOAD
009130* IS A URL TO BE ENCODED AS A QR CODE AND MUST CARRY AN HTTP(S)
009140* PREFIX. OTHERWISE THE FORMAT'S CHARACTER-SET RULE DECIDES: "U"
009150* AS FOR A BLANK CODE; "E" (EAN-13) 12 OR 13 DIGITS WITH A GOOD
009160* CHECK DIGIT WHEN 13 ARE SUPPLIED; "N" DIGITS ONLY; "A" ANY
009170* PRINTABLE ASCII. EVERY FORMAT TAKES ITS OWN MINIMUM/MAXIMUM
009180* PAYLOAD LENGTH FROM WS-SYM-TABLE, AND A NON-BLANK FORMAT CODE
009190* MUST MATCH AN ACTIVE TABLE ENTRY (RESOLVED BY 2200-RESOLVE-
009200* FORMAT-CODE, WHICH RUNS BEFORE THIS PARAGRAPH).
009210*----------------------------------------------------------------
009220 2150-VALIDATE-REQUEST.
009230     SET WS-REQUEST-VALID TO TRUE.
009300         AND NOT WS-SYM-CODE-FOUND
009310         SET WS-REQUEST-INVALID TO TRUE
009320         MOVE "UNRECOGNIZED FORMAT CODE" TO WS-REJECT-REASON
009321         GO TO 2150-EXIT
009322     END-IF.
009323     IF QR-REQ-FORMAT-CODE NOT = SPACES
009324         AND NOT WS-SYM-ACTIVE (WS-SYM-MATCH-IDX)
009325         SET WS-REQUEST-INVALID TO TRUE
009326         MOVE "FORMAT CODE IS NOT ACTIVE" TO WS-REJECT-REASON
009330         GO TO 2150-EXIT
009340     END-IF.
009350*        THE LENGTH IS TAKEN BY RIGHT-TRIMMING, NOT BY STOPPING
009540     IF WS-REQUEST-INVALID
009550         GO TO 2150-EXIT
009560     END-IF.
009570     IF WS-VAL-CHARSET-RULE = "U"
009580         IF QR-REQ-DATA (1:7) NOT = "http://"
009590             AND QR-REQ-DATA (1:8) NOT = "https://"
009600             SET WS-REQUEST-INVALID TO TRUE
009630         END-IF
009640         GO TO 2150-EXIT
009650     END-IF.
009660     IF WS-VAL-CHARSET-RULE = "E"
009670         PERFORM 2145-VALIDATE-EAN THRU 2145-EXIT
009671         GO TO 2150-EXIT
009672     END-IF.
009673     IF WS-VAL-CHARSET-RULE = "N"
009674         PERFORM 2143-CHECK-DIGIT-PAYLOAD THRU 2143-EXIT
009680         GO TO 2150-EXIT
009690     END-IF.
009700     PERFORM 2157-CHECK-ASCII-PAYLOAD THRU 2157-EXIT.
009730
009740*----------------------------------------------------------------
009750* 2140-SET-SYMBOLOGY-RULES - PICK THE LENGTH LIMITS AND THE
009760* CHARACTER-SET RULE THE PAYLOAD IS EDITED BY. A BLANK FORMAT
009770* CODE KEEPS THE LEGACY URL EDIT (THE PARM DEFAULT SYMBOLOGY MAY
009780* BE A RAW ZINT NUMBER THE TABLE CANNOT NAME).
009790*----------------------------------------------------------------
009800 2140-SET-SYMBOLOGY-RULES.
009810     MOVE "QR" TO WS-VAL-FORMAT-CODE.
009820     MOVE 8 TO WS-MIN-DATA-LENGTH.
009830     MOVE 80 TO WS-MAX-DATA-LENGTH.
009831     MOVE "U" TO WS-VAL-CHARSET-RULE.
009840     IF QR-REQ-FORMAT-CODE NOT = SPACES
009850         MOVE QR-REQ-FORMAT-CODE TO WS-VAL-FORMAT-CODE
009860         MOVE WS-SYM-MIN-LEN (WS-SYM-MATCH-IDX)
009870             TO WS-MIN-DATA-LENGTH
009880         MOVE WS-SYM-MAX-LEN (WS-SYM-MATCH-IDX)
009890             TO WS-MAX-DATA-LENGTH
009891         MOVE WS-SYM-CHARSET-RULE (WS-SYM-MATCH-IDX)
009892             TO WS-VAL-CHARSET-RULE
009900     END-IF.
009910 2140-EXIT.
009920     EXIT.
010480     END-IF.
010490
010500*----------------------------------------------------------------
010501* 2143-CHECK-DIGIT-PAYLOAD - A FORMAT WHOSE CHARACTER-SET RULE IS
010502* "N" ENCODES DIGITS ONLY; ANY OTHER BYTE IS REJECTED WITH THE
010503* FORMAT NAMED IN THE REASON.
010504*----------------------------------------------------------------
010505 2143-CHECK-DIGIT-PAYLOAD.
010506     PERFORM 2148-CHECK-ONE-DIGIT-CHAR
010507         VARYING WS-CHAR-IDX FROM 1 BY 1
010508         UNTIL WS-CHAR-IDX > WS-DATA-LENGTH
010509         OR WS-REQUEST-INVALID.
010510 2143-EXIT.
010511     EXIT.
010512
010513 2148-CHECK-ONE-DIGIT-CHAR.
010514     IF QR-REQ-DATA (WS-CHAR-IDX:1) NOT NUMERIC
010515         SET WS-REQUEST-INVALID TO TRUE
010516         MOVE SPACES TO WS-REJECT-REASON
010517         STRING WS-VAL-FORMAT-CODE DELIMITED BY SIZE
010518                " PAYLOAD IS NOT ALL DIGITS"
010519                DELIMITED BY SIZE
010520             INTO WS-REJECT-REASON
010521     END-IF.
010522
010523*----------------------------------------------------------------
010524* 2157-CHECK-ASCII-PAYLOAD - THE LINEAR/MATRIX BARCODE FORMATS
010525* (CHARACTER-SET RULE "A") ACCEPT ANY PRINTABLE ASCII TEXT; A
010530* BYTE PAST X"7E" WOULD ENCODE DIFFERENTLY THAN THE SUBMITTER
010540* KEYED IT, SO IT IS REJECTED WITH THE FORMAT NAMED IN THE
010541* REASON.
010550*----------------------------------------------------------------
010560 2157-CHECK-ASCII-PAYLOAD.
010570     PERFORM 2149-CHECK-ONE-ASCII-CHAR
014010         AND NOT WS-SYM-CODE-FOUND
014020         SET WS-REQUEST-INVALID TO TRUE
014030         MOVE "UNRECOGNIZED FORMAT CODE" TO WS-REJECT-REASON
014031         GO TO 2175-EXIT
014032     END-IF.
014033     IF QR-REQ-FORMAT-CODE NOT = SPACES
014034         AND NOT WS-SYM-ACTIVE (WS-SYM-MATCH-IDX)
014035         SET WS-REQUEST-INVALID TO TRUE
014036         MOVE "FORMAT CODE IS NOT ACTIVE" TO WS-REJECT-REASON
014040         GO TO 2175-EXIT
014050     END-IF.
014060     PERFORM 2180-COMPOSE-STRUCTURED THRU 2180-EXIT.
017760         MOVE "N" TO WS-SYM-FOUND-SWITCH
017770         PERFORM 2210-LOOKUP-FORMAT-CODE
017780             VARYING WS-SYM-IDX FROM 1 BY 1
017790             UNTIL WS-SYM-IDX > WS-SYM-COUNT
017800     END-IF.
017810 2200-EXIT.
017820     EXIT.
017890         MOVE WS-SYM-VALUE (WS-SYM-IDX) TO WS-EFF-FORMAT-CODE
017900         MOVE WS-SYM-IDX TO WS-SYM-MATCH-IDX
017910         MOVE "Y" TO WS-SYM-FOUND-SWITCH
017920         MOVE WS-SYM-COUNT TO WS-SYM-IDX
017930     END-IF.
017940
017950*----------------------------------------------------------------
017990* CONVERSION).
018000*----------------------------------------------------------------
018010 2300-BUILD-AND-CALL-ZINT.
018011     PERFORM 2302-CHECK-REGISTER THRU 2302-EXIT.
018012     IF WS-REG-DROPPED
018013         ADD 1 TO WS-PROCESSED-COUNT
018014         GO TO 2300-EXIT
018015     END-IF.
018020     PERFORM 2200-RESOLVE-FORMAT-CODE THRU 2200-EXIT.
018030     IF QR-REQ-STRUCTURED
018040         PERFORM 2175-VALIDATE-STRUCTURED THRU 2175-EXIT
018850     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
018860            LOW-VALUE DELIMITED BY SIZE
018870         INTO WS-C-OUTFILE.
018880*    THE ECC LEVEL ONLY MEANS ERROR CORRECTION FOR A SYMBOLOGY
018890*    WHOSE MASTER ENTRY SAYS ECC APPLIES (ZINT OPTION-1 IS
018900*    OVERLOADED PER SYMBOLOGY), SO IT IS PASSED AS ZERO FOR
018910*    EVERYTHING ELSE. UNDER THE PARM DEFAULT (BLANK FORMAT CODE)
018920*    ONLY THE QR SYMBOLOGY ITSELF TAKES IT, AS BEFORE.
018921     IF QR-REQ-FORMAT-CODE = SPACES
018922         IF WS-SYMBOLOGY-NUM NOT = 58
018923             MOVE 0 TO WS-ECC-NUM
018924         END-IF
018925     ELSE
018926         IF WS-SYM-ECC-FLAG (WS-SYM-MATCH-IDX) NOT = "Y"
018927             MOVE 0 TO WS-ECC-NUM
018928         END-IF
018930     END-IF.
018940     CALL "qrzintgen" USING
018950         BY VALUE WS-SYMBOLOGY-NUM
019190     EXIT.
019200
019210*----------------------------------------------------------------
019211* 2302-CHECK-REGISTER - LOOK THE REQUEST UP ON THE CANCELLED/
019212* REVOKED CODES REGISTER, WHATEVER THE MODE AND WHEREVER THE
019213* REQUEST CAME FROM. A CANCELLED REQUEST IS REMOVED FROM THE
019214* STREAM HERE; A REVOKED ONE IS BLOCKED UNLESS A SUPERVISOR
019215* OVERRIDE IS ON THE REGISTER, IN WHICH CASE IT IS ADMITTED AND
019216* QRHSTUPD CLOSES THE OVERRIDE WHEN THE REISSUE POSTS. NEITHER
019217* DROP IS AN EXCEPTION - THE DEPARTMENT ASKED FOR IT.
019218*----------------------------------------------------------------
019219 2302-CHECK-REGISTER.
019220     MOVE "N" TO WS-REG-DROP-SWITCH.
019221     IF NOT WS-REGISTER-AVAILABLE
019222         GO TO 2302-EXIT
019223     END-IF.
019224     MOVE QR-REQ-ID TO QRW-REQ-ID.
019225     READ QR-REVOKE-FILE
019226         INVALID KEY
019227             GO TO 2302-EXIT
019228     END-READ.
019229     MOVE SPACES TO QR-CANCEL-AUDIT-RECORD.
019230     IF QRW-CANCELLED
019231         MOVE "Y" TO WS-REG-DROP-SWITCH
019232         ADD 1 TO WS-CANCELLED-DROP-COUNT
019233         DISPLAY "QR0039W CANCELLED BY THE DEPARTMENT - "
019234             QR-REQ-ID " - REMOVED"
019235         SET QCA-PENDING-REMOVED TO TRUE
019236         MOVE "REMOVED FROM QRREQIN" TO QCA-DETAIL
019237     ELSE
019238         IF QRW-OVERRIDE-GIVEN
019239             ADD 1 TO WS-OVERRIDE-ADMIT-COUNT
019240             SET QCA-OVERRIDE-ADMITTED TO TRUE
019241             MOVE SPACES TO QCA-DETAIL
019242             STRING "REISSUE UNDER OVERRIDE BY " DELIMITED BY SIZE
019243                    QRW-OVERRIDE-BY DELIMITED BY SIZE
019244                 INTO QCA-DETAIL
019245         ELSE
019246             MOVE "Y" TO WS-REG-DROP-SWITCH
019247             ADD 1 TO WS-REVOKED-BLOCK-COUNT
019248             DISPLAY "QR0040W REVOKED CODE - " QR-REQ-ID
019249                 " - NOT REGENERATED"
019250             SET QCA-REVOKED-BLOCKED TO TRUE
019251             MOVE "BLOCKED IN QR - NO SUPERVISOR OVERRIDE"
019252                 TO QCA-DETAIL
019253         END-IF
019254     END-IF.
019255*    A PARTITION HAS THE REGISTER OPEN FOR INPUT ONLY; QRMERGE
019256*    STEPS THE REMOVED COUNT FROM THE PARTITION'S QRCANAUD ROWS.
019257     IF WS-REG-DROPPED AND NOT WS-PARTITION-MODE
019258         ADD 1 TO QRW-REMOVED-COUNT
019259         MOVE WS-RUN-DATE TO QRW-REMOVED-DATE
019260         REWRITE QR-REVOKE-RECORD
019261             INVALID KEY
019262                 DISPLAY "QR0042W QR-REVOKE-FILE REWRITE FAILED"
019263                     " - " QRW-REQ-ID
019264                     " STATUS " WS-REVOKE-FILE-STATUS
019265         END-REWRITE
019266     END-IF.
019267     MOVE QR-REQ-ID TO QCA-REQ-ID.
019268     IF QR-REQ-CLIENT = SPACES
019269         MOVE "MISC" TO QCA-CLIENT
019270     ELSE
019271         MOVE QR-REQ-CLIENT TO QCA-CLIENT
019272     END-IF.
019273     MOVE "QR" TO QCA-SOURCE.
019274     PERFORM 2600-BUILD-TIMESTAMP THRU 2600-EXIT.
019275     MOVE WS-CURRENT-TIMESTAMP TO QCA-TIMESTAMP.
019276     MOVE WS-RUN-DATE TO QCA-RUN-DATE.
019277     WRITE QR-CANCEL-AUDIT-RECORD.
019278     IF WS-CANAUD-FILE-STATUS NOT = "00"
019279         DISPLAY "QR0041E QR-CANCEL-AUDIT-FILE WRITE FAILED - "
019280             "STATUS " WS-CANAUD-FILE-STATUS
019281         MOVE "Y" TO WS-RUN-FAILED-SWITCH
019282     END-IF.
019283 2302-EXIT.
019284     EXIT.
019285
019286*----------------------------------------------------------------
019287* 2305-CHECK-HISTORY-DUP - LOOK THE REQUEST ID UP IN THE
019288* HISTORY MASTER AND SEE WHETHER ANY ROW FOR IT IS A SUCCESS.
019289* THE KEY IS ID PLUS TIMESTAMP, SO THE SCAN STARTS AT THE ID
019290* WITH A LOW TIMESTAMP AND WALKS FORWARD UNTIL THE ID CHANGES.
019291*----------------------------------------------------------------
019292 2305-CHECK-HISTORY-DUP.
019293     MOVE "N" TO WS-DUP-FOUND-SWITCH.
019294*    AN AD-HOC RUN IS USUALLY A DELIBERATE RE-CUT OF A LABEL
019300*    THAT ALREADY COMPLETED - THE OPERATOR KEYING THE REQUEST
019310*    IS THE AUTHORIZATION TO REGENERATE (AND RE-BILL) IT, SO
019320*    THE CROSS-RUN DUPLICATE CHECK DOES NOT APPLY.
019330     IF WS-ADHOC-MODE
019331         GO TO 2305-EXIT
019332     END-IF.
019333*    A REGENERATION REQUEST RE-CUTS AN IMAGE THAT FAILED THE
019334*    SCAN-BACK; ITS ID HAS ALREADY COMPLETED BY DEFINITION AND
019335*    QRREGEN HAS CREDITED THE CLIENT FOR THE BAD IMAGE.
019336     IF QR-REQ-REGENERATION
019340         GO TO 2305-EXIT
019350     END-IF.
019360     IF NOT WS-HISTORY-AVAILABLE
019580         MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
019590         GO TO 2310-EXIT
019600     END-IF.
019601*    A SUCCESS WHOSE IMAGE FAILED THE SCAN-BACK WAS NOT A GOOD
019602*    COMPLETION, SO A RESUBMISSION OF THE SAME ID MAY RUN; NOR
019603*    IS A REVOKED ONE, WHICH IS ONLY HERE UNDER AN OVERRIDE.
019610     IF QHS-SUCCESS
019611         AND NOT QHS-SCAN-FAILED
019612         AND NOT QHS-REVOKED
019620         MOVE "Y" TO WS-DUP-FOUND-SWITCH
019630         MOVE "Y" TO WS-HST-SCAN-DONE-SWITCH
019640     END-IF.
020780     MOVE WS-REJECTED-COUNT TO QRR-LAST-REJECT-COUNT.
020790     MOVE WS-READ-COUNT TO QRR-LAST-READ-COUNT.
020800     MOVE WS-PASS-NUMBER TO QRR-LAST-PASS.
020801     MOVE WS-PARTITION-NO TO QRR-PARTITION.
020810     PERFORM 2600-BUILD-TIMESTAMP THRU 2600-EXIT.
020820     MOVE WS-CURRENT-TIMESTAMP TO QRR-CHECKPOINT-TIME.
020830     OPEN OUTPUT QR-RESTART-FILE.
023910         PERFORM 2870-FLUSH-LABEL-PAGE THRU 2870-EXIT
023920     END-IF.
023930     PERFORM 9700-WRITE-CONTROL-REPORT THRU 9700-EXIT.
023940     IF NOT WS-PARTITION-MODE
023941         PERFORM 9800-POST-RUN-STATS THRU 9800-EXIT
023942     END-IF.
023950     IF WS-RUN-FAILED
023960         MOVE 8 TO RETURN-CODE
023970     ELSE
023980         IF WS-CARRYOVER-COUNT > ZERO
023990             MOVE 4 TO RETURN-CODE
024000         END-IF
024001     END-IF.
024002     IF WS-PARTITION-MODE
024003         PERFORM 9850-WRITE-PARTITION-ROW THRU 9850-EXIT
024004     END-IF.
024005     IF NOT WS-ADHOC-MODE AND NOT WS-PARTITION-MODE
024006         PERFORM 9980-END-LEDGER-STEP THRU 9980-EXIT
024010     END-IF.
024020     CLOSE QR-AUDIT-FILE.
024030     CLOSE QR-MANIFEST-FILE.
024070     IF WS-HISTORY-AVAILABLE
024080         CLOSE QR-HISTORY-FILE
024090     END-IF.
024091     IF WS-REGISTER-AVAILABLE
024092         CLOSE QR-REVOKE-FILE
024093     END-IF.
024094     CLOSE QR-CANCEL-AUDIT-FILE.
024100 9999-EXIT.
024110     EXIT.
024120
024230         INTO QRP-LINE.
024240     WRITE QR-REPORT-RECORD.
024250     PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT.
024251     IF WS-PARTITION-MODE
024252         MOVE WS-PARTITION-NO TO WS-RPT-COUNT-EDIT
024253         MOVE SPACES TO QRP-LINE
024254         STRING "PARTITION NUMBER . . . . " DELIMITED BY SIZE
024255                WS-RPT-COUNT-EDIT DELIMITED BY SIZE
024256             INTO QRP-LINE
024257         WRITE QR-REPORT-RECORD
024258         PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT
024259     END-IF.
024260     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT.
024270     MOVE SPACES TO QRP-LINE.
024280     STRING "REQUESTS READ. . . . . . " DELIMITED BY SIZE
024540     MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT-EDIT.
024550     MOVE SPACES TO QRP-LINE.
024560     STRING "REQUESTS DUPLICATE . . . " DELIMITED BY SIZE
024561            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
024562         INTO QRP-LINE.
024563     WRITE QR-REPORT-RECORD.
024564     PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT.
024565     MOVE WS-CANCELLED-DROP-COUNT TO WS-RPT-COUNT-EDIT.
024566     MOVE SPACES TO QRP-LINE.
024567     STRING "REQUESTS CANCELLED . . . " DELIMITED BY SIZE
024568            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
024569         INTO QRP-LINE.
024570     WRITE QR-REPORT-RECORD.
024571     PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT.
024572     MOVE WS-REVOKED-BLOCK-COUNT TO WS-RPT-COUNT-EDIT.
024573     MOVE SPACES TO QRP-LINE.
024574     STRING "REVOKED CODES BLOCKED. . " DELIMITED BY SIZE
024575            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
024576         INTO QRP-LINE.
024577     WRITE QR-REPORT-RECORD.
024578     PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT.
024579     MOVE WS-OVERRIDE-ADMIT-COUNT TO WS-RPT-COUNT-EDIT.
024580     MOVE SPACES TO QRP-LINE.
024581     STRING "REISSUED UNDER OVERRIDE. " DELIMITED BY SIZE
024582            WS-RPT-COUNT-EDIT DELIMITED BY SIZE
024583         INTO QRP-LINE.
024590     WRITE QR-REPORT-RECORD.
024600     PERFORM 9710-CHECK-REPORT-WRITE THRU 9710-EXIT.
024610     IF WS-LABEL-MODE
025400     EXIT.
025410
025420*----------------------------------------------------------------
025421* 9850-WRITE-PARTITION-ROW - A PARTITION RUN WRITES ITS TOTALS
025422* AND RETURN CODE AS THE ONE RUN ROW ON ITS QRPRTSTS (SEE
025423* QRPRTREC). QRMERGE WILL NOT MERGE A PARTITION WITHOUT A ROW
025424* NEWER THAN THE SPLIT, SO A ROW THAT CANNOT BE WRITTEN FAILS
025425* THE PARTITION.
025426*----------------------------------------------------------------
025427 9850-WRITE-PARTITION-ROW.
025428     OPEN OUTPUT QR-PARTSTAT-FILE.
025429     IF WS-PARTSTAT-FILE-STATUS NOT = "00"
025430         DISPLAY "QR0045E QR-PARTSTAT-FILE OPEN FAILED - STATUS "
025431             WS-PARTSTAT-FILE-STATUS
025432         MOVE 8 TO RETURN-CODE
025433         GO TO 9850-EXIT
025434     END-IF.
025435     MOVE SPACES TO QR-PARTITION-RECORD.
025436     SET QPT-RUN-ROW TO TRUE.
025437     MOVE WS-PARTITION-NO TO QPT-PARTITION.
025438     MOVE ZERO TO QPT-PARTITION-COUNT.
025439     MOVE WS-RUN-DATE TO QPT-RUN-DATE.
025440     MOVE WS-START-TIMESTAMP TO QPT-START-TIMESTAMP.
025441     PERFORM 2600-BUILD-TIMESTAMP THRU 2600-EXIT.
025442     MOVE WS-CURRENT-TIMESTAMP TO QPT-END-TIMESTAMP.
025443     MOVE ZERO TO QPT-CLIENT-COUNT.
025444     MOVE WS-READ-COUNT TO QPT-READ-COUNT.
025445     MOVE ZERO TO QPT-HIGH-COUNT.
025446     MOVE WS-SUCCESS-COUNT TO QPT-SUCCESS-COUNT.
025447     MOVE WS-FAILURE-COUNT TO QPT-FAILURE-COUNT.
025448     MOVE WS-REJECTED-COUNT TO QPT-REJECT-COUNT.
025449     MOVE WS-DUPLICATE-COUNT TO QPT-DUPLICATE-COUNT.
025450     MOVE WS-CARRYOVER-COUNT TO QPT-CARRYOVER-COUNT.
025451     IF WS-CUTOFF-REACHED
025452         SET QPT-CUTOFF-FIRED TO TRUE
025453     ELSE
025454         SET QPT-NO-CUTOFF TO TRUE
025455     END-IF.
025456     MOVE RETURN-CODE TO QPT-STEP-RC.
025457     WRITE QR-PARTITION-RECORD.
025458     IF WS-PARTSTAT-FILE-STATUS NOT = "00"
025459         DISPLAY "QR0046E QR-PARTSTAT-FILE WRITE FAILED - STATUS "
025460             WS-PARTSTAT-FILE-STATUS
025461         MOVE 8 TO RETURN-CODE
025462     END-IF.
025463     CLOSE QR-PARTSTAT-FILE.
025464 9850-EXIT.
025465     EXIT.
025466
025467*----------------------------------------------------------------
025468* 9980-END-LEDGER-STEP - POST THE END OF THE STEP, ITS RETURN
025469* CODE, AND ITS KEY COUNTS TO THE RUN-CONTROL LEDGER. THE CALL
025470* CLEARS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
025471*----------------------------------------------------------------
025472 9980-END-LEDGER-STEP.
025473     SET QLP-END-STEP TO TRUE.
025474     MOVE RETURN-CODE TO QLP-STEP-RC.
025475     MOVE "READ" TO QLP-COUNT-LABEL (1).
025476     MOVE WS-READ-COUNT TO QLP-COUNT-VALUE (1).
025477     MOVE "SUCCESS" TO QLP-COUNT-LABEL (2).
025478     MOVE WS-SUCCESS-COUNT TO QLP-COUNT-VALUE (2).
025479     MOVE "FAILED" TO QLP-COUNT-LABEL (3).
025480     MOVE WS-FAILURE-COUNT TO QLP-COUNT-VALUE (3).
025481     ADD WS-REJECTED-COUNT TO QLP-COUNT-VALUE (3).
025482     CALL "QRLEDGER" USING QR-LEDGER-PARAMETERS.
025483     MOVE QLP-STEP-RC TO RETURN-CODE.
025484 9980-EXIT.
025485     EXIT.
025486
025487*----------------------------------------------------------------
025488* 9900-ABEND - FATAL SETUP ERROR. ANY FILES SUCCESSFULLY OPENED
025489* BEFORE THE ERROR WAS DETECTED HAVE ALREADY BEEN CLOSED BY THE
025490* CALLER; THE RUN SIMPLY TERMINATES WITH A NON-ZERO RETURN-CODE.
025491*----------------------------------------------------------------
025492 9900-ABEND.
025493     STOP RUN.
