000010*--------------------------------------------------------------
000020* QRSTPTBL.CPY
000030* QR-STEP-TABLE - THE NIGHTLY JOB STREAM IN RUN ORDER, WITH THE
000040* HIGHEST RETURN CODE AT WHICH EACH STEP COUNTS AS COMPLETED
000050* SO THE STEPS AFTER IT MAY START. A STEP'S POSITION IN THE
000060* TABLE IS ITS STEP SEQUENCE ON THE RUN-CONTROL LEDGER (SEE
000070* QRLDGREC). QRVERIFY IS ALLOWED RC 8 BECAUSE ITS MISMATCHES
000080* ARE PICKED UP AND REQUEUED BY QRREGEN LATER IN THE STREAM; A
000090* FAILED WRITE OF ITS RESULTS ENDS IT RC 12, WHICH HOLDS QRREGEN.
000100* QRCANREV IS ALSO ALLOWED RC 8, WHICH MEANS A REVOKED IMAGE
000110* COULD NOT BE MOVED OFF THE TREE; THE REGISTER ROW THAT KEEPS QR
000120* FROM REGENERATING THE CODE IS WRITTEN REGARDLESS, SO THE STREAM
000130* GOES ON WHILE OPERATIONS MOVES THE IMAGE BY HAND. EVERY OTHER
000140* STEP MUST END RC 4 OR BETTER.
000150*--------------------------------------------------------------
000160 01  QR-STEP-TABLE-DATA.
000170     05  FILLER                  PIC X(11) VALUE "QRINTAKE004".
000180     05  FILLER                  PIC X(11) VALUE "QRCANREV008".
000190     05  FILLER                  PIC X(11) VALUE "QR      004".
000200     05  FILLER                  PIC X(11) VALUE "QRRECON 004".
000210     05  FILLER                  PIC X(11) VALUE "QRVERIFY008".
000220     05  FILLER                  PIC X(11) VALUE "QRDIST  004".
000230     05  FILLER                  PIC X(11) VALUE "QRHSTUPD004".
000240     05  FILLER                  PIC X(11) VALUE "QRREGEN 004".
000250     05  FILLER                  PIC X(11) VALUE "QRRETAIN004".
000260 01  QR-STEP-TABLE REDEFINES QR-STEP-TABLE-DATA.
000270     05  QJS-STEP-ENTRY          OCCURS 9 TIMES.
000280         10  QJS-STEP-NAME       PIC X(08).
000290         10  QJS-MAX-RC          PIC 9(03).
