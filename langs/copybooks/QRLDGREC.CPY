000010*--------------------------------------------------------------
000020* QRLDGREC.CPY
000030* QR-LEDGER-RECORD - ONE ROW OF THE KEYED NIGHTLY RUN-CONTROL
000040* LEDGER (QRRUNLDG). THE KEY IS THE RUN DATE PLUS THE STEP'S
000050* POSITION IN THE JOB STREAM (SEE QRSTPTBL), SO ONE NIGHT'S
000060* STEPS READ BACK IN STREAM ORDER. EACH STEP PROGRAM RECORDS
000070* ITS START, ITS END, ITS RETURN CODE, AND UP TO THREE KEY
000080* COUNTS HERE THROUGH THE QRLEDGER SUBPROGRAM, AND QRLEDGER
000090* WILL NOT LET A STEP START UNTIL EVERY STEP AHEAD OF IT HAS
000100* COMPLETED FOR THE SAME RUN DATE. A STEP THAT IS STARTED
000110* AGAIN MARKS ANY LATER STEP ALREADY RUN AS NEEDING A RERUN,
000120* SINCE THAT STEP WORKED FROM THE EARLIER OUTPUT.
000130* THE ROW WITH AN ALL-ZERO KEY IS THE CONTROL ROW (SEE
000140* QR-LEDGER-CONTROL-REC): IT HOLDS THE RUN DATE THE FIRST STEP
000150* OPENED, WHICH THE LATER STEPS POST AGAINST EVEN WHEN THE
000160* NIGHT RUNS PAST MIDNIGHT.
000170* TIMESTAMPS ARE YYYYMMDDHHMMSSCC AS BUILT BY THE PROGRAMS'
000180* TIMESTAMP ROUTINES.
000190*--------------------------------------------------------------
000200 01  QR-LEDGER-RECORD.
000210     05  QLG-KEY.
000220         10  QLG-RUN-DATE        PIC 9(08).
000230         10  QLG-STEP-SEQ        PIC 9(02).
000240     05  QLG-STEP-NAME           PIC X(08).
000250     05  QLG-STEP-STATUS         PIC X(01).
000260         88  QLG-STEP-STARTED        VALUE "S".
000270         88  QLG-STEP-COMPLETED      VALUE "C".
000280         88  QLG-STEP-FAILED         VALUE "F".
000290         88  QLG-STEP-RERUN-NEEDED   VALUE "P".
000300     05  QLG-START-TIMESTAMP     PIC X(26).
000310     05  QLG-END-TIMESTAMP       PIC X(26).
000320     05  QLG-RETURN-CODE         PIC 9(04).
000330     05  QLG-ATTEMPT-COUNT       PIC 9(03).
000340     05  QLG-COUNT-ENTRY         OCCURS 3 TIMES.
000350         10  QLG-COUNT-LABEL     PIC X(08).
000360         10  QLG-COUNT-VALUE     PIC 9(09).
000370     05  FILLER                  PIC X(21).
000380 01  QR-LEDGER-CONTROL-REC.
000390     05  QLC-KEY                 PIC X(10).
000400     05  QLC-CURRENT-RUN-DATE    PIC 9(08).
000410     05  QLC-OPENED-TIMESTAMP    PIC X(26).
000420     05  FILLER                  PIC X(106).
