000010*--------------------------------------------------------------
000020* QRTATREC.CPY
000030* QR-TURNAROUND-RECORD - ONE ROW OF THE KEYED TURNAROUND
000040* TRACKING MASTER (QRTATMST), KEYED BY REQUEST ID. PROGRAM
000050* QRINTAKE WRITES THE ROW WHEN IT PASSES A DETAIL TO QR,
000060* CARRYING THE BATCH CREATION DATE FROM THE DEPARTMENT'S HEADER
000070* (QRH-CREATE-DATE) AND THE RUN DATE THE REQUEST WAS RECEIVED.
000080* THE REQUEST RECORD ITSELF HAS NO ROOM FOR EITHER DATE, SO THE
000090* ROW FOLLOWS THE REQUEST BY ITS ID INSTEAD, THROUGH EVERY
000100* PATH IT CAN TAKE ON THE WAY TO ITS FINAL OUTCOME:
000110*   QRHSTUPD  STEPS QTA-CARRY-COUNT FOR A REQUEST ON THE NIGHT'S
000120*             CARRYOVER FILE (QRRCARRY) AND CLOSES THE ROW AS
000130*             COMPLETED WHEN THE REQUEST'S SUCCESSFUL AUDIT
000140*             RECORD IS POSTED TO HISTORY.
000150*   QRRECYCL  RECORDS THE RECYCLE COUNT OF A REPAIRED AND
000160*             RESUBMITTED REQUEST, AND FLAGS A REQUEST SENT TO
000170*             THE PERMANENT-REJECT FILE.
000180*   QRPRMDSP  CLOSES THE ROW AS WRITTEN OFF, OR STEPS THE
000190*             RECYCLE COUNT WHEN A SUPERVISOR FORCES A RESUBMIT.
000191*   QRCANREV  CLOSES THE ROW AS CANCELLED WHEN THE DEPARTMENT
000192*             TAKES THE REQUEST BACK BEFORE IT COMPLETES.
000200* CARRYOVERS ARE DELAY ON OUR SIDE (THE BATCH WINDOW); RECYCLES
000210* AND PERMANENT REJECTS ARE DELAY ON THE SUBMITTER'S SIDE (BAD
000220* DATA). QRSLARPT REPORTS THE MONTH'S TURNAROUND FROM THIS FILE.
000230* QTA-LAST-CARRY-DATE KEEPS A RERUN OF QRHSTUPD FROM COUNTING THE
000240* SAME NIGHT'S CARRYOVER TWICE. DATES ARE YYYYMMDD; A ZERO
000250* CREATE DATE MEANS THE HEADER DATE WAS NOT NUMERIC.
000260*--------------------------------------------------------------
000270 01  QR-TURNAROUND-RECORD.
000280     05  QTA-REQ-ID              PIC X(10).
000290     05  QTA-CLIENT              PIC X(04).
000300     05  QTA-BATCH-ID            PIC X(08).
000310     05  QTA-CREATE-DATE         PIC 9(08).
000320     05  QTA-RECEIPT-DATE        PIC 9(08).
000330     05  QTA-STATUS              PIC X(01).
000340         88  QTA-OUTSTANDING         VALUE "O".
000350         88  QTA-COMPLETED           VALUE "C".
000360         88  QTA-WRITTEN-OFF         VALUE "W".
000361         88  QTA-CANCELLED           VALUE "X".
000370     05  QTA-FINAL-DATE          PIC 9(08).
000380     05  QTA-CARRY-COUNT         PIC 9(03).
000390     05  QTA-LAST-CARRY-DATE     PIC 9(08).
000400     05  QTA-RECYCLE-COUNT       PIC 9(03).
000410     05  QTA-PERM-REJECT-FLAG    PIC X(01).
000420         88  QTA-PERM-REJECTED       VALUE "Y".
000430     05  FILLER                  PIC X(18).
