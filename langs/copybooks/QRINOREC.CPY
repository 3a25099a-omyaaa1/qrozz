000010*--------------------------------------------------------------
000020* QRINOREC.CPY
000030* QR-INTAKE-OUTCOME-RECORD - ONE ROW PER DEPARTMENT BATCH SET IN
000040* THE NIGHT'S TRANSMISSION, WRITTEN BY PROGRAM QRINTAKE WITH THE
000050* BATCH VERDICT TO THE INTAKE OUTCOME FILE (QRINTOUT). OPS
000060* CONCATENATES EACH NIGHT'S QRINTOUT ONTO THE QRINTMTH DATASET,
000070* AS QRAUDLOG IS CONCATENATED ONTO QRAUDMTH, SO THE MONTH-END
000080* DATA-QUALITY SCORECARD (PROGRAM QRSCORE) CAN COUNT EACH
000090* DEPARTMENT'S BATCHES RECEIVED AND QUARANTINED.
000100*   VERDICT "A"  ACCEPTED - THE BATCH BALANCED AND WENT FORWARD.
000110*           "Q"  QUARANTINED - THE WHOLE BATCH WENT TO QRQUAOUT.
000120* QIO-RECORD-COUNT IS EVERY DETAIL AND TRANSACTION RECEIVED IN THE
000130* BATCH. FOR AN ACCEPTED BATCH THE REST OF THE COUNTS SPLIT THEM:
000140* DETAILS PASSED TO QR, DETAILS HELD OVER THE CLIENT'S LIMITS,
000150* CANCEL/REVOKE TRANSACTIONS PASSED TO QRCANREV, AND RECORDS
000160* DIVERTED TO QUARANTINE BECAUSE THEIR CLIENT WAS NOT ACTIVE ON
000161* THE CLIENT MASTER OR THEIR FORMAT CODE WAS NOT ACTIVE ON THE
000162* SYMBOLOGY MASTER. FOR A QUARANTINED BATCH THEY ARE ZERO.
000180* QIO-RUN-DATE IS THE LEDGER RUN DATE OF THE INTAKE; A ZERO CREATE
000190* DATE MEANS THE HEADER DATE WAS NOT NUMERIC.
000200*--------------------------------------------------------------
000210 01  QR-INTAKE-OUTCOME-RECORD.
000220     05  QIO-RUN-DATE            PIC 9(08).
000230     05  QIO-DEPARTMENT          PIC X(04).
000240     05  QIO-BATCH-ID            PIC X(08).
000250     05  QIO-CREATE-DATE         PIC 9(08).
000260     05  QIO-VERDICT             PIC X(01).
000270         88  QIO-ACCEPTED            VALUE "A".
000280         88  QIO-QUARANTINED         VALUE "Q".
000290     05  QIO-RECORD-COUNT        PIC 9(07).
000300     05  QIO-ACCEPT-COUNT        PIC 9(07).
000310     05  QIO-HELD-COUNT          PIC 9(07).
000320     05  QIO-TXN-COUNT           PIC 9(07).
000330     05  QIO-CLIENT-REJ-COUNT    PIC 9(07).
000340     05  QIO-FORMAT-REJ-COUNT    PIC 9(07).
000350     05  FILLER                  PIC X(09).
