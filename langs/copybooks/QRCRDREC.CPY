000010*--------------------------------------------------------------
000020* QRCRDREC.CPY
000030* QR-CREDIT-RECORD - ONE SCAN-BACK CREDIT, WRITTEN BY PROGRAM
000040* QRREGEN FOR EACH IMAGE THAT FAILED VERIFICATION (QRVERIFY
000050* STATUS "M" OR "U") AND WAS QUEUED FOR REGENERATION. OPS
000060* APPENDS EACH NIGHT'S QRRGNCRD FILE TO THE MONTH'S QRCRDMTH
000070* FILE THE SAME WAY QRAUDLOG IS APPENDED TO QRAUDMTH, AND THE
000080* MONTH-END CHARGEBACK RUN (PROGRAM QRCHARGE) CREDITS THE
000090* CLIENT ONE SUCCESSFUL GENERATION PER RECORD. QCR-FORMAT-CODE
000100* IS THE FORMAT CODE AS SUBMITTED, SO IT NORMALIZES EXACTLY AS
000110* THE MATCHING AUDIT RECORD DID.
000120*--------------------------------------------------------------
000130 01  QR-CREDIT-RECORD.
000140     05  QCR-REQ-ID              PIC X(10).
000150     05  QCR-CLIENT              PIC X(04).
000160     05  QCR-FORMAT-CODE         PIC X(02).
000170     05  QCR-VERIFY-STATUS       PIC X(01).
000180     05  QCR-IMAGE-PATH          PIC X(90).
000190     05  QCR-AUDIT-TIMESTAMP     PIC X(26).
000200     05  QCR-CREDIT-DATE         PIC 9(08).
000210     05  FILLER                  PIC X(09).
