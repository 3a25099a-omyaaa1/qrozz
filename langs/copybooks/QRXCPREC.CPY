000123* QRX-REJECT-DATE IS THE RUN DATE THE REJECT WAS WRITTEN, SO
000124* THE PERMANENT-REJECT DISPOSITION PROGRAM (QRPRMDSP) CAN SHOW
000125* HOW LONG A REJECT HAS BEEN WAITING ON SUPERVISOR REVIEW.
000126* OPS CONCATENATES EACH NIGHT'S REJECT FILE (QRREQEXC) ONTO
000127* THE QRXCPMTH DATASET FOR THE MONTH, SO THE DATA-QUALITY
000128* SCORECARD (QRSCORE) CAN COUNT EACH CLIENT'S REJECTS BY REASON.
000130*--------------------------------------------------------------
000140 01  QR-EXCEPTION-RECORD.
000150     05  QRX-REQ-ID              PIC X(10).
