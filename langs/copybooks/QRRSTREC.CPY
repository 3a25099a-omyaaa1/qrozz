000090* WHICH PRIORITY PASS THE CHECKPOINT WAS TAKEN IN (1 = HIGH
000100* PRIORITY, 2 = ROUTINE) SO A RESTART IN THE ROUTINE PASS DOES
000110* NOT REPEAT THE COMPLETED HIGH-PRIORITY PASS.
000111* QRR-PARTITION IS THE PARTITION NUMBER OF A PARTITIONED RUN
000112* (SEE QRPRTREC) THAT TOOK THE CHECKPOINT, ZERO FOR AN ORDINARY
000113* RUN, SO A PARTITION IS NEVER RESTARTED FROM ANOTHER'S
000114* CHECKPOINT.
000120*--------------------------------------------------------------
000130 01  QR-RESTART-RECORD.
000140     05  QRR-LAST-REQ-ID         PIC X(10).
000190     05  QRR-LAST-REJECT-COUNT   PIC 9(08) COMP.
000200     05  QRR-LAST-READ-COUNT     PIC 9(08) COMP.
000210     05  QRR-LAST-PASS           PIC 9(01).
000220     05  QRR-PARTITION           PIC 9(02).
000221     05  FILLER                  PIC X(01).
