000090* REGENERATED (AND RE-BILLED). THE KEY IS REQUEST ID PLUS THE
000100* AUDIT TIMESTAMP SO A REQUEST'S FULL HISTORY (FAILURES,
000110* REJECTS, AND THE EVENTUAL SUCCESS) IS HELD, IN ORDER.
000111* QHS-SCAN-FLAG "B" MARKS A SUCCESS ROW WHOSE IMAGE FAILED THE
000112* SCAN-BACK VERIFICATION (SEE QRVERIFY); PROGRAM QRREGEN SETS
000113* IT WHEN IT QUEUES THE REQUEST FOR REGENERATION AND CREDITS
000114* THE CLIENT, AND PROGRAM QR DOES NOT COUNT A FLAGGED ROW AS A
000115* GOOD COMPLETION WHEN IT CHECKS FOR DUPLICATES.
000116* QHS-REVOKE-FLAG "V" MARKS EVERY ROW OF A REQUEST ID THAT THE
000117* SUBMITTING DEPARTMENT HAS REVOKED (SEE QRRVKREC); PROGRAM
000118* QRCANREV SETS IT WHEN IT MOVES THE IMAGE OFF THE OUTPUT TREE.
000120*--------------------------------------------------------------
000130 01  QR-HISTORY-RECORD.
000140     05  QHS-KEY.
000230     05  QHS-CLIENT              PIC X(04).
000240     05  QHS-FORMAT-CODE         PIC X(02).
000250     05  QHS-RUN-DATE            PIC 9(08).
000260     05  QHS-SCAN-FLAG           PIC X(01).
000261         88  QHS-SCAN-FAILED         VALUE "B".
000262     05  QHS-REVOKE-FLAG         PIC X(01).
000263         88  QHS-REVOKED             VALUE "V".
000264     05  FILLER                  PIC X(13).
