000010*--------------------------------------------------------------
000020* QRCNAREC.CPY
000030* QR-CANCEL-AUDIT-RECORD - ONE ROW OF THE CANCEL/REVOKE AUDIT
000040* TRAIL (QRCANAUD). EVERY PROGRAM THAT ACTS ON THE CANCELLED/
000050* REVOKED CODES REGISTER (SEE QRRVKREC) EXTENDS THIS FILE, SO IT
000060* ACCUMULATES ACROSS RUNS AND SHOWS, FOR ANY REQUEST ID, WHEN IT
000070* WAS TAKEN BACK, BY WHOM, AND EVERY PLACE IT WAS STOPPED:
000080*   "C"  CANCEL REGISTERED           (QRCANREV)
000090*   "V"  REVOKE REGISTERED           (QRCANREV)
000100*   "M"  REVOKED IMAGE MOVED OFF THE OUTPUT TREE (QRCANREV)
000110*   "O"  SUPERVISOR OVERRIDE GIVEN   (QRCANREV)
000120*   "X"  TRANSACTION REFUSED         (QRCANREV)
000130*   "R"  PENDING REQUEST REMOVED     (QR, QRRECYCL, QRPRMDSP)
000140*   "B"  REVOKED ID BLOCKED          (QR, QRREGEN)
000150*   "A"  REVOKED ID ADMITTED UNDER OVERRIDE (QR)
000160* QCA-SOURCE IS THE PROGRAM THAT WROTE THE ROW; QCA-DETAIL SAYS
000170* WHERE THE REQUEST WAS FOUND, THE REASON GIVEN, OR THE PATH THE
000180* IMAGE WAS MOVED TO.
000190*--------------------------------------------------------------
000200 01  QR-CANCEL-AUDIT-RECORD.
000210     05  QCA-REQ-ID              PIC X(10).
000220     05  QCA-CLIENT              PIC X(04).
000230     05  QCA-ACTION              PIC X(01).
000240         88  QCA-CANCEL-REGISTERED   VALUE "C".
000250         88  QCA-REVOKE-REGISTERED   VALUE "V".
000260         88  QCA-IMAGE-MOVED         VALUE "M".
000270         88  QCA-OVERRIDE-GIVEN      VALUE "O".
000280         88  QCA-TXN-REFUSED         VALUE "X".
000290         88  QCA-PENDING-REMOVED     VALUE "R".
000300         88  QCA-REVOKED-BLOCKED     VALUE "B".
000310         88  QCA-OVERRIDE-ADMITTED   VALUE "A".
000320     05  QCA-SOURCE              PIC X(08).
000330     05  QCA-DETAIL              PIC X(90).
000340     05  QCA-TIMESTAMP           PIC X(26).
000350     05  QCA-RUN-DATE            PIC 9(08).
000360     05  FILLER                  PIC X(13).
