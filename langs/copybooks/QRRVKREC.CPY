000010*--------------------------------------------------------------
000020* QRRVKREC.CPY
000030* QR-REVOKE-RECORD - ONE ROW OF THE KEYED CANCELLED/REVOKED CODES
000040* REGISTER (QRRVKMST), KEYED BY REQUEST ID. PROGRAM QRCANREV
000050* WRITES THE ROW FROM THE CANCEL AND REVOKE TRANSACTIONS A
000060* DEPARTMENT SENDS IN ITS QRREQRAW BATCHES (ROUTED TO IT BY
000070* QRINTAKE ON QRCRVTXN):
000080*   TYPE "C"  CANCEL - THE REQUEST HAD NOT YET COMPLETED. QR,
000090*             QRRECYCL, AND QRPRMDSP DROP IT WHEREVER IT IS STILL
000100*             WAITING (CARRYOVER, RECYCLE STREAM, QRPRMREJ).
000110*             QRW-REMOVED-COUNT/-DATE SHOW THE LAST REMOVAL.
000120*   TYPE "V"  REVOKE - THE IMAGE WAS PRODUCED AND MUST NOT BE
000130*             USED. THE HISTORY ROWS ARE FLAGGED, THE IMAGE IS
000140*             MOVED OFF THE LIVE CLIENT OUTPUT TREE (QRW-REVOKED-
000150*             PATH IS WHERE IT NOW SITS), AND THE ID IS NEVER
000160*             GENERATED AGAIN.
000170* EACH TIME QR, QRRECYCL, OR QRPRMDSP DROPS OR BLOCKS THE ID IT
000180* STEPS QRW-REMOVED-COUNT AND SETS QRW-REMOVED-DATE TO THE RUN
000190* DATE.
000200* A SUPERVISOR OVERRIDE CARD TO QRCANREV SETS QRW-OVERRIDE-FLAG,
000210* WHICH LETS QR GENERATE A REVOKED ID ONCE MORE; QRHSTUPD CLEARS
000220* THE FLAG AND STAMPS QRW-REISSUE-DATE WHEN THAT REISSUE POSTS TO
000230* HISTORY. QRHSTINQ LISTS THE REGISTER AND QRDIST SHOWS EACH DAY'S
000240* NEW ENTRIES ON THE CLIENT RESULTS FILES. DATES ARE YYYYMMDD.
000250*--------------------------------------------------------------
000260 01  QR-REVOKE-RECORD.
000270     05  QRW-REQ-ID              PIC X(10).
000280     05  QRW-ENTRY-TYPE          PIC X(01).
000290         88  QRW-CANCELLED           VALUE "C".
000300         88  QRW-REVOKED             VALUE "V".
000310     05  QRW-CLIENT              PIC X(04).
000320     05  QRW-REASON              PIC X(40).
000330     05  QRW-ENTRY-DATE          PIC 9(08).
000340     05  QRW-REMOVED-COUNT       PIC 9(03).
000350     05  QRW-REMOVED-DATE        PIC 9(08).
000360     05  QRW-IMAGE-COUNT         PIC 9(03).
000370     05  QRW-REVOKED-PATH        PIC X(90).
000380     05  QRW-OVERRIDE-FLAG       PIC X(01).
000390         88  QRW-OVERRIDE-GIVEN      VALUE "Y".
000400     05  QRW-OVERRIDE-BY         PIC X(03).
000410     05  QRW-OVERRIDE-DATE       PIC 9(08).
000420     05  QRW-REISSUE-DATE        PIC 9(08).
000430     05  FILLER                  PIC X(13).
