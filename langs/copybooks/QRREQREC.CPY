000430         88  QR-REQ-DETAIL           VALUE "D".
000440         88  QR-REQ-STRUCTURED       VALUE "S".
000450         88  QR-REQ-TRAILER          VALUE "T".
000451         88  QR-REQ-CANCEL           VALUE "C".
000452         88  QR-REQ-REVOKE           VALUE "V".
000453         88  QR-REQ-TRANSACTION      VALUES "C" "V".
000460     05  QR-REQ-ID               PIC X(10).
000470     05  QR-REQ-FORMAT-CODE      PIC X(02).
000480     05  QR-REQ-DATA             PIC X(100).
000570     05  QR-REQ-OUT-FORMAT       PIC X(03).
000571     05  QR-REQ-SCALE            PIC X(02).
000572     05  QR-REQ-ECC-LEVEL        PIC X(01).
000573*    QR-REQ-REGEN-FLAG "G" MARKS A REQUEST REBUILT BY QRREGEN
000574*    FROM AN IMAGE THAT FAILED SCAN-BACK VERIFICATION; QR DOES
000575*    NOT HOLD IT TO THE CROSS-RUN DUPLICATE CHECK, SINCE ITS ID
000576*    HAS ALREADY COMPLETED ONCE. SPACE ON EVERY OTHER REQUEST.
000577     05  QR-REQ-REGEN-FLAG       PIC X(01).
000578         88  QR-REQ-REGENERATION     VALUE "G".
000579     05  FILLER                  PIC X(03).
000580 01  QR-REQUEST-HEADER-REC.
000590     05  FILLER                  PIC X(01).
000600     05  QRH-BATCH-ID            PIC X(08).
000930         10  QR-REQ-ML-SUBJECT   PIC X(50).
000940         10  FILLER              PIC X(08).
000950     05  FILLER                  PIC X(97).
000951*--------------------------------------------------------------
000952* RECORD TYPES "C" (CANCEL) AND "V" (REVOKE) ARE TRANSACTIONS,
000953* NOT WORK: THEY NAME AN EARLIER REQUEST BY QR-REQ-ID AND CARRY
000954* THE SUBMITTING CLIENT IN QR-REQ-CLIENT AND THE REASON IN THE
000955* DATA AREA (QR-REQ-TXN-REASON). THEY ARE COUNTED AND HASHED
000956* IN THE BATCH TRAILER LIKE A DETAIL; QRINTAKE ROUTES THEM TO
000957* PROGRAM QRCANREV INSTEAD OF TO QR.
000958*--------------------------------------------------------------
000959 01  QR-REQUEST-TXN-REC.
000960     05  FILLER                  PIC X(13).
000961     05  QR-REQ-TXN-REASON       PIC X(40).
000962     05  FILLER                  PIC X(157).
