000010*--------------------------------------------------------------
000020* QRSYMREC.CPY
000030* QR-SYMBOLOGY-RECORD - ONE ROW OF THE KEYED SYMBOLOGY CONTROL
000040* MASTER (QRSYMMST), KEYED BY THE TWO-CHARACTER FORMAT CODE
000050* CARRIED ON THE REQUEST RECORDS. MAINTAINED BY PROGRAM QRSYMMNT
000060* FROM MAINTENANCE CARDS; LOADED BY QR AT STARTUP AS ITS TABLE OF
000070* SUPPORTED SYMBOLOGIES, AND READ BY QRINTAKE TO REJECT WORK FOR
000080* UNKNOWN OR INACTIVE FORMAT CODES AND BY QRCLIMNT TO REFUSE
000090* BILLING RATES FOR THEM.
000100* QSY-ZINT-NUMBER IS THE ZINT BARCODE SYMBOLOGY NUMBER PASSED ON
000110* THE GENERATOR COMMAND LINE, LEFT-JUSTIFIED ("58 ", "20 ").
000120* QSY-MIN-LEN/QSY-MAX-LEN BOUND THE PAYLOAD LENGTH QR ACCEPTS.
000130* QSY-CHARSET-RULE SELECTS THE PAYLOAD CONTENT EDIT QR APPLIES:
000140*   "U" - A WEB ADDRESS (MUST BEGIN HTTP:// OR HTTPS://).
000150*   "E" - AN EAN-13 NUMBER (12 OR 13 DIGITS, CHECK DIGIT PROVED).
000160*   "N" - DIGITS ONLY.
000170*   "A" - ANY PRINTABLE ASCII.
000180* QSY-ECC-FLAG "Y" MEANS THE SYMBOLOGY TAKES AN ERROR CORRECTION
000190* LEVEL; FOR ANY OTHER THE REQUESTED ECC LEVEL IS IGNORED.
000200* A DEACTIVATED ROW IS KEPT FOR THE BILLING AND HISTORY TRAILS
000210* BUT NO NEW WORK IS ACCEPTED FOR IT.
000220*--------------------------------------------------------------
000230 01  QR-SYMBOLOGY-RECORD.
000240     05  QSY-FORMAT-CODE         PIC X(02).
000250     05  QSY-ZINT-NUMBER         PIC X(03).
000260     05  QSY-DESCRIPTION         PIC X(30).
000270     05  QSY-MIN-LEN             PIC 9(04).
000280     05  QSY-MAX-LEN             PIC 9(04).
000290     05  QSY-CHARSET-RULE        PIC X(01).
000300         88  QSY-URL-PAYLOAD         VALUE "U".
000310         88  QSY-EAN-PAYLOAD         VALUE "E".
000320         88  QSY-DIGIT-PAYLOAD       VALUE "N".
000330         88  QSY-ASCII-PAYLOAD       VALUE "A".
000340         88  QSY-VALID-CHARSET-RULE  VALUES "U" "E" "N" "A".
000350     05  QSY-ECC-FLAG            PIC X(01).
000360         88  QSY-ECC-APPLIES         VALUE "Y".
000370         88  QSY-VALID-ECC-FLAG      VALUES "Y" "N".
000380     05  QSY-ACTIVE-FLAG         PIC X(01).
000390         88  QSY-ACTIVE              VALUE "A".
000400         88  QSY-INACTIVE            VALUE "I".
000410     05  QSY-LAST-CHANGE-DATE    PIC 9(08).
000420     05  QSY-LAST-CHANGE-OPER    PIC X(08).
000430     05  FILLER                  PIC X(18).
