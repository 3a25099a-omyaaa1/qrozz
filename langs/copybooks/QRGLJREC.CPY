000010*--------------------------------------------------------------
000020* QRGLJREC.CPY
000030* QR-GL-JOURNAL-RECORD - ONE RECORD OF THE GENERAL-LEDGER JOURNAL
000040* INTERFACE FILE (QRGLJRNL) WRITTEN BY THE MONTH-END CHARGEBACK
000050* RUN (PROGRAM QRCHARGE) FOR FINANCE'S LEDGER IMPORT. ONE "H"
000060* HEADER RECORD, THEN ONE "E" ENTRY PER CLIENT AND SYMBOLOGY
000070* DEBITING THE DEPARTMENT'S COST CENTER AND GL ACCOUNT (FROM THE
000080* CLIENT MASTER - SEE QRCLIREC) WITH THE NET BILLED AMOUNT, ONE
000090* "E" ENTRY CREDITING THE DATA CENTER RECOVERY ACCOUNT WITH THE
000100* TOTAL, AND ONE "T" TRAILER. AMOUNTS ARE UNSIGNED; QGJ-DR-CR-FLAG
000110* GIVES THE SIDE (A CLIENT WHOSE SCAN-BACK CREDITS EXCEED ITS
000120* CHARGES FOR A SYMBOLOGY POSTS A CREDIT). A CLIENT WITH NO COST
000130* CENTER OR GL ACCOUNT ON THE MASTER POSTS TO THE SUSPENSE
000140* ACCOUNT WITH QGJ-SUSPENSE-FLAG SET, SO THE JOURNAL ALWAYS
000150* BALANCES TO THE CHARGEBACK REPORT GRAND TOTAL. THE TRAILER
000160* CARRIES THE ENTRY COUNT, THE DEBIT AND CREDIT TOTALS, AND A HASH
000170* TOTAL OF THE GL ACCOUNT NUMBERS ON THE ENTRIES.
000180*--------------------------------------------------------------
000190 01  QR-GL-JOURNAL-RECORD.
000200     05  QGJ-REC-TYPE            PIC X(01).
000210         88  QGJ-HEADER              VALUE "H".
000220         88  QGJ-ENTRY               VALUE "E".
000230         88  QGJ-TRAILER             VALUE "T".
000240     05  QGJ-JOURNAL-DATE        PIC 9(08).
000250     05  QGJ-ENTRY-DATA.
000260         10  QGJ-COST-CENTER     PIC X(06).
000270         10  QGJ-GL-ACCOUNT      PIC X(10).
000280         10  QGJ-GL-ACCOUNT-N REDEFINES QGJ-GL-ACCOUNT
000290                                 PIC 9(10).
000300         10  QGJ-DR-CR-FLAG      PIC X(01).
000310             88  QGJ-DEBIT           VALUE "D".
000320             88  QGJ-CREDIT          VALUE "C".
000330         10  QGJ-AMOUNT          PIC 9(09)V99.
000340         10  QGJ-CLIENT          PIC X(04).
000350         10  QGJ-FORMAT-CODE     PIC X(02).
000360         10  QGJ-SUSPENSE-FLAG   PIC X(01).
000370             88  QGJ-SUSPENSE        VALUE "Y".
000380         10  QGJ-DESCRIPTION     PIC X(20).
000390         10  FILLER              PIC X(16).
000400     05  QGJ-HEADER-DATA REDEFINES QGJ-ENTRY-DATA.
000410         10  QGJ-HDR-SOURCE      PIC X(08).
000420         10  QGJ-HDR-PERIOD      PIC 9(06).
000430         10  QGJ-HDR-DESCRIPTION PIC X(30).
000440         10  FILLER              PIC X(27).
000450     05  QGJ-TRAILER-DATA REDEFINES QGJ-ENTRY-DATA.
000460         10  QGJ-TRL-ENTRY-COUNT PIC 9(07).
000470         10  QGJ-TRL-DEBIT-TOTAL PIC 9(11)V99.
000480         10  QGJ-TRL-CREDIT-TOTAL
000490                                 PIC 9(11)V99.
000500         10  QGJ-TRL-GL-HASH     PIC 9(15).
000510         10  FILLER              PIC X(23).
