000080* AND BY QRCHARGE TO PRICE THE MONTH-END CHARGEBACK FROM THE
000090* PER-SYMBOLOGY BILLING RATES.
000100* QCL-RATE-FORMAT/QCL-RATE-AMOUNT HOLD UP TO SIX PER-SYMBOLOGY
000110* RATES (FORMAT CODES AS ON THE REQUEST RECORD, EACH ONE ON THE
000120* SYMBOLOGY CONTROL MASTER - SEE QRSYMREC); A FORMAT WITH NO
000130* ENTRY, AND WORK RUN UNDER THE PARM DEFAULT SYMBOLOGY (BLANK
000140* FORMAT CODE), BILLS AT QCL-DFLT-RATE. RATES ARE DOLLARS AND
000150* CENTS PER SUCCESSFUL GENERATION.
000151* QCL-COST-CENTER/QCL-GL-ACCOUNT ARE THE DEPARTMENT'S COST CENTER
000152* AND (NUMERIC) GENERAL-LEDGER ACCOUNT, DEBITED BY THE QRCHARGE
000153* JOURNAL INTERFACE; A CLIENT WITH EITHER ONE BLANK IS JOURNALED
000154* TO THE SUSPENSE ACCOUNT UNTIL FINANCE SUPPLIES THEM.
000155* QCL-NIGHT-CEILING IS THE MOST DETAIL REQUESTS QRINTAKE PASSES
000156* TO QR FOR THE CLIENT IN ONE NIGHT, AND QCL-MONTH-QUOTA THE MOST
000157* IN A CALENDAR MONTH (COUNTING THE MONTH-TO-DATE HISTORY); WORK
000158* OVER EITHER IS HELD. ZERO MEANS NO LIMIT.
000160*--------------------------------------------------------------
000170 01  QR-CLIENT-RECORD.
000180     05  QCL-CLIENT-CODE         PIC X(04).
000250         10  QCL-RATE-FORMAT     PIC X(02).
000260         10  QCL-RATE-AMOUNT     PIC 9(03)V99.
000270     05  QCL-DFLT-RATE           PIC 9(03)V99.
000271     05  QCL-COST-CENTER         PIC X(06).
000272     05  QCL-GL-ACCOUNT          PIC X(10).
000273     05  QCL-NIGHT-CEILING       PIC 9(07).
000274     05  QCL-MONTH-QUOTA         PIC 9(09).
000280     05  FILLER                  PIC X(08).
