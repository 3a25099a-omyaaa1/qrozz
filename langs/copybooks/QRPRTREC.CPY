000010*--------------------------------------------------------------
000020* QRPRTREC.CPY
000030* QR-PARTITION-RECORD - CONTROL ROW FOR A PARTITIONED QR RUN.
000040* PROGRAM QRSPLIT DEALS THE NIGHT'S EDITED QRREQIN OUT BY CLIENT
000050* INTO N PARTITION REQUEST FILES AND WRITES ONE SPLIT ROW ("S")
000060* PER PARTITION TO THE SPLIT CONTROL FILE (QRPRTCTL), GIVING THE
000070* REQUESTS AND HIGH-PRIORITY REQUESTS DEALT TO IT. EACH
000080* PARTITION THEN RUNS AS ITS OWN QR INSTANCE (SIXTH PARM VALUE
000090* = PARTITION NUMBER), WHICH WRITES ONE RUN ROW ("R") WITH ITS
000100* TOTALS TO ITS OWN QRPRTSTS AT THE END OF THE RUN. PROGRAM
000110* QRMERGE READS BOTH TO PROVE EVERY PARTITION HAS FINISHED FOR
000120* THIS SPLIT AND TO BALANCE THE MERGED NIGHTLY FILES.
000130* EVERY PARTITION DATASET IS NAMED PREFIX.PNN.DDNAME, WHERE
000140* PREFIX IS QPT-DATASET-PREFIX FROM THE SPLIT ROW, NN IS THE
000150* PARTITION NUMBER, AND DDNAME IS THE QR FILE NAME (QRREQIN,
000160* QRRSTRT, QRAUDLOG, QRMANLOG, QRREQEXC, QRRCARRY, QRCANAUD,
000170* QRRPTOUT, QRPRTSTS). ON A SPLIT ROW THE START TIMESTAMP IS
000180* WHEN THE SPLIT RAN AND QPT-RUN-DATE IS THE LEDGER RUN DATE; ON
000190* A RUN ROW THEY ARE THE PARTITION'S OWN. QPT-READ-COUNT IS THE
000200* REQUESTS DEALT TO (SPLIT) OR READ BY (RUN) THE PARTITION.
000210* TIMESTAMPS ARE YYYYMMDDHHMMSSCC AS BUILT BY THE QR TIMESTAMP
000220* ROUTINE.
000230*--------------------------------------------------------------
000240 01  QR-PARTITION-RECORD.
000250     05  QPT-ROW-TYPE            PIC X(01).
000260         88  QPT-SPLIT-ROW           VALUE "S".
000270         88  QPT-RUN-ROW             VALUE "R".
000280     05  QPT-PARTITION           PIC 9(02).
000290     05  QPT-PARTITION-COUNT     PIC 9(02).
000300     05  QPT-RUN-DATE            PIC 9(08).
000310     05  QPT-START-TIMESTAMP     PIC X(26).
000320     05  QPT-END-TIMESTAMP       PIC X(26).
000330     05  QPT-DATASET-PREFIX      PIC X(60).
000340     05  QPT-CLIENT-COUNT        PIC 9(04).
000350     05  QPT-READ-COUNT          PIC 9(08).
000360     05  QPT-HIGH-COUNT          PIC 9(08).
000370     05  QPT-SUCCESS-COUNT       PIC 9(08).
000380     05  QPT-FAILURE-COUNT       PIC 9(08).
000390     05  QPT-REJECT-COUNT        PIC 9(08).
000400     05  QPT-DUPLICATE-COUNT     PIC 9(08).
000410     05  QPT-CARRYOVER-COUNT     PIC 9(08).
000420     05  QPT-CUTOFF-FLAG         PIC X(01).
000430         88  QPT-CUTOFF-FIRED        VALUE "Y".
000440         88  QPT-NO-CUTOFF           VALUE "N".
000450     05  QPT-STEP-RC             PIC 9(02).
000460     05  FILLER                  PIC X(20).
