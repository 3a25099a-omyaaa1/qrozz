000010*--------------------------------------------------------------
000020* QRRCLREC.CPY
000030* QR-RECALL-LOG-RECORD - ONE ROW PER OUTCOME OF AN ARCHIVE RESTORE
000040* (PROGRAM QRRESTOR). THE RECALL LOG (QRRCLLOG) IS EXTENDED, NOT
000050* REWRITTEN, SO IT ACCUMULATES ACROSS RUNS: EVERY "R" ROW IS AN
000060* ARCHIVED IMAGE PUT BACK FOR A REPRINT AND IS WHAT THE REPRINT IS
000070* BILLED FROM, AND THE ROWS FOR ONE REQUEST ID SHOW HOW OFTEN THAT
000080* ARCHIVED CODE HAS BEEN RECALLED.
000090*   OUTCOME "R"  RESTORED - QRL-RESTORED-PATH HOLDS THE IMAGE.
000100*           "N"  NOT IN THE ARCHIVE INDEX - NOTHING MATCHED THE
000110*                CARD (QRL-REQ-ID IS BLANK FOR A CLIENT CARD).
000120*           "F"  EXTRACTION FAILED - THE ARCHIVE WAS MISSING, TAR
000130*                FAILED, OR THE RESTORED FILE WAS ABSENT OR EMPTY.
000140*           "V"  REFUSED - THE CODE IS REVOKED ON QRRVKMST.
000150* QRL-CARD-TYPE IS "I" FOR A REQUEST-ID CARD AND "C" FOR A
000160* CLIENT/DATE-RANGE CARD; QRL-TICKET IS THE SERVICE-DESK TICKET
000170* KEYED ON THE CARD. QRL-ORIG-RUN-DATE IS THE RUN DATE THE IMAGE
000180* WAS FIRST GENERATED; QRL-RUN-DATE IS THE DAY OF THE RESTORE.
000190*--------------------------------------------------------------
000200 01  QR-RECALL-LOG-RECORD.
000210     05  QRL-REQ-ID              PIC X(10).
000220     05  QRL-CLIENT              PIC X(04).
000230     05  QRL-OUTCOME             PIC X(01).
000240         88  QRL-RESTORED            VALUE "R".
000250         88  QRL-NOT-IN-INDEX        VALUE "N".
000260         88  QRL-EXTRACT-FAILED      VALUE "F".
000270         88  QRL-REVOKED-REFUSED     VALUE "V".
000280     05  QRL-CARD-TYPE           PIC X(01).
000290         88  QRL-ID-CARD             VALUE "I".
000300         88  QRL-CLIENT-CARD         VALUE "C".
000310     05  QRL-TICKET              PIC X(10).
000320     05  QRL-ORIG-RUN-DATE       PIC 9(08).
000330     05  QRL-ARCHIVE-PATH        PIC X(90).
000340     05  QRL-RESTORED-PATH       PIC X(90).
000350     05  QRL-TIMESTAMP           PIC X(26).
000360     05  QRL-RUN-DATE            PIC 9(08).
000370     05  FILLER                  PIC X(12).
