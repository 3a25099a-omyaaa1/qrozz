000080* NAMES, AND QAR-ARCHIVE-PATH IS THE DATED PER-CLIENT ARCHIVE
000090* THE IMAGE NOW LIVES IN. QAR-RUN-DATE IS THE RUN DATE OF THE
000100* ORIGINAL GENERATION, QAR-TIMESTAMP THE MOMENT IT WAS
000110* ARCHIVED. PROGRAM QRRESTOR READS THE INDEX TO EXTRACT AN
000111* ARCHIVED IMAGE BACK OUT FOR A REPRINT.
000120*--------------------------------------------------------------
000130 01  QR-ARCHIVE-INDEX-RECORD.
000140     05  QAR-REQ-ID              PIC X(10).
