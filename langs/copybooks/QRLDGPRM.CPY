000010*--------------------------------------------------------------
000020* QRLDGPRM.CPY
000030* QR-LEDGER-PARAMETERS - THE PARAMETER BLOCK A JOB-STREAM STEP
000040* PASSES TO THE QRLEDGER SUBPROGRAM. THE STEP CALLS ONCE WITH
000050* FUNCTION "B" BEFORE IT OPENS ITS FILES - QRLEDGER CHECKS THE
000060* STEPS AHEAD OF IT, RECORDS THE START, AND RETURNS THE RUN
000070* DATE - AND ONCE WITH FUNCTION "E" AT TERMINATION, PASSING ITS
000080* RETURN CODE AND UP TO THREE LABELLED KEY COUNTS. QLP-RESULT
000090* "N" ON A BEGIN CALL MEANS THE STEP IS NOT RELEASED AND MUST
000100* END WITHOUT DOING ANY WORK; QRLEDGER HAS ALREADY DISPLAYED
000110* WHICH EARLIER STEP IS HOLDING IT. THE BLOCK IS KEPT BETWEEN
000120* THE TWO CALLS SO THE END IS POSTED TO THE RUN THE BEGIN
000130* RETURNED.
000140*--------------------------------------------------------------
000150 01  QR-LEDGER-PARAMETERS.
000160     05  QLP-FUNCTION            PIC X(01).
000170         88  QLP-BEGIN-STEP          VALUE "B".
000180         88  QLP-END-STEP            VALUE "E".
000190     05  QLP-STEP-NAME           PIC X(08).
000200     05  QLP-RUN-DATE            PIC 9(08).
000210     05  QLP-STEP-RC             PIC S9(04) COMP.
000220     05  QLP-COUNT-ENTRY         OCCURS 3 TIMES.
000230         10  QLP-COUNT-LABEL     PIC X(08).
000240         10  QLP-COUNT-VALUE     PIC 9(09).
000250     05  QLP-RESULT              PIC X(01).
000260         88  QLP-STEP-RELEASED       VALUE "Y".
000270         88  QLP-STEP-HELD           VALUE "N".
