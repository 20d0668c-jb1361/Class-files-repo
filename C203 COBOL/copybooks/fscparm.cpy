000600* FSCL-DATE IS YYYYMMDD IN; THE PERIOD NUMBER, FISCAL YEAR, AND
000700* PERIOD START/END DATES COME BACK. FSCL-VALID-SW COMES BACK "N"
000800* WHEN FISCAL.CAL IS ABSENT OR THE DATE FALLS IN NO PERIOD.
000810* FSCL-PERIOD-STATUS IS THE PERIOD'S CLOSE STATE FROM FISCAL.STA
000820* (OPEN, CLOSING, CLOSED) - EVERY POSTING PROGRAM REFUSES A
000830* TRANSACTION DATED INTO A CLOSED PERIOD. A PERIOD WITH NO
000840* FISCAL.STA RECORD, OR A DATE IN NO PERIOD, COMES BACK OPEN.
000900*----------------------------------------------------------------
001000 01  FSCL-PARM.
001100     05  FSCL-DATE               PIC 9(08).
001600     05  FSCL-VALID-SW           PIC X(01).
001700         88  FSCL-IS-VALID               VALUE "Y".
001800         88  FSCL-IS-NOT-VALID           VALUE "N".
001900     05  FSCL-PERIOD-STATUS      PIC X(01).
002000         88  FSCL-PERIOD-OPEN            VALUE "O".
002100         88  FSCL-PERIOD-CLOSING         VALUE "C".
002200         88  FSCL-PERIOD-CLOSED          VALUE "X".
