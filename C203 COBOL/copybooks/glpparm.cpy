000100*----------------------------------------------------------------
000200* GLPPARM - CALL INTERFACE FOR THE GLPOST SUBPROGRAM.
000300* SHARED BY GLPOST ITSELF AND BY EVERY PROGRAM THAT MOVES MONEY
000400* ON A FACULTY LOAN (LAB30ENT, LAB30, LAB30WOF, LAB30PAY) SO THE
000500* GENERAL-LEDGER JOURNAL LAYOUT ONLY HAS TO BE MAINTAINED ONCE.
000600* THE CALLER FILLS IN THE EVENT, ITS DATE (YYYYMMDD), THE LOAN,
000700* AND THE AMOUNT. GLPOST PICKS THE DEBIT AND CREDIT ACCOUNTS FOR
000800* THE EVENT, STAMPS THE FISCAL PERIOD, AND HANDS BACK THE PERIOD
000900* IT USED. A NEGATIVE AMOUNT POSTS THE REVERSING ENTRY.
001000*----------------------------------------------------------------
001100 01  GLP-PARM.
001200     05  GLP-PROGRAM-NAME        PIC X(08).
001300     05  GLP-EVENT-TYPE          PIC X(04).
001400         88  GLP-EVENT-LOAN              VALUE "LOAN".
001500         88  GLP-EVENT-PAYMENT           VALUE "PYMT".
001600         88  GLP-EVENT-INTEREST          VALUE "INTR".
001700         88  GLP-EVENT-CHARGE-OFF        VALUE "CHGO".
001750         88  GLP-EVENT-FEE               VALUE "FEE ".
001775         88  GLP-EVENT-RECOVERY          VALUE "RCOV".
001800     05  GLP-EVENT-DATE          PIC 9(08).
001900     05  GLP-FACULTY-NUMBER      PIC 9(03).
002000     05  GLP-LOAN-ID             PIC 9(03).
002100     05  GLP-REFERENCE           PIC X(08).
002200     05  GLP-AMOUNT              PIC S9(07)V99.
002300     05  GLP-FISCAL-YEAR         PIC 9(04).
002400     05  GLP-PERIOD              PIC 9(02).
002500     05  GLP-RESULT-SW           PIC X(01).
002600         88  GLP-POSTED                  VALUE "Y".
002700         88  GLP-NOT-POSTED              VALUE "N".
