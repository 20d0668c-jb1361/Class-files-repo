001800*                 KEYED LAB30.LIX THAT LAB30 NOW POSTS AND READS
001900*                 DIRECTLY. THE HARD LIMITS AND SILENT DROPS GO
002000*                 WITH THE TABLES.
002025* 09/14/2026  DL  LAB30.LIX CARRIES THE INTEREST ALREADY BOOKED
002050*                 TO THE GENERAL LEDGER. A MIGRATED LOAN STARTS
002056*                 AT ZERO.
002062* 09/18/2026  DL  LAB30.LIX CARRIES THE RETURNED-CHECK FEES
002068*                 CHARGED TO THE LOAN. A MIGRATED LOAN STARTS
002075*                 AT ZERO.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007400         10  lixLoanId           PIC 9(03).
007500     05  lixPaidToDate           PIC 9(06)V99.
007600     05  lixLastPostDate         PIC 9(08).
007650     05  lixInterestBooked       PIC 9(06)V99.
007675     05  lixFeesCharged          PIC 9(06)V99.
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* FILE STATUS AND LOAD COUNTS
022900         COMPUTE lixPaidToDate =
023000             ldgPaidWhole + (ldgPaidFrac / 100)
023100         MOVE ZERO TO lixLastPostDate
023150         MOVE ZERO TO lixInterestBooked
023175         MOVE ZERO TO lixFeesCharged
023200         WRITE ledgerKeyRec
023300             INVALID KEY
023400                 DISPLAY "WARNING - duplicate ledger key "
