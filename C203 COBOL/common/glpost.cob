000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLPOST.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHARED SUBPROGRAMS.
000500 DATE-WRITTEN.  09/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/14/2026  DL  INITIAL VERSION. FINANCE HAS BEEN RE-KEYING
001100*                 LOAN DISBURSEMENTS, PAYMENTS, ACCRUED INTEREST,
001200*                 AND CHARGE-OFFS INTO THE GENERAL LEDGER BY HAND
001300*                 FROM OUR REPORTS. EVERY PROGRAM THAT MOVES
001400*                 MONEY ON A LOAN NOW CALLS THIS ONCE PER EVENT
001500*                 AND THE BALANCED DEBIT/CREDIT PAIR LANDS IN THE
001600*                 LAB30.GLJ JOURNAL FOR THE NIGHTLY EXTRACT.
001620* 09/18/2026  DL  RETURNED-CHECK FEES JOURNAL AS THEIR OWN EVENT
001640*                 (FEE) AGAINST THE NEW LOAN FEE INCOME ACCOUNT.
001660*                 A BOUNCED PAYMENT ITSELF NEEDS NO NEW EVENT -
001680*                 IT POSTS AS A NEGATIVE PYMT AND THE SIDES SWAP.
001685* 09/21/2026  DL  MONEY TAKEN ON A LOAN ALREADY CHARGED OFF POSTS
001690*                 AS A RECOVERY (RCOV) - CASH AGAINST THE LOSS
001695*                 ALLOWANCE, NOT THE RECEIVABLE IT LEFT.
001700*----------------------------------------------------------------
001800* CALLING CONVENTION - CALL "GLPOST" USING GLP-PARM (SEE COPYBOOK
001900* GLPPARM). APPENDS TWO LINES TO LAB30.GLJ PER CALL - THE DEBIT
002000* AND THE CREDIT - SO THE JOURNAL BALANCES LINE FOR LINE. THE
002100* ACCOUNT PAIR FOR EACH EVENT TYPE LIVES IN THE TABLE BELOW, THE
002200* ONE PLACE TO CHANGE IT IF FINANCE RENUMBERS THE CHART. A ZERO
002300* AMOUNT OR AN EVENT NOT IN THE TABLE POSTS NOTHING AND COMES
002400* BACK GLP-NOT-POSTED.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT journalFile ASSIGN TO "LAB30.GLJ"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS journalFileStatus.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  journalFile.
003500 01  journalRecord               PIC X(80).
003600 WORKING-STORAGE SECTION.
003700 01  journalFileStatus           PIC X(02).
003800*----------------------------------------------------------------
003900* EVENT-TO-ACCOUNT TABLE - EVENT TYPE, DEBIT ACCOUNT, CREDIT
004000* ACCOUNT. 131000 FACULTY LOANS RECEIVABLE, 101000 CASH - LOAN
004100* OFFICE, 132000 ACCRUED INTEREST RECEIVABLE, 411000 LOAN
004166* INTEREST INCOME, 139000 ALLOWANCE FOR LOAN LOSSES, 412000
004232* LOAN FEE INCOME.
004300*----------------------------------------------------------------
004400 78  GLP-EVENT-COUNT             VALUE 6.
004500 01  GLP-ACCOUNT-VALUES.
004600     05  FILLER                  PIC X(16) VALUE
004700         "LOAN131000101000".
004800     05  FILLER                  PIC X(16) VALUE
004900         "PYMT101000131000".
005000     05  FILLER                  PIC X(16) VALUE
005100         "INTR132000411000".
005200     05  FILLER                  PIC X(16) VALUE
005300         "CHGO139000131000".
005333     05  FILLER                  PIC X(16) VALUE
005366         "FEE 131000412000".
005377     05  FILLER                  PIC X(16) VALUE
005388         "RCOV101000139000".
005400 01  GLP-ACCOUNT-TABLE REDEFINES GLP-ACCOUNT-VALUES.
005500     05  GLP-ACCOUNT-ENTRY OCCURS 6 TIMES.
005600         10  GLP-TBL-EVENT       PIC X(04).
005700         10  GLP-TBL-DEBIT       PIC X(06).
005800         10  GLP-TBL-CREDIT      PIC X(06).
005900 01  GLP-EVENT-SUB               PIC 9(03) COMP.
006000 01  GLP-EVENT-HIT               PIC 9(03) COMP.
006100 01  GLP-DEBIT-ACCOUNT           PIC X(06).
006200 01  GLP-CREDIT-ACCOUNT          PIC X(06).
006300 01  GLP-POST-AMOUNT             PIC 9(07)V99.
006400*----------------------------------------------------------------
006500* ONE JOURNAL LINE - BUILT HERE AND MOVED TO THE RECORD. LAB30GL
006600* READS THE SAME LAYOUT BACK.
006700*----------------------------------------------------------------
006800 01  GLP-JOURNAL-LINE.
006900     05  GLP-JNL-POST-DATE       PIC 9(08).
007000     05  FILLER                  PIC X(01) VALUE SPACE.
007100     05  GLP-JNL-FISCAL-YEAR     PIC 9(04).
007200     05  GLP-JNL-PERIOD          PIC 9(02).
007300     05  FILLER                  PIC X(01) VALUE SPACE.
007400     05  GLP-JNL-EVENT-TYPE      PIC X(04).
007500     05  FILLER                  PIC X(01) VALUE SPACE.
007600     05  GLP-JNL-EVENT-DATE      PIC 9(08).
007700     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  GLP-JNL-FACULTY         PIC 9(03).
007900     05  FILLER                  PIC X(01) VALUE "/".
008000     05  GLP-JNL-LOAN-ID         PIC 9(03).
008100     05  FILLER                  PIC X(01) VALUE SPACE.
008200     05  GLP-JNL-REFERENCE       PIC X(08).
008300     05  FILLER                  PIC X(01) VALUE SPACE.
008400     05  GLP-JNL-SIDE            PIC X(01).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  GLP-JNL-ACCOUNT         PIC X(06).
008700     05  FILLER                  PIC X(01) VALUE SPACE.
008800     05  GLP-JNL-AMOUNT          PIC 9(07)V99.
008900     05  FILLER                  PIC X(01) VALUE SPACE.
009000     05  GLP-JNL-PROGRAM         PIC X(08).
009100     05  FILLER                  PIC X(07) VALUE SPACES.
009200*----------------------------------------------------------------
009300* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
009400*----------------------------------------------------------------
009500 COPY "fscparm.cpy".
009600 LINKAGE SECTION.
009700 COPY "glpparm.cpy".
009800 PROCEDURE DIVISION USING GLP-PARM.
009900*----------------------------------------------------------------
010000 0000-MAINLINE.
010100*    LAB30.GLJ IS OPENED FOR EXTEND (APPEND) THE SAME WAY
010200*    REJECTLOG OPENS REJECT.LOG - THE FIRST POSTING AFTER THE
010300*    NIGHTLY EXTRACT EMPTIES THE JOURNAL CREATES IT AGAIN.
010400*----------------------------------------------------------------
010500     SET GLP-NOT-POSTED TO TRUE.
010600     MOVE ZERO TO GLP-FISCAL-YEAR.
010700     MOVE ZERO TO GLP-PERIOD.
010800     IF GLP-AMOUNT = ZERO
010900         GO TO 0000-MAINLINE-GOBACK
011000     END-IF.
011100
011200     PERFORM 1000-FIND-ACCOUNTS
011300         THRU 1000-FIND-ACCOUNTS-EXIT.
011400     IF GLP-EVENT-HIT = ZERO
011500         DISPLAY "WARNING - GLPOST event " GLP-EVENT-TYPE
011600             " has no accounts, " GLP-FACULTY-NUMBER "/"
011700             GLP-LOAN-ID " not journaled"
011800         GO TO 0000-MAINLINE-GOBACK
011900     END-IF.
012000
012100     PERFORM 2000-FIND-PERIOD
012200         THRU 2000-FIND-PERIOD-EXIT.
012300
012400     OPEN EXTEND journalFile.
012500     IF journalFileStatus NOT = "00"
012600         OPEN OUTPUT journalFile
012700     END-IF.
012800     IF journalFileStatus NOT = "00"
012900         DISPLAY "ERROR - GLPOST cannot open LAB30.GLJ, status "
013000             journalFileStatus
013100         GO TO 0000-MAINLINE-GOBACK
013200     END-IF.
013300
013400     PERFORM 3000-WRITE-JOURNAL-PAIR
013500         THRU 3000-WRITE-JOURNAL-PAIR-EXIT.
013600     CLOSE journalFile.
013700     SET GLP-POSTED TO TRUE.
013800 0000-MAINLINE-GOBACK.
013900     GOBACK.
014000*----------------------------------------------------------------
014100 1000-FIND-ACCOUNTS.
014200*    LOOK THE EVENT UP IN THE ACCOUNT TABLE. A NEGATIVE AMOUNT
014300*    IS THE SAME EVENT BACKED OUT, SO THE SIDES SWAP AND THE
014400*    LINES CARRY THE AMOUNT UNSIGNED.
014500*----------------------------------------------------------------
014600     MOVE ZERO TO GLP-EVENT-HIT.
014700     PERFORM 1100-CHECK-ONE-EVENT
014800         THRU 1100-CHECK-ONE-EVENT-EXIT
014900         VARYING GLP-EVENT-SUB FROM 1 BY 1
015000         UNTIL GLP-EVENT-SUB > GLP-EVENT-COUNT
015100         OR GLP-EVENT-HIT NOT = ZERO.
015200     IF GLP-EVENT-HIT = ZERO
015300         GO TO 1000-FIND-ACCOUNTS-EXIT
015400     END-IF.
015500     IF GLP-AMOUNT < ZERO
015600         MOVE GLP-TBL-CREDIT(GLP-EVENT-HIT) TO GLP-DEBIT-ACCOUNT
015700         MOVE GLP-TBL-DEBIT(GLP-EVENT-HIT)  TO GLP-CREDIT-ACCOUNT
015800     ELSE
015900         MOVE GLP-TBL-DEBIT(GLP-EVENT-HIT)  TO GLP-DEBIT-ACCOUNT
016000         MOVE GLP-TBL-CREDIT(GLP-EVENT-HIT) TO GLP-CREDIT-ACCOUNT
016100     END-IF.
016200     MOVE GLP-AMOUNT TO GLP-POST-AMOUNT.
016300 1000-FIND-ACCOUNTS-EXIT.
016400     EXIT.
016500*----------------------------------------------------------------
016600 1100-CHECK-ONE-EVENT.
016700*----------------------------------------------------------------
016800     IF GLP-EVENT-TYPE = GLP-TBL-EVENT(GLP-EVENT-SUB)
016900         MOVE GLP-EVENT-SUB TO GLP-EVENT-HIT
017000     END-IF.
017100 1100-CHECK-ONE-EVENT-EXIT.
017200     EXIT.
017300*----------------------------------------------------------------
017400 2000-FIND-PERIOD.
017500*    THE ENTRY BELONGS TO THE FISCAL PERIOD THE EVENT HAPPENED
017600*    IN. NO FISCAL.CAL, OR A DATE OUTSIDE IT, LEAVES YEAR AND
017700*    PERIOD ZERO - FINANCE ASSIGNS THOSE BY HAND ON THE LEDGER
017800*    SIDE RATHER THAN US GUESSING.
017900*----------------------------------------------------------------
018000     MOVE GLP-EVENT-DATE TO FSCL-DATE.
018100     CALL "FISCPER" USING FSCL-PARM.
018200     IF FSCL-IS-VALID
018300         MOVE FSCL-FISCAL-YEAR TO GLP-FISCAL-YEAR
018400         MOVE FSCL-PERIOD      TO GLP-PERIOD
018500     END-IF.
018600 2000-FIND-PERIOD-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018900 3000-WRITE-JOURNAL-PAIR.
019000*    ONE DEBIT LINE AND ONE CREDIT LINE FOR THE SAME AMOUNT.
019100*----------------------------------------------------------------
019200     MOVE FUNCTION CURRENT-DATE(1:8) TO GLP-JNL-POST-DATE.
019300     MOVE GLP-FISCAL-YEAR    TO GLP-JNL-FISCAL-YEAR.
019400     MOVE GLP-PERIOD         TO GLP-JNL-PERIOD.
019500     MOVE GLP-EVENT-TYPE     TO GLP-JNL-EVENT-TYPE.
019600     MOVE GLP-EVENT-DATE     TO GLP-JNL-EVENT-DATE.
019700     MOVE GLP-FACULTY-NUMBER TO GLP-JNL-FACULTY.
019800     MOVE GLP-LOAN-ID        TO GLP-JNL-LOAN-ID.
019900     MOVE GLP-REFERENCE      TO GLP-JNL-REFERENCE.
020000     MOVE GLP-POST-AMOUNT    TO GLP-JNL-AMOUNT.
020100     MOVE GLP-PROGRAM-NAME   TO GLP-JNL-PROGRAM.
020200
020300     MOVE "D"                TO GLP-JNL-SIDE.
020400     MOVE GLP-DEBIT-ACCOUNT  TO GLP-JNL-ACCOUNT.
020500     MOVE GLP-JOURNAL-LINE   TO journalRecord.
020600     WRITE journalRecord.
020700
020800     MOVE "C"                TO GLP-JNL-SIDE.
020900     MOVE GLP-CREDIT-ACCOUNT TO GLP-JNL-ACCOUNT.
021000     MOVE GLP-JOURNAL-LINE   TO journalRecord.
021100     WRITE journalRecord.
021200 3000-WRITE-JOURNAL-PAIR-EXIT.
021300     EXIT.
