000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36PAY.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. THE BURSAR'S CASHIER WINDOW FOR
001100*                 STUDENT ACCOUNTS, BUILT ON THE LAB30PAY PATTERN:
001200*                 THE DRAWER'S CONTROL TOTAL IS KEYED FIRST, EACH
001300*                 PAYMENT (STUDENT, DATE, AMOUNT) IS PROVED
001400*                 AGAINST lab36.mst AND THE SHARED DATEVAL, AND
001500*                 THE BATCH ONLY CLOSES WHEN IT BALANCES.
001600*                 BALANCED PAYMENTS ARE APPENDED TO THE LAB36.ACT
001700*                 STUDENT ACCOUNT LEDGER AS P RECORDS UNDER A
001800*                 RECEIPT NUMBER FROM THE LAB36.RNO COUNTER, WITH
001900*                 A RECEIPT REGISTER LINE ON LAB36.RCT.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT masterFile ASSIGN TO "lab36.mst"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS IS masterFileStatus.
002700     SELECT OPTIONAL accountFile ASSIGN TO "LAB36.ACT"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS accountFileStatus.
003000     SELECT OPTIONAL receiptNoFile ASSIGN TO "LAB36.RNO"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS receiptNoFileStatus.
003300     SELECT registerFile ASSIGN TO "LAB36.RCT"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS registerFileStatus.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  masterFile.
003900 01  masterDetailsI.
004000     05  mstStudentNameI         PIC A(20).
004100     05  mstPriorCreditsI        PIC 9(03).
004200     05  mstPriorPointsI         PIC 9(04).
004300 FD  accountFile.
004400 01  accountRecord.
004500     05  actStudentName          PIC A(20).
004600     05  actTerm                 PIC X(05).
004700     05  actType                 PIC X(01).
004800     05  actReference            PIC X(08).
004900     05  actDate                 PIC 9(08).
005000     05  actAmount               PIC 9(06)V99.
005100 FD  receiptNoFile.
005200 01  receiptNoRecord.
005300     05  rnoLastReceipt          PIC 9(05).
005400 FD  registerFile.
005500 01  registerRecord              PIC X(80).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800* FILE STATUS AND RUN SWITCHES
005900*----------------------------------------------------------------
006000 01  masterFileStatus            PIC X(02).
006100 01  accountFileStatus           PIC X(02).
006200 01  receiptNoFileStatus         PIC X(02).
006300 01  registerFileStatus          PIC X(02).
006400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
006500 01  WS-ENTRY-VALID-SW           PIC X(01) VALUE "N".
006600     88  ENTRY-IS-VALID                  VALUE "Y".
006700     88  ENTRY-IS-NOT-VALID              VALUE "N".
006800 01  WS-BATCH-STATE-SW           PIC X(01) VALUE "O".
006900     88  BATCH-OPEN                      VALUE "O".
007000     88  BATCH-BALANCED                  VALUE "B".
007100     88  BATCH-ABANDONED                 VALUE "X".
007200 01  WS-ANOTHER-ENTRY            PIC X(01).
007300 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
007400     88  MORE-ENTRIES                    VALUE "Y".
007500     88  NO-MORE-ENTRIES                 VALUE "N".
007600 01  WS-BALANCE-ACTION           PIC X(01).
007700*----------------------------------------------------------------
007800* STUDENT MASTER NAMES WITH THE LEDGER BALANCE SO FAR
007900*----------------------------------------------------------------
008000 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
008100 01  WS-STU-SUB                  PIC 9(03) COMP.
008200 01  WS-STU-HIT                  PIC 9(03) COMP VALUE ZERO.
008300 01  WS-STU-TABLE.
008400     05  WS-STU-ENTRY OCCURS 200 TIMES.
008500         10  WS-STU-NAME         PIC A(20).
008600         10  WS-STU-CHARGED      PIC 9(07)V99.
008700         10  WS-STU-PAID         PIC 9(07)V99.
008800 01  WS-BALANCE-DUE              PIC S9(07)V99.
008900 01  WS-BALANCE-DISPLAY          PIC -(07)9.99.
009000*----------------------------------------------------------------
009100* OPERATOR ENTRY FIELDS
009200*----------------------------------------------------------------
009300 01  WS-ENTRY-NAME               PIC A(20).
009400 01  WS-ENTRY-DATE               PIC 9(08).
009500 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
009600     05  WS-ENTRY-MONTH          PIC 9(02).
009700     05  WS-ENTRY-DAY            PIC 9(02).
009800     05  WS-ENTRY-YEAR           PIC 9(04).
009900 01  WS-ENTRY-DATE-ISO           PIC 9(08).
010000 01  WS-ENTRY-AMOUNT             PIC X(08).
010100 01  WS-ENTRY-AMOUNT-R REDEFINES WS-ENTRY-AMOUNT.
010200     05  WS-ENTRY-AMT-WHOLE      PIC X(05).
010300     05  WS-ENTRY-AMT-DOT        PIC X(01).
010400     05  WS-ENTRY-AMT-FRAC       PIC X(02).
010500 01  WS-ENTRY-AMT-NUM            PIC 9(05)V99.
010600 01  WS-CONTROL-ENTRY            PIC X(11).
010700 01  WS-CONTROL-ENTRY-R REDEFINES WS-CONTROL-ENTRY.
010800     05  WS-CONTROL-WHOLE        PIC X(08).
010900     05  WS-CONTROL-DOT          PIC X(01).
011000     05  WS-CONTROL-FRAC         PIC X(02).
011100 01  WS-CONTROL-TOTAL            PIC 9(08)V99 VALUE ZERO.
011200*----------------------------------------------------------------
011300* THE KEYED BATCH, HELD UNTIL IT BALANCES
011400*----------------------------------------------------------------
011500 01  WS-BATCH-COUNT              PIC 9(03) COMP VALUE ZERO.
011600 01  WS-BATCH-SUB                PIC 9(03) COMP.
011700 01  WS-BATCH-TABLE.
011800     05  WS-BATCH-ENTRY OCCURS 200 TIMES.
011900         10  WS-BAT-NAME         PIC A(20).
012000         10  WS-BAT-DATE         PIC 9(08).
012100         10  WS-BAT-AMT-NUM      PIC 9(05)V99.
012200 01  WS-BATCH-TOTAL              PIC 9(08)V99 VALUE ZERO.
012300 01  WS-BATCH-TOTAL-DISPLAY      PIC 9(08).99.
012400 01  WS-CONTROL-DISPLAY          PIC 9(08).99.
012500 01  WS-DIFFERENCE               PIC S9(08)V99.
012600 01  WS-DIFFERENCE-DISPLAY       PIC +(08)9.99.
012700*----------------------------------------------------------------
012800* RECEIPT NUMBERING AND THE REGISTER LINE
012900*----------------------------------------------------------------
013000 01  WS-LAST-RECEIPT             PIC 9(05) VALUE ZERO.
013100 01  WS-RECEIPT-NUMBER           PIC 9(05).
013200 01  WS-RECEIPT-REFERENCE.
013300     05  FILLER                  PIC X(03) VALUE "RCT".
013400     05  WS-RR-NUMBER            PIC 9(05).
013500 01  WS-REGISTER-LINE.
013600     05  FILLER                  PIC X(08) VALUE "RECEIPT ".
013700     05  WS-REG-RECEIPT          PIC 9(05).
013800     05  FILLER                  PIC X(02) VALUE "  ".
013900     05  WS-REG-DATE             PIC 9(08).
014000     05  FILLER                  PIC X(02) VALUE "  ".
014100     05  WS-REG-NAME             PIC A(20).
014200     05  FILLER                  PIC X(02) VALUE "  ".
014300     05  WS-REG-AMOUNT           PIC ZZ,ZZ9.99.
014400     05  FILLER                  PIC X(10) VALUE "  BALANCE ".
014500     05  WS-REG-BALANCE          PIC -(07)9.99.
014600*----------------------------------------------------------------
014700* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
014800*----------------------------------------------------------------
014900 COPY "dvalparm.cpy".
015000*----------------------------------------------------------------
015100* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
015200*----------------------------------------------------------------
015300 COPY "auditparm.cpy".
015400 PROCEDURE DIVISION.
015500*----------------------------------------------------------------
015600 0000-MAINLINE.
015700*----------------------------------------------------------------
015800     MOVE "LAB36PAY" TO AUDIT-PROGRAM-NAME.
015900     MOVE SPACES TO AUDIT-USER-ID.
016000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
016100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
016200
016300     PERFORM 1200-LOAD-STUDENTS
016400         THRU 1200-LOAD-STUDENTS-EXIT.
016500     IF WS-STU-COUNT = ZERO
016600         DISPLAY "** lab36.mst NOT FOUND - NO STUDENTS TO TAKE "
016700             "PAYMENTS FROM **"
016800         MOVE 8 TO WS-FINAL-RETURN-CODE
016900         GO TO 0000-WRAP-UP
017000     END-IF.
017100     PERFORM 1300-LOAD-BALANCES
017200         THRU 1300-LOAD-BALANCES-EXIT.
017300
017400     PERFORM 2000-GET-CONTROL-TOTAL
017500         THRU 2000-GET-CONTROL-TOTAL-EXIT.
017600
017700     PERFORM 3000-RUN-ONE-BATCH-CYCLE
017800         THRU 3000-RUN-ONE-BATCH-CYCLE-EXIT
017900         UNTIL BATCH-BALANCED OR BATCH-ABANDONED.
018000
018100     IF BATCH-BALANCED
018200         PERFORM 5000-CLOSE-THE-BATCH
018300             THRU 5000-CLOSE-THE-BATCH-EXIT
018400     ELSE
018500         DISPLAY "Batch abandoned - nothing written to LAB36.ACT"
018600         MOVE 8 TO WS-FINAL-RETURN-CODE
018700     END-IF.
018800
018900 0000-WRAP-UP.
019000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
019100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
019200     MOVE WS-BATCH-COUNT TO AUDIT-RECORDS-READ.
019300     IF BATCH-BALANCED
019400         MOVE WS-BATCH-COUNT TO AUDIT-RECORDS-WRITTEN
019500     ELSE
019600         MOVE ZERO TO AUDIT-RECORDS-WRITTEN
019700     END-IF.
019800     CALL "AUDITLOG" USING AUDIT-PARM.
019900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
020000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
020100     STOP RUN.
020200*----------------------------------------------------------------
020300 1200-LOAD-STUDENTS.
020400*    ONLY A STUDENT ON lab36.mst HAS AN ACCOUNT TO PAY INTO.
020500*----------------------------------------------------------------
020600     OPEN INPUT masterFile.
020700     IF masterFileStatus NOT = "00"
020800         GO TO 1200-LOAD-STUDENTS-EXIT
020900     END-IF.
021000     PERFORM FOREVER
021100         READ masterFile
021200             AT END
021300             EXIT PERFORM
021400         END-READ
021500         IF WS-STU-COUNT < 200
021600             ADD 1 TO WS-STU-COUNT
021700             MOVE mstStudentNameI TO WS-STU-NAME(WS-STU-COUNT)
021800             MOVE ZERO TO WS-STU-CHARGED(WS-STU-COUNT)
021900             MOVE ZERO TO WS-STU-PAID(WS-STU-COUNT)
022000         END-IF
022100     END-PERFORM.
022200     CLOSE masterFile.
022300 1200-LOAD-STUDENTS-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600 1300-LOAD-BALANCES.
022700*    THE LEDGER SO FAR, SO THE CASHIER SEES WHAT EACH STUDENT
022800*    OWES BEFORE TAKING THE MONEY.
022900*----------------------------------------------------------------
023000     OPEN INPUT accountFile.
023100     IF accountFileStatus NOT = "00"
023200         CLOSE accountFile
023300         GO TO 1300-LOAD-BALANCES-EXIT
023400     END-IF.
023500     PERFORM FOREVER
023600         READ accountFile
023700             AT END
023800             EXIT PERFORM
023900         END-READ
024000         MOVE actStudentName TO WS-ENTRY-NAME
024100         PERFORM 3220-FIND-STUDENT
024200             THRU 3220-FIND-STUDENT-EXIT
024300         IF WS-STU-HIT NOT = ZERO
024400             IF actType = "C"
024500                 ADD actAmount TO WS-STU-CHARGED(WS-STU-HIT)
024600             ELSE
024700                 ADD actAmount TO WS-STU-PAID(WS-STU-HIT)
024800             END-IF
024900         END-IF
025000     END-PERFORM.
025100     CLOSE accountFile.
025200 1300-LOAD-BALANCES-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 2000-GET-CONTROL-TOTAL.
025600*    THE CASHIER KEYS THE DRAWER'S CONTROL TOTAL BEFORE THE
025700*    PAYMENTS - THE BATCH ONLY CLOSES WHEN THE TWO AGREE.
025800*----------------------------------------------------------------
025900     SET ENTRY-IS-NOT-VALID TO TRUE.
026000     PERFORM 2100-ACCEPT-ONE-CONTROL-TOTAL
026100         THRU 2100-ACCEPT-ONE-CONTROL-TOTAL-EXIT
026200         UNTIL ENTRY-IS-VALID.
026300 2000-GET-CONTROL-TOTAL-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600 2100-ACCEPT-ONE-CONTROL-TOTAL.
026700*----------------------------------------------------------------
026800     DISPLAY "Enter batch control total (99999999.99)".
026900     ACCEPT WS-CONTROL-ENTRY FROM CONSOLE.
027000     IF WS-CONTROL-WHOLE IS NUMERIC
027100         AND WS-CONTROL-DOT = "."
027200         AND WS-CONTROL-FRAC IS NUMERIC
027300         SET ENTRY-IS-VALID TO TRUE
027400         COMPUTE WS-CONTROL-TOTAL =
027500             FUNCTION NUMVAL(WS-CONTROL-ENTRY)
027600     ELSE
027700         DISPLAY WS-CONTROL-ENTRY
027800             " is not in 99999999.99 form"
027900     END-IF.
028000 2100-ACCEPT-ONE-CONTROL-TOTAL-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------
028300 3000-RUN-ONE-BATCH-CYCLE.
028400*    TAKE PAYMENTS UNTIL THE CASHIER STOPS, THEN PROVE THE
028500*    BATCH AGAINST THE CONTROL TOTAL. AN OUT-OF-BALANCE BATCH
028600*    LOOPS BACK FOR MORE KEYING, A FRESH CONTROL TOTAL, OR AN
028700*    ABANDON - IT NEVER CLOSES OUT OF BALANCE.
028800*----------------------------------------------------------------
028900     SET MORE-ENTRIES TO TRUE.
029000     PERFORM 3100-ENTER-ONE-PAYMENT
029100         THRU 3100-ENTER-ONE-PAYMENT-EXIT
029200         UNTIL NO-MORE-ENTRIES.
029300     PERFORM 4000-PROVE-THE-BATCH
029400         THRU 4000-PROVE-THE-BATCH-EXIT.
029500 3000-RUN-ONE-BATCH-CYCLE-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800 3100-ENTER-ONE-PAYMENT.
029900*    ONE KEYED PAYMENT - STUDENT PROVED AGAINST THE MASTER, DATE
030000*    THROUGH THE SHARED DATEVAL, AMOUNT IN 99999.99 FORM.
030100*----------------------------------------------------------------
030200     PERFORM 3200-GET-STUDENT
030300         THRU 3200-GET-STUDENT-EXIT.
030400     PERFORM 3300-GET-PAYMENT-DATE
030500         THRU 3300-GET-PAYMENT-DATE-EXIT.
030600     PERFORM 3400-GET-PAYMENT-AMOUNT
030700         THRU 3400-GET-PAYMENT-AMOUNT-EXIT.
030800
030900     IF WS-BATCH-COUNT >= 200
031000         DISPLAY "Batch table is full - payment not taken"
031100     ELSE
031200         ADD 1 TO WS-BATCH-COUNT
031300         MOVE WS-ENTRY-NAME TO WS-BAT-NAME(WS-BATCH-COUNT)
031400         MOVE WS-ENTRY-DATE-ISO TO WS-BAT-DATE(WS-BATCH-COUNT)
031500         MOVE WS-ENTRY-AMT-NUM
031600             TO WS-BAT-AMT-NUM(WS-BATCH-COUNT)
031700         ADD WS-ENTRY-AMT-NUM TO WS-BATCH-TOTAL
031800         MOVE WS-BATCH-TOTAL TO WS-BATCH-TOTAL-DISPLAY
031900         DISPLAY "Payment queued - batch now " WS-BATCH-COUNT
032000             " payment(s), " WS-BATCH-TOTAL-DISPLAY
032100     END-IF.
032200
032300     DISPLAY "Key another payment? (Y/N)".
032400     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
032500     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
032600         SET MORE-ENTRIES TO TRUE
032700     ELSE
032800         SET NO-MORE-ENTRIES TO TRUE
032900     END-IF.
033000 3100-ENTER-ONE-PAYMENT-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300 3200-GET-STUDENT.
033400*    RE-PROMPT UNTIL THE NAME IS ON lab36.mst, THEN SHOW THE
033500*    BALANCE THE LEDGER CARRIES FOR THE STUDENT.
033600*----------------------------------------------------------------
033700     SET ENTRY-IS-NOT-VALID TO TRUE.
033800     PERFORM 3210-ACCEPT-ONE-STUDENT
033900         THRU 3210-ACCEPT-ONE-STUDENT-EXIT
034000         UNTIL ENTRY-IS-VALID.
034100 3200-GET-STUDENT-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400 3210-ACCEPT-ONE-STUDENT.
034500*----------------------------------------------------------------
034600     DISPLAY "Enter student name (up to 20 characters)".
034700     ACCEPT WS-ENTRY-NAME FROM CONSOLE.
034800     PERFORM 3220-FIND-STUDENT
034900         THRU 3220-FIND-STUDENT-EXIT.
035000     IF WS-STU-HIT = ZERO
035100         DISPLAY WS-ENTRY-NAME " is not on lab36.mst"
035200         GO TO 3210-ACCEPT-ONE-STUDENT-EXIT
035300     END-IF.
035400     SET ENTRY-IS-VALID TO TRUE.
035500     COMPUTE WS-BALANCE-DUE =
035600         WS-STU-CHARGED(WS-STU-HIT) - WS-STU-PAID(WS-STU-HIT).
035700     MOVE WS-BALANCE-DUE TO WS-BALANCE-DISPLAY.
035800     DISPLAY "Balance on LAB36.ACT " WS-BALANCE-DISPLAY.
035900 3210-ACCEPT-ONE-STUDENT-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200 3220-FIND-STUDENT.
036300*----------------------------------------------------------------
036400     MOVE ZERO TO WS-STU-HIT.
036500     PERFORM 3230-CHECK-ONE-STUDENT
036600         THRU 3230-CHECK-ONE-STUDENT-EXIT
036700         VARYING WS-STU-SUB FROM 1 BY 1
036800         UNTIL WS-STU-SUB > WS-STU-COUNT
036900         OR WS-STU-HIT NOT = ZERO.
037000 3220-FIND-STUDENT-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300 3230-CHECK-ONE-STUDENT.
037400*----------------------------------------------------------------
037500     IF WS-STU-NAME(WS-STU-SUB) = WS-ENTRY-NAME
037600         MOVE WS-STU-SUB TO WS-STU-HIT
037700     END-IF.
037800 3230-CHECK-ONE-STUDENT-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 3300-GET-PAYMENT-DATE.
038200*    RE-PROMPT UNTIL THE DATE PASSES THE SHARED DATEVAL CHECK.
038300*----------------------------------------------------------------
038400     SET ENTRY-IS-NOT-VALID TO TRUE.
038500     PERFORM 3310-ACCEPT-ONE-DATE
038600         THRU 3310-ACCEPT-ONE-DATE-EXIT
038700         UNTIL ENTRY-IS-VALID.
038800 3300-GET-PAYMENT-DATE-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 3310-ACCEPT-ONE-DATE.
039200*----------------------------------------------------------------
039300     DISPLAY "Enter payment date (MMDDYYYY)".
039400     ACCEPT WS-ENTRY-DATE FROM CONSOLE.
039500     SET ENTRY-IS-VALID TO TRUE.
039600     COMPUTE WS-ENTRY-DATE-ISO =
039700         (WS-ENTRY-YEAR * 10000) + (WS-ENTRY-MONTH * 100)
039800         + WS-ENTRY-DAY.
039900     MOVE WS-ENTRY-DATE-ISO TO DVAL-DATE.
040000     CALL "DATEVAL" USING DVAL-PARM.
040100     IF DVAL-IS-NOT-VALID
040200         SET ENTRY-IS-NOT-VALID TO TRUE
040300         DISPLAY WS-ENTRY-DATE " is not a valid payment date"
040400     END-IF.
040500 3310-ACCEPT-ONE-DATE-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 3400-GET-PAYMENT-AMOUNT.
040900*    RE-PROMPT UNTIL THE AMOUNT IS IN 99999.99 FORM AND NOT ZERO
041000*    - A ZERO RECEIPT IS A KEYING ERROR.
041100*----------------------------------------------------------------
041200     SET ENTRY-IS-NOT-VALID TO TRUE.
041300     PERFORM 3410-ACCEPT-ONE-AMOUNT
041400         THRU 3410-ACCEPT-ONE-AMOUNT-EXIT
041500         UNTIL ENTRY-IS-VALID.
041600 3400-GET-PAYMENT-AMOUNT-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 3410-ACCEPT-ONE-AMOUNT.
042000*----------------------------------------------------------------
042100     DISPLAY "Enter payment amount (99999.99)".
042200     ACCEPT WS-ENTRY-AMOUNT FROM CONSOLE.
042300     IF WS-ENTRY-AMT-WHOLE IS NUMERIC
042400         AND WS-ENTRY-AMT-DOT = "."
042500         AND WS-ENTRY-AMT-FRAC IS NUMERIC
042600         COMPUTE WS-ENTRY-AMT-NUM =
042700             FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
042800         IF WS-ENTRY-AMT-NUM = ZERO
042900             DISPLAY "A zero payment cannot be receipted"
043000         ELSE
043100             SET ENTRY-IS-VALID TO TRUE
043200         END-IF
043300     ELSE
043400         DISPLAY WS-ENTRY-AMOUNT " is not in 99999.99 form"
043500     END-IF.
043600 3410-ACCEPT-ONE-AMOUNT-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 4000-PROVE-THE-BATCH.
044000*    COMPARE THE BATCH SUM AGAINST THE KEYED CONTROL TOTAL. ON
044100*    A MISMATCH THE CASHIER CHOOSES - KEY MORE PAYMENTS, RE-KEY
044200*    THE CONTROL TOTAL, OR ABANDON THE WHOLE BATCH.
044300*----------------------------------------------------------------
044400     MOVE WS-BATCH-TOTAL TO WS-BATCH-TOTAL-DISPLAY.
044500     MOVE WS-CONTROL-TOTAL TO WS-CONTROL-DISPLAY.
044600     IF WS-BATCH-TOTAL = WS-CONTROL-TOTAL
044700         DISPLAY "Batch balances: " WS-BATCH-TOTAL-DISPLAY
044800         SET BATCH-BALANCED TO TRUE
044900         GO TO 4000-PROVE-THE-BATCH-EXIT
045000     END-IF.
045100     COMPUTE WS-DIFFERENCE =
045200         WS-BATCH-TOTAL - WS-CONTROL-TOTAL.
045300     MOVE WS-DIFFERENCE TO WS-DIFFERENCE-DISPLAY.
045400     DISPLAY "** OUT OF BALANCE - KEYED "
045500         WS-BATCH-TOTAL-DISPLAY " AGAINST CONTROL "
045600         WS-CONTROL-DISPLAY " (DIFFERENCE "
045700         WS-DIFFERENCE-DISPLAY ") **".
045800     DISPLAY "(K)ey more payments, re-enter (C)ontrol total, "
045900         "or (X) abandon the batch?".
046000     ACCEPT WS-BALANCE-ACTION FROM CONSOLE.
046100     EVALUATE FUNCTION UPPER-CASE(WS-BALANCE-ACTION)
046200         WHEN "C"
046300             PERFORM 2000-GET-CONTROL-TOTAL
046400                 THRU 2000-GET-CONTROL-TOTAL-EXIT
046500         WHEN "X"
046600             SET BATCH-ABANDONED TO TRUE
046700         WHEN OTHER
046800             CONTINUE
046900     END-EVALUATE.
047000 4000-PROVE-THE-BATCH-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300 5000-CLOSE-THE-BATCH.
047400*    THE BATCH BALANCES - NUMBER THE RECEIPTS, APPEND THE
047500*    PAYMENTS TO LAB36.ACT, WRITE THE REGISTER LINES, AND SAVE
047600*    THE RECEIPT COUNTER.
047700*----------------------------------------------------------------
047800     IF WS-BATCH-COUNT = ZERO
047900         DISPLAY "Empty batch - nothing to write"
048000         GO TO 5000-CLOSE-THE-BATCH-EXIT
048100     END-IF.
048200     PERFORM 5100-GET-LAST-RECEIPT-NUMBER
048300         THRU 5100-GET-LAST-RECEIPT-NUMBER-EXIT.
048400
048500     OPEN EXTEND accountFile.
048600     IF accountFileStatus NOT = "00"
048700         OPEN OUTPUT accountFile
048800     END-IF.
048900     OPEN EXTEND registerFile.
049000     IF registerFileStatus NOT = "00"
049100         OPEN OUTPUT registerFile
049200     END-IF.
049300
049400     PERFORM 5200-WRITE-ONE-PAYMENT
049500         THRU 5200-WRITE-ONE-PAYMENT-EXIT
049600         VARYING WS-BATCH-SUB FROM 1 BY 1
049700         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
049800
049900     CLOSE accountFile.
050000     CLOSE registerFile.
050100     PERFORM 5300-SAVE-RECEIPT-COUNTER
050200         THRU 5300-SAVE-RECEIPT-COUNTER-EXIT.
050300     MOVE WS-BATCH-TOTAL TO WS-BATCH-TOTAL-DISPLAY.
050400     DISPLAY WS-BATCH-COUNT " payment(s) for "
050500         WS-BATCH-TOTAL-DISPLAY
050600         " appended to LAB36.ACT, receipts on LAB36.RCT".
050700 5000-CLOSE-THE-BATCH-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000 5100-GET-LAST-RECEIPT-NUMBER.
051100*    THE LAST RECEIPT NUMBER USED LIVES ON LAB36.RNO. NO FILE
051200*    MEANS THE WINDOW HAS NEVER RECEIPTED - START FROM ZERO.
051300*----------------------------------------------------------------
051400     OPEN INPUT receiptNoFile.
051500     IF receiptNoFileStatus = "00"
051600         READ receiptNoFile
051700             AT END
051800                 CONTINUE
051900             NOT AT END
052000                 MOVE rnoLastReceipt TO WS-LAST-RECEIPT
052100         END-READ
052200     END-IF.
052300     CLOSE receiptNoFile.
052400 5100-GET-LAST-RECEIPT-NUMBER-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 5200-WRITE-ONE-PAYMENT.
052800*    ONE BALANCED PAYMENT - ITS LAB36.ACT P RECORD AND ITS
052900*    RECEIPT REGISTER LINE WITH THE BALANCE LEFT AFTER IT.
053000*----------------------------------------------------------------
053100     ADD 1 TO WS-LAST-RECEIPT.
053200     MOVE WS-LAST-RECEIPT TO WS-RECEIPT-NUMBER.
053300     MOVE WS-RECEIPT-NUMBER TO WS-RR-NUMBER.
053400
053500     MOVE WS-BAT-NAME(WS-BATCH-SUB)    TO actStudentName.
053600     MOVE SPACES                       TO actTerm.
053700     MOVE "P"                          TO actType.
053800     MOVE WS-RECEIPT-REFERENCE         TO actReference.
053900     MOVE WS-BAT-DATE(WS-BATCH-SUB)    TO actDate.
054000     MOVE WS-BAT-AMT-NUM(WS-BATCH-SUB) TO actAmount.
054100     WRITE accountRecord.
054200
054300     MOVE WS-BAT-NAME(WS-BATCH-SUB) TO WS-ENTRY-NAME.
054400     PERFORM 3220-FIND-STUDENT
054500         THRU 3220-FIND-STUDENT-EXIT.
054600     ADD WS-BAT-AMT-NUM(WS-BATCH-SUB) TO WS-STU-PAID(WS-STU-HIT).
054700     COMPUTE WS-BALANCE-DUE =
054800         WS-STU-CHARGED(WS-STU-HIT) - WS-STU-PAID(WS-STU-HIT).
054900
055000     MOVE WS-RECEIPT-NUMBER            TO WS-REG-RECEIPT.
055100     MOVE WS-BAT-DATE(WS-BATCH-SUB)    TO WS-REG-DATE.
055200     MOVE WS-BAT-NAME(WS-BATCH-SUB)    TO WS-REG-NAME.
055300     MOVE WS-BAT-AMT-NUM(WS-BATCH-SUB) TO WS-REG-AMOUNT.
055400     MOVE WS-BALANCE-DUE               TO WS-REG-BALANCE.
055500     MOVE WS-REGISTER-LINE TO registerRecord.
055600     WRITE registerRecord.
055700     DISPLAY "Receipt " WS-RECEIPT-NUMBER " - "
055800         WS-BAT-NAME(WS-BATCH-SUB) " " WS-REG-AMOUNT.
055900 5200-WRITE-ONE-PAYMENT-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200 5300-SAVE-RECEIPT-COUNTER.
056300*----------------------------------------------------------------
056400     OPEN OUTPUT receiptNoFile.
056500     MOVE WS-LAST-RECEIPT TO rnoLastReceipt.
056600     WRITE receiptNoRecord.
056700     CLOSE receiptNoFile.
056800 5300-SAVE-RECEIPT-COUNTER-EXIT.
056900     EXIT.
