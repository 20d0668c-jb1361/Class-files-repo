000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30REV.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/18/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/18/2026  DL  INITIAL VERSION. A CHECK TAKEN AT THE LAB30PAY
001100*                 WINDOW THAT BOUNCED COULD NOT BE UNDONE - THE
001200*                 MONEY SAT IN lixPaidToDate AND THE LOAN MAY
001300*                 HAVE DROPPED OUT OF THE DUNNING CYCLE. THIS IS
001400*                 THE REVERSAL WINDOW: A LEVEL-2 OPERATOR KEYS
001500*                 THE LAB30.RCT RECEIPT NUMBER, CONFIRMS THE
001600*                 PAYMENT SHOWN, AND GIVES THE REASON - RETURNED
001700*                 CHECK (THE LAB30.PRM FEE APPLIES) OR KEYING
001800*                 ERROR (NO FEE). THE REVERSAL GOES TO lab30.rev
001900*                 FOR TONIGHT'S LAB30 RUN TO BACK OUT OF
002000*                 LAB30.LIX AND THE NOTICE HISTORY, AND ONTO THE
002100*                 CUMULATIVE LAB30.RVH SO NO RECEIPT IS EVER
002200*                 REVERSED TWICE.
002212* 09/21/2026  DL  A RECEIPT LAB30PAY TOOK AS A RECOVERY ON A
002224*                 CHARGED-OFF LOAN (TYPE R ON LAB30.RCT) IS
002236*                 REVERSED AT ONCE ON THE LAB30.RCL RECOVERY
002248*                 LEDGER AND LOGGED ON LAB30.RCV - THE LOAN
002260*                 LEDGER NEVER HAD IT, SO NOTHING GOES TO
002272*                 lab30.rev, AND NO FEE IS CHARGED ON A LOAN
002284*                 THAT IS ALREADY WRITTEN OFF.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL registerFile ASSIGN TO "LAB30.RCT"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS registerFileStatus.
003000     SELECT reversalFile ASSIGN TO "lab30.rev"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS reversalFileStatus.
003300     SELECT OPTIONAL reversalHistFile ASSIGN TO "LAB30.RVH"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS reversalHistFileStatus.
003600     SELECT OPTIONAL prmFile ASSIGN TO "LAB30.PRM"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS prmFileStatus.
003900     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS operatorCurrentStatus.
004200     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS operatorMasterStatus.
004411     SELECT recoveryLedger ASSIGN TO "LAB30.RCL"
004422         ORGANIZATION INDEXED
004433         ACCESS MODE DYNAMIC
004444         RECORD KEY IS rclKey
004455         FILE STATUS IS recoveryLedgerStatus.
004466     SELECT recoveryFile ASSIGN TO "LAB30.RCV"
004477         ORGANIZATION LINE SEQUENTIAL
004488         FILE STATUS IS recoveryFileStatus.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  registerFile.
004800 01  registerRecord.
004900     05  FILLER                  PIC X(08).
005000     05  rctReceipt              PIC 9(05).
005100     05  FILLER                  PIC X(02).
005200     05  rctDate                 PIC 9(08).
005300     05  FILLER                  PIC X(02).
005400     05  rctFaculty              PIC 9(03).
005500     05  FILLER                  PIC X(01).
005600     05  rctLoanId               PIC 9(03).
005700     05  FILLER                  PIC X(02).
005800     05  rctAmount               PIC X(07).
005900     05  FILLER                  PIC X(02).
006000     05  rctName                 PIC A(17).
006100     05  FILLER                  PIC X(08).
006200     05  rctStage                PIC X(01).
006300     05  FILLER                  PIC X(01).
006400     05  rctNoticeDate           PIC X(08).
006466     05  FILLER                  PIC X(01).
006532     05  rctType                 PIC X(01).
006600 FD  reversalFile.
006700 01  reversalRecord              PIC X(80).
006800 FD  reversalHistFile.
006900 01  reversalHistRecord          PIC X(80).
007000 FD  prmFile.
007100 01  prmRecord                   PIC X(20).
007200 01  prmReturnedCheckRecord REDEFINES prmRecord.
007300     05  prmReturnedCheckFee     PIC 9(04)V99.
007400     05  FILLER                  PIC X(14).
007500 FD  operatorCurrent.
007600 01  operatorCurrentRecord.
007700     05  curOperatorId           PIC X(08).
007800 FD  operatorMaster.
007900 01  operatorMasterRecord.
008000     05  mstOperatorId           PIC X(08).
008100     05  mstOperatorName         PIC X(20).
008200     05  mstAuthLevel            PIC 9(01).
008208 FD  recoveryLedger.
008216 01  recoveryLedgerRec.
008224     05  rclKey.
008232         10  rclFacultyNumber    PIC 9(03).
008240         10  rclLoanId           PIC 9(03).
008248     05  rclChargedOff           PIC 9(06)V99.
008256     05  rclChargeOffDate        PIC 9(08).
008264     05  rclRecovered            PIC 9(06)V99.
008272     05  rclLastRecoveryDate     PIC 9(08).
008280 FD  recoveryFile.
008288 01  recoveryRecord              PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* FILE STATUS AND RUN SWITCHES
008600*----------------------------------------------------------------
008700 01  registerFileStatus          PIC X(02).
008800 01  reversalFileStatus          PIC X(02).
008900 01  reversalHistFileStatus      PIC X(02).
009000 01  prmFileStatus               PIC X(02).
009100 01  operatorCurrentStatus       PIC X(02).
009200 01  operatorMasterStatus        PIC X(02).
009233 01  recoveryLedgerStatus        PIC X(02).
009266 01  recoveryFileStatus          PIC X(02).
009300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009400 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
009500     88  OPERATOR-AUTHORIZED              VALUE "Y".
009600     88  OPERATOR-NOT-AUTHORIZED          VALUE "N".
009700 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
009800 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
009900 01  WS-ENTRY-VALID-SW           PIC X(01) VALUE "N".
010000     88  ENTRY-IS-VALID                   VALUE "Y".
010100     88  ENTRY-IS-NOT-VALID               VALUE "N".
010200 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
010300     88  MORE-ENTRIES                     VALUE "Y".
010400     88  NO-MORE-ENTRIES                  VALUE "N".
010500 01  WS-RECEIPT-FOUND-SW         PIC X(01) VALUE "N".
010600     88  RECEIPT-FOUND                    VALUE "Y".
010700     88  RECEIPT-NOT-FOUND                VALUE "N".
010800 01  WS-TODAY                    PIC 9(08).
010900*----------------------------------------------------------------
011000* THE RETURNED-CHECK FEE - FIFTH LAB30.PRM RECORD, OR THIS
011100* COMPILED DEFAULT
011200*----------------------------------------------------------------
011300 01  WS-RETURNED-CHECK-FEE       PIC 9(04)V99 VALUE 25.00.
011400 01  WS-FEE-DISPLAY              PIC Z(03)9.99.
011500*----------------------------------------------------------------
011600* RECEIPTS ALREADY REVERSED (LAB30.RVH PLUS THIS SESSION)
011700*----------------------------------------------------------------
011800 01  WS-RVH-COUNT                PIC 9(04) COMP VALUE ZERO.
011900 01  WS-RVH-SUB                  PIC 9(04) COMP.
012000 01  WS-RVH-TABLE.
012100     05  WS-RVH-RECEIPT          PIC 9(05) OCCURS 2000 TIMES.
012200 01  WS-ALREADY-REVERSED-SW      PIC X(01) VALUE "N".
012300     88  ALREADY-REVERSED                 VALUE "Y".
012400     88  NOT-YET-REVERSED                 VALUE "N".
012500*----------------------------------------------------------------
012600* OPERATOR ENTRY FIELDS
012700*----------------------------------------------------------------
012800 01  WS-ENTRY-RECEIPT            PIC X(05).
012900 01  WS-ENTRY-RECEIPT-N REDEFINES WS-ENTRY-RECEIPT
013000                                 PIC 9(05).
013100 01  WS-ENTRY-REASON             PIC X(01).
013200     88  REASON-RETURNED-CHECK            VALUE "R".
013300     88  REASON-KEYING-ERROR              VALUE "E".
013400 01  WS-CONFIRM-ENTRY            PIC X(01).
013500 01  WS-ANOTHER-ENTRY            PIC X(01).
013600*----------------------------------------------------------------
013700* THE RECEIPT BEING REVERSED, AS FOUND ON LAB30.RCT
013800*----------------------------------------------------------------
013900 01  WS-RCT-WORK.
014000     05  WS-RCT-RECEIPT          PIC 9(05).
014100     05  WS-RCT-DATE             PIC 9(08).
014200     05  WS-RCT-FACULTY          PIC 9(03).
014300     05  WS-RCT-LOAN-ID          PIC 9(03).
014400     05  WS-RCT-AMOUNT           PIC X(07).
014500     05  WS-RCT-NAME             PIC A(17).
014600     05  WS-RCT-STAGE            PIC 9(01).
014700     05  WS-RCT-NOTICE-DATE      PIC 9(08).
014725     05  WS-RCT-TYPE             PIC X(01).
014750         88  RCT-IS-RECOVERY             VALUE "R".
014775 01  WS-RCT-AMT-NUM              PIC 9(06)V99.
014800*----------------------------------------------------------------
014900* ONE REVERSAL TRANSACTION - THE LAYOUT LAB30 READS BACK FROM
015000* lab30.rev, AND THE SAME LINE KEPT ON LAB30.RVH
015100*----------------------------------------------------------------
015200 01  WS-REVERSAL-LINE.
015300     05  WS-REV-RECEIPT          PIC 9(05).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  WS-REV-FACULTY          PIC 9(03).
015600     05  WS-REV-LOAN-ID          PIC 9(03).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  WS-REV-PAYMENT-DATE     PIC 9(08).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  WS-REV-AMOUNT           PIC X(07).
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  WS-REV-FEE              PIC 9(04)V99.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  WS-REV-REASON           PIC X(01).
016500     05  FILLER                  PIC X(01) VALUE SPACE.
016600     05  WS-REV-PRIOR-STAGE      PIC 9(01).
016700     05  FILLER                  PIC X(01) VALUE SPACE.
016800     05  WS-REV-PRIOR-NOTICE     PIC 9(08).
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  WS-REV-OPERATOR         PIC X(08).
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  WS-REV-ENTRY-DATE       PIC 9(08).
017300     05  FILLER                  PIC X(14) VALUE SPACES.
017400 01  WS-REVERSAL-LINE-R REDEFINES WS-REVERSAL-LINE.
017500     05  WS-RVL-RECEIPT          PIC 9(05).
017600     05  FILLER                  PIC X(75).
017700*----------------------------------------------------------------
017705* A REVERSED RECOVERY - THE LAB30.RCV LINE, SAME LAYOUT LAB30PAY
017710* WRITES, TYPE V
017715*----------------------------------------------------------------
017720 01  WS-RECOVERY-LINE.
017725     05  WS-RCV-RECEIPT          PIC 9(05).
017730     05  FILLER                  PIC X(01) VALUE SPACE.
017735     05  WS-RCV-FACULTY          PIC 9(03).
017740     05  WS-RCV-LOAN-ID          PIC 9(03).
017745     05  FILLER                  PIC X(01) VALUE SPACE.
017750     05  WS-RCV-TYPE             PIC X(01).
017755     05  FILLER                  PIC X(01) VALUE SPACE.
017760     05  WS-RCV-DATE             PIC 9(08).
017765     05  FILLER                  PIC X(01) VALUE SPACE.
017770     05  WS-RCV-AMOUNT           PIC 9(06)V99.
017775     05  FILLER                  PIC X(01) VALUE SPACE.
017780     05  WS-RCV-ENTRY-DATE       PIC 9(08).
017785     05  FILLER                  PIC X(39) VALUE SPACES.
017790*----------------------------------------------------------------
017800* SESSION COUNTS
017900*----------------------------------------------------------------
018000 01  WS-LOOKUP-COUNT             PIC 9(05) COMP VALUE ZERO.
018100 01  WS-REVERSED-COUNT           PIC 9(05) COMP VALUE ZERO.
018200*----------------------------------------------------------------
018300* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
018400*----------------------------------------------------------------
018500 COPY "auditparm.cpy".
018520*----------------------------------------------------------------
018540* CALL INTERFACE TO THE SHARED GENERAL-LEDGER POSTING SUBPROGRAM
018560*----------------------------------------------------------------
018580 COPY "glpparm.cpy".
018600 PROCEDURE DIVISION.
018700*----------------------------------------------------------------
018800 0000-MAINLINE.
018900*----------------------------------------------------------------
019000     PERFORM 1100-RECORD-RUN-START
019100         THRU 1100-RECORD-RUN-START-EXIT.
019200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
019300
019400     PERFORM 1200-CHECK-AUTHORIZATION
019500         THRU 1200-CHECK-AUTHORIZATION-EXIT.
019600     IF OPERATOR-NOT-AUTHORIZED
019700         MOVE 8 TO WS-FINAL-RETURN-CODE
019800         GO TO 0000-WRAP-UP
019900     END-IF.
020000
020100     PERFORM 1300-GET-RETURNED-CHECK-FEE
020200         THRU 1300-GET-RETURNED-CHECK-FEE-EXIT.
020300     PERFORM 1400-LOAD-REVERSAL-HISTORY
020400         THRU 1400-LOAD-REVERSAL-HISTORY-EXIT.
020500
020600     SET MORE-ENTRIES TO TRUE.
020700     PERFORM 2000-REVERSE-ONE-RECEIPT
020800         THRU 2000-REVERSE-ONE-RECEIPT-EXIT
020900         UNTIL NO-MORE-ENTRIES.
021000
021100     DISPLAY WS-REVERSED-COUNT
021166         " reversal(s) taken - loan payments post tonight, "
021232         "recoveries are already off LAB30.RCL".
021300
021400 0000-WRAP-UP.
021500     PERFORM 9000-LOG-AUDIT-RUN
021600         THRU 9000-LOG-AUDIT-RUN-EXIT.
021700*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
021800     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
021900     STOP RUN.
022000*----------------------------------------------------------------
022100 1100-RECORD-RUN-START.
022200*    CAPTURE THE RUN'S START DATE/TIME FOR THE AUDIT LOG.
022300*----------------------------------------------------------------
022400     MOVE "LAB30REV" TO AUDIT-PROGRAM-NAME.
022500     MOVE SPACES TO AUDIT-USER-ID.
022600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
022700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
022800 1100-RECORD-RUN-START-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100 1200-CHECK-AUTHORIZATION.
023200*    TAKING MONEY BACK OFF A LOAN TAKES A LEVEL-2 OPERATOR. THE
023300*    SIGNED-ON OPERATOR COMES FROM OPERATOR.CUR (THE MENU WRITES
023400*    IT) AND THE LEVEL FROM OPERATOR.MST - SAME AUTHORIZATION
023500*    THE MENU ITSELF ENFORCES.
023600*----------------------------------------------------------------
023700     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
023800     OPEN INPUT operatorCurrent.
023900     IF operatorCurrentStatus = "00"
024000         READ operatorCurrent
024100             AT END
024200                 CONTINUE
024300             NOT AT END
024400                 MOVE curOperatorId TO WS-OPERATOR-ID
024500         END-READ
024600     END-IF.
024700     CLOSE operatorCurrent.
024800     IF WS-OPERATOR-ID = SPACES
024900         DISPLAY "** NO OPERATOR SIGNED ON - RUN LAB30REV "
025000             "FROM THE MENU **"
025100         GO TO 1200-CHECK-AUTHORIZATION-EXIT
025200     END-IF.
025300
025400     OPEN INPUT operatorMaster.
025500     IF operatorMasterStatus NOT = "00"
025600         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
025700             "REVERSE **"
025800         CLOSE operatorMaster
025900         GO TO 1200-CHECK-AUTHORIZATION-EXIT
026000     END-IF.
026100     PERFORM FOREVER
026200         READ operatorMaster
026300             AT END
026400             EXIT PERFORM
026500         END-READ
026600         IF mstOperatorId = WS-OPERATOR-ID
026700             MOVE mstAuthLevel TO WS-OPERATOR-LEVEL
026800             EXIT PERFORM
026900         END-IF
027000     END-PERFORM.
027100     CLOSE operatorMaster.
027200
027300     IF WS-OPERATOR-LEVEL >= 2
027400         SET OPERATOR-AUTHORIZED TO TRUE
027500         DISPLAY "Operator: " WS-OPERATOR-ID " (level "
027600             WS-OPERATOR-LEVEL ")"
027700     ELSE
027800         DISPLAY "** " WS-OPERATOR-ID " (level "
027900             WS-OPERATOR-LEVEL ") is not authorized to "
028000             "reverse payments (needs level 2) **"
028100     END-IF.
028200 1200-CHECK-AUTHORIZATION-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500 1300-GET-RETURNED-CHECK-FEE.
028600*    AN OPTIONAL FIFTH LAB30.PRM RECORD CARRIES THE RETURNED-
028700*    CHECK FEE (9999V99). WITHOUT IT THE COMPILED DEFAULT STANDS.
028800*----------------------------------------------------------------
028900     OPEN INPUT prmFile.
029000     IF prmFileStatus NOT = "00"
029100         GO TO 1300-GET-RETURNED-CHECK-FEE-WRAP
029200     END-IF.
029300     READ prmFile
029400         AT END GO TO 1300-GET-RETURNED-CHECK-FEE-WRAP
029500     END-READ.
029600     READ prmFile
029700         AT END GO TO 1300-GET-RETURNED-CHECK-FEE-WRAP
029800     END-READ.
029900     READ prmFile
030000         AT END GO TO 1300-GET-RETURNED-CHECK-FEE-WRAP
030100     END-READ.
030200     READ prmFile
030300         AT END GO TO 1300-GET-RETURNED-CHECK-FEE-WRAP
030400     END-READ.
030500     READ prmFile
030600         AT END
030700             CONTINUE
030800         NOT AT END
030900             IF prmReturnedCheckFee IS NUMERIC
031000                 MOVE prmReturnedCheckFee
031100                     TO WS-RETURNED-CHECK-FEE
031200             END-IF
031300     END-READ.
031400 1300-GET-RETURNED-CHECK-FEE-WRAP.
031500     CLOSE prmFile.
031600     MOVE WS-RETURNED-CHECK-FEE TO WS-FEE-DISPLAY.
031700     DISPLAY "Returned-check fee is " WS-FEE-DISPLAY.
031800 1300-GET-RETURNED-CHECK-FEE-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100 1400-LOAD-REVERSAL-HISTORY.
032200*    EVERY RECEIPT EVER REVERSED IS ON LAB30.RVH - A SECOND
032300*    REVERSAL OF THE SAME RECEIPT WOULD BACK THE MONEY OUT TWICE.
032400*----------------------------------------------------------------
032500     OPEN INPUT reversalHistFile.
032600     IF reversalHistFileStatus = "00"
032700         PERFORM FOREVER
032800             READ reversalHistFile
032900                 AT END
033000                 EXIT PERFORM
033100             END-READ
033200             MOVE reversalHistRecord TO WS-REVERSAL-LINE
033300             IF WS-RVH-COUNT < 2000
033400                 ADD 1 TO WS-RVH-COUNT
033500                 MOVE WS-RVL-RECEIPT
033600                     TO WS-RVH-RECEIPT(WS-RVH-COUNT)
033700             ELSE
033800                 DISPLAY "WARNING - reversal history table "
033900                     "full, receipt " WS-RVL-RECEIPT
034000                     " not checked"
034100             END-IF
034200         END-PERFORM
034300     END-IF.
034400     CLOSE reversalHistFile.
034500 1400-LOAD-REVERSAL-HISTORY-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800 2000-REVERSE-ONE-RECEIPT.
034900*    FIND THE RECEIPT, SHOW IT, TAKE THE REASON AND A
035000*    CONFIRMATION, THEN QUEUE THE REVERSAL. A BLANK RECEIPT
035100*    NUMBER ENDS THE SESSION.
035200*----------------------------------------------------------------
035300     PERFORM 2100-GET-RECEIPT
035400         THRU 2100-GET-RECEIPT-EXIT.
035500     IF NO-MORE-ENTRIES
035600         GO TO 2000-REVERSE-ONE-RECEIPT-EXIT
035700     END-IF.
035800
035900     DISPLAY " ".
036000     DISPLAY "RECEIPT " WS-RCT-RECEIPT " - FACULTY "
036100         WS-RCT-FACULTY " LOAN " WS-RCT-LOAN-ID "  "
036200         WS-RCT-NAME.
036300     DISPLAY "  PAID " WS-RCT-DATE "  AMOUNT " WS-RCT-AMOUNT
036400         "  DUNNING STAGE AT RECEIPT " WS-RCT-STAGE.
036425     IF RCT-IS-RECOVERY
036450         DISPLAY "  RECOVERY ON A CHARGED-OFF LOAN - NO FEE"
036475     END-IF.
036500
036600     PERFORM 2200-GET-REASON
036700         THRU 2200-GET-REASON-EXIT.
036800     MOVE ZERO TO WS-REV-FEE.
036900     IF REASON-RETURNED-CHECK AND NOT RCT-IS-RECOVERY
037000         MOVE WS-RETURNED-CHECK-FEE TO WS-REV-FEE
037100     END-IF.
037200     MOVE WS-REV-FEE TO WS-FEE-DISPLAY.
037300     DISPLAY "Reverse " WS-RCT-AMOUNT " with fee "
037400         WS-FEE-DISPLAY "? (Y/N)".
037500     ACCEPT WS-CONFIRM-ENTRY FROM CONSOLE.
037600     IF FUNCTION UPPER-CASE(WS-CONFIRM-ENTRY) = "Y"
037700         PERFORM 2300-QUEUE-REVERSAL
037800             THRU 2300-QUEUE-REVERSAL-EXIT
037900     ELSE
038000         DISPLAY "Not reversed"
038100     END-IF.
038200
038300     DISPLAY "Reverse another receipt? (Y/N)".
038400     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
038500     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) NOT = "Y"
038600         SET NO-MORE-ENTRIES TO TRUE
038700     END-IF.
038800 2000-REVERSE-ONE-RECEIPT-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 2100-GET-RECEIPT.
039200*    RE-PROMPT UNTIL THE RECEIPT IS ON LAB30.RCT AND HAS NOT
039300*    BEEN REVERSED BEFORE.
039400*----------------------------------------------------------------
039500     SET ENTRY-IS-NOT-VALID TO TRUE.
039600     PERFORM 2110-ACCEPT-ONE-RECEIPT
039700         THRU 2110-ACCEPT-ONE-RECEIPT-EXIT
039800         UNTIL ENTRY-IS-VALID OR NO-MORE-ENTRIES.
039900 2100-GET-RECEIPT-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200 2110-ACCEPT-ONE-RECEIPT.
040300*----------------------------------------------------------------
040400     DISPLAY "Enter receipt number to reverse (blank to quit)".
040500     ACCEPT WS-ENTRY-RECEIPT FROM CONSOLE.
040600     IF WS-ENTRY-RECEIPT = SPACES
040700         SET NO-MORE-ENTRIES TO TRUE
040800         GO TO 2110-ACCEPT-ONE-RECEIPT-EXIT
040900     END-IF.
041000     IF WS-ENTRY-RECEIPT IS NOT NUMERIC
041100         DISPLAY WS-ENTRY-RECEIPT " is not a 5-digit receipt"
041200         GO TO 2110-ACCEPT-ONE-RECEIPT-EXIT
041300     END-IF.
041400     ADD 1 TO WS-LOOKUP-COUNT.
041500
041600     SET NOT-YET-REVERSED TO TRUE.
041700     PERFORM 2130-CHECK-ONE-REVERSED
041800         THRU 2130-CHECK-ONE-REVERSED-EXIT
041900         VARYING WS-RVH-SUB FROM 1 BY 1
042000         UNTIL WS-RVH-SUB > WS-RVH-COUNT
042100         OR ALREADY-REVERSED.
042200     IF ALREADY-REVERSED
042300         DISPLAY "Receipt " WS-ENTRY-RECEIPT
042400             " was already reversed - see LAB30.RVH"
042500         GO TO 2110-ACCEPT-ONE-RECEIPT-EXIT
042600     END-IF.
042700
042800     PERFORM 2120-FIND-RECEIPT
042900         THRU 2120-FIND-RECEIPT-EXIT.
043000     IF RECEIPT-FOUND
043100         SET ENTRY-IS-VALID TO TRUE
043200     ELSE
043300         DISPLAY "Receipt " WS-ENTRY-RECEIPT
043400             " is not on the LAB30.RCT register"
043500     END-IF.
043600 2110-ACCEPT-ONE-RECEIPT-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 2120-FIND-RECEIPT.
044000*    SCAN THE RECEIPT REGISTER. A LINE WRITTEN BEFORE RECEIPTS
044100*    CARRIED THE DUNNING STAGE HAS BLANKS THERE - TREAT IT AS
044200*    A LOAN THAT WAS NOT IN THE CYCLE.
044300*----------------------------------------------------------------
044400     SET RECEIPT-NOT-FOUND TO TRUE.
044500     OPEN INPUT registerFile.
044600     IF registerFileStatus NOT = "00"
044700         CLOSE registerFile
044800         GO TO 2120-FIND-RECEIPT-EXIT
044900     END-IF.
045000     PERFORM FOREVER
045100         READ registerFile
045200             AT END
045300             EXIT PERFORM
045400         END-READ
045500         IF rctReceipt IS NUMERIC
045600             AND rctReceipt = WS-ENTRY-RECEIPT-N
045700             SET RECEIPT-FOUND TO TRUE
045800             EXIT PERFORM
045900         END-IF
046000     END-PERFORM.
046100     IF RECEIPT-FOUND
046200         MOVE rctReceipt TO WS-RCT-RECEIPT
046300         MOVE rctDate    TO WS-RCT-DATE
046400         MOVE rctFaculty TO WS-RCT-FACULTY
046500         MOVE rctLoanId  TO WS-RCT-LOAN-ID
046600         MOVE rctAmount  TO WS-RCT-AMOUNT
046700         MOVE rctName    TO WS-RCT-NAME
046800         IF rctStage IS NUMERIC AND rctNoticeDate IS NUMERIC
046900             MOVE rctStage      TO WS-RCT-STAGE
047000             MOVE rctNoticeDate TO WS-RCT-NOTICE-DATE
047100         ELSE
047200             MOVE ZERO TO WS-RCT-STAGE
047300             MOVE ZERO TO WS-RCT-NOTICE-DATE
047400         END-IF
047450         MOVE rctType    TO WS-RCT-TYPE
047500     END-IF.
047600     CLOSE registerFile.
047700 2120-FIND-RECEIPT-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000 2130-CHECK-ONE-REVERSED.
048100*----------------------------------------------------------------
048200     IF WS-RVH-RECEIPT(WS-RVH-SUB) = WS-ENTRY-RECEIPT-N
048300         SET ALREADY-REVERSED TO TRUE
048400     END-IF.
048500 2130-CHECK-ONE-REVERSED-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 2200-GET-REASON.
048900*    RETURNED CHECK CARRIES THE FEE; A KEYING ERROR AT THE
049000*    WINDOW DOES NOT.
049100*----------------------------------------------------------------
049200     SET ENTRY-IS-NOT-VALID TO TRUE.
049300     PERFORM 2210-ACCEPT-ONE-REASON
049400         THRU 2210-ACCEPT-ONE-REASON-EXIT
049500         UNTIL ENTRY-IS-VALID.
049600 2200-GET-REASON-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900 2210-ACCEPT-ONE-REASON.
050000*----------------------------------------------------------------
050100     DISPLAY "Reason - (R)eturned check or keying (E)rror?".
050200     ACCEPT WS-ENTRY-REASON FROM CONSOLE.
050300     MOVE FUNCTION UPPER-CASE(WS-ENTRY-REASON) TO WS-ENTRY-REASON.
050400     IF REASON-RETURNED-CHECK OR REASON-KEYING-ERROR
050500         SET ENTRY-IS-VALID TO TRUE
050600     ELSE
050700         DISPLAY WS-ENTRY-REASON " is not R or E"
050800     END-IF.
050900 2210-ACCEPT-ONE-REASON-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200 2300-QUEUE-REVERSAL.
051300*    THE REVERSAL GOES TO lab30.rev FOR TONIGHT'S POSTING AND
051400*    ONTO LAB30.RVH FOR GOOD. BOTH APPENDS CREATE ON FIRST USE.
051433*    A RECOVERY IS TAKEN OFF LAB30.RCL HERE AND NOW INSTEAD OF
051466*    GOING TO lab30.rev.
051500*----------------------------------------------------------------
051600     MOVE WS-RCT-RECEIPT     TO WS-REV-RECEIPT.
051700     MOVE WS-RCT-FACULTY     TO WS-REV-FACULTY.
051800     MOVE WS-RCT-LOAN-ID     TO WS-REV-LOAN-ID.
051900     MOVE WS-RCT-DATE        TO WS-REV-PAYMENT-DATE.
052000     MOVE WS-RCT-AMOUNT      TO WS-REV-AMOUNT.
052100     MOVE WS-ENTRY-REASON    TO WS-REV-REASON.
052200     MOVE WS-RCT-STAGE       TO WS-REV-PRIOR-STAGE.
052300     MOVE WS-RCT-NOTICE-DATE TO WS-REV-PRIOR-NOTICE.
052400     MOVE WS-OPERATOR-ID     TO WS-REV-OPERATOR.
052500     MOVE WS-TODAY           TO WS-REV-ENTRY-DATE.
052600
052626     IF RCT-IS-RECOVERY
052652         PERFORM 2400-REVERSE-RECOVERY
052678             THRU 2400-REVERSE-RECOVERY-EXIT
052704         IF ENTRY-IS-NOT-VALID
052730             GO TO 2300-QUEUE-REVERSAL-EXIT
052756         END-IF
052782     ELSE
052808         OPEN EXTEND reversalFile
052834         IF reversalFileStatus NOT = "00"
052860             OPEN OUTPUT reversalFile
052886         END-IF
052912         MOVE WS-REVERSAL-LINE TO reversalRecord
052938         WRITE reversalRecord
052964         CLOSE reversalFile
053000     END-IF.
053400
053500     OPEN EXTEND reversalHistFile.
053600     IF reversalHistFileStatus NOT = "00"
053700         OPEN OUTPUT reversalHistFile
053800     END-IF.
053900     MOVE WS-REVERSAL-LINE TO reversalHistRecord.
054000     WRITE reversalHistRecord.
054100     CLOSE reversalHistFile.
054200
054300     IF WS-RVH-COUNT < 2000
054400         ADD 1 TO WS-RVH-COUNT
054500         MOVE WS-RCT-RECEIPT TO WS-RVH-RECEIPT(WS-RVH-COUNT)
054600     END-IF.
054700     ADD 1 TO WS-REVERSED-COUNT.
054737     IF RCT-IS-RECOVERY
054774         DISPLAY "Recovery receipt " WS-RCT-RECEIPT
054811             " reversed on LAB30.RCL"
054848     ELSE
054885         DISPLAY "Reversal of receipt " WS-RCT-RECEIPT
054922             " queued - posts to the ledger tonight"
054959     END-IF.
055000 2300-QUEUE-REVERSAL-EXIT.
055001     EXIT.
055002*----------------------------------------------------------------
055003 2400-REVERSE-RECOVERY.
055004*    TAKE THE RECOVERY BACK OFF THE LOAN'S LAB30.RCL RECORD,
055005*    LOG IT ON LAB30.RCV AS TYPE V DATED TODAY, AND JOURNAL THE
055006*    NEGATIVE RECOVERY. A LEDGER THAT NO LONGER HOLDS THE AMOUNT
055007*    IS REFUSED - ENTRY-IS-NOT-VALID COMES BACK TO THE CALLER.
055008*----------------------------------------------------------------
055009     SET ENTRY-IS-VALID TO TRUE.
055010     COMPUTE WS-RCT-AMT-NUM = FUNCTION NUMVAL(WS-RCT-AMOUNT).
055011     OPEN I-O recoveryLedger.
055012     IF recoveryLedgerStatus NOT = "00"
055013         DISPLAY "** LAB30.RCL WILL NOT OPEN - STATUS "
055014             recoveryLedgerStatus " - NOT REVERSED **"
055015         SET ENTRY-IS-NOT-VALID TO TRUE
055016         CLOSE recoveryLedger
055017         GO TO 2400-REVERSE-RECOVERY-EXIT
055018     END-IF.
055019     MOVE WS-RCT-FACULTY TO rclFacultyNumber.
055020     MOVE WS-RCT-LOAN-ID TO rclLoanId.
055021     READ recoveryLedger
055022         KEY IS rclKey
055023         INVALID KEY
055024             SET ENTRY-IS-NOT-VALID TO TRUE
055025         NOT INVALID KEY
055026             IF rclRecovered < WS-RCT-AMT-NUM
055027                 SET ENTRY-IS-NOT-VALID TO TRUE
055028             ELSE
055029                 SUBTRACT WS-RCT-AMT-NUM FROM rclRecovered
055030                 REWRITE recoveryLedgerRec
055031             END-IF
055032     END-READ.
055033     CLOSE recoveryLedger.
055034     IF ENTRY-IS-NOT-VALID
055035         DISPLAY "** LAB30.RCL DOES NOT HOLD " WS-RCT-AMOUNT
055036             " RECOVERED ON LOAN " WS-RCT-FACULTY "/"
055037             WS-RCT-LOAN-ID " - NOT REVERSED **"
055038         GO TO 2400-REVERSE-RECOVERY-EXIT
055039     END-IF.
055040
055041     MOVE WS-RCT-RECEIPT TO WS-RCV-RECEIPT.
055042     MOVE WS-RCT-FACULTY TO WS-RCV-FACULTY.
055043     MOVE WS-RCT-LOAN-ID TO WS-RCV-LOAN-ID.
055044     MOVE "V"            TO WS-RCV-TYPE.
055045     MOVE WS-TODAY       TO WS-RCV-DATE.
055046     MOVE WS-RCT-AMT-NUM TO WS-RCV-AMOUNT.
055047     MOVE WS-TODAY       TO WS-RCV-ENTRY-DATE.
055048     OPEN EXTEND recoveryFile.
055049     IF recoveryFileStatus NOT = "00"
055050         OPEN OUTPUT recoveryFile
055051     END-IF.
055052     MOVE WS-RECOVERY-LINE TO recoveryRecord.
055053     WRITE recoveryRecord.
055054     CLOSE recoveryFile.
055055
055056     MOVE "LAB30REV"     TO GLP-PROGRAM-NAME.
055057     SET GLP-EVENT-RECOVERY TO TRUE.
055058     MOVE WS-TODAY       TO GLP-EVENT-DATE.
055059     MOVE WS-RCT-FACULTY TO GLP-FACULTY-NUMBER.
055060     MOVE WS-RCT-LOAN-ID TO GLP-LOAN-ID.
055061     MOVE SPACES         TO GLP-REFERENCE.
055062     STRING "RCT" WS-RCT-RECEIPT DELIMITED BY SIZE
055063         INTO GLP-REFERENCE.
055064     COMPUTE GLP-AMOUNT = ZERO - WS-RCT-AMT-NUM.
055065     CALL "GLPOST" USING GLP-PARM.
055066 2400-REVERSE-RECOVERY-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300 9000-LOG-AUDIT-RUN.
055400*    APPEND A RUN RECORD TO THE SHARED AUDIT.LOG SO OPERATIONS
055500*    CAN SEE WHETHER AND WHEN THIS JOB RAN WITHOUT ASKING AROUND.
055600*----------------------------------------------------------------
055700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
055800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
055900     MOVE WS-LOOKUP-COUNT TO AUDIT-RECORDS-READ.
056000     MOVE WS-REVERSED-COUNT TO AUDIT-RECORDS-WRITTEN.
056100     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
056200     CALL "AUDITLOG" USING AUDIT-PARM.
056300 9000-LOG-AUDIT-RUN-EXIT.
056400     EXIT.
