000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25CCA.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/08/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/08/2026  DL  INITIAL VERSION. A CYCLE-COUNT VARIANCE OUTSIDE
001100*                 THE LAB25CC.PRM TOLERANCE WAITS ON LAB25.CCP
001200*                 RATHER THAN WRITING STOCK OFF (OR ON) UNSEEN.
001300*                 THIS IS THE SIGN-OFF - LEVEL 2+ OPERATORS, THE
001400*                 SAME OPERATOR.MST CHECK LAB25APR MAKES. AN
001500*                 APPROVAL POSTS THE COUNTED VARIANCE TO lab25.stk
001600*                 ON-HAND; A REJECTION LEAVES THE BOOK AS IT IS
001700*                 FOR A RECOUNT. THE OPERATOR WHO KEYED A COUNT
001800*                 CANNOT APPROVE IT. EVERY DECISION GOES ON THE
001900*                 LAB25.ADJ REGISTER AND INTO AUDIT.LOG.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL ccPendFile ASSIGN TO "LAB25.CCP"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS IS ccPendFileStatus.
002700     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS stockFileStatus.
003000     SELECT OPTIONAL adjRegFile ASSIGN TO "LAB25.ADJ"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS adjRegFileStatus.
003300     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS operatorCurrentStatus.
003600     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS operatorMasterStatus.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ccPendFile.
004200 01  ccPendRecord.
004300     05  ccpCountDate            PIC 9(08).
004400     05  ccpPartNumber           PIC X(06).
004500     05  ccpBookQty              PIC 9(07).
004600     05  ccpCountedQty           PIC 9(07).
004700     05  ccpUnitPrice            PIC 9(05)V99.
004800     05  ccpCountedBy            PIC X(08).
004900 FD  stockFile.
005000 01  stockRecord.
005100     05  stkPartNumber           PIC X(06).
005200     05  stkQtyOnHand            PIC 9(07).
005300     05  stkQtyOnOrder           PIC 9(07).
005400 FD  adjRegFile.
005500 01  adjRegLine                  PIC X(80).
005600 FD  operatorCurrent.
005700 01  operatorCurrentRecord.
005800     05  curOperatorId           PIC X(08).
005900 FD  operatorMaster.
006000 01  operatorMasterRecord.
006100     05  mstOperatorId           PIC X(08).
006200     05  mstOperatorName         PIC X(20).
006300     05  mstAuthLevel            PIC 9(01).
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------
006600* FILE STATUS AND RUN SWITCHES
006700*----------------------------------------------------------------
006800 01  ccPendFileStatus            PIC X(02).
006900 01  stockFileStatus             PIC X(02).
007000 01  adjRegFileStatus            PIC X(02).
007100 01  operatorCurrentStatus       PIC X(02).
007200 01  operatorMasterStatus        PIC X(02).
007300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
007400 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
007500     88  OPERATOR-AUTHORIZED              VALUE "Y".
007600     88  OPERATOR-NOT-AUTHORIZED          VALUE "N".
007700 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
007800 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
007900 01  WS-APPROVED-COUNT           PIC 9(03) COMP VALUE ZERO.
008000 01  WS-REJECTED-COUNT           PIC 9(03) COMP VALUE ZERO.
008100 01  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
008200 01  WS-DECISION-ENTRY           PIC X(01).
008300 01  WS-TODAY                    PIC 9(08).
008400 01  WS-NOW-TIME                 PIC 9(06).
008500*----------------------------------------------------------------
008600* PENDING ADJUSTMENTS, HELD WHOLE FOR THE REVIEW AND REWRITE
008700*----------------------------------------------------------------
008800 01  WS-CCP-COUNT                PIC 9(03) COMP VALUE ZERO.
008900 01  WS-CCP-SUB                  PIC 9(03) COMP.
009000 01  WS-CCP-TABLE.
009100     05  WS-CCP-ENTRY OCCURS 100 TIMES.
009200         10  WS-CCP-RECORD       PIC X(43).
009300         10  WS-CCP-DECISION     PIC X(01).
009400             88  CCP-APPROVED            VALUE "A".
009500             88  CCP-REJECTED            VALUE "R".
009600             88  CCP-HELD                VALUE "S".
009700 01  WS-CCP-OVERFLOW-SW          PIC X(01) VALUE "N".
009800     88  PENDING-OVERFLOWED              VALUE "Y".
009900*----------------------------------------------------------------
010000* ONE PENDING ADJUSTMENT DECODED - SAME COLUMNS LAB25CC WRITES
010100*----------------------------------------------------------------
010200 01  WS-CCP-WORK.
010300     05  WS-CCP-COUNT-DATE       PIC 9(08).
010400     05  WS-CCP-PART             PIC X(06).
010500     05  WS-CCP-BOOK             PIC 9(07).
010600     05  WS-CCP-COUNTED          PIC 9(07).
010700     05  WS-CCP-PRICE            PIC 9(05)V99.
010800     05  WS-CCP-COUNTED-BY       PIC X(08).
010900 01  WS-VAR-UNITS                PIC S9(07).
011000 01  WS-VAR-DOLLARS              PIC S9(07)V99.
011100 01  WS-NEW-ON-HAND              PIC S9(08).
011200 01  WS-SHOW-UNITS               PIC -(07)9.
011300 01  WS-SHOW-DOLLARS             PIC -(07)9.99.
011400 01  WS-ADJ-STATUS               PIC X(08).
011500*----------------------------------------------------------------
011600* STOCK BALANCES FOR THE ON-HAND POSTING
011700*----------------------------------------------------------------
011800 01  WS-STOCK-COUNT              PIC 9(03) COMP VALUE ZERO.
011900 01  WS-STOCK-SUB                PIC 9(03) COMP.
012000 01  WS-STOCK-HIT                PIC 9(03) COMP VALUE ZERO.
012100 01  WS-STOCK-TABLE.
012200     05  WS-STOCK-ENTRY OCCURS 100 TIMES.
012300         10  WS-STK-PART         PIC X(06).
012400         10  WS-STK-ON-HAND      PIC 9(07).
012500         10  WS-STK-ON-ORDER     PIC 9(07).
012600 01  WS-STOCK-POSTED-SW          PIC X(01) VALUE "N".
012700     88  STOCK-POSTED                    VALUE "Y".
012800     88  STOCK-NOT-POSTED                VALUE "N".
012900*----------------------------------------------------------------
013000* INVENTORY ADJUSTMENT REGISTER LINE - SAME COLUMNS LAB25CC
013100* WRITES FOR ITS POSTINGS AND HOLDS
013200*----------------------------------------------------------------
013300 01  WS-ADJ-LINE.
013400     05  WS-ADJ-DATE             PIC 9(08).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  WS-ADJ-PART             PIC X(06).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  WS-ADJ-BOOK             PIC Z(06)9.
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  WS-ADJ-COUNTED          PIC Z(06)9.
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  WS-ADJ-VAR-UNITS        PIC -(07)9.
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  WS-ADJ-VAR-DOLLARS      PIC -(07)9.99.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  WS-ADJ-STATUS-OUT       PIC X(08).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  WS-ADJ-OPERATOR         PIC X(08).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  WS-ADJ-SOURCE           PIC X(08).
015100*----------------------------------------------------------------
015200* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
015300*----------------------------------------------------------------
015400 COPY "auditparm.cpy".
015500 PROCEDURE DIVISION.
015600*----------------------------------------------------------------
015700 0000-MAINLINE.
015800*----------------------------------------------------------------
015900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
016000     PERFORM 1200-CHECK-AUTHORIZATION
016100         THRU 1200-CHECK-AUTHORIZATION-EXIT.
016200     IF OPERATOR-NOT-AUTHORIZED
016300         MOVE 8 TO WS-FINAL-RETURN-CODE
016400         GO TO 0000-WRAP-UP
016500     END-IF.
016600
016700     PERFORM 1300-LOAD-PENDING-FILE
016800         THRU 1300-LOAD-PENDING-FILE-EXIT.
016900     IF WS-CCP-COUNT = ZERO
017000         DISPLAY "No count adjustments pending on LAB25.CCP"
017100         GO TO 0000-WRAP-UP
017200     END-IF.
017300     IF PENDING-OVERFLOWED
017400         DISPLAY "** LAB25.CCP HOLDS MORE RECORDS THAN THIS "
017500             "PROGRAM CAN CARRY - REVIEW REFUSED **"
017600         MOVE 8 TO WS-FINAL-RETURN-CODE
017700         GO TO 0000-WRAP-UP
017800     END-IF.
017900     PERFORM 1400-LOAD-STOCK-FILE
018000         THRU 1400-LOAD-STOCK-FILE-EXIT.
018100
018200     PERFORM 2000-REVIEW-ONE-PENDING
018300         THRU 2000-REVIEW-ONE-PENDING-EXIT
018400         VARYING WS-CCP-SUB FROM 1 BY 1
018500         UNTIL WS-CCP-SUB > WS-CCP-COUNT.
018600
018700     PERFORM 3000-REWRITE-PENDING-FILE
018800         THRU 3000-REWRITE-PENDING-FILE-EXIT.
018900     IF STOCK-POSTED
019000         PERFORM 3200-REWRITE-STOCK-FILE
019100             THRU 3200-REWRITE-STOCK-FILE-EXIT
019200     END-IF.
019300
019400     DISPLAY WS-APPROVED-COUNT " posted, "
019500         WS-REJECTED-COUNT " rejected, "
019600         WS-HELD-COUNT " still pending".
019700
019800 0000-WRAP-UP.
019900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
020000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
020100     STOP RUN.
020200*----------------------------------------------------------------
020300 1200-CHECK-AUTHORIZATION.
020400*    WRITING STOCK ON OR OFF PAST THE TOLERANCE TAKES A LEVEL-2
020500*    SIGNATURE - THE SIGNED-ON OPERATOR FROM OPERATOR.CUR, THE
020600*    LEVEL FROM OPERATOR.MST, SAME AS THE MENU.
020700*----------------------------------------------------------------
020800     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
020900     OPEN INPUT operatorCurrent.
021000     IF operatorCurrentStatus = "00"
021100         READ operatorCurrent
021200             AT END
021300                 CONTINUE
021400             NOT AT END
021500                 MOVE curOperatorId TO WS-OPERATOR-ID
021600         END-READ
021700     END-IF.
021800     CLOSE operatorCurrent.
021900     IF WS-OPERATOR-ID = SPACES
022000         DISPLAY "** NO OPERATOR SIGNED ON - RUN LAB25CCA "
022100             "FROM THE MENU **"
022200         GO TO 1200-CHECK-AUTHORIZATION-EXIT
022300     END-IF.
022400     OPEN INPUT operatorMaster.
022500     IF operatorMasterStatus NOT = "00"
022600         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
022700             "APPROVE **"
022800         CLOSE operatorMaster
022900         GO TO 1200-CHECK-AUTHORIZATION-EXIT
023000     END-IF.
023100     PERFORM FOREVER
023200         READ operatorMaster
023300             AT END
023400             EXIT PERFORM
023500         END-READ
023600         IF mstOperatorId = WS-OPERATOR-ID
023700             MOVE mstAuthLevel TO WS-OPERATOR-LEVEL
023800             EXIT PERFORM
023900         END-IF
024000     END-PERFORM.
024100     CLOSE operatorMaster.
024200     IF WS-OPERATOR-LEVEL >= 2
024300         SET OPERATOR-AUTHORIZED TO TRUE
024400         DISPLAY "Reviewer: " WS-OPERATOR-ID " (level "
024500             WS-OPERATOR-LEVEL ")"
024600     ELSE
024700         DISPLAY "** " WS-OPERATOR-ID " (level "
024800             WS-OPERATOR-LEVEL ") is not authorized to "
024900             "approve count adjustments (needs level 2) **"
025000     END-IF.
025100 1200-CHECK-AUTHORIZATION-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400 1300-LOAD-PENDING-FILE.
025500*----------------------------------------------------------------
025600     OPEN INPUT ccPendFile.
025700     IF ccPendFileStatus NOT = "00"
025800         CLOSE ccPendFile
025900         GO TO 1300-LOAD-PENDING-FILE-EXIT
026000     END-IF.
026100     PERFORM FOREVER
026200         READ ccPendFile
026300             AT END
026400             EXIT PERFORM
026500         END-READ
026600         IF WS-CCP-COUNT >= 100
026700             SET PENDING-OVERFLOWED TO TRUE
026800             DISPLAY "WARNING - pending table full at part "
026900                 ccpPartNumber
027000         ELSE
027100             ADD 1 TO WS-CCP-COUNT
027200             MOVE ccPendRecord TO WS-CCP-RECORD(WS-CCP-COUNT)
027300             MOVE "S" TO WS-CCP-DECISION(WS-CCP-COUNT)
027400         END-IF
027500     END-PERFORM.
027600     CLOSE ccPendFile.
027700 1300-LOAD-PENDING-FILE-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 1400-LOAD-STOCK-FILE.
028100*----------------------------------------------------------------
028200     OPEN INPUT stockFile.
028300     IF stockFileStatus NOT = "00"
028400         DISPLAY "WARNING - lab25.stk not found, approvals "
028500             "cannot post on-hand"
028600         CLOSE stockFile
028700         GO TO 1400-LOAD-STOCK-FILE-EXIT
028800     END-IF.
028900     PERFORM FOREVER
029000         READ stockFile
029100             AT END
029200             EXIT PERFORM
029300         END-READ
029400         IF WS-STOCK-COUNT < 100
029500             ADD 1 TO WS-STOCK-COUNT
029600             MOVE stkPartNumber TO WS-STK-PART(WS-STOCK-COUNT)
029700             MOVE stkQtyOnHand
029800                 TO WS-STK-ON-HAND(WS-STOCK-COUNT)
029900             MOVE stkQtyOnOrder
030000                 TO WS-STK-ON-ORDER(WS-STOCK-COUNT)
030100         END-IF
030200     END-PERFORM.
030300     CLOSE stockFile.
030400 1400-LOAD-STOCK-FILE-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700 2000-REVIEW-ONE-PENDING.
030800*----------------------------------------------------------------
030900     MOVE WS-CCP-RECORD(WS-CCP-SUB) TO WS-CCP-WORK.
031000     COMPUTE WS-VAR-UNITS = WS-CCP-COUNTED - WS-CCP-BOOK.
031100     COMPUTE WS-VAR-DOLLARS ROUNDED =
031200         WS-VAR-UNITS * WS-CCP-PRICE.
031300     MOVE WS-VAR-UNITS   TO WS-SHOW-UNITS.
031400     MOVE WS-VAR-DOLLARS TO WS-SHOW-DOLLARS.
031500     DISPLAY " ".
031600     DISPLAY "PENDING " WS-CCP-SUB " OF " WS-CCP-COUNT
031700         " - PART " WS-CCP-PART " COUNTED " WS-CCP-COUNT-DATE
031800         " BY " WS-CCP-COUNTED-BY.
031900     DISPLAY "  BOOK " WS-CCP-BOOK "  COUNTED " WS-CCP-COUNTED
032000         "  VARIANCE " WS-SHOW-UNITS " UNITS, " WS-SHOW-DOLLARS.
032100     IF WS-CCP-COUNTED-BY = WS-OPERATOR-ID
032200         DISPLAY "** YOU KEYED THIS COUNT - ANOTHER REVIEWER "
032300             "MUST APPROVE IT **"
032400         MOVE "S" TO WS-CCP-DECISION(WS-CCP-SUB)
032500         ADD 1 TO WS-HELD-COUNT
032600         GO TO 2000-REVIEW-ONE-PENDING-EXIT
032700     END-IF.
032800     DISPLAY "(A)pprove and post, (R)eject for recount, or "
032900         "(S)kip?".
033000     ACCEPT WS-DECISION-ENTRY FROM CONSOLE.
033100     EVALUATE FUNCTION UPPER-CASE(WS-DECISION-ENTRY)
033200         WHEN "A"
033300             MOVE "A" TO WS-CCP-DECISION(WS-CCP-SUB)
033400             PERFORM 2100-POST-ONE-ADJUSTMENT
033500                 THRU 2100-POST-ONE-ADJUSTMENT-EXIT
033600         WHEN "R"
033700             MOVE "R" TO WS-CCP-DECISION(WS-CCP-SUB)
033800             ADD 1 TO WS-REJECTED-COUNT
033900             MOVE "REJECTED" TO WS-ADJ-STATUS
034000             PERFORM 9000-REGISTER-ONE-DECISION
034100                 THRU 9000-REGISTER-ONE-DECISION-EXIT
034200             DISPLAY "Rejected - lab25.stk left as it is"
034300         WHEN OTHER
034400             MOVE "S" TO WS-CCP-DECISION(WS-CCP-SUB)
034500             ADD 1 TO WS-HELD-COUNT
034600     END-EVALUATE.
034700 2000-REVIEW-ONE-PENDING-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000 2100-POST-ONE-ADJUSTMENT.
035100*    THE VARIANCE, NOT THE COUNT, IS POSTED - ANY RECEIPT OR ISSUE
035200*    SINCE THE COUNT WAS KEYED STAYS IN THE BALANCE. ON-HAND
035300*    NEVER GOES BELOW ZERO.
035400*----------------------------------------------------------------
035500     MOVE ZERO TO WS-STOCK-HIT.
035600     PERFORM 2110-FIND-ONE-STOCK
035700         THRU 2110-FIND-ONE-STOCK-EXIT
035800         VARYING WS-STOCK-SUB FROM 1 BY 1
035900         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
036000         OR WS-STOCK-HIT NOT = ZERO.
036100     IF WS-STOCK-HIT = ZERO
036200         DISPLAY "WARNING - no stock balance for part "
036300             WS-CCP-PART " - adjustment left pending"
036400         MOVE "S" TO WS-CCP-DECISION(WS-CCP-SUB)
036500         ADD 1 TO WS-HELD-COUNT
036600         GO TO 2100-POST-ONE-ADJUSTMENT-EXIT
036700     END-IF.
036800     COMPUTE WS-NEW-ON-HAND =
036900         WS-STK-ON-HAND(WS-STOCK-HIT) + WS-VAR-UNITS.
037000     IF WS-NEW-ON-HAND < ZERO
037100         MOVE ZERO TO WS-NEW-ON-HAND
037200     END-IF.
037300     MOVE WS-NEW-ON-HAND TO WS-STK-ON-HAND(WS-STOCK-HIT).
037400     SET STOCK-POSTED TO TRUE.
037500     ADD 1 TO WS-APPROVED-COUNT.
037600     MOVE "APPROVED" TO WS-ADJ-STATUS.
037700     PERFORM 9000-REGISTER-ONE-DECISION
037800         THRU 9000-REGISTER-ONE-DECISION-EXIT.
037900     DISPLAY "Posted - part " WS-CCP-PART " on-hand now "
038000         WS-STK-ON-HAND(WS-STOCK-HIT).
038100 2100-POST-ONE-ADJUSTMENT-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400 2110-FIND-ONE-STOCK.
038500*----------------------------------------------------------------
038600     IF WS-STK-PART(WS-STOCK-SUB) = WS-CCP-PART
038700         MOVE WS-STOCK-SUB TO WS-STOCK-HIT
038800     END-IF.
038900 2110-FIND-ONE-STOCK-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200 3000-REWRITE-PENDING-FILE.
039300*    ONLY THE SKIPPED ADJUSTMENTS STAY PENDING.
039400*----------------------------------------------------------------
039500     OPEN OUTPUT ccPendFile.
039600     PERFORM 3100-WRITE-ONE-PENDING
039700         THRU 3100-WRITE-ONE-PENDING-EXIT
039800         VARYING WS-CCP-SUB FROM 1 BY 1
039900         UNTIL WS-CCP-SUB > WS-CCP-COUNT.
040000     CLOSE ccPendFile.
040100 3000-REWRITE-PENDING-FILE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400 3100-WRITE-ONE-PENDING.
040500*----------------------------------------------------------------
040600     IF CCP-HELD(WS-CCP-SUB)
040700         MOVE WS-CCP-RECORD(WS-CCP-SUB) TO ccPendRecord
040800         WRITE ccPendRecord
040900     END-IF.
041000 3100-WRITE-ONE-PENDING-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 3200-REWRITE-STOCK-FILE.
041400*----------------------------------------------------------------
041500     OPEN OUTPUT stockFile.
041600     PERFORM 3210-WRITE-ONE-STOCK
041700         THRU 3210-WRITE-ONE-STOCK-EXIT
041800         VARYING WS-STOCK-SUB FROM 1 BY 1
041900         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
042000     CLOSE stockFile.
042100 3200-REWRITE-STOCK-FILE-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------
042400 3210-WRITE-ONE-STOCK.
042500*----------------------------------------------------------------
042600     MOVE WS-STK-PART(WS-STOCK-SUB)     TO stkPartNumber.
042700     MOVE WS-STK-ON-HAND(WS-STOCK-SUB)  TO stkQtyOnHand.
042800     MOVE WS-STK-ON-ORDER(WS-STOCK-SUB) TO stkQtyOnOrder.
042900     WRITE stockRecord.
043000 3210-WRITE-ONE-STOCK-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 9000-REGISTER-ONE-DECISION.
043400*    EVERY APPROVAL OR REJECTION GOES ON THE LAB25.ADJ REGISTER
043500*    AND TO AUDIT.LOG UNDER THE REVIEWER - RECORDS-READ CARRIES
043600*    THE COUNTED QUANTITY AND RECORDS-WRITTEN IS 1 FOR A POSTING,
043700*    0 FOR A REJECTION, THE WAY LAB25APR LOGS ITS DECISIONS.
043800*----------------------------------------------------------------
043900     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
044000     MOVE WS-TODAY          TO WS-ADJ-DATE.
044100     MOVE WS-CCP-PART       TO WS-ADJ-PART.
044200     MOVE WS-CCP-BOOK       TO WS-ADJ-BOOK.
044300     MOVE WS-CCP-COUNTED    TO WS-ADJ-COUNTED.
044400     MOVE WS-VAR-UNITS      TO WS-ADJ-VAR-UNITS.
044500     MOVE WS-VAR-DOLLARS    TO WS-ADJ-VAR-DOLLARS.
044600     MOVE WS-ADJ-STATUS     TO WS-ADJ-STATUS-OUT.
044700     MOVE WS-OPERATOR-ID    TO WS-ADJ-OPERATOR.
044800     MOVE "LAB25CCA"        TO WS-ADJ-SOURCE.
044900     OPEN EXTEND adjRegFile.
045000     IF adjRegFileStatus NOT = "00"
045100         OPEN OUTPUT adjRegFile
045200     END-IF.
045300     WRITE adjRegLine FROM WS-ADJ-LINE.
045400     CLOSE adjRegFile.
045500
045600     MOVE "LAB25CCA" TO AUDIT-PROGRAM-NAME.
045700     MOVE WS-TODAY    TO AUDIT-START-DATE.
045800     MOVE WS-NOW-TIME TO AUDIT-START-TIME.
045900     MOVE WS-TODAY    TO AUDIT-END-DATE.
046000     MOVE WS-NOW-TIME TO AUDIT-END-TIME.
046100     MOVE WS-CCP-COUNTED TO AUDIT-RECORDS-READ.
046200     IF CCP-APPROVED(WS-CCP-SUB)
046300         MOVE 1 TO AUDIT-RECORDS-WRITTEN
046400     ELSE
046500         MOVE ZERO TO AUDIT-RECORDS-WRITTEN
046600     END-IF.
046700     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
046800     CALL "AUDITLOG" USING AUDIT-PARM.
046900 9000-REGISTER-ONE-DECISION-EXIT.
047000     EXIT.
