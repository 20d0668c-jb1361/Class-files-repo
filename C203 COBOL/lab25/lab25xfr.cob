000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25XFR.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/10/2026  DL  INITIAL VERSION. PARTS NOW SIT IN THE MAIN
001100*                 STOREROOM OR THE SATELLITE CRIB AT THE GARAGE.
001200*                 THIS IS THE STOCK TRANSFER WINDOW: EACH TRANSFER
001300*                 IS KEYED (PART, FROM, TO, QUANTITY), CHECKED
001400*                 AGAINST WHAT THE FROM LOCATION HOLDS, POSTED TO
001500*                 THE LOCATION BALANCES THROUGH STKLOC, AND GIVEN
001600*                 A TRANSFER NUMBER FROM THE LAB25.XNO COUNTER. A
001700*                 TRANSFER DOCUMENT FOR THE STOREKEEPERS TO SIGN
001800*                 PRINTS ON LAB25.XFD AND THE TRANSFER IS KEPT ON
001900*                 THE LAB25.XFH HISTORY. lab25.stk IS NOT TOUCHED
002000*                 - A TRANSFER DOES NOT CHANGE THE COMBINED
002100*                 ON-HAND.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS stockFileStatus.
002900     SELECT OPTIONAL transferNoFile ASSIGN TO "LAB25.XNO"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS transferNoFileStatus.
003200     SELECT OPTIONAL transferHistFile ASSIGN TO "LAB25.XFH"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS transferHistFileStatus.
003500     SELECT OPTIONAL transferDocFile ASSIGN TO "LAB25.XFD"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS transferDocFileStatus.
003800     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS operatorCurrentStatus.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  stockFile.
004400 01  stockRecord.
004500     05  stkPartNumber           PIC X(06).
004600     05  stkQtyOnHand            PIC 9(07).
004700     05  stkQtyOnOrder           PIC 9(07).
004800 FD  transferNoFile.
004900 01  transferNoRecord.
005000     05  xnoLastTransfer         PIC 9(05).
005100 FD  transferHistFile.
005200 01  transferHistRecord.
005300     05  xfhNumber               PIC 9(05).
005400     05  xfhDate                 PIC 9(08).
005500     05  xfhPartNumber           PIC X(06).
005600     05  xfhFromLocation         PIC X(04).
005700     05  xfhToLocation           PIC X(04).
005800     05  xfhQty                  PIC 9(07).
005900     05  xfhOperator             PIC X(08).
006000 FD  transferDocFile.
006100 01  transferDocLine             PIC X(80).
006200 FD  operatorCurrent.
006300 01  operatorCurrentRecord.
006400     05  curOperatorId           PIC X(08).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700* FILE STATUS AND RUN SWITCHES
006800*----------------------------------------------------------------
006900 01  stockFileStatus             PIC X(02).
007000 01  transferNoFileStatus        PIC X(02).
007100 01  transferHistFileStatus      PIC X(02).
007200 01  transferDocFileStatus       PIC X(02).
007300 01  operatorCurrentStatus       PIC X(02).
007400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
007500 01  WS-TRANSFER-COUNT           PIC 9(05) COMP VALUE ZERO.
007600 01  WS-LAST-TRANSFER            PIC 9(05) VALUE ZERO.
007700 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
007800 01  WS-ANOTHER-ENTRY            PIC X(01).
007900 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
008000     88  MORE-ENTRIES                    VALUE "Y".
008100     88  NO-MORE-ENTRIES                 VALUE "N".
008200 01  WS-TODAY                    PIC 9(08).
008300*----------------------------------------------------------------
008400* COMBINED ON-HAND PER PART FROM lab25.stk - THE HOME STOREROOM'S
008500* SHARE IS WHAT THE SATELLITES DO NOT HOLD
008600*----------------------------------------------------------------
008700 01  WS-STOCK-COUNT              PIC 9(03) COMP VALUE ZERO.
008800 01  WS-STOCK-SUB                PIC 9(03) COMP.
008900 01  WS-STOCK-HIT                PIC 9(03) COMP VALUE ZERO.
009000 01  WS-STOCK-TABLE.
009100     05  WS-STOCK-ENTRY OCCURS 100 TIMES.
009200         10  WS-STK-PART         PIC X(06).
009300         10  WS-STK-ON-HAND      PIC 9(07).
009400*----------------------------------------------------------------
009500* TRANSFER ENTRY
009600*----------------------------------------------------------------
009700 01  WS-ENTRY-PART               PIC X(06).
009800 01  WS-ENTRY-LOCATION           PIC X(04).
009900 01  WS-ENTRY-LOCATION-NAME      PIC X(20).
010000 01  WS-FROM-LOCATION            PIC X(04).
010100 01  WS-FROM-NAME                PIC X(20).
010200 01  WS-TO-LOCATION              PIC X(04).
010300 01  WS-TO-NAME                  PIC X(20).
010400 01  WS-FROM-BALANCE             PIC S9(07).
010500 01  WS-QTY-DISPLAY              PIC Z(06)9.
010600 01  WS-ENTRY-QTY                PIC X(07).
010700 01  WS-ENTRY-QTY-N REDEFINES WS-ENTRY-QTY
010800                                 PIC 9(07).
010900 01  WS-LOCATION-ENTRY-SW        PIC X(01).
011000     88  LOCATION-IS-VALID               VALUE "Y".
011100     88  LOCATION-IS-NOT-VALID           VALUE "N".
011200*----------------------------------------------------------------
011300* TRANSFER DOCUMENT LINES
011400*----------------------------------------------------------------
011500 01  WS-DOC-RULE                 PIC X(80) VALUE ALL "-".
011600 01  WS-DOC-TITLE-LINE.
011700     05  FILLER                  PIC X(22) VALUE
011800         "STOCK TRANSFER NUMBER ".
011900     05  WS-DOC-NUMBER           PIC 9(05).
012000     05  FILLER                  PIC X(08) VALUE "   DATE ".
012100     05  WS-DOC-DATE             PIC 9(08).
012200     05  FILLER                  PIC X(15) VALUE "   KEYED BY ".
012300     05  WS-DOC-OPERATOR         PIC X(08).
012400 01  WS-DOC-PART-LINE.
012500     05  FILLER                  PIC X(08) VALUE "  PART ".
012600     05  WS-DOC-PART             PIC X(06).
012700     05  FILLER                  PIC X(14) VALUE "    QUANTITY ".
012800     05  WS-DOC-QTY              PIC Z(06)9.
012900 01  WS-DOC-FROM-LINE.
013000     05  FILLER                  PIC X(08) VALUE "  FROM ".
013100     05  WS-DOC-FROM             PIC X(04).
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  WS-DOC-FROM-NAME        PIC X(20).
013400     05  FILLER                  PIC X(25) VALUE
013500         "   ISSUED BY   ________".
013600 01  WS-DOC-TO-LINE.
013700     05  FILLER                  PIC X(08) VALUE "  TO   ".
013800     05  WS-DOC-TO               PIC X(04).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  WS-DOC-TO-NAME          PIC X(20).
014100     05  FILLER                  PIC X(25) VALUE
014200         "   RECEIVED BY ________".
014300*----------------------------------------------------------------
014400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
014500*----------------------------------------------------------------
014600 COPY "auditparm.cpy".
014700*----------------------------------------------------------------
014800* CALL INTERFACE TO THE SHARED STOREROOM-LOCATION SUBPROGRAM
014900*----------------------------------------------------------------
015000 COPY "slocparm.cpy".
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------------
015300 0000-MAINLINE.
015400*----------------------------------------------------------------
015500     MOVE "LAB25XFR" TO AUDIT-PROGRAM-NAME.
015600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
015700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
015800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
015900
016000     OPEN INPUT operatorCurrent.
016100     IF operatorCurrentStatus = "00"
016200         READ operatorCurrent
016300             AT END
016400                 CONTINUE
016500             NOT AT END
016600                 MOVE curOperatorId TO WS-OPERATOR-ID
016700         END-READ
016800     END-IF.
016900     CLOSE operatorCurrent.
017000     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
017100
017200     PERFORM 1000-LOAD-STOCK-FILE
017300         THRU 1000-LOAD-STOCK-FILE-EXIT.
017400     IF WS-STOCK-COUNT = ZERO
017500         DISPLAY "No parts on lab25.stk - nothing to transfer"
017600         GO TO 0000-WRAP-UP
017700     END-IF.
017800     PERFORM 1100-GET-LAST-TRANSFER-NUMBER
017900         THRU 1100-GET-LAST-TRANSFER-NUMBER-EXIT.
018000
018100     PERFORM 2000-TAKE-ONE-TRANSFER
018200         THRU 2000-TAKE-ONE-TRANSFER-EXIT
018300         UNTIL NO-MORE-ENTRIES.
018400
018500     IF WS-TRANSFER-COUNT NOT = ZERO
018600         SET SLOC-SAVE TO TRUE
018700         CALL "STKLOC" USING SLOC-PARM
018800         PERFORM 3000-SAVE-TRANSFER-COUNTER
018900             THRU 3000-SAVE-TRANSFER-COUNTER-EXIT
019000     END-IF.
019100     DISPLAY WS-TRANSFER-COUNT " transfer(s) posted, "
019200         "documents on LAB25.XFD".
019300
019400 0000-WRAP-UP.
019500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
019600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
019700     MOVE WS-STOCK-COUNT TO AUDIT-RECORDS-READ.
019800     MOVE WS-TRANSFER-COUNT TO AUDIT-RECORDS-WRITTEN.
019900     CALL "AUDITLOG" USING AUDIT-PARM.
020000*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
020100     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
020200     STOP RUN.
020300*----------------------------------------------------------------
020400 1000-LOAD-STOCK-FILE.
020500*----------------------------------------------------------------
020600     OPEN INPUT stockFile.
020700     IF stockFileStatus NOT = "00"
020800         CLOSE stockFile
020900         GO TO 1000-LOAD-STOCK-FILE-EXIT
021000     END-IF.
021100     PERFORM FOREVER
021200         READ stockFile
021300             AT END
021400             EXIT PERFORM
021500         END-READ
021600         IF WS-STOCK-COUNT < 100
021700             ADD 1 TO WS-STOCK-COUNT
021800             MOVE stkPartNumber TO WS-STK-PART(WS-STOCK-COUNT)
021900             MOVE stkQtyOnHand
022000                 TO WS-STK-ON-HAND(WS-STOCK-COUNT)
022100         END-IF
022200     END-PERFORM.
022300     CLOSE stockFile.
022400 1000-LOAD-STOCK-FILE-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700 1100-GET-LAST-TRANSFER-NUMBER.
022800*    THE LAST TRANSFER NUMBER USED LIVES ON LAB25.XNO. NO FILE
022900*    MEANS NOTHING HAS EVER BEEN TRANSFERRED - START FROM ZERO.
023000*----------------------------------------------------------------
023100     OPEN INPUT transferNoFile.
023200     IF transferNoFileStatus = "00"
023300         READ transferNoFile
023400             AT END
023500                 CONTINUE
023600             NOT AT END
023700                 MOVE xnoLastTransfer TO WS-LAST-TRANSFER
023800         END-READ
023900     END-IF.
024000     CLOSE transferNoFile.
024100 1100-GET-LAST-TRANSFER-NUMBER-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024400 2000-TAKE-ONE-TRANSFER.
024500*    ONE TRANSFER - THE PART MUST BE ON lab25.stk, BOTH LOCATIONS
024600*    ON LAB25.LCN AND DIFFERENT, AND THE FROM LOCATION MUST HOLD
024700*    THE QUANTITY.
024800*----------------------------------------------------------------
024900     DISPLAY "Enter part number to transfer (6 characters)".
025000     ACCEPT WS-ENTRY-PART FROM CONSOLE.
025100     MOVE ZERO TO WS-STOCK-HIT.
025200     PERFORM 2010-CHECK-ONE-STOCK
025300         THRU 2010-CHECK-ONE-STOCK-EXIT
025400         VARYING WS-STOCK-SUB FROM 1 BY 1
025500         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
025600         OR WS-STOCK-HIT NOT = ZERO.
025700     IF WS-STOCK-HIT = ZERO
025800         DISPLAY "Part " WS-ENTRY-PART " is not on lab25.stk"
025900         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
026000     END-IF.
026100
026200     DISPLAY "Transfer FROM which location? (blank = home "
026300         "storeroom)".
026400     SET LOCATION-IS-NOT-VALID TO TRUE.
026500     PERFORM 2100-ACCEPT-ONE-LOCATION
026600         THRU 2100-ACCEPT-ONE-LOCATION-EXIT
026700         UNTIL LOCATION-IS-VALID.
026800     MOVE WS-ENTRY-LOCATION      TO WS-FROM-LOCATION.
026900     MOVE WS-ENTRY-LOCATION-NAME TO WS-FROM-NAME.
027000     DISPLAY "Transfer TO which location? (blank = home "
027100         "storeroom)".
027200     SET LOCATION-IS-NOT-VALID TO TRUE.
027300     PERFORM 2100-ACCEPT-ONE-LOCATION
027400         THRU 2100-ACCEPT-ONE-LOCATION-EXIT
027500         UNTIL LOCATION-IS-VALID.
027600     MOVE WS-ENTRY-LOCATION      TO WS-TO-LOCATION.
027700     MOVE WS-ENTRY-LOCATION-NAME TO WS-TO-NAME.
027800     IF WS-FROM-LOCATION = WS-TO-LOCATION
027900         DISPLAY "From and to are both " WS-FROM-LOCATION
028000             " - entry dropped"
028100         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
028200     END-IF.
028300
028400     SET SLOC-BALANCE TO TRUE.
028500     MOVE WS-FROM-LOCATION TO SLOC-LOCATION.
028600     MOVE WS-ENTRY-PART    TO SLOC-PART.
028700     MOVE WS-STK-ON-HAND(WS-STOCK-HIT) TO SLOC-BOOK-QTY.
028800     CALL "STKLOC" USING SLOC-PARM.
028900     MOVE SLOC-QTY TO WS-FROM-BALANCE.
029000     IF WS-FROM-BALANCE NOT > ZERO
029100         DISPLAY "Nothing of part " WS-ENTRY-PART " at "
029200             WS-FROM-LOCATION " - entry dropped"
029300         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
029400     END-IF.
029500     MOVE WS-FROM-BALANCE TO WS-QTY-DISPLAY.
029600     DISPLAY WS-FROM-LOCATION " holds " WS-QTY-DISPLAY
029700         " of part " WS-ENTRY-PART.
029800     DISPLAY "Enter quantity to transfer (7 digits)".
029900     ACCEPT WS-ENTRY-QTY FROM CONSOLE.
030000     IF WS-ENTRY-QTY IS NOT NUMERIC
030100         DISPLAY WS-ENTRY-QTY " is not a 7-digit quantity - "
030200             "entry dropped"
030300         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
030400     END-IF.
030500     IF WS-ENTRY-QTY-N = ZERO
030600         DISPLAY "Nothing to transfer - entry dropped"
030700         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
030800     END-IF.
030900     IF WS-ENTRY-QTY-N > WS-FROM-BALANCE
031000         DISPLAY "Only " WS-QTY-DISPLAY " at " WS-FROM-LOCATION
031100             " - entry dropped"
031200         GO TO 2000-TAKE-ONE-TRANSFER-ASK-MORE
031300     END-IF.
031400
031500     PERFORM 2200-POST-ONE-TRANSFER
031600         THRU 2200-POST-ONE-TRANSFER-EXIT.
031700
031800 2000-TAKE-ONE-TRANSFER-ASK-MORE.
031900     DISPLAY "Key another transfer? (Y/N)".
032000     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
032100     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
032200         SET MORE-ENTRIES TO TRUE
032300     ELSE
032400         SET NO-MORE-ENTRIES TO TRUE
032500     END-IF.
032600 2000-TAKE-ONE-TRANSFER-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 2010-CHECK-ONE-STOCK.
033000*----------------------------------------------------------------
033100     IF WS-STK-PART(WS-STOCK-SUB) = WS-ENTRY-PART
033200         MOVE WS-STOCK-SUB TO WS-STOCK-HIT
033300     END-IF.
033400 2010-CHECK-ONE-STOCK-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700 2100-ACCEPT-ONE-LOCATION.
033800*    MUST BE ON LAB25.LCN. BLANK IS THE HOME STOREROOM.
033900*----------------------------------------------------------------
034000     MOVE SPACES TO WS-ENTRY-LOCATION.
034100     ACCEPT WS-ENTRY-LOCATION FROM CONSOLE.
034200     MOVE FUNCTION UPPER-CASE(WS-ENTRY-LOCATION)
034300         TO WS-ENTRY-LOCATION.
034400     SET SLOC-VALIDATE TO TRUE.
034500     MOVE WS-ENTRY-LOCATION TO SLOC-LOCATION.
034600     CALL "STKLOC" USING SLOC-PARM.
034700     IF SLOC-UNKNOWN-LOCATION
034800         DISPLAY WS-ENTRY-LOCATION
034900             " is not a location on LAB25.LCN - enter again"
035000     ELSE
035100         SET LOCATION-IS-VALID TO TRUE
035200         MOVE SLOC-LOCATION      TO WS-ENTRY-LOCATION
035300         MOVE SLOC-LOCATION-NAME TO WS-ENTRY-LOCATION-NAME
035400     END-IF.
035500 2100-ACCEPT-ONE-LOCATION-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 2200-POST-ONE-TRANSFER.
035900*    OUT OF THE FROM LOCATION, INTO THE TO LOCATION, THEN THE
036000*    HISTORY RECORD AND THE SIGNED DOCUMENT.
036100*----------------------------------------------------------------
036200     SET SLOC-POST TO TRUE.
036300     MOVE WS-FROM-LOCATION TO SLOC-LOCATION.
036400     MOVE WS-ENTRY-PART    TO SLOC-PART.
036500     COMPUTE SLOC-QTY = ZERO - WS-ENTRY-QTY-N.
036600     CALL "STKLOC" USING SLOC-PARM.
036700     IF NOT SLOC-OK
036800         DISPLAY "WARNING - " WS-FROM-LOCATION " could not be "
036900             "drawn down - transfer not posted"
037000         MOVE 4 TO WS-FINAL-RETURN-CODE
037100         GO TO 2200-POST-ONE-TRANSFER-EXIT
037200     END-IF.
037300     SET SLOC-POST TO TRUE.
037400     MOVE WS-TO-LOCATION   TO SLOC-LOCATION.
037500     MOVE WS-ENTRY-PART    TO SLOC-PART.
037600     MOVE WS-ENTRY-QTY-N   TO SLOC-QTY.
037700     CALL "STKLOC" USING SLOC-PARM.
037800     IF NOT SLOC-OK
037900         DISPLAY "WARNING - " WS-TO-LOCATION
038000             " balance table full - transfer backed out"
038100         SET SLOC-POST TO TRUE
038200         MOVE WS-FROM-LOCATION TO SLOC-LOCATION
038300         MOVE WS-ENTRY-QTY-N   TO SLOC-QTY
038400         CALL "STKLOC" USING SLOC-PARM
038500         MOVE 4 TO WS-FINAL-RETURN-CODE
038600         GO TO 2200-POST-ONE-TRANSFER-EXIT
038700     END-IF.
038800
038900     ADD 1 TO WS-LAST-TRANSFER.
039000     ADD 1 TO WS-TRANSFER-COUNT.
039100     OPEN EXTEND transferHistFile.
039200     IF transferHistFileStatus NOT = "00"
039300         OPEN OUTPUT transferHistFile
039400     END-IF.
039500     MOVE WS-LAST-TRANSFER TO xfhNumber.
039600     MOVE WS-TODAY         TO xfhDate.
039700     MOVE WS-ENTRY-PART    TO xfhPartNumber.
039800     MOVE WS-FROM-LOCATION TO xfhFromLocation.
039900     MOVE WS-TO-LOCATION   TO xfhToLocation.
040000     MOVE WS-ENTRY-QTY-N   TO xfhQty.
040100     MOVE WS-OPERATOR-ID   TO xfhOperator.
040200     WRITE transferHistRecord.
040300     CLOSE transferHistFile.
040400
040500     PERFORM 2300-PRINT-ONE-DOCUMENT
040600         THRU 2300-PRINT-ONE-DOCUMENT-EXIT.
040700     DISPLAY "Transfer " WS-LAST-TRANSFER " posted - "
040800         WS-ENTRY-QTY-N " of " WS-ENTRY-PART " from "
040900         WS-FROM-LOCATION " to " WS-TO-LOCATION.
041000 2200-POST-ONE-TRANSFER-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 2300-PRINT-ONE-DOCUMENT.
041400*    APPENDED TO LAB25.XFD SO THE DAY'S DOCUMENTS PRINT TOGETHER.
041500*----------------------------------------------------------------
041600     OPEN EXTEND transferDocFile.
041700     IF transferDocFileStatus NOT = "00"
041800         OPEN OUTPUT transferDocFile
041900     END-IF.
042000     MOVE WS-LAST-TRANSFER TO WS-DOC-NUMBER.
042100     MOVE WS-TODAY         TO WS-DOC-DATE.
042200     MOVE WS-OPERATOR-ID   TO WS-DOC-OPERATOR.
042300     MOVE WS-ENTRY-PART    TO WS-DOC-PART.
042400     MOVE WS-ENTRY-QTY-N   TO WS-DOC-QTY.
042500     MOVE WS-FROM-LOCATION TO WS-DOC-FROM.
042600     MOVE WS-FROM-NAME     TO WS-DOC-FROM-NAME.
042700     MOVE WS-TO-LOCATION   TO WS-DOC-TO.
042800     MOVE WS-TO-NAME       TO WS-DOC-TO-NAME.
042900     WRITE transferDocLine FROM WS-DOC-RULE.
043000     WRITE transferDocLine FROM WS-DOC-TITLE-LINE.
043100     WRITE transferDocLine FROM WS-DOC-PART-LINE.
043200     WRITE transferDocLine FROM WS-DOC-FROM-LINE.
043300     WRITE transferDocLine FROM WS-DOC-TO-LINE.
043400     CLOSE transferDocFile.
043500 2300-PRINT-ONE-DOCUMENT-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800 3000-SAVE-TRANSFER-COUNTER.
043900*----------------------------------------------------------------
044000     OPEN OUTPUT transferNoFile.
044100     MOVE WS-LAST-TRANSFER TO xnoLastTransfer.
044200     WRITE transferNoRecord.
044300     CLOSE transferNoFile.
044400 3000-SAVE-TRANSFER-COUNTER-EXIT.
044500     EXIT.
