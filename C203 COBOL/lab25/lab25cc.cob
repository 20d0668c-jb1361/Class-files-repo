000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25CC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/08/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/08/2026  DL  INITIAL VERSION. ON-HAND IN lab25.stk ONLY MOVES
001100*                 ON LAB25RCV RECEIPTS AND LAB22WO ISSUES, SO IT
001200*                 DRIFTS FROM WHAT IS ON THE SHELF AND HELLO1
001300*                 PLANS AGAINST THE WRONG BALANCE. THIS IS THE
001400*                 CYCLE COUNT. FUNCTION S PRINTS BLIND COUNT
001500*                 SHEETS (NO BOOK QUANTITY) ON LAB25.CCS FOR A
001600*                 RANGE OF PART NUMBERS AND OPENS THE LAB25.CCB
001700*                 COUNT BATCH. FUNCTION E TAKES THE KEYED COUNTS
001800*                 FOR THE BATCH AND PRINTS THE LAB25.CCV VARIANCE
001900*                 REPORT IN UNITS AND IN DOLLARS AT THE LOWEST
002000*                 LAB25.VND PRICE. A VARIANCE INSIDE THE
002100*                 LAB25CC.PRM TOLERANCE POSTS TO lab25.stk; ONE
002200*                 OUTSIDE IT WAITS ON LAB25.CCP FOR THE LEVEL-2
002300*                 SIGN-OFF IN LAB25CCA. EVERY ADJUSTMENT GOES ON
002400*                 THE LAB25.ADJ REGISTER AND INTO AUDIT.LOG.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS stockFileStatus.
003200     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS vendorFileStatus.
003500     SELECT OPTIONAL ccPrmFile ASSIGN TO "LAB25CC.PRM"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS ccPrmFileStatus.
003800     SELECT OPTIONAL batchFile ASSIGN TO "LAB25.CCB"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS batchFileStatus.
004100     SELECT sheetFile ASSIGN TO "LAB25.CCS"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS sheetFileStatus.
004400     SELECT varianceFile ASSIGN TO "LAB25.CCV"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS varianceFileStatus.
004700     SELECT OPTIONAL ccPendFile ASSIGN TO "LAB25.CCP"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS ccPendFileStatus.
005000     SELECT OPTIONAL adjRegFile ASSIGN TO "LAB25.ADJ"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS adjRegFileStatus.
005300     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS operatorCurrentStatus.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  stockFile.
005900 01  stockRecord.
006000     05  stkPartNumber           PIC X(06).
006100     05  stkQtyOnHand            PIC 9(07).
006200     05  stkQtyOnOrder           PIC 9(07).
006300 FD  vendorFile.
006400 01  vendorDetailsI.
006500     05  vndVendorCodeI          PIC X(04).
006600     05  vndVendorNameI          PIC X(20).
006700     05  vndPartNumberI          PIC X(06).
006800     05  vndLeadDaysI            PIC 9(03).
006900     05  vndUnitPriceI           PIC 9(05)V99.
007000 FD  ccPrmFile.
007100 01  ccPrmRecord.
007200     05  prmTolUnits             PIC 9(05).
007300     05  prmTolDollars           PIC 9(05)V99.
007400 FD  batchFile.
007500 01  batchRecord.
007600     05  ccbPartNumber           PIC X(06).
007700     05  ccbSheetDate            PIC 9(08).
007800 FD  sheetFile.
007900 01  sheetLine                   PIC X(80).
008000 FD  varianceFile.
008100 01  varianceLine                PIC X(80).
008200 FD  ccPendFile.
008300 01  ccPendRecord.
008400     05  ccpCountDate            PIC 9(08).
008500     05  ccpPartNumber           PIC X(06).
008600     05  ccpBookQty              PIC 9(07).
008700     05  ccpCountedQty           PIC 9(07).
008800     05  ccpUnitPrice            PIC 9(05)V99.
008900     05  ccpCountedBy            PIC X(08).
009000 FD  adjRegFile.
009100 01  adjRegLine                  PIC X(80).
009200 FD  operatorCurrent.
009300 01  operatorCurrentRecord.
009400     05  curOperatorId           PIC X(08).
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
009700* FILE STATUS AND RUN SWITCHES
009800*----------------------------------------------------------------
009900 01  stockFileStatus             PIC X(02).
010000 01  vendorFileStatus            PIC X(02).
010100 01  ccPrmFileStatus             PIC X(02).
010200 01  batchFileStatus             PIC X(02).
010300 01  sheetFileStatus             PIC X(02).
010400 01  varianceFileStatus          PIC X(02).
010500 01  ccPendFileStatus            PIC X(02).
010600 01  adjRegFileStatus            PIC X(02).
010700 01  operatorCurrentStatus       PIC X(02).
010800 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
010900 01  WS-FUNCTION                 PIC X(01).
011000     88  SHEET-FUNCTION                  VALUE "S".
011100     88  COUNT-FUNCTION                  VALUE "E".
011200 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
011300 01  WS-TODAY                    PIC 9(08).
011400 01  WS-NOW-TIME                 PIC 9(06).
011500 01  WS-SHEET-COUNT              PIC 9(03) COMP VALUE ZERO.
011600 01  WS-COUNTED-COUNT            PIC 9(03) COMP VALUE ZERO.
011700 01  WS-POSTED-COUNT             PIC 9(03) COMP VALUE ZERO.
011800 01  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
011900 01  WS-AGREE-COUNT              PIC 9(03) COMP VALUE ZERO.
012000 01  WS-SKIPPED-COUNT            PIC 9(03) COMP VALUE ZERO.
012100 01  WS-STOCK-POSTED-SW          PIC X(01) VALUE "N".
012200     88  STOCK-POSTED                    VALUE "Y".
012300     88  STOCK-NOT-POSTED                VALUE "N".
012400*----------------------------------------------------------------
012500* PART RANGE FOR THE COUNT SHEETS - LAB25CC.CTL OR THE CONSOLE
012600*----------------------------------------------------------------
012700 01  WS-FROM-PART                PIC X(06) VALUE SPACES.
012800 01  WS-TO-PART                  PIC X(06) VALUE SPACES.
012900*----------------------------------------------------------------
013000* TOLERANCE - A VARIANCE PAST EITHER LIMIT NEEDS THE LEVEL-2
013100* SIGN-OFF. DEFAULTS STAND WHEN LAB25CC.PRM IS ABSENT.
013200*----------------------------------------------------------------
013300 01  WS-TOL-UNITS                PIC 9(05) VALUE 10.
013400 01  WS-TOL-DOLLARS              PIC 9(05)V99 VALUE 50.00.
013500*----------------------------------------------------------------
013600* STOCK BALANCES, HELD WHOLE FOR THE REWRITE
013700*----------------------------------------------------------------
013800 01  WS-STOCK-COUNT              PIC 9(03) COMP VALUE ZERO.
013900 01  WS-STOCK-SUB                PIC 9(03) COMP.
014000 01  WS-STOCK-HIT                PIC 9(03) COMP VALUE ZERO.
014100 01  WS-STOCK-TABLE.
014200     05  WS-STOCK-ENTRY OCCURS 100 TIMES.
014300         10  WS-STK-PART         PIC X(06).
014400         10  WS-STK-ON-HAND      PIC 9(07).
014500         10  WS-STK-ON-ORDER     PIC 9(07).
014600*----------------------------------------------------------------
014700* LOWEST VENDOR PRICE PER PART - THE SAME VALUATION LAB22WO USES
014800*----------------------------------------------------------------
014900 01  WS-PRICE-COUNT              PIC 9(03) COMP VALUE ZERO.
015000 01  WS-PRICE-SUB                PIC 9(03) COMP.
015100 01  WS-PRICE-HIT                PIC 9(03) COMP VALUE ZERO.
015200 01  WS-PRICE-WANTED-PART        PIC X(06).
015300 01  WS-PRICE-TABLE.
015400     05  WS-PRICE-ENTRY OCCURS 100 TIMES.
015500         10  WS-PRC-PART         PIC X(06).
015600         10  WS-PRC-UNIT-PRICE   PIC 9(05)V99.
015700*----------------------------------------------------------------
015800* THE OPEN COUNT BATCH, HELD WHOLE - UNCOUNTED PARTS STAY ON IT
015900*----------------------------------------------------------------
016000 01  WS-CCB-COUNT                PIC 9(03) COMP VALUE ZERO.
016100 01  WS-CCB-SUB                  PIC 9(03) COMP.
016200 01  WS-CCB-TABLE.
016300     05  WS-CCB-ENTRY OCCURS 100 TIMES.
016400         10  WS-CCB-PART         PIC X(06).
016500         10  WS-CCB-SHEET-DATE   PIC 9(08).
016600         10  WS-CCB-STATE        PIC X(01).
016700             88  CCB-COUNTED             VALUE "C".
016800             88  CCB-OPEN                VALUE "O".
016900*----------------------------------------------------------------
017000* ONE COUNT - KEYED ENTRY, VARIANCE, AND ITS DOLLAR VALUE
017100*----------------------------------------------------------------
017200 01  WS-COUNT-ENTRY              PIC X(07).
017300 01  WS-COUNT-ENTRY-N REDEFINES WS-COUNT-ENTRY
017400                                 PIC 9(07).
017500 01  WS-ENTRY-SW                 PIC X(01).
017600     88  ENTRY-IS-VALID                  VALUE "Y".
017700     88  ENTRY-IS-NOT-VALID              VALUE "N".
017800     88  ENTRY-IS-SKIP                   VALUE "S".
017900 01  WS-BOOK-QTY                 PIC 9(07).
018000 01  WS-COUNTED-QTY              PIC 9(07).
018100 01  WS-UNIT-PRICE               PIC 9(05)V99.
018200 01  WS-VAR-UNITS                PIC S9(07).
018300 01  WS-VAR-DOLLARS              PIC S9(07)V99.
018400 01  WS-ABS-UNITS                PIC 9(07).
018500 01  WS-ABS-DOLLARS              PIC 9(07)V99.
018600 01  WS-NET-DOLLARS              PIC S9(09)V99 VALUE ZERO.
018700 01  WS-GROSS-DOLLARS            PIC 9(09)V99 VALUE ZERO.
018800 01  WS-ADJ-STATUS               PIC X(08).
018900*----------------------------------------------------------------
019000* COUNT SHEET LINES - NO BOOK QUANTITY, SO THE COUNTER CANNOT
019100* JUST COPY IT DOWN
019200*----------------------------------------------------------------
019300 01  WS-CCS-TITLE.
019400     05  FILLER                  PIC X(20) VALUE
019500         "CYCLE COUNT SHEET   ".
019600     05  WS-CCS-DATE             PIC 9(08).
019700     05  FILLER                  PIC X(08) VALUE "  PARTS ".
019800     05  WS-CCS-FROM             PIC X(06).
019900     05  FILLER                  PIC X(06) VALUE " THRU ".
020000     05  WS-CCS-TO               PIC X(06).
020100 01  WS-CCS-COLUMNS.
020200     05  FILLER                  PIC X(36) VALUE
020300         "PART      COUNTED QUANTITY          ".
020400     05  FILLER                  PIC X(20) VALUE
020500         "COUNTED BY          ".
020600 01  WS-CCS-DETAIL.
020700     05  WS-CCS-PART             PIC X(06).
020800     05  FILLER                  PIC X(04) VALUE SPACES.
020900     05  FILLER                  PIC X(26) VALUE
021000         "________________          ".
021100     05  FILLER                  PIC X(16) VALUE
021200         "________________".
021300 01  WS-CCS-FOOTER.
021400     05  FILLER                  PIC X(30) VALUE
021500         "PARTS ON THIS SHEET:          ".
021600     05  WS-CCS-TOTAL            PIC ZZ9.
021700*----------------------------------------------------------------
021800* VARIANCE REPORT LINES
021900*----------------------------------------------------------------
022000 01  WS-CCV-TITLE.
022100     05  FILLER                  PIC X(30) VALUE
022200         "CYCLE COUNT VARIANCE REPORT   ".
022300     05  WS-CCV-DATE             PIC 9(08).
022400 01  WS-CCV-COLUMNS.
022500     05  FILLER                  PIC X(40) VALUE
022600         "PART      BOOK  COUNTED  VARIANCE UNIT P".
022700     05  FILLER                  PIC X(38) VALUE
022800         "RICE    VAR DOLLARS  ACTION           ".
022900 01  WS-CCV-DETAIL.
023000     05  WS-CCV-PART             PIC X(06).
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  WS-CCV-BOOK             PIC Z(06)9.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  WS-CCV-COUNTED          PIC Z(06)9.
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  WS-CCV-VAR-UNITS        PIC -(07)9.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  WS-CCV-PRICE            PIC ZZ,ZZ9.99.
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  WS-CCV-VAR-DOLLARS      PIC -(06),--9.99.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-CCV-ACTION           PIC X(18).
024300 01  WS-CCV-TOTAL-LINE.
024400     05  FILLER                  PIC X(24) VALUE
024500         "NET VARIANCE DOLLARS:   ".
024600     05  WS-CCV-NET              PIC -(08),--9.99.
024700     05  FILLER                  PIC X(12) VALUE
024800         "   GROSS:   ".
024900     05  WS-CCV-GROSS            PIC Z(08),ZZ9.99.
025000 01  WS-CCV-COUNT-LINE.
025100     05  FILLER                  PIC X(09) VALUE "COUNTED: ".
025200     05  WS-CCV-COUNTED-CNT      PIC ZZ9.
025300     05  FILLER                  PIC X(11) VALUE "   AGREED: ".
025400     05  WS-CCV-AGREE-CNT        PIC ZZ9.
025500     05  FILLER                  PIC X(11) VALUE "   POSTED: ".
025600     05  WS-CCV-POSTED-CNT       PIC ZZ9.
025700     05  FILLER                  PIC X(20) VALUE
025800         "   HELD FOR REVIEW: ".
025900     05  WS-CCV-HELD-CNT         PIC ZZ9.
026000*----------------------------------------------------------------
026100* INVENTORY ADJUSTMENT REGISTER LINE - SAME COLUMNS LAB25CCA
026200* WRITES FOR ITS DECISIONS
026300*----------------------------------------------------------------
026400 01  WS-ADJ-LINE.
026500     05  WS-ADJ-DATE             PIC 9(08).
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  WS-ADJ-PART             PIC X(06).
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  WS-ADJ-BOOK             PIC Z(06)9.
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  WS-ADJ-COUNTED          PIC Z(06)9.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  WS-ADJ-VAR-UNITS        PIC -(07)9.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  WS-ADJ-VAR-DOLLARS      PIC -(07)9.99.
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027700     05  WS-ADJ-STATUS-OUT       PIC X(08).
027800     05  FILLER                  PIC X(01) VALUE SPACE.
027900     05  WS-ADJ-OPERATOR         PIC X(08).
028000     05  FILLER                  PIC X(01) VALUE SPACE.
028100     05  WS-ADJ-SOURCE           PIC X(08).
028200*----------------------------------------------------------------
028300* CALL INTERFACES - RUN CONTROL ANSWERS AND THE AUDIT LOG
028400*----------------------------------------------------------------
028500 COPY "rctlparm.cpy".
028600 COPY "auditparm.cpy".
028700 PROCEDURE DIVISION.
028800*----------------------------------------------------------------
028900 0000-MAINLINE.
029000*----------------------------------------------------------------
029100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
029200     PERFORM 1000-GET-FUNCTION
029300         THRU 1000-GET-FUNCTION-EXIT.
029400     PERFORM 1100-LOAD-STOCK-FILE
029500         THRU 1100-LOAD-STOCK-FILE-EXIT.
029600     IF WS-STOCK-COUNT = ZERO
029700         DISPLAY "** NO PARTS ON lab25.stk - NOTHING TO COUNT **"
029800         MOVE 8 TO WS-FINAL-RETURN-CODE
029900         GO TO 0000-WRAP-UP
030000     END-IF.
030100     PERFORM 1300-LOAD-COUNT-BATCH
030200         THRU 1300-LOAD-COUNT-BATCH-EXIT.
030300
030400     IF SHEET-FUNCTION
030500         PERFORM 2000-PRINT-COUNT-SHEETS
030600             THRU 2000-PRINT-COUNT-SHEETS-EXIT
030700     ELSE
030800         PERFORM 3000-ENTER-COUNTS
030900             THRU 3000-ENTER-COUNTS-EXIT
031000     END-IF.
031100
031200 0000-WRAP-UP.
031300     MOVE "LAB25CC" TO AUDIT-PROGRAM-NAME.
031400     MOVE WS-TODAY TO AUDIT-START-DATE.
031500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
031600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
031700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
031800     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
031900     IF SHEET-FUNCTION
032000         MOVE WS-STOCK-COUNT TO AUDIT-RECORDS-READ
032100         MOVE WS-SHEET-COUNT TO AUDIT-RECORDS-WRITTEN
032200     ELSE
032300         MOVE WS-COUNTED-COUNT TO AUDIT-RECORDS-READ
032400         MOVE WS-POSTED-COUNT TO AUDIT-RECORDS-WRITTEN
032500     END-IF.
032600     CALL "AUDITLOG" USING AUDIT-PARM.
032700*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
032800     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
032900     STOP RUN.
033000*----------------------------------------------------------------
033100 1000-GET-FUNCTION.
033200*    S PRINTS THE SHEETS, E TAKES THE COUNTS. LAB25CC.CTL ANSWERS
033300*    FIRST (FUNCTION=), THE CONSOLE AFTER. THE OPERATOR ON
033400*    OPERATOR.CUR IS WHO THE REGISTER SAYS COUNTED.
033500*----------------------------------------------------------------
033600     MOVE "LAB25CC" TO RCTL-PROGRAM-NAME.
033700     MOVE "FUNCTION" TO RCTL-KEYWORD.
033800     CALL "RUNCTL" USING RCTL-PARM.
033900     IF RCTL-VALUE-FOUND
034000         MOVE RCTL-VALUE(1:1) TO WS-FUNCTION
034100         DISPLAY "FUNCTION taken from LAB25CC.CTL"
034200     ELSE
034300         DISPLAY "Print count sheets (S) or enter counts (E)?"
034400         ACCEPT WS-FUNCTION FROM CONSOLE
034500     END-IF.
034600     MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.
034700     IF NOT SHEET-FUNCTION AND NOT COUNT-FUNCTION
034800         SET COUNT-FUNCTION TO TRUE
034900     END-IF.
035000
035100     OPEN INPUT operatorCurrent.
035200     IF operatorCurrentStatus = "00"
035300         READ operatorCurrent
035400             AT END
035500                 CONTINUE
035600             NOT AT END
035700                 MOVE curOperatorId TO WS-OPERATOR-ID
035800         END-READ
035900     END-IF.
036000     CLOSE operatorCurrent.
036100 1000-GET-FUNCTION-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400 1100-LOAD-STOCK-FILE.
036500*----------------------------------------------------------------
036600     OPEN INPUT stockFile.
036700     IF stockFileStatus NOT = "00"
036800         CLOSE stockFile
036900         GO TO 1100-LOAD-STOCK-FILE-EXIT
037000     END-IF.
037100     PERFORM FOREVER
037200         READ stockFile
037300             AT END
037400             EXIT PERFORM
037500         END-READ
037600         IF WS-STOCK-COUNT < 100
037700             ADD 1 TO WS-STOCK-COUNT
037800             MOVE stkPartNumber TO WS-STK-PART(WS-STOCK-COUNT)
037900             MOVE stkQtyOnHand
038000                 TO WS-STK-ON-HAND(WS-STOCK-COUNT)
038100             MOVE stkQtyOnOrder
038200                 TO WS-STK-ON-ORDER(WS-STOCK-COUNT)
038300         END-IF
038400     END-PERFORM.
038500     CLOSE stockFile.
038600 1100-LOAD-STOCK-FILE-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 1200-LOAD-VENDOR-PRICES.
039000*    KEEP ONE PRICE PER PART - THE LOWEST ANY VENDOR QUOTES.
039100*----------------------------------------------------------------
039200     OPEN INPUT vendorFile.
039300     IF vendorFileStatus NOT = "00"
039400         DISPLAY "WARNING - LAB25.VND not found, variances are "
039500             "unpriced"
039600         CLOSE vendorFile
039700         GO TO 1200-LOAD-VENDOR-PRICES-EXIT
039800     END-IF.
039900     PERFORM FOREVER
040000         READ vendorFile
040100             AT END
040200             EXIT PERFORM
040300         END-READ
040400         MOVE vndPartNumberI TO WS-PRICE-WANTED-PART
040500         PERFORM 1210-FIND-PRICE
040600             THRU 1210-FIND-PRICE-EXIT
040700         IF WS-PRICE-HIT = ZERO
040800             IF WS-PRICE-COUNT < 100
040900                 ADD 1 TO WS-PRICE-COUNT
041000                 MOVE vndPartNumberI
041100                     TO WS-PRC-PART(WS-PRICE-COUNT)
041200                 MOVE vndUnitPriceI
041300                     TO WS-PRC-UNIT-PRICE(WS-PRICE-COUNT)
041400             END-IF
041500         ELSE
041600             IF vndUnitPriceI < WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
041700                 MOVE vndUnitPriceI
041800                     TO WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
041900             END-IF
042000         END-IF
042100     END-PERFORM.
042200     CLOSE vendorFile.
042300 1200-LOAD-VENDOR-PRICES-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600 1210-FIND-PRICE.
042700*----------------------------------------------------------------
042800     MOVE ZERO TO WS-PRICE-HIT.
042900     PERFORM 1220-CHECK-ONE-PRICE
043000         THRU 1220-CHECK-ONE-PRICE-EXIT
043100         VARYING WS-PRICE-SUB FROM 1 BY 1
043200         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
043300         OR WS-PRICE-HIT NOT = ZERO.
043400 1210-FIND-PRICE-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700 1220-CHECK-ONE-PRICE.
043800*----------------------------------------------------------------
043900     IF WS-PRC-PART(WS-PRICE-SUB) = WS-PRICE-WANTED-PART
044000         MOVE WS-PRICE-SUB TO WS-PRICE-HIT
044100     END-IF.
044200 1220-CHECK-ONE-PRICE-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500 1300-LOAD-COUNT-BATCH.
044600*    THE PARTS ON THE SHEETS STILL WAITING FOR A KEYED COUNT.
044700*----------------------------------------------------------------
044800     OPEN INPUT batchFile.
044900     IF batchFileStatus NOT = "00"
045000         CLOSE batchFile
045100         GO TO 1300-LOAD-COUNT-BATCH-EXIT
045200     END-IF.
045300     PERFORM FOREVER
045400         READ batchFile
045500             AT END
045600             EXIT PERFORM
045700         END-READ
045800         IF WS-CCB-COUNT < 100
045900             ADD 1 TO WS-CCB-COUNT
046000             MOVE ccbPartNumber TO WS-CCB-PART(WS-CCB-COUNT)
046100             MOVE ccbSheetDate
046200                 TO WS-CCB-SHEET-DATE(WS-CCB-COUNT)
046300             SET CCB-OPEN(WS-CCB-COUNT) TO TRUE
046400         END-IF
046500     END-PERFORM.
046600     CLOSE batchFile.
046700 1300-LOAD-COUNT-BATCH-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 1400-READ-TOLERANCE.
047100*    LAB25CC.PRM - UNITS 9(5) THEN DOLLARS 9(5)V99. A VARIANCE
047200*    OVER EITHER ONE IS HELD FOR THE LEVEL-2 SIGN-OFF.
047300*----------------------------------------------------------------
047400     OPEN INPUT ccPrmFile.
047500     IF ccPrmFileStatus = "00"
047600         READ ccPrmFile
047700             AT END
047800                 CONTINUE
047900             NOT AT END
048000                 IF prmTolUnits IS NUMERIC
048100                     MOVE prmTolUnits TO WS-TOL-UNITS
048200                 END-IF
048300                 IF prmTolDollars IS NUMERIC
048400                     MOVE prmTolDollars TO WS-TOL-DOLLARS
048500                 END-IF
048600         END-READ
048700     END-IF.
048800     CLOSE ccPrmFile.
048900     DISPLAY "Tolerance: " WS-TOL-UNITS " units / "
049000         WS-TOL-DOLLARS " dollars".
049100 1400-READ-TOLERANCE-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400 2000-PRINT-COUNT-SHEETS.
049500*    ONE SHEET PER RUN FOR THE PART RANGE ASKED FOR. A BATCH STILL
049600*    WAITING FOR COUNTS IS NOT OVERWRITTEN - KEY IT FIRST.
049700*----------------------------------------------------------------
049800     IF WS-CCB-COUNT NOT = ZERO
049900         DISPLAY "** " WS-CCB-COUNT " PART(S) FROM THE "
050000             WS-CCB-SHEET-DATE(1) " SHEETS ARE STILL UNCOUNTED "
050100             "- ENTER THOSE COUNTS FIRST **"
050200         MOVE 8 TO WS-FINAL-RETURN-CODE
050300         GO TO 2000-PRINT-COUNT-SHEETS-EXIT
050400     END-IF.
050500     PERFORM 2100-GET-PART-RANGE
050600         THRU 2100-GET-PART-RANGE-EXIT.
050700
050800     OPEN OUTPUT sheetFile.
050900     OPEN OUTPUT batchFile.
051000     MOVE WS-TODAY     TO WS-CCS-DATE.
051100     MOVE WS-FROM-PART TO WS-CCS-FROM.
051200     MOVE WS-TO-PART   TO WS-CCS-TO.
051300     WRITE sheetLine FROM WS-CCS-TITLE.
051400     MOVE SPACES TO sheetLine.
051500     WRITE sheetLine.
051600     WRITE sheetLine FROM WS-CCS-COLUMNS.
051700     PERFORM 2200-SHEET-ONE-PART
051800         THRU 2200-SHEET-ONE-PART-EXIT
051900         VARYING WS-STOCK-SUB FROM 1 BY 1
052000         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
052100     MOVE SPACES TO sheetLine.
052200     WRITE sheetLine.
052300     MOVE WS-SHEET-COUNT TO WS-CCS-TOTAL.
052400     WRITE sheetLine FROM WS-CCS-FOOTER.
052500     CLOSE sheetFile.
052600     CLOSE batchFile.
052700
052800     IF WS-SHEET-COUNT = ZERO
052900         DISPLAY "No parts on lab25.stk between " WS-FROM-PART
053000             " and " WS-TO-PART
053100         MOVE 4 TO WS-FINAL-RETURN-CODE
053200     ELSE
053300         DISPLAY WS-SHEET-COUNT " part(s) on the LAB25.CCS count "
053400             "sheet"
053500     END-IF.
053600 2000-PRINT-COUNT-SHEETS-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900 2100-GET-PART-RANGE.
054000*    FROMPART= AND TOPART= ON LAB25CC.CTL, OR THE CONSOLE. A BLANK
054100*    TO-PART MEANS EVERYTHING FROM THE FROM-PART ON.
054200*----------------------------------------------------------------
054300     MOVE "LAB25CC" TO RCTL-PROGRAM-NAME.
054400     MOVE "FROMPART" TO RCTL-KEYWORD.
054500     CALL "RUNCTL" USING RCTL-PARM.
054600     IF RCTL-VALUE-FOUND
054700         MOVE RCTL-VALUE(1:6) TO WS-FROM-PART
054800     ELSE
054900         DISPLAY "First part number to count (6 chars)"
055000         ACCEPT WS-FROM-PART FROM CONSOLE
055100     END-IF.
055200     MOVE "TOPART" TO RCTL-KEYWORD.
055300     CALL "RUNCTL" USING RCTL-PARM.
055400     IF RCTL-VALUE-FOUND
055500         MOVE RCTL-VALUE(1:6) TO WS-TO-PART
055600     ELSE
055700         DISPLAY "Last part number to count (6 chars)"
055800         ACCEPT WS-TO-PART FROM CONSOLE
055900     END-IF.
056000     MOVE FUNCTION UPPER-CASE(WS-FROM-PART) TO WS-FROM-PART.
056100     MOVE FUNCTION UPPER-CASE(WS-TO-PART) TO WS-TO-PART.
056200     IF WS-TO-PART = SPACES
056300         MOVE HIGH-VALUES TO WS-TO-PART
056400     END-IF.
056500 2100-GET-PART-RANGE-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800 2200-SHEET-ONE-PART.
056900*----------------------------------------------------------------
057000     IF WS-STK-PART(WS-STOCK-SUB) < WS-FROM-PART
057100         OR WS-STK-PART(WS-STOCK-SUB) > WS-TO-PART
057200         GO TO 2200-SHEET-ONE-PART-EXIT
057300     END-IF.
057400     MOVE WS-STK-PART(WS-STOCK-SUB) TO WS-CCS-PART.
057500     WRITE sheetLine FROM WS-CCS-DETAIL.
057600     MOVE WS-STK-PART(WS-STOCK-SUB) TO ccbPartNumber.
057700     MOVE WS-TODAY TO ccbSheetDate.
057800     WRITE batchRecord.
057900     ADD 1 TO WS-SHEET-COUNT.
058000 2200-SHEET-ONE-PART-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 3000-ENTER-COUNTS.
058400*    KEY THE COUNT FOR EACH PART ON THE OPEN BATCH. A SKIPPED PART
058500*    STAYS ON LAB25.CCB FOR THE NEXT ENTRY RUN.
058600*----------------------------------------------------------------
058700     IF WS-CCB-COUNT = ZERO
058800         DISPLAY "No count batch on LAB25.CCB - print count "
058900             "sheets first"
059000         GO TO 3000-ENTER-COUNTS-EXIT
059100     END-IF.
059200     PERFORM 1200-LOAD-VENDOR-PRICES
059300         THRU 1200-LOAD-VENDOR-PRICES-EXIT.
059400     PERFORM 1400-READ-TOLERANCE
059500         THRU 1400-READ-TOLERANCE-EXIT.
059600
059700     OPEN OUTPUT varianceFile.
059800     MOVE WS-TODAY TO WS-CCV-DATE.
059900     WRITE varianceLine FROM WS-CCV-TITLE.
060000     MOVE SPACES TO varianceLine.
060100     WRITE varianceLine.
060200     WRITE varianceLine FROM WS-CCV-COLUMNS.
060300
060400     PERFORM 3100-COUNT-ONE-PART
060500         THRU 3100-COUNT-ONE-PART-EXIT
060600         VARYING WS-CCB-SUB FROM 1 BY 1
060700         UNTIL WS-CCB-SUB > WS-CCB-COUNT.
060800
060900     MOVE SPACES TO varianceLine.
061000     WRITE varianceLine.
061100     MOVE WS-NET-DOLLARS   TO WS-CCV-NET.
061200     MOVE WS-GROSS-DOLLARS TO WS-CCV-GROSS.
061300     WRITE varianceLine FROM WS-CCV-TOTAL-LINE.
061400     MOVE WS-COUNTED-COUNT TO WS-CCV-COUNTED-CNT.
061500     MOVE WS-AGREE-COUNT   TO WS-CCV-AGREE-CNT.
061600     MOVE WS-POSTED-COUNT  TO WS-CCV-POSTED-CNT.
061700     MOVE WS-HELD-COUNT    TO WS-CCV-HELD-CNT.
061800     WRITE varianceLine FROM WS-CCV-COUNT-LINE.
061900     CLOSE varianceFile.
062000
062100     PERFORM 3500-REWRITE-COUNT-BATCH
062200         THRU 3500-REWRITE-COUNT-BATCH-EXIT.
062300     IF STOCK-POSTED
062400         PERFORM 3600-REWRITE-STOCK-FILE
062500             THRU 3600-REWRITE-STOCK-FILE-EXIT
062600     END-IF.
062700     DISPLAY WS-COUNTED-COUNT " counted, " WS-POSTED-COUNT
062800         " posted, " WS-HELD-COUNT " held for LAB25CCA, "
062900         WS-SKIPPED-COUNT " still to count".
063000 3000-ENTER-COUNTS-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300 3100-COUNT-ONE-PART.
063400*----------------------------------------------------------------
063500     MOVE WS-CCB-PART(WS-CCB-SUB) TO WS-PRICE-WANTED-PART.
063600     MOVE ZERO TO WS-STOCK-HIT.
063700     PERFORM 3110-FIND-ONE-STOCK
063800         THRU 3110-FIND-ONE-STOCK-EXIT
063900         VARYING WS-STOCK-SUB FROM 1 BY 1
064000         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
064100         OR WS-STOCK-HIT NOT = ZERO.
064200     IF WS-STOCK-HIT = ZERO
064300         DISPLAY "WARNING - part " WS-PRICE-WANTED-PART
064400             " is no longer on lab25.stk - left on the batch"
064500         ADD 1 TO WS-SKIPPED-COUNT
064600         GO TO 3100-COUNT-ONE-PART-EXIT
064700     END-IF.
064800
064900     SET ENTRY-IS-NOT-VALID TO TRUE.
065000     PERFORM 3120-ACCEPT-ONE-COUNT
065100         THRU 3120-ACCEPT-ONE-COUNT-EXIT
065200         UNTIL NOT ENTRY-IS-NOT-VALID.
065300     IF ENTRY-IS-SKIP
065400         ADD 1 TO WS-SKIPPED-COUNT
065500         GO TO 3100-COUNT-ONE-PART-EXIT
065600     END-IF.
065700     SET CCB-COUNTED(WS-CCB-SUB) TO TRUE.
065800     ADD 1 TO WS-COUNTED-COUNT.
065900
066000     MOVE WS-STK-ON-HAND(WS-STOCK-HIT) TO WS-BOOK-QTY.
066100     MOVE WS-COUNT-ENTRY-N TO WS-COUNTED-QTY.
066200     PERFORM 1210-FIND-PRICE
066300         THRU 1210-FIND-PRICE-EXIT.
066400     IF WS-PRICE-HIT = ZERO
066500         MOVE ZERO TO WS-UNIT-PRICE
066600     ELSE
066700         MOVE WS-PRC-UNIT-PRICE(WS-PRICE-HIT) TO WS-UNIT-PRICE
066800     END-IF.
066900     COMPUTE WS-VAR-UNITS = WS-COUNTED-QTY - WS-BOOK-QTY.
067000     COMPUTE WS-VAR-DOLLARS ROUNDED =
067100         WS-VAR-UNITS * WS-UNIT-PRICE.
067200     IF WS-VAR-UNITS < ZERO
067300         COMPUTE WS-ABS-UNITS = ZERO - WS-VAR-UNITS
067400         COMPUTE WS-ABS-DOLLARS = ZERO - WS-VAR-DOLLARS
067500     ELSE
067600         MOVE WS-VAR-UNITS   TO WS-ABS-UNITS
067700         MOVE WS-VAR-DOLLARS TO WS-ABS-DOLLARS
067800     END-IF.
067900
068000     MOVE WS-CCB-PART(WS-CCB-SUB) TO WS-CCV-PART.
068100     MOVE WS-BOOK-QTY    TO WS-CCV-BOOK.
068200     MOVE WS-COUNTED-QTY TO WS-CCV-COUNTED.
068300     MOVE WS-VAR-UNITS   TO WS-CCV-VAR-UNITS.
068400     MOVE WS-UNIT-PRICE  TO WS-CCV-PRICE.
068500     MOVE WS-VAR-DOLLARS TO WS-CCV-VAR-DOLLARS.
068600     EVALUATE TRUE
068700         WHEN WS-VAR-UNITS = ZERO
068800             MOVE "AGREES" TO WS-CCV-ACTION
068900             ADD 1 TO WS-AGREE-COUNT
069000         WHEN WS-ABS-UNITS > WS-TOL-UNITS
069100           OR WS-ABS-DOLLARS > WS-TOL-DOLLARS
069200             MOVE "HELD FOR APPROVAL" TO WS-CCV-ACTION
069300             PERFORM 3200-HOLD-ONE-ADJUSTMENT
069400                 THRU 3200-HOLD-ONE-ADJUSTMENT-EXIT
069500         WHEN OTHER
069600             MOVE "POSTED" TO WS-CCV-ACTION
069700             PERFORM 3300-POST-ONE-ADJUSTMENT
069800                 THRU 3300-POST-ONE-ADJUSTMENT-EXIT
069900     END-EVALUATE.
070000     WRITE varianceLine FROM WS-CCV-DETAIL.
070100     ADD WS-VAR-DOLLARS TO WS-NET-DOLLARS.
070200     ADD WS-ABS-DOLLARS TO WS-GROSS-DOLLARS.
070300 3100-COUNT-ONE-PART-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------
070600 3110-FIND-ONE-STOCK.
070700*----------------------------------------------------------------
070800     IF WS-STK-PART(WS-STOCK-SUB) = WS-PRICE-WANTED-PART
070900         MOVE WS-STOCK-SUB TO WS-STOCK-HIT
071000     END-IF.
071100 3110-FIND-ONE-STOCK-EXIT.
071200     EXIT.
071300*----------------------------------------------------------------
071400 3120-ACCEPT-ONE-COUNT.
071500*    SEVEN DIGITS, ZERO-FILLED, OR S TO LEAVE THE PART UNCOUNTED.
071600*----------------------------------------------------------------
071700     DISPLAY "Part " WS-CCB-PART(WS-CCB-SUB)
071800         " - enter counted quantity (7 digits) or S to skip".
071900     ACCEPT WS-COUNT-ENTRY FROM CONSOLE.
072000     IF FUNCTION UPPER-CASE(WS-COUNT-ENTRY(1:1)) = "S"
072100         SET ENTRY-IS-SKIP TO TRUE
072200     ELSE
072300         IF WS-COUNT-ENTRY IS NUMERIC
072400             SET ENTRY-IS-VALID TO TRUE
072500         ELSE
072600             DISPLAY WS-COUNT-ENTRY " is not a 7-digit quantity"
072700         END-IF
072800     END-IF.
072900 3120-ACCEPT-ONE-COUNT-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200 3200-HOLD-ONE-ADJUSTMENT.
073300*    OVER TOLERANCE - THE COUNT WAITS ON LAB25.CCP AND THE BOOK
073400*    BALANCE IS LEFT ALONE UNTIL LAB25CCA SIGNS IT OFF.
073500*----------------------------------------------------------------
073600     OPEN EXTEND ccPendFile.
073700     IF ccPendFileStatus NOT = "00"
073800         OPEN OUTPUT ccPendFile
073900     END-IF.
074000     MOVE WS-TODAY                TO ccpCountDate.
074100     MOVE WS-CCB-PART(WS-CCB-SUB) TO ccpPartNumber.
074200     MOVE WS-BOOK-QTY             TO ccpBookQty.
074300     MOVE WS-COUNTED-QTY          TO ccpCountedQty.
074400     MOVE WS-UNIT-PRICE           TO ccpUnitPrice.
074500     MOVE WS-OPERATOR-ID          TO ccpCountedBy.
074600     WRITE ccPendRecord.
074700     CLOSE ccPendFile.
074800     ADD 1 TO WS-HELD-COUNT.
074900     MOVE "HELD" TO WS-ADJ-STATUS.
075000     PERFORM 9000-REGISTER-ONE-ADJUSTMENT
075100         THRU 9000-REGISTER-ONE-ADJUSTMENT-EXIT.
075200 3200-HOLD-ONE-ADJUSTMENT-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500 3300-POST-ONE-ADJUSTMENT.
075600*    INSIDE TOLERANCE - THE SHELF IS RIGHT, THE BOOK TAKES THE
075700*    COUNT.
075800*----------------------------------------------------------------
075900     MOVE WS-COUNTED-QTY TO WS-STK-ON-HAND(WS-STOCK-HIT).
076000     SET STOCK-POSTED TO TRUE.
076100     ADD 1 TO WS-POSTED-COUNT.
076200     MOVE "POSTED" TO WS-ADJ-STATUS.
076300     PERFORM 9000-REGISTER-ONE-ADJUSTMENT
076400         THRU 9000-REGISTER-ONE-ADJUSTMENT-EXIT.
076500 3300-POST-ONE-ADJUSTMENT-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800 3500-REWRITE-COUNT-BATCH.
076900*    ONLY THE PARTS NOT YET COUNTED STAY ON THE BATCH.
077000*----------------------------------------------------------------
077100     OPEN OUTPUT batchFile.
077200     PERFORM 3510-WRITE-ONE-BATCH
077300         THRU 3510-WRITE-ONE-BATCH-EXIT
077400         VARYING WS-CCB-SUB FROM 1 BY 1
077500         UNTIL WS-CCB-SUB > WS-CCB-COUNT.
077600     CLOSE batchFile.
077700 3500-REWRITE-COUNT-BATCH-EXIT.
077800     EXIT.
077900*----------------------------------------------------------------
078000 3510-WRITE-ONE-BATCH.
078100*----------------------------------------------------------------
078200     IF CCB-OPEN(WS-CCB-SUB)
078300         MOVE WS-CCB-PART(WS-CCB-SUB) TO ccbPartNumber
078400         MOVE WS-CCB-SHEET-DATE(WS-CCB-SUB) TO ccbSheetDate
078500         WRITE batchRecord
078600     END-IF.
078700 3510-WRITE-ONE-BATCH-EXIT.
078800     EXIT.
078900*----------------------------------------------------------------
079000 3600-REWRITE-STOCK-FILE.
079100*----------------------------------------------------------------
079200     OPEN OUTPUT stockFile.
079300     PERFORM 3610-WRITE-ONE-STOCK
079400         THRU 3610-WRITE-ONE-STOCK-EXIT
079500         VARYING WS-STOCK-SUB FROM 1 BY 1
079600         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
079700     CLOSE stockFile.
079800 3600-REWRITE-STOCK-FILE-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100 3610-WRITE-ONE-STOCK.
080200*----------------------------------------------------------------
080300     MOVE WS-STK-PART(WS-STOCK-SUB)     TO stkPartNumber.
080400     MOVE WS-STK-ON-HAND(WS-STOCK-SUB)  TO stkQtyOnHand.
080500     MOVE WS-STK-ON-ORDER(WS-STOCK-SUB) TO stkQtyOnOrder.
080600     WRITE stockRecord.
080700 3610-WRITE-ONE-STOCK-EXIT.
080800     EXIT.
080900*----------------------------------------------------------------
081000 9000-REGISTER-ONE-ADJUSTMENT.
081100*    EVERY ADJUSTMENT, POSTED OR HELD, GOES ON THE LAB25.ADJ
081200*    REGISTER AND TO AUDIT.LOG UNDER THE COUNTING OPERATOR -
081300*    RECORDS-READ CARRIES THE COUNTED QUANTITY AND
081400*    RECORDS-WRITTEN THE UNITS POSTED TO lab25.stk (0 WHEN HELD).
081500*----------------------------------------------------------------
081600     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
081700     MOVE WS-TODAY                TO WS-ADJ-DATE.
081800     MOVE WS-CCB-PART(WS-CCB-SUB) TO WS-ADJ-PART.
081900     MOVE WS-BOOK-QTY             TO WS-ADJ-BOOK.
082000     MOVE WS-COUNTED-QTY          TO WS-ADJ-COUNTED.
082100     MOVE WS-VAR-UNITS            TO WS-ADJ-VAR-UNITS.
082200     MOVE WS-VAR-DOLLARS          TO WS-ADJ-VAR-DOLLARS.
082300     MOVE WS-ADJ-STATUS           TO WS-ADJ-STATUS-OUT.
082400     MOVE WS-OPERATOR-ID          TO WS-ADJ-OPERATOR.
082500     MOVE "LAB25CC"               TO WS-ADJ-SOURCE.
082600     OPEN EXTEND adjRegFile.
082700     IF adjRegFileStatus NOT = "00"
082800         OPEN OUTPUT adjRegFile
082900     END-IF.
083000     WRITE adjRegLine FROM WS-ADJ-LINE.
083100     CLOSE adjRegFile.
083200
083300     MOVE "LAB25CC" TO AUDIT-PROGRAM-NAME.
083400     MOVE WS-TODAY    TO AUDIT-START-DATE.
083500     MOVE WS-NOW-TIME TO AUDIT-START-TIME.
083600     MOVE WS-TODAY    TO AUDIT-END-DATE.
083700     MOVE WS-NOW-TIME TO AUDIT-END-TIME.
083800     MOVE WS-COUNTED-QTY TO AUDIT-RECORDS-READ.
083900     IF WS-ADJ-STATUS = "POSTED"
084000         MOVE WS-ABS-UNITS TO AUDIT-RECORDS-WRITTEN
084100     ELSE
084200         MOVE ZERO TO AUDIT-RECORDS-WRITTEN
084300     END-IF.
084400     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
084500     CALL "AUDITLOG" USING AUDIT-PARM.
084600 9000-REGISTER-ONE-ADJUSTMENT-EXIT.
084700     EXIT.
