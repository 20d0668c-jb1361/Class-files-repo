000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB22WO.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PARTS - VEHICLE RECORDS.
000500 DATE-WRITTEN.  09/30/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/30/2026  DL  INITIAL VERSION. PARTS WENT OUT OF THE HELLO1
001100*                 STOCKROOM TO THE GARAGE AND NOBODY KNEW WHICH
001200*                 VEHICLE THEY WENT INTO. THIS RUN POSTS THE
001300*                 GARAGE'S WORK-ORDER TRANSACTIONS (LAB22.WOT):
001400*                 O OPENS A WORK ORDER AGAINST A VIN (KEYED READ
001500*                 OF LAB22.IDX), I ISSUES A PART TO AN OPEN WORK
001600*                 ORDER - ON-HAND COMES DOWN IN lab25.stk AND
001700*                 THE ISSUE IS WRITTEN TO LAB25.USE FOR HELLO1'S
001800*                 USAGE CHECK AND TO LAB22.WOI AGAINST THE WORK
001900*                 ORDER - AND C CLOSES IT, POSTING A SERVICE
002000*                 RECORD TO LAB22.SVC FOR LAB22SV. BAD
002100*                 TRANSACTIONS GO TO REJECT.LOG. ENDS WITH THE
002200*                 PER-VIN COST-OF-MAINTENANCE REPORT (LAB22.WOR)
002300*                 PRICED FROM THE LAB25.VND UNIT PRICES.
002314* 10/10/2026  DL  AN ISSUE NOW NAMES THE STOREROOM LOCATION IT
002328*                 WAS DRAWN FROM (BLANK = THE HOME STOREROOM). THE
002342*                 LOCATION MUST BE ON LAB25.LCN AND HOLD THE
002356*                 QUANTITY; A SATELLITE ISSUE COMES OFF ITS
002370*                 LAB25.LOC BALANCE THROUGH STKLOC AS WELL AS OFF
002384*                 THE COMBINED ON-HAND.
002400*----------------------------------------------------------------
002500* A PART ON MORE THAN ONE VENDOR IS PRICED AT ITS LOWEST LAB25.VND
002600* UNIT PRICE - THE SAME PRICE HELLO1 WOULD PAY TO REPLACE IT. AN
002700* ISSUE LARGER THAN THE LOCATION'S BALANCE IS REJECTED WHOLE; THE
002800* GARAGE RE-KEYS WHAT IT ACTUALLY DREW. LAB22.WOT IS EMPTIED ONCE
002900* POSTED SO A RERUN CANNOT TAKE THE SAME PARTS TWICE.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT masterFile ASSIGN TO "LAB22.IDX"
003500         ORGANIZATION INDEXED
003600         ACCESS MODE DYNAMIC
003700         RECORD KEY IS vinNumber
003800         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
003900         FILE STATUS IS masterFileStatus.
004000     SELECT OPTIONAL woTransFile ASSIGN TO "LAB22.WOT"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS woTransFileStatus.
004300     SELECT OPTIONAL woMasterFile ASSIGN TO "LAB22.WOM"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS woMasterFileStatus.
004600     SELECT OPTIONAL woIssueFile ASSIGN TO "LAB22.WOI"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS woIssueFileStatus.
004900     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS stockFileStatus.
005200     SELECT OPTIONAL usageFile ASSIGN TO "LAB25.USE"
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS usageFileStatus.
005500     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS vendorFileStatus.
005800     SELECT OPTIONAL svcFile ASSIGN TO "LAB22.SVC"
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS IS svcFileStatus.
006100     SELECT reportFile ASSIGN TO "LAB22.WOR"
006200         ORGANIZATION LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  masterFile.
006600 01  vinNumber.
006700     05  countryCode             PIC X(01).
006800     05  mfg                     PIC A(01).
006900     05  typeOrDivision          PIC X(01).
007000     05  vehicleStyle            PIC X(04).
007100     05  checkDigit              PIC 9(01).
007200     05  yearCode                PIC X(01).
007300     05  asmbPlant               PIC X(01).
007400     05  prodNumber              PIC 9(05).
007500 FD  woTransFile.
007600 01  woTransI.
007700     05  wotTypeI                PIC X(01).
007800         88  WOT-OPEN                    VALUE "O".
007900         88  WOT-ISSUE                   VALUE "I".
008000         88  WOT-CLOSE                   VALUE "C".
008100     05  wotOrderI               PIC 9(05).
008200     05  wotDateI                PIC 9(08).
008300     05  wotDataI                PIC X(35).
008400     05  wotOpenDataI REDEFINES wotDataI.
008500         10  wotVinI             PIC X(15).
008600         10  wotDescI            PIC X(20).
008700     05  wotIssueDataI REDEFINES wotDataI.
008800         10  wotPartI            PIC X(06).
008900         10  wotQtyI             PIC 9(05).
008966         10  wotLocationI        PIC X(04).
009032         10  FILLER              PIC X(20).
009100     05  wotCloseDataI REDEFINES wotDataI.
009200         10  wotOdometerI        PIC 9(07).
009300         10  wotSvcCodeI         PIC X(02).
009400         10  FILLER              PIC X(26).
009500 FD  woMasterFile.
009600 01  woMasterDetails.
009700     05  womOrder                PIC 9(05).
009800     05  womVin                  PIC X(15).
009900     05  womOpenDate             PIC 9(08).
010000     05  womStatus               PIC X(01).
010100     05  womCloseDate            PIC 9(08).
010200     05  womCloseMiles           PIC 9(07).
010300     05  womDesc                 PIC X(20).
010400 FD  woIssueFile.
010500 01  woIssueDetails.
010600     05  woiOrder                PIC 9(05).
010700     05  woiVin                  PIC X(15).
010800     05  woiPartNumber           PIC X(06).
010900     05  woiQty                  PIC 9(05).
011000     05  woiDate                 PIC 9(08).
011100 FD  stockFile.
011200 01  stockRecord.
011300     05  stkPartNumber           PIC X(06).
011400     05  stkQtyOnHand            PIC 9(07).
011500     05  stkQtyOnOrder           PIC 9(07).
011600 FD  usageFile.
011700 01  usageDetails.
011800     05  usePartNumber           PIC X(06).
011900     05  useDate                 PIC 9(08).
012000     05  useQty                  PIC 9(07).
012100 FD  vendorFile.
012200 01  vendorDetailsI.
012300     05  vndVendorCodeI          PIC X(04).
012400     05  vndVendorNameI          PIC X(20).
012500     05  vndPartNumberI          PIC X(06).
012600     05  vndLeadDaysI            PIC 9(03).
012700     05  vndUnitPriceI           PIC 9(05)V99.
012800 FD  svcFile.
012900 01  svcDetails.
013000     05  svcVin                  PIC X(15).
013100     05  svcDate                 PIC 9(08).
013200     05  svcMiles                PIC 9(07).
013300     05  svcCode                 PIC X(02).
013400 FD  reportFile.
013500 01  reportRecord                PIC X(80).
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* FILE STATUS AND RUN COUNTS
013900*----------------------------------------------------------------
014000 01  masterFileStatus            PIC X(02).
014100 01  woTransFileStatus           PIC X(02).
014200 01  woMasterFileStatus          PIC X(02).
014300 01  woIssueFileStatus           PIC X(02).
014400 01  stockFileStatus             PIC X(02).
014500 01  usageFileStatus             PIC X(02).
014600 01  vendorFileStatus            PIC X(02).
014700 01  svcFileStatus               PIC X(02).
014800 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
014900 01  WS-TRN-READ                 PIC 9(05) COMP VALUE ZERO.
015000 01  WS-TRN-POSTED               PIC 9(05) COMP VALUE ZERO.
015100 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
015200 01  WS-OPENED-COUNT             PIC 9(05) COMP VALUE ZERO.
015300 01  WS-ISSUED-COUNT             PIC 9(05) COMP VALUE ZERO.
015400 01  WS-CLOSED-COUNT             PIC 9(05) COMP VALUE ZERO.
015500 01  WS-TODAY                    PIC 9(08).
015600*----------------------------------------------------------------
015700* WORK ORDERS, HELD WHOLE FOR THE POSTINGS AND REWRITE
015800*----------------------------------------------------------------
015900 01  WS-WO-COUNT                 PIC 9(03) COMP VALUE ZERO.
016000 01  WS-WO-SUB                   PIC 9(03) COMP.
016100 01  WS-WO-SUB2                  PIC 9(03) COMP.
016200 01  WS-WO-HIT                   PIC 9(03) COMP VALUE ZERO.
016300 01  WS-WO-WANTED                PIC 9(05).
016400 01  WS-WO-TABLE.
016500     05  WS-WO-ENTRY OCCURS 300 TIMES.
016600         10  WS-WO-ORDER         PIC 9(05).
016700         10  WS-WO-VIN           PIC X(15).
016800         10  WS-WO-OPEN-DATE     PIC 9(08).
016900         10  WS-WO-STATUS        PIC X(01).
017000             88  WO-IS-OPEN              VALUE "O".
017100             88  WO-IS-CLOSED            VALUE "C".
017200         10  WS-WO-CLOSE-DATE    PIC 9(08).
017300         10  WS-WO-CLOSE-MILES   PIC 9(07).
017400         10  WS-WO-DESC          PIC X(20).
017500         10  WS-WO-COST          PIC 9(07)V99.
017600         10  WS-WO-PRINTED-SW    PIC X(01).
017700             88  WO-PRINTED              VALUE "Y".
017800             88  WO-NOT-PRINTED          VALUE "N".
017900*----------------------------------------------------------------
018000* STOCK BALANCES, HELD WHOLE FOR THE REWRITE
018100*----------------------------------------------------------------
018200 01  WS-STOCK-COUNT              PIC 9(03) COMP VALUE ZERO.
018300 01  WS-STOCK-SUB                PIC 9(03) COMP.
018400 01  WS-STOCK-HIT                PIC 9(03) COMP VALUE ZERO.
018500 01  WS-STOCK-TABLE.
018600     05  WS-STOCK-ENTRY OCCURS 100 TIMES.
018700         10  WS-STK-PART         PIC X(06).
018800         10  WS-STK-ON-HAND      PIC 9(07).
018900         10  WS-STK-ON-ORDER     PIC 9(07).
019000 01  WS-STOCK-POSTED-SW          PIC X(01) VALUE "N".
019100     88  STOCK-POSTED                    VALUE "Y".
019200     88  STOCK-NOT-POSTED                VALUE "N".
019300*----------------------------------------------------------------
019400* LOWEST LAB25.VND UNIT PRICE PER PART
019500*----------------------------------------------------------------
019600 01  WS-PRICE-COUNT              PIC 9(03) COMP VALUE ZERO.
019700 01  WS-PRICE-SUB                PIC 9(03) COMP.
019800 01  WS-PRICE-HIT                PIC 9(03) COMP VALUE ZERO.
019900 01  WS-PRICE-WANTED-PART        PIC X(06).
020000 01  WS-PRICE-TABLE.
020100     05  WS-PRICE-ENTRY OCCURS 100 TIMES.
020200         10  WS-PRC-PART         PIC X(06).
020300         10  WS-PRC-UNIT-PRICE   PIC 9(05)V99.
020400 01  WS-UNPRICED-COUNT           PIC 9(05) VALUE ZERO.
020500 01  WS-ISSUE-COST               PIC 9(07)V99.
020600*----------------------------------------------------------------
020700* REPORT LINES AND TOTALS
020800*----------------------------------------------------------------
020900 01  WS-VIN-ORDERS               PIC 9(03).
021000 01  WS-VIN-COST                 PIC 9(08)V99.
021100 01  WS-FLEET-COST               PIC 9(09)V99 VALUE ZERO.
021200 01  WS-RPT-HEADING.
021300     05  FILLER                  PIC X(38) VALUE
021400         "VEHICLE COST-OF-MAINTENANCE REPORT - ".
021500     05  FILLER                  PIC X(04) VALUE "RUN ".
021600     05  WS-RPT-HDG-RUN-DATE     PIC 9(08).
021700 01  WS-RPT-COLUMNS.
021800     05  FILLER                  PIC X(40) VALUE
021900         "  ORDER  OPENED    CLOSED    DESCRIPTION".
022000     05  FILLER                  PIC X(26) VALUE
022100         "           PARTS COST".
022200 01  WS-RPT-VIN-LINE.
022300     05  FILLER                  PIC X(04) VALUE "VIN ".
022400     05  WS-RPT-VIN              PIC X(15).
022500 01  WS-RPT-DETAIL-LINE.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  WS-RPT-ORDER            PIC 9(05).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  WS-RPT-OPENED           PIC 9(08).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  WS-RPT-CLOSED           PIC X(08).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  WS-RPT-DESC             PIC X(20).
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  WS-RPT-COST             PIC Z(06)9.99.
023600 01  WS-RPT-VIN-TOTAL-LINE.
023700     05  FILLER                  PIC X(16) VALUE
023800         "  VEHICLE TOTAL ".
023900     05  WS-RPT-VIN-ORDERS       PIC ZZ9.
024000     05  FILLER                  PIC X(15) VALUE
024100         " WORK ORDER(S) ".
024200     05  FILLER                  PIC X(16) VALUE SPACES.
024300     05  WS-RPT-VIN-COST         PIC Z(07)9.99.
024400 01  WS-RPT-FLEET-LINE.
024500     05  FILLER                  PIC X(29) VALUE
024600         "FLEET PARTS COST, ALL ORDERS ".
024700     05  FILLER                  PIC X(20) VALUE SPACES.
024800     05  WS-RPT-FLEET-COST       PIC Z(08)9.99.
024900*----------------------------------------------------------------
025000* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
025100*----------------------------------------------------------------
025200 COPY "dvalparm.cpy".
025300*----------------------------------------------------------------
025400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
025500*----------------------------------------------------------------
025600 COPY "auditparm.cpy".
025700*----------------------------------------------------------------
025800* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
025900*----------------------------------------------------------------
026000 COPY "rejparm.cpy".
026020*----------------------------------------------------------------
026040* CALL INTERFACE TO THE SHARED STOREROOM-LOCATION SUBPROGRAM
026060*----------------------------------------------------------------
026080 COPY "slocparm.cpy".
026100 PROCEDURE DIVISION.
026200*----------------------------------------------------------------
026300 0000-MAINLINE.
026400*----------------------------------------------------------------
026500     MOVE "LAB22WO" TO AUDIT-PROGRAM-NAME.
026600     MOVE SPACES TO AUDIT-USER-ID.
026700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
026800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
026900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
027000
027100     PERFORM 1000-LOAD-WORK-ORDERS
027200         THRU 1000-LOAD-WORK-ORDERS-EXIT.
027300     PERFORM 1100-LOAD-STOCK-FILE
027400         THRU 1100-LOAD-STOCK-FILE-EXIT.
027500     PERFORM 1200-LOAD-VENDOR-PRICES
027600         THRU 1200-LOAD-VENDOR-PRICES-EXIT.
027700
027800     OPEN INPUT masterFile.
027900     IF masterFileStatus NOT = "00"
028000         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
028100             masterFileStatus " **"
028200         MOVE 8 TO WS-FINAL-RETURN-CODE
028300         CLOSE masterFile
028400         GO TO 0000-WRAP-UP
028500     END-IF.
028600     PERFORM 2000-POST-TRANSACTIONS
028700         THRU 2000-POST-TRANSACTIONS-EXIT.
028800     CLOSE masterFile.
028900
029000     IF STOCK-POSTED
029100         PERFORM 3000-REWRITE-STOCK-FILE
029200             THRU 3000-REWRITE-STOCK-FILE-EXIT
029233         SET SLOC-SAVE TO TRUE
029266         CALL "STKLOC" USING SLOC-PARM
029300     END-IF.
029400     PERFORM 3100-REWRITE-WORK-ORDERS
029500         THRU 3100-REWRITE-WORK-ORDERS-EXIT.
029600     PERFORM 4000-PRINT-COST-REPORT
029700         THRU 4000-PRINT-COST-REPORT-EXIT.
029800
029900     DISPLAY WS-OPENED-COUNT " work order(s) opened, "
030000         WS-ISSUED-COUNT " part issue(s), "
030100         WS-CLOSED-COUNT " closed".
030200     DISPLAY WS-REJECT-COUNT " transaction(s) rejected".
030300     IF WS-REJECT-COUNT NOT = ZERO
030400         MOVE 8 TO WS-FINAL-RETURN-CODE
030500     END-IF.
030600
030700 0000-WRAP-UP.
030800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
030900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
031000     MOVE WS-TRN-READ TO AUDIT-RECORDS-READ.
031100     MOVE WS-TRN-POSTED TO AUDIT-RECORDS-WRITTEN.
031200     CALL "AUDITLOG" USING AUDIT-PARM.
031300*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
031400     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
031500     STOP RUN.
031600*----------------------------------------------------------------
031700 1000-LOAD-WORK-ORDERS.
031800*    NO LAB22.WOM YET MEANS THE FIRST OPEN TRANSACTION STARTS IT.
031900*----------------------------------------------------------------
032000     OPEN INPUT woMasterFile.
032100     IF woMasterFileStatus NOT = "00"
032200         CLOSE woMasterFile
032300         GO TO 1000-LOAD-WORK-ORDERS-EXIT
032400     END-IF.
032500     PERFORM FOREVER
032600         READ woMasterFile
032700             AT END
032800             EXIT PERFORM
032900         END-READ
033000         IF WS-WO-COUNT >= 300
033100             DISPLAY "WARNING - work-order table full, order "
033200                 womOrder " not loaded"
033300         ELSE
033400             ADD 1 TO WS-WO-COUNT
033500             MOVE womOrder      TO WS-WO-ORDER(WS-WO-COUNT)
033600             MOVE womVin        TO WS-WO-VIN(WS-WO-COUNT)
033700             MOVE womOpenDate   TO WS-WO-OPEN-DATE(WS-WO-COUNT)
033800             MOVE womStatus     TO WS-WO-STATUS(WS-WO-COUNT)
033900             MOVE womCloseDate  TO WS-WO-CLOSE-DATE(WS-WO-COUNT)
034000             MOVE womCloseMiles
034100                 TO WS-WO-CLOSE-MILES(WS-WO-COUNT)
034200             MOVE womDesc       TO WS-WO-DESC(WS-WO-COUNT)
034300         END-IF
034400     END-PERFORM.
034500     CLOSE woMasterFile.
034600     DISPLAY WS-WO-COUNT " work order(s) on file".
034700 1000-LOAD-WORK-ORDERS-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000 1100-LOAD-STOCK-FILE.
035100*----------------------------------------------------------------
035200     OPEN INPUT stockFile.
035300     IF stockFileStatus NOT = "00"
035400         DISPLAY "WARNING - lab25.stk not found, parts "
035500             "cannot be issued"
035600         CLOSE stockFile
035700         GO TO 1100-LOAD-STOCK-FILE-EXIT
035800     END-IF.
035900     PERFORM FOREVER
036000         READ stockFile
036100             AT END
036200             EXIT PERFORM
036300         END-READ
036400         IF WS-STOCK-COUNT < 100
036500             ADD 1 TO WS-STOCK-COUNT
036600             MOVE stkPartNumber TO WS-STK-PART(WS-STOCK-COUNT)
036700             MOVE stkQtyOnHand
036800                 TO WS-STK-ON-HAND(WS-STOCK-COUNT)
036900             MOVE stkQtyOnOrder
037000                 TO WS-STK-ON-ORDER(WS-STOCK-COUNT)
037100         END-IF
037200     END-PERFORM.
037300     CLOSE stockFile.
037400 1100-LOAD-STOCK-FILE-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700 1200-LOAD-VENDOR-PRICES.
037800*    KEEP ONE PRICE PER PART - THE LOWEST ANY VENDOR QUOTES.
037900*----------------------------------------------------------------
038000     OPEN INPUT vendorFile.
038100     IF vendorFileStatus NOT = "00"
038200         DISPLAY "WARNING - LAB25.VND not found, parts on the "
038300             "cost report are unpriced"
038400         CLOSE vendorFile
038500         GO TO 1200-LOAD-VENDOR-PRICES-EXIT
038600     END-IF.
038700     PERFORM FOREVER
038800         READ vendorFile
038900             AT END
039000             EXIT PERFORM
039100         END-READ
039200         MOVE vndPartNumberI TO WS-PRICE-WANTED-PART
039300         PERFORM 1210-FIND-PRICE
039400             THRU 1210-FIND-PRICE-EXIT
039500         IF WS-PRICE-HIT = ZERO
039600             IF WS-PRICE-COUNT < 100
039700                 ADD 1 TO WS-PRICE-COUNT
039800                 MOVE vndPartNumberI
039900                     TO WS-PRC-PART(WS-PRICE-COUNT)
040000                 MOVE vndUnitPriceI
040100                     TO WS-PRC-UNIT-PRICE(WS-PRICE-COUNT)
040200             END-IF
040300         ELSE
040400             IF vndUnitPriceI < WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
040500                 MOVE vndUnitPriceI
040600                     TO WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
040700             END-IF
040800         END-IF
040900     END-PERFORM.
041000     CLOSE vendorFile.
041100 1200-LOAD-VENDOR-PRICES-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 1210-FIND-PRICE.
041500*----------------------------------------------------------------
041600     MOVE ZERO TO WS-PRICE-HIT.
041700     PERFORM 1220-CHECK-ONE-PRICE
041800         THRU 1220-CHECK-ONE-PRICE-EXIT
041900         VARYING WS-PRICE-SUB FROM 1 BY 1
042000         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
042100         OR WS-PRICE-HIT NOT = ZERO.
042200 1210-FIND-PRICE-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500 1220-CHECK-ONE-PRICE.
042600*----------------------------------------------------------------
042700     IF WS-PRC-PART(WS-PRICE-SUB) = WS-PRICE-WANTED-PART
042800         MOVE WS-PRICE-SUB TO WS-PRICE-HIT
042900     END-IF.
043000 1220-CHECK-ONE-PRICE-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 2000-POST-TRANSACTIONS.
043400*    LAB25.USE, LAB22.WOI, AND LAB22.SVC ARE ALL APPENDED TO -
043500*    EACH IS OPENED FOR EXTEND AND CREATED WITH AN OUTPUT OPEN
043600*    WHEN IT DOES NOT EXIST YET.
043700*----------------------------------------------------------------
043800     OPEN INPUT woTransFile.
043900     IF woTransFileStatus NOT = "00"
044000         DISPLAY "LAB22.WOT not found - nothing to post"
044100         CLOSE woTransFile
044200         GO TO 2000-POST-TRANSACTIONS-EXIT
044300     END-IF.
044400     OPEN EXTEND usageFile.
044500     IF usageFileStatus NOT = "00"
044600         OPEN OUTPUT usageFile
044700     END-IF.
044800     OPEN EXTEND woIssueFile.
044900     IF woIssueFileStatus NOT = "00"
045000         OPEN OUTPUT woIssueFile
045100     END-IF.
045200     OPEN EXTEND svcFile.
045300     IF svcFileStatus NOT = "00"
045400         OPEN OUTPUT svcFile
045500     END-IF.
045600     PERFORM FOREVER
045700         READ woTransFile
045800             AT END
045900             EXIT PERFORM
046000         END-READ
046100         ADD 1 TO WS-TRN-READ
046200         PERFORM 2100-POST-ONE-TRANSACTION
046300             THRU 2100-POST-ONE-TRANSACTION-EXIT
046400     END-PERFORM.
046500     CLOSE svcFile.
046600     CLOSE woIssueFile.
046700     CLOSE usageFile.
046800     CLOSE woTransFile.
046900*    POSTED - EMPTY THE TRANSACTION FILE SO A RERUN CANNOT ISSUE
047000*    THE SAME PARTS TWICE. EVERY LINE STANDS ON LAB22.WOM,
047100*    LAB22.WOI, OR REJECT.LOG.
047200     OPEN OUTPUT woTransFile.
047300     CLOSE woTransFile.
047400 2000-POST-TRANSACTIONS-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700 2100-POST-ONE-TRANSACTION.
047800*----------------------------------------------------------------
047900     MOVE wotDateI TO DVAL-DATE.
048000     CALL "DATEVAL" USING DVAL-PARM.
048100     IF DVAL-IS-NOT-VALID
048200         MOVE "BDAT" TO REJ-REASON-CODE
048300         MOVE "Invalid work-order transaction date"
048400             TO REJ-REASON-TEXT
048500         PERFORM 2900-REJECT-ONE-TRANSACTION
048600             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
048700         GO TO 2100-POST-ONE-TRANSACTION-EXIT
048800     END-IF.
048900     MOVE wotOrderI TO WS-WO-WANTED.
049000     PERFORM 2800-FIND-WORK-ORDER
049100         THRU 2800-FIND-WORK-ORDER-EXIT.
049200     EVALUATE TRUE
049300         WHEN WOT-OPEN
049400             PERFORM 2200-OPEN-WORK-ORDER
049500                 THRU 2200-OPEN-WORK-ORDER-EXIT
049600         WHEN WOT-ISSUE
049700             PERFORM 2300-ISSUE-PART
049800                 THRU 2300-ISSUE-PART-EXIT
049900         WHEN WOT-CLOSE
050000             PERFORM 2400-CLOSE-WORK-ORDER
050100                 THRU 2400-CLOSE-WORK-ORDER-EXIT
050200         WHEN OTHER
050300             MOVE "BTYP" TO REJ-REASON-CODE
050400             MOVE "Work-order transaction type not O/I/C"
050500                 TO REJ-REASON-TEXT
050600             PERFORM 2900-REJECT-ONE-TRANSACTION
050700                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
050800     END-EVALUATE.
050900 2100-POST-ONE-TRANSACTION-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200 2200-OPEN-WORK-ORDER.
051300*    A NEW ORDER NUMBER AGAINST A VIN ON THE MASTER.
051400*----------------------------------------------------------------
051500     IF WS-WO-HIT NOT = ZERO
051600         MOVE "WODU" TO REJ-REASON-CODE
051700         MOVE "Work order number already used"
051800             TO REJ-REASON-TEXT
051900         PERFORM 2900-REJECT-ONE-TRANSACTION
052000             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
052100         GO TO 2200-OPEN-WORK-ORDER-EXIT
052200     END-IF.
052300     MOVE wotVinI TO vinNumber.
052400     READ masterFile
052500         KEY IS vinNumber
052600         INVALID KEY
052700             MOVE "VNNF" TO REJ-REASON-CODE
052800             MOVE "Work order for VIN not on the master"
052900                 TO REJ-REASON-TEXT
053000             PERFORM 2900-REJECT-ONE-TRANSACTION
053100                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
053200             GO TO 2200-OPEN-WORK-ORDER-EXIT
053300     END-READ.
053400     IF WS-WO-COUNT >= 300
053500         MOVE "WOFL" TO REJ-REASON-CODE
053600         MOVE "Work-order table full"
053700             TO REJ-REASON-TEXT
053800         PERFORM 2900-REJECT-ONE-TRANSACTION
053900             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
054000         GO TO 2200-OPEN-WORK-ORDER-EXIT
054100     END-IF.
054200     ADD 1 TO WS-WO-COUNT.
054300     MOVE wotOrderI TO WS-WO-ORDER(WS-WO-COUNT).
054400     MOVE wotVinI   TO WS-WO-VIN(WS-WO-COUNT).
054500     MOVE wotDateI  TO WS-WO-OPEN-DATE(WS-WO-COUNT).
054600     SET WO-IS-OPEN(WS-WO-COUNT) TO TRUE.
054700     MOVE ZERO      TO WS-WO-CLOSE-DATE(WS-WO-COUNT).
054800     MOVE ZERO      TO WS-WO-CLOSE-MILES(WS-WO-COUNT).
054900     MOVE wotDescI  TO WS-WO-DESC(WS-WO-COUNT).
055000     ADD 1 TO WS-OPENED-COUNT.
055100     ADD 1 TO WS-TRN-POSTED.
055200 2200-OPEN-WORK-ORDER-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500 2300-ISSUE-PART.
055600*    THE ORDER MUST BE OPEN AND THE LOCATION DRAWN FROM MUST
055700*    HOLD THE QUANTITY. ON-HAND COMES DOWN NOW; lab25.stk AND
055800*    LAB25.LOC ARE REWRITTEN AT END OF RUN.
055900*----------------------------------------------------------------
056000     IF WS-WO-HIT = ZERO
056100         MOVE "WONF" TO REJ-REASON-CODE
056200         MOVE "Issue to work order not on file"
056300             TO REJ-REASON-TEXT
056400         PERFORM 2900-REJECT-ONE-TRANSACTION
056500             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
056600         GO TO 2300-ISSUE-PART-EXIT
056700     END-IF.
056800     IF NOT WO-IS-OPEN(WS-WO-HIT)
056900         MOVE "WOCL" TO REJ-REASON-CODE
057000         MOVE "Issue to a closed work order"
057100             TO REJ-REASON-TEXT
057200         PERFORM 2900-REJECT-ONE-TRANSACTION
057300             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
057400         GO TO 2300-ISSUE-PART-EXIT
057500     END-IF.
057600     IF wotQtyI NOT NUMERIC OR wotQtyI = ZERO
057700         MOVE "BQTY" TO REJ-REASON-CODE
057800         MOVE "Issue quantity missing or not numeric"
057900             TO REJ-REASON-TEXT
058000         PERFORM 2900-REJECT-ONE-TRANSACTION
058100             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
058200         GO TO 2300-ISSUE-PART-EXIT
058300     END-IF.
058400     MOVE ZERO TO WS-STOCK-HIT.
058500     PERFORM 2310-FIND-ONE-STOCK
058600         THRU 2310-FIND-ONE-STOCK-EXIT
058700         VARYING WS-STOCK-SUB FROM 1 BY 1
058800         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
058900         OR WS-STOCK-HIT NOT = ZERO.
059000     IF WS-STOCK-HIT = ZERO
059100         MOVE "PTNF" TO REJ-REASON-CODE
059200         MOVE "Issued part has no lab25.stk balance"
059300             TO REJ-REASON-TEXT
059400         PERFORM 2900-REJECT-ONE-TRANSACTION
059500             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
059600         GO TO 2300-ISSUE-PART-EXIT
059700     END-IF.
059800     IF wotQtyI > WS-STK-ON-HAND(WS-STOCK-HIT)
059900         MOVE "SHRT" TO REJ-REASON-CODE
060000         MOVE "Issue quantity exceeds stock on hand"
060100             TO REJ-REASON-TEXT
060200         PERFORM 2900-REJECT-ONE-TRANSACTION
060300             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
060400         GO TO 2300-ISSUE-PART-EXIT
060500     END-IF.
060504     SET SLOC-BALANCE TO TRUE.
060508     MOVE wotLocationI TO SLOC-LOCATION.
060512     MOVE wotPartI TO SLOC-PART.
060516     MOVE WS-STK-ON-HAND(WS-STOCK-HIT) TO SLOC-BOOK-QTY.
060520     CALL "STKLOC" USING SLOC-PARM.
060524     IF SLOC-UNKNOWN-LOCATION
060528         MOVE "BLOC" TO REJ-REASON-CODE
060532         MOVE "Issue location not on LAB25.LCN"
060536             TO REJ-REASON-TEXT
060540         PERFORM 2900-REJECT-ONE-TRANSACTION
060544             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
060548         GO TO 2300-ISSUE-PART-EXIT
060552     END-IF.
060556     IF wotQtyI > SLOC-QTY
060560         MOVE "LSHT" TO REJ-REASON-CODE
060564         MOVE "Issue quantity exceeds stock at the location"
060568             TO REJ-REASON-TEXT
060572         PERFORM 2900-REJECT-ONE-TRANSACTION
060576             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
060580         GO TO 2300-ISSUE-PART-EXIT
060584     END-IF.
060588     SET SLOC-POST TO TRUE.
060592     COMPUTE SLOC-QTY = ZERO - wotQtyI.
060596     CALL "STKLOC" USING SLOC-PARM.
060600
060700     SUBTRACT wotQtyI FROM WS-STK-ON-HAND(WS-STOCK-HIT).
060800     SET STOCK-POSTED TO TRUE.
060900     MOVE wotPartI TO usePartNumber.
061000     MOVE wotDateI TO useDate.
061100     MOVE wotQtyI  TO useQty.
061200     WRITE usageDetails.
061300     MOVE wotOrderI TO woiOrder.
061400     MOVE WS-WO-VIN(WS-WO-HIT) TO woiVin.
061500     MOVE wotPartI  TO woiPartNumber.
061600     MOVE wotQtyI   TO woiQty.
061700     MOVE wotDateI  TO woiDate.
061800     WRITE woIssueDetails.
061900     ADD 1 TO WS-ISSUED-COUNT.
062000     ADD 1 TO WS-TRN-POSTED.
062100 2300-ISSUE-PART-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400 2310-FIND-ONE-STOCK.
062500*----------------------------------------------------------------
062600     IF WS-STK-PART(WS-STOCK-SUB) = wotPartI
062700         MOVE WS-STOCK-SUB TO WS-STOCK-HIT
062800     END-IF.
062900 2310-FIND-ONE-STOCK-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200 2400-CLOSE-WORK-ORDER.
063300*    CLOSING STAMPS THE SERVICE FOR LAB22SV - CODE SV UNLESS
063400*    THE GARAGE KEYED ANOTHER - AT THE CLOSING ODOMETER.
063500*----------------------------------------------------------------
063600     IF WS-WO-HIT = ZERO
063700         MOVE "WONF" TO REJ-REASON-CODE
063800         MOVE "Close of work order not on file"
063900             TO REJ-REASON-TEXT
064000         PERFORM 2900-REJECT-ONE-TRANSACTION
064100             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
064200         GO TO 2400-CLOSE-WORK-ORDER-EXIT
064300     END-IF.
064400     IF NOT WO-IS-OPEN(WS-WO-HIT)
064500         MOVE "WOCL" TO REJ-REASON-CODE
064600         MOVE "Work order already closed"
064700             TO REJ-REASON-TEXT
064800         PERFORM 2900-REJECT-ONE-TRANSACTION
064900             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
065000         GO TO 2400-CLOSE-WORK-ORDER-EXIT
065100     END-IF.
065200     IF wotOdometerI NOT NUMERIC
065300         MOVE "BODO" TO REJ-REASON-CODE
065400         MOVE "Closing odometer not numeric"
065500             TO REJ-REASON-TEXT
065600         PERFORM 2900-REJECT-ONE-TRANSACTION
065700             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
065800         GO TO 2400-CLOSE-WORK-ORDER-EXIT
065900     END-IF.
066000
066100     SET WO-IS-CLOSED(WS-WO-HIT) TO TRUE.
066200     MOVE wotDateI     TO WS-WO-CLOSE-DATE(WS-WO-HIT).
066300     MOVE wotOdometerI TO WS-WO-CLOSE-MILES(WS-WO-HIT).
066400     MOVE WS-WO-VIN(WS-WO-HIT) TO svcVin.
066500     MOVE wotDateI     TO svcDate.
066600     MOVE wotOdometerI TO svcMiles.
066700     IF wotSvcCodeI = SPACES
066800         MOVE "SV" TO svcCode
066900     ELSE
067000         MOVE wotSvcCodeI TO svcCode
067100     END-IF.
067200     WRITE svcDetails.
067300     ADD 1 TO WS-CLOSED-COUNT.
067400     ADD 1 TO WS-TRN-POSTED.
067500 2400-CLOSE-WORK-ORDER-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 2800-FIND-WORK-ORDER.
067900*----------------------------------------------------------------
068000     MOVE ZERO TO WS-WO-HIT.
068100     PERFORM 2810-CHECK-ONE-WORK-ORDER
068200         THRU 2810-CHECK-ONE-WORK-ORDER-EXIT
068300         VARYING WS-WO-SUB FROM 1 BY 1
068400         UNTIL WS-WO-SUB > WS-WO-COUNT
068500         OR WS-WO-HIT NOT = ZERO.
068600 2800-FIND-WORK-ORDER-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900 2810-CHECK-ONE-WORK-ORDER.
069000*----------------------------------------------------------------
069100     IF WS-WO-ORDER(WS-WO-SUB) = WS-WO-WANTED
069200         MOVE WS-WO-SUB TO WS-WO-HIT
069300     END-IF.
069400 2810-CHECK-ONE-WORK-ORDER-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------
069700 2900-REJECT-ONE-TRANSACTION.
069800*    THE REJECT KEY IS THE WORK ORDER NUMBER, THEN THE VIN ON AN
069900*    OPEN OR THE PART ON AN ISSUE.
070000*----------------------------------------------------------------
070100     DISPLAY "WARNING - work-order transaction rejected ("
070200         REJ-REASON-CODE "): " wotTypeI " " wotOrderI.
070300     MOVE "LAB22WO" TO REJ-PROGRAM-NAME.
070400     MOVE SPACES TO REJ-RECORD-KEY.
070500     MOVE wotOrderI TO REJ-RECORD-KEY(1:5).
070600     IF WOT-OPEN
070700         MOVE wotVinI TO REJ-RECORD-KEY(6:15)
070800     END-IF.
070900     IF WOT-ISSUE
071000         MOVE wotPartI TO REJ-RECORD-KEY(6:6)
071100     END-IF.
071200     CALL "REJECTLOG" USING REJECT-PARM.
071300     ADD 1 TO WS-REJECT-COUNT.
071400 2900-REJECT-ONE-TRANSACTION-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------
071700 3000-REWRITE-STOCK-FILE.
071800*----------------------------------------------------------------
071900     IF WS-STOCK-COUNT = ZERO
072000         GO TO 3000-REWRITE-STOCK-FILE-EXIT
072100     END-IF.
072200     OPEN OUTPUT stockFile.
072300     PERFORM 3010-WRITE-ONE-STOCK
072400         THRU 3010-WRITE-ONE-STOCK-EXIT
072500         VARYING WS-STOCK-SUB FROM 1 BY 1
072600         UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
072700     CLOSE stockFile.
072800 3000-REWRITE-STOCK-FILE-EXIT.
072900     EXIT.
073000*----------------------------------------------------------------
073100 3010-WRITE-ONE-STOCK.
073200*----------------------------------------------------------------
073300     MOVE WS-STK-PART(WS-STOCK-SUB)     TO stkPartNumber.
073400     MOVE WS-STK-ON-HAND(WS-STOCK-SUB)  TO stkQtyOnHand.
073500     MOVE WS-STK-ON-ORDER(WS-STOCK-SUB) TO stkQtyOnOrder.
073600     WRITE stockRecord.
073700 3010-WRITE-ONE-STOCK-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000 3100-REWRITE-WORK-ORDERS.
074100*    CLOSED ORDERS STAY ON LAB22.WOM - THE COST REPORT IS THE
074200*    VEHICLE'S WHOLE MAINTENANCE HISTORY, NOT JUST WHAT IS OPEN.
074300*----------------------------------------------------------------
074400     IF WS-WO-COUNT = ZERO
074500         GO TO 3100-REWRITE-WORK-ORDERS-EXIT
074600     END-IF.
074700     OPEN OUTPUT woMasterFile.
074800     PERFORM 3110-WRITE-ONE-WORK-ORDER
074900         THRU 3110-WRITE-ONE-WORK-ORDER-EXIT
075000         VARYING WS-WO-SUB FROM 1 BY 1
075100         UNTIL WS-WO-SUB > WS-WO-COUNT.
075200     CLOSE woMasterFile.
075300 3100-REWRITE-WORK-ORDERS-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600 3110-WRITE-ONE-WORK-ORDER.
075700*----------------------------------------------------------------
075800     MOVE WS-WO-ORDER(WS-WO-SUB)       TO womOrder.
075900     MOVE WS-WO-VIN(WS-WO-SUB)         TO womVin.
076000     MOVE WS-WO-OPEN-DATE(WS-WO-SUB)   TO womOpenDate.
076100     MOVE WS-WO-STATUS(WS-WO-SUB)      TO womStatus.
076200     MOVE WS-WO-CLOSE-DATE(WS-WO-SUB)  TO womCloseDate.
076300     MOVE WS-WO-CLOSE-MILES(WS-WO-SUB) TO womCloseMiles.
076400     MOVE WS-WO-DESC(WS-WO-SUB)        TO womDesc.
076500     WRITE woMasterDetails.
076600 3110-WRITE-ONE-WORK-ORDER-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------
076900 4000-PRINT-COST-REPORT.
077000*    PRICE EVERY ISSUE ON LAB22.WOI INTO ITS WORK ORDER, THEN
077100*    PRINT THE ORDERS GROUPED BY VIN WITH A TOTAL PER VEHICLE.
077200*----------------------------------------------------------------
077300     PERFORM 4010-CLEAR-ONE-COST
077400         THRU 4010-CLEAR-ONE-COST-EXIT
077500         VARYING WS-WO-SUB FROM 1 BY 1
077600         UNTIL WS-WO-SUB > WS-WO-COUNT.
077700     OPEN INPUT woIssueFile.
077800     IF woIssueFileStatus = "00"
077900         PERFORM FOREVER
078000             READ woIssueFile
078100                 AT END
078200                 EXIT PERFORM
078300             END-READ
078400             PERFORM 4100-PRICE-ONE-ISSUE
078500                 THRU 4100-PRICE-ONE-ISSUE-EXIT
078600         END-PERFORM
078700     END-IF.
078800     CLOSE woIssueFile.
078900
079000     OPEN OUTPUT reportFile.
079100     MOVE WS-TODAY TO WS-RPT-HDG-RUN-DATE.
079200     MOVE WS-RPT-HEADING TO reportRecord.
079300     WRITE reportRecord.
079400     MOVE WS-RPT-COLUMNS TO reportRecord.
079500     WRITE reportRecord.
079600     PERFORM 4200-PRINT-ONE-VEHICLE
079700         THRU 4200-PRINT-ONE-VEHICLE-EXIT
079800         VARYING WS-WO-SUB FROM 1 BY 1
079900         UNTIL WS-WO-SUB > WS-WO-COUNT.
080000     MOVE SPACES TO reportRecord.
080100     WRITE reportRecord.
080200     MOVE WS-FLEET-COST TO WS-RPT-FLEET-COST.
080300     MOVE WS-RPT-FLEET-LINE TO reportRecord.
080400     WRITE reportRecord.
080500     IF WS-UNPRICED-COUNT NOT = ZERO
080600         MOVE SPACES TO reportRecord
080700         STRING "** " DELIMITED BY SIZE
080800                WS-UNPRICED-COUNT DELIMITED BY SIZE
080900                " ISSUE(S) FOR PARTS WITH NO LAB25.VND PRICE "
081000                    DELIMITED BY SIZE
081100                "CARRIED AT ZERO **" DELIMITED BY SIZE
081200             INTO reportRecord
081300         WRITE reportRecord
081400     END-IF.
081500     CLOSE reportFile.
081600     DISPLAY "Cost-of-maintenance report written to LAB22.WOR".
081700 4000-PRINT-COST-REPORT-EXIT.
081800     EXIT.
081900*----------------------------------------------------------------
082000 4010-CLEAR-ONE-COST.
082100*----------------------------------------------------------------
082200     MOVE ZERO TO WS-WO-COST(WS-WO-SUB).
082300     SET WO-NOT-PRINTED(WS-WO-SUB) TO TRUE.
082400 4010-CLEAR-ONE-COST-EXIT.
082500     EXIT.
082600*----------------------------------------------------------------
082700 4100-PRICE-ONE-ISSUE.
082800*----------------------------------------------------------------
082900     MOVE woiOrder TO WS-WO-WANTED.
083000     PERFORM 2800-FIND-WORK-ORDER
083100         THRU 2800-FIND-WORK-ORDER-EXIT.
083200     IF WS-WO-HIT = ZERO
083300         GO TO 4100-PRICE-ONE-ISSUE-EXIT
083400     END-IF.
083500     MOVE woiPartNumber TO WS-PRICE-WANTED-PART.
083600     PERFORM 1210-FIND-PRICE
083700         THRU 1210-FIND-PRICE-EXIT.
083800     IF WS-PRICE-HIT = ZERO
083900         ADD 1 TO WS-UNPRICED-COUNT
084000         GO TO 4100-PRICE-ONE-ISSUE-EXIT
084100     END-IF.
084200     COMPUTE WS-ISSUE-COST =
084300         woiQty * WS-PRC-UNIT-PRICE(WS-PRICE-HIT).
084400     ADD WS-ISSUE-COST TO WS-WO-COST(WS-WO-HIT).
084500 4100-PRICE-ONE-ISSUE-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------
084800 4200-PRINT-ONE-VEHICLE.
084900*    THE FIRST UNPRINTED ORDER STARTS A VEHICLE GROUP; EVERY
085000*    ORDER FOR THE SAME VIN PRINTS UNDER IT.
085100*----------------------------------------------------------------
085200     IF WO-PRINTED(WS-WO-SUB)
085300         GO TO 4200-PRINT-ONE-VEHICLE-EXIT
085400     END-IF.
085500     MOVE SPACES TO reportRecord.
085600     WRITE reportRecord.
085700     MOVE WS-WO-VIN(WS-WO-SUB) TO WS-RPT-VIN.
085800     MOVE WS-RPT-VIN-LINE TO reportRecord.
085900     WRITE reportRecord.
086000     MOVE ZERO TO WS-VIN-ORDERS.
086100     MOVE ZERO TO WS-VIN-COST.
086200     PERFORM 4210-PRINT-ONE-ORDER
086300         THRU 4210-PRINT-ONE-ORDER-EXIT
086400         VARYING WS-WO-SUB2 FROM WS-WO-SUB BY 1
086500         UNTIL WS-WO-SUB2 > WS-WO-COUNT.
086600     MOVE WS-VIN-ORDERS TO WS-RPT-VIN-ORDERS.
086700     MOVE WS-VIN-COST TO WS-RPT-VIN-COST.
086800     MOVE WS-RPT-VIN-TOTAL-LINE TO reportRecord.
086900     WRITE reportRecord.
087000     ADD WS-VIN-COST TO WS-FLEET-COST.
087100 4200-PRINT-ONE-VEHICLE-EXIT.
087200     EXIT.
087300*----------------------------------------------------------------
087400 4210-PRINT-ONE-ORDER.
087500*----------------------------------------------------------------
087600     IF WS-WO-VIN(WS-WO-SUB2) NOT = WS-WO-VIN(WS-WO-SUB)
087700         GO TO 4210-PRINT-ONE-ORDER-EXIT
087800     END-IF.
087900     SET WO-PRINTED(WS-WO-SUB2) TO TRUE.
088000     MOVE WS-WO-ORDER(WS-WO-SUB2)     TO WS-RPT-ORDER.
088100     MOVE WS-WO-OPEN-DATE(WS-WO-SUB2) TO WS-RPT-OPENED.
088200     IF WO-IS-CLOSED(WS-WO-SUB2)
088300         MOVE WS-WO-CLOSE-DATE(WS-WO-SUB2) TO WS-RPT-CLOSED
088400     ELSE
088500         MOVE "OPEN" TO WS-RPT-CLOSED
088600     END-IF.
088700     MOVE WS-WO-DESC(WS-WO-SUB2)      TO WS-RPT-DESC.
088800     MOVE WS-WO-COST(WS-WO-SUB2)      TO WS-RPT-COST.
088900     MOVE WS-RPT-DETAIL-LINE TO reportRecord.
089000     WRITE reportRecord.
089100     ADD 1 TO WS-VIN-ORDERS.
089200     ADD WS-WO-COST(WS-WO-SUB2) TO WS-VIN-COST.
089300 4210-PRINT-ONE-ORDER-EXIT.
089400     EXIT.
