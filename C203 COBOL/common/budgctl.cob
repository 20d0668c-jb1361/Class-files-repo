000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDGCTL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHARED SUBPROGRAMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. PURCHASING HAD ONLY THE
001100*                 PER-REQUISITION APPROVAL LIMIT - NOTHING STOPPED
001200*                 A STREAM OF SMALL REQUISITIONS FROM RUNNING A
001300*                 PERIOD'S SPEND PAST WHAT WAS PLANNED. LAB25.BGT
001400*                 NOW HOLDS A DOLLAR BUDGET PER PART CATEGORY (OR
001500*                 PER VENDOR) PER FISCAL PERIOD, AND THIS MODULE
001600*                 KEEPS THE SPEND AGAINST IT - COMMITTED (OPEN ON
001700*                 LAB25.OPN) AND RECEIVED (LAB25.RCH) - FOR LAB25,
001800*                 LAB25APR, AND THE LAB25BGT REPORT.
001900*----------------------------------------------------------------
002000* CALLING CONVENTION - CALL "BUDGCTL" USING BGT-PARM (SEE
002100* COPYBOOK BGTPARM). THE BUDGETS AND THE SPEND LOAD ON THE FIRST
002200* CALL OF THE RUN AND ARE HELD AFTER, SAME PATTERN AS STKLOC.
002300* AN OPEN ORDER IS COMMITTED IN THE FISCAL PERIOD OF ITS ORDER
002400* DATE AT THE VENDOR'S LAB25.VND PRICE (THE VENDOR LAB25 PICKED,
002500* ELSE THE CHEAPEST - SAME RULE AS LAB25PO). A RECEIPT IS SPENT IN
002600* THE PERIOD IT WAS RECEIVED, AT THE COST IT WAS RECEIVED AT.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL budgetFile ASSIGN TO "LAB25.BGT"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS budgetFileStatus.
003400     SELECT OPTIONAL categoryFile ASSIGN TO "LAB25.CAT"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS categoryFileStatus.
003700     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS vendorFileStatus.
004000     SELECT OPTIONAL reqFile ASSIGN TO "LAB25.REQ"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS reqFileStatus.
004300     SELECT OPTIONAL openOrderFile ASSIGN TO "LAB25.OPN"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS openOrderFileStatus.
004600     SELECT OPTIONAL receiptHistFile ASSIGN TO "LAB25.RCH"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS receiptHistFileStatus.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  budgetFile.
005200 01  budgetRecord.
005300     05  bgtCodeType             PIC X(01).
005400     05  bgtCode                 PIC X(04).
005500     05  bgtFiscalYear           PIC 9(04).
005600     05  bgtPeriod               PIC 9(02).
005700     05  bgtAmount               PIC 9(07)V99.
005800 FD  categoryFile.
005900 01  categoryRecord.
006000     05  catPartNumber           PIC X(06).
006100     05  catCategory             PIC X(04).
006200 FD  vendorFile.
006300 01  vendorRecord.
006400     05  vndVendorCode           PIC X(04).
006500     05  vndVendorName           PIC X(20).
006600     05  vndPartNumber           PIC X(06).
006700     05  vndLeadDays             PIC 9(03).
006800     05  vndUnitPrice            PIC 9(05)V99.
006900 FD  reqFile.
007000 01  reqDetails.
007100     05  reqNumber               PIC 9(05).
007200     05  FILLER                  PIC X(49).
007300     05  reqVendor               PIC X(04).
007400 FD  openOrderFile.
007500 01  openOrderDetails.
007600     05  opnReqNumber            PIC 9(05).
007700     05  opnDate                 PIC 9(08).
007800     05  opnPartNumber           PIC X(06).
007900     05  opnQtyOpen              PIC 9(05).
008000     05  opnPoNumber             PIC 9(05).
008100 FD  receiptHistFile.
008200 01  receiptHistRecord.
008300     05  rchPartNumber           PIC X(06).
008400     05  rchDate                 PIC 9(08).
008500     05  rchReqNumber            PIC 9(05).
008600     05  rchVendor               PIC X(04).
008700     05  rchQty                  PIC 9(05).
008800     05  rchUnitCost             PIC 9(05)V99.
008900     05  rchAvgCost              PIC 9(05)V9(04).
009000     05  rchLocation             PIC X(04).
009100     05  rchPoNumber             PIC 9(05).
009200     05  rchOrderDate            PIC 9(08).
009300     05  rchLeadDays             PIC 9(03).
009400 WORKING-STORAGE SECTION.
009500 01  budgetFileStatus            PIC X(02).
009600 01  categoryFileStatus          PIC X(02).
009700 01  vendorFileStatus            PIC X(02).
009800 01  reqFileStatus               PIC X(02).
009900 01  openOrderFileStatus         PIC X(02).
010000 01  receiptHistFileStatus       PIC X(02).
010100 01  BCTL-FIRST-CALL-SW          PIC X(01) VALUE "Y".
010200     88  BCTL-FIRST-CALL                 VALUE "Y".
010300     88  BCTL-NOT-FIRST-CALL             VALUE "N".
010400 01  BCTL-ACTIVE-SW              PIC X(01) VALUE "N".
010500     88  BCTL-ACTIVE                     VALUE "Y".
010600*----------------------------------------------------------------
010700* BUDGET LINES - ONE PER CODE PER FISCAL PERIOD. A LINE WITH NO
010800* LAB25.BGT RECORD BEHIND IT IS SPEND NOBODY BUDGETED FOR, KEPT
010900* SO THE REPORT CAN SHOW IT.
011000*----------------------------------------------------------------
011100 01  BCTL-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
011200 01  BCTL-ENTRY-SUB              PIC 9(04) COMP.
011300 01  BCTL-HIT                    PIC 9(04) COMP.
011400 01  BCTL-TABLE.
011500     05  BCTL-ENTRY OCCURS 500 TIMES.
011600         10  BCTL-TBL-TYPE       PIC X(01).
011700         10  BCTL-TBL-CODE       PIC X(04).
011800         10  BCTL-TBL-YEAR       PIC 9(04).
011900         10  BCTL-TBL-PERIOD     PIC 9(02).
012000         10  BCTL-TBL-BUDGET     PIC 9(07)V99.
012100         10  BCTL-TBL-COMMITTED  PIC 9(09)V99.
012200         10  BCTL-TBL-RECEIVED   PIC 9(09)V99.
012300         10  BCTL-TBL-BUDGETED-SW PIC X(01).
012400             88  BCTL-TBL-BUDGETED       VALUE "Y".
012500*----------------------------------------------------------------
012600* PART CATEGORIES (LAB25.CAT), VENDOR PRICES (LAB25.VND), AND THE
012700* VENDOR LAB25 PICKED FOR EACH REQUISITION (LAB25.REQ)
012800*----------------------------------------------------------------
012900 01  BCTL-CAT-COUNT              PIC 9(04) COMP VALUE ZERO.
013000 01  BCTL-CAT-SUB                PIC 9(04) COMP.
013100 01  BCTL-CAT-TABLE.
013200     05  BCTL-CAT-ENTRY OCCURS 500 TIMES.
013300         10  BCTL-CAT-PART       PIC X(06).
013400         10  BCTL-CAT-CODE       PIC X(04).
013500 01  BCTL-PRICE-COUNT            PIC 9(04) COMP VALUE ZERO.
013600 01  BCTL-PRICE-SUB              PIC 9(04) COMP.
013700 01  BCTL-PRICE-TABLE.
013800     05  BCTL-PRICE-ENTRY OCCURS 500 TIMES.
013900         10  BCTL-PRC-VENDOR     PIC X(04).
014000         10  BCTL-PRC-PART       PIC X(06).
014100         10  BCTL-PRC-UNIT-PRICE PIC 9(05)V99.
014200 01  BCTL-REQ-COUNT              PIC 9(04) COMP VALUE ZERO.
014300 01  BCTL-REQ-SUB                PIC 9(04) COMP.
014400 01  BCTL-REQ-TABLE.
014500     05  BCTL-REQ-ENTRY OCCURS 1000 TIMES.
014600         10  BCTL-REQ-NUMBER     PIC 9(05).
014700         10  BCTL-REQ-VENDOR     PIC X(04).
014800*----------------------------------------------------------------
014900* ONE PIECE OF SPEND BEING LOOKED UP OR ADDED
015000*----------------------------------------------------------------
015100 01  BCTL-WANTED-DATE            PIC 9(08).
015200 01  BCTL-WANTED-PART            PIC X(06).
015300 01  BCTL-WANTED-VENDOR          PIC X(04).
015400 01  BCTL-WANTED-CATEGORY        PIC X(04).
015500 01  BCTL-WANTED-TYPE            PIC X(01).
015600 01  BCTL-WANTED-CODE            PIC X(04).
015700 01  BCTL-WANTED-YEAR            PIC 9(04).
015800 01  BCTL-WANTED-PERIOD          PIC 9(02).
015900 01  BCTL-WANTED-PRICE           PIC 9(05)V99.
016000 01  BCTL-WANTED-REQ             PIC 9(05).
016100 01  BCTL-SPEND-AMOUNT           PIC 9(09)V99.
016200 01  BCTL-SPEND-KIND             PIC X(01).
016300     88  BCTL-SPEND-COMMITTED            VALUE "C".
016400     88  BCTL-SPEND-RECEIVED             VALUE "R".
016500 01  BCTL-FOUND-SW               PIC X(01).
016600     88  BCTL-FOUND                      VALUE "Y".
016700     88  BCTL-NOT-FOUND                  VALUE "N".
016800 COPY "fscparm.cpy".
016900 LINKAGE SECTION.
017000 COPY "bgtparm.cpy".
017100 PROCEDURE DIVISION USING BGT-PARM.
017200*----------------------------------------------------------------
017300 0000-MAINLINE.
017400*----------------------------------------------------------------
017500     IF BCTL-FIRST-CALL
017600         PERFORM 1000-LOAD-BUDGETS
017700             THRU 1000-LOAD-BUDGETS-EXIT
017800         SET BCTL-NOT-FIRST-CALL TO TRUE
017900     END-IF.
018000     IF BCTL-ACTIVE
018100         SET BGT-CONTROL-ACTIVE TO TRUE
018200     ELSE
018300         SET BGT-CONTROL-OFF TO TRUE
018400     END-IF.
018500
018600     EVALUATE TRUE
018700         WHEN BGT-CHECK
018800             PERFORM 2000-CHECK-SPEND
018900                 THRU 2000-CHECK-SPEND-EXIT
019000         WHEN BGT-POST
019100             PERFORM 3000-POST-SPEND
019200                 THRU 3000-POST-SPEND-EXIT
019300         WHEN BGT-NEXT
019400             PERFORM 4000-RETURN-ENTRY
019500                 THRU 4000-RETURN-ENTRY-EXIT
019600         WHEN OTHER
019700             CONTINUE
019800     END-EVALUATE.
019900     GOBACK.
020000*----------------------------------------------------------------
020100 1000-LOAD-BUDGETS.
020200*    NO LAB25.BGT (OR AN EMPTY ONE) MEANS BUDGET CONTROL IS OFF -
020300*    EVERY CHECK COMES BACK UNCONTROLLED AND THE SPEND FILES ARE
020400*    NOT READ AT ALL.
020500*----------------------------------------------------------------
020600     OPEN INPUT budgetFile.
020700     IF budgetFileStatus NOT = "00"
020800         CLOSE budgetFile
020900         GO TO 1000-LOAD-BUDGETS-EXIT
021000     END-IF.
021100     PERFORM FOREVER
021200         READ budgetFile
021300             AT END
021400             EXIT PERFORM
021500         END-READ
021600         PERFORM 1100-LOAD-ONE-BUDGET
021700             THRU 1100-LOAD-ONE-BUDGET-EXIT
021800     END-PERFORM.
021900     CLOSE budgetFile.
022000     IF BCTL-ENTRY-COUNT = ZERO
022100         GO TO 1000-LOAD-BUDGETS-EXIT
022200     END-IF.
022300     SET BCTL-ACTIVE TO TRUE.
022400
022500     PERFORM 1200-LOAD-CATEGORIES
022600         THRU 1200-LOAD-CATEGORIES-EXIT.
022700     PERFORM 1300-LOAD-PRICES
022800         THRU 1300-LOAD-PRICES-EXIT.
022900     PERFORM 1400-LOAD-REQ-VENDORS
023000         THRU 1400-LOAD-REQ-VENDORS-EXIT.
023100     PERFORM 1500-LOAD-OPEN-ORDERS
023200         THRU 1500-LOAD-OPEN-ORDERS-EXIT.
023300     PERFORM 1600-LOAD-RECEIPTS
023400         THRU 1600-LOAD-RECEIPTS-EXIT.
023500 1000-LOAD-BUDGETS-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800 1100-LOAD-ONE-BUDGET.
023900*    A SECOND LINE FOR THE SAME CODE AND PERIOD ADDS TO THE FIRST.
024000*----------------------------------------------------------------
024100     IF (bgtCodeType NOT = "C" AND bgtCodeType NOT = "V")
024200     OR bgtCode = SPACES
024300     OR bgtFiscalYear NOT NUMERIC
024400     OR bgtPeriod NOT NUMERIC
024500     OR bgtAmount NOT NUMERIC
024600         DISPLAY "WARNING - BUDGCTL bad LAB25.BGT line "
024700             budgetRecord " ignored"
024800         GO TO 1100-LOAD-ONE-BUDGET-EXIT
024900     END-IF.
025000     MOVE bgtCodeType   TO BCTL-WANTED-TYPE.
025100     MOVE bgtCode       TO BCTL-WANTED-CODE.
025200     MOVE bgtFiscalYear TO BCTL-WANTED-YEAR.
025300     MOVE bgtPeriod     TO BCTL-WANTED-PERIOD.
025400     PERFORM 5000-FIND-ENTRY
025500         THRU 5000-FIND-ENTRY-EXIT.
025600     IF BCTL-HIT = ZERO
025700         PERFORM 5100-ADD-ENTRY
025800             THRU 5100-ADD-ENTRY-EXIT
025900     END-IF.
026000     IF BCTL-HIT NOT = ZERO
026100         ADD bgtAmount TO BCTL-TBL-BUDGET(BCTL-HIT)
026200         SET BCTL-TBL-BUDGETED(BCTL-HIT) TO TRUE
026300     END-IF.
026400 1100-LOAD-ONE-BUDGET-EXIT.
026500     EXIT.
026600*----------------------------------------------------------------
026700 1200-LOAD-CATEGORIES.
026800*----------------------------------------------------------------
026900     OPEN INPUT categoryFile.
027000     IF categoryFileStatus NOT = "00"
027100         CLOSE categoryFile
027200         GO TO 1200-LOAD-CATEGORIES-EXIT
027300     END-IF.
027400     PERFORM FOREVER
027500         READ categoryFile
027600             AT END
027700             EXIT PERFORM
027800         END-READ
027900         IF BCTL-CAT-COUNT < 500
028000             ADD 1 TO BCTL-CAT-COUNT
028100             MOVE catPartNumber TO BCTL-CAT-PART(BCTL-CAT-COUNT)
028200             MOVE catCategory   TO BCTL-CAT-CODE(BCTL-CAT-COUNT)
028300         ELSE
028400             DISPLAY "WARNING - BUDGCTL category table full, "
028500                 catPartNumber " budgeted by vendor"
028600         END-IF
028700     END-PERFORM.
028800     CLOSE categoryFile.
028900 1200-LOAD-CATEGORIES-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200 1300-LOAD-PRICES.
029300*----------------------------------------------------------------
029400     OPEN INPUT vendorFile.
029500     IF vendorFileStatus NOT = "00"
029600         CLOSE vendorFile
029700         GO TO 1300-LOAD-PRICES-EXIT
029800     END-IF.
029900     PERFORM FOREVER
030000         READ vendorFile
030100             AT END
030200             EXIT PERFORM
030300         END-READ
030400         IF BCTL-PRICE-COUNT < 500
030500             ADD 1 TO BCTL-PRICE-COUNT
030600             MOVE vndVendorCode
030700                 TO BCTL-PRC-VENDOR(BCTL-PRICE-COUNT)
030800             MOVE vndPartNumber TO BCTL-PRC-PART(BCTL-PRICE-COUNT)
030900             MOVE vndUnitPrice
031000                 TO BCTL-PRC-UNIT-PRICE(BCTL-PRICE-COUNT)
031100         ELSE
031200             DISPLAY "WARNING - BUDGCTL price table full, "
031300                 vndVendorCode " " vndPartNumber " not priced"
031400         END-IF
031500     END-PERFORM.
031600     CLOSE vendorFile.
031700 1300-LOAD-PRICES-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 1400-LOAD-REQ-VENDORS.
032100*----------------------------------------------------------------
032200     OPEN INPUT reqFile.
032300     IF reqFileStatus NOT = "00"
032400         CLOSE reqFile
032500         GO TO 1400-LOAD-REQ-VENDORS-EXIT
032600     END-IF.
032700     PERFORM FOREVER
032800         READ reqFile
032900             AT END
033000             EXIT PERFORM
033100         END-READ
033200         IF BCTL-REQ-COUNT < 1000
033300             ADD 1 TO BCTL-REQ-COUNT
033400             MOVE reqNumber TO BCTL-REQ-NUMBER(BCTL-REQ-COUNT)
033500             MOVE reqVendor TO BCTL-REQ-VENDOR(BCTL-REQ-COUNT)
033600         END-IF
033700     END-PERFORM.
033800     CLOSE reqFile.
033900 1400-LOAD-REQ-VENDORS-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200 1500-LOAD-OPEN-ORDERS.
034300*    COMMITTED - WHAT IS STILL OPEN ON EACH ORDER LINE. AN ORDER
034400*    WITH NO VENDOR PRICE CANNOT BE VALUED AND IS LEFT OUT.
034500*----------------------------------------------------------------
034600     OPEN INPUT openOrderFile.
034700     IF openOrderFileStatus NOT = "00"
034800         CLOSE openOrderFile
034900         GO TO 1500-LOAD-OPEN-ORDERS-EXIT
035000     END-IF.
035100     SET BCTL-SPEND-COMMITTED TO TRUE.
035200     PERFORM FOREVER
035300         READ openOrderFile
035400             AT END
035500             EXIT PERFORM
035600         END-READ
035700         IF opnQtyOpen NUMERIC
035800         AND opnQtyOpen > ZERO
035900             PERFORM 1510-VALUE-ONE-ORDER
036000                 THRU 1510-VALUE-ONE-ORDER-EXIT
036100         END-IF
036200     END-PERFORM.
036300     CLOSE openOrderFile.
036400 1500-LOAD-OPEN-ORDERS-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700 1510-VALUE-ONE-ORDER.
036800*----------------------------------------------------------------
036900     MOVE opnDate       TO BCTL-WANTED-DATE.
037000     MOVE opnPartNumber TO BCTL-WANTED-PART.
037100     MOVE opnReqNumber  TO BCTL-WANTED-REQ.
037200     MOVE SPACES        TO BCTL-WANTED-VENDOR.
037300     PERFORM 1520-CHECK-ONE-REQ
037400         THRU 1520-CHECK-ONE-REQ-EXIT
037500         VARYING BCTL-REQ-SUB FROM 1 BY 1
037600         UNTIL BCTL-REQ-SUB > BCTL-REQ-COUNT
037700         OR BCTL-WANTED-VENDOR NOT = SPACES.
037800     IF BCTL-WANTED-VENDOR = SPACES
037900         PERFORM 1530-CHECK-CHEAPEST-PRICE
038000             THRU 1530-CHECK-CHEAPEST-PRICE-EXIT
038100             VARYING BCTL-PRICE-SUB FROM 1 BY 1
038200             UNTIL BCTL-PRICE-SUB > BCTL-PRICE-COUNT
038300         IF BCTL-WANTED-VENDOR = SPACES
038400             GO TO 1510-VALUE-ONE-ORDER-EXIT
038500         END-IF
038600     ELSE
038700         PERFORM 5300-FIND-PRICE
038800             THRU 5300-FIND-PRICE-EXIT
038900         IF BCTL-NOT-FOUND
039000             GO TO 1510-VALUE-ONE-ORDER-EXIT
039100         END-IF
039200     END-IF.
039300     COMPUTE BCTL-SPEND-AMOUNT ROUNDED =
039400         opnQtyOpen * BCTL-WANTED-PRICE.
039500     PERFORM 5400-ADD-SPEND
039600         THRU 5400-ADD-SPEND-EXIT.
039700 1510-VALUE-ONE-ORDER-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000 1520-CHECK-ONE-REQ.
040100*----------------------------------------------------------------
040200     IF BCTL-REQ-NUMBER(BCTL-REQ-SUB) = BCTL-WANTED-REQ
040300         MOVE BCTL-REQ-VENDOR(BCTL-REQ-SUB) TO BCTL-WANTED-VENDOR
040400     END-IF.
040500 1520-CHECK-ONE-REQ-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 1530-CHECK-CHEAPEST-PRICE.
040900*----------------------------------------------------------------
041000     IF BCTL-PRC-PART(BCTL-PRICE-SUB) = BCTL-WANTED-PART
041100         IF BCTL-WANTED-VENDOR = SPACES
041200         OR BCTL-PRC-UNIT-PRICE(BCTL-PRICE-SUB)
041300             < BCTL-WANTED-PRICE
041400             MOVE BCTL-PRC-VENDOR(BCTL-PRICE-SUB)
041500                 TO BCTL-WANTED-VENDOR
041600             MOVE BCTL-PRC-UNIT-PRICE(BCTL-PRICE-SUB)
041700                 TO BCTL-WANTED-PRICE
041800         END-IF
041900     END-IF.
042000 1530-CHECK-CHEAPEST-PRICE-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 1600-LOAD-RECEIPTS.
042400*    RECEIVED - EVERY RECEIPT ON THE HISTORY AT ITS RECEIVED COST.
042500*----------------------------------------------------------------
042600     OPEN INPUT receiptHistFile.
042700     IF receiptHistFileStatus NOT = "00"
042800         CLOSE receiptHistFile
042900         GO TO 1600-LOAD-RECEIPTS-EXIT
043000     END-IF.
043100     SET BCTL-SPEND-RECEIVED TO TRUE.
043200     PERFORM FOREVER
043300         READ receiptHistFile
043400             AT END
043500             EXIT PERFORM
043600         END-READ
043700         IF rchQty NUMERIC
043800         AND rchUnitCost NUMERIC
043900             MOVE rchDate       TO BCTL-WANTED-DATE
044000             MOVE rchPartNumber TO BCTL-WANTED-PART
044100             MOVE rchVendor     TO BCTL-WANTED-VENDOR
044200             COMPUTE BCTL-SPEND-AMOUNT ROUNDED =
044300                 rchQty * rchUnitCost
044400             PERFORM 5400-ADD-SPEND
044500                 THRU 5400-ADD-SPEND-EXIT
044600         END-IF
044700     END-PERFORM.
044800     CLOSE receiptHistFile.
044900 1600-LOAD-RECEIPTS-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 2000-CHECK-SPEND.
045300*    WITHIN WHEN THE AMOUNT FITS IN WHAT IS LEFT OF THE LINE'S
045400*    BUDGET, OVER WHEN IT DOES NOT. A DATE IN NO FISCAL PERIOD
045500*    CANNOT BE CHECKED AND COMES BACK NO-PERIOD.
045600*----------------------------------------------------------------
045700     MOVE SPACES TO BGT-CODE-TYPE.
045800     MOVE SPACES TO BGT-CODE.
045900     MOVE ZERO   TO BGT-FISCAL-YEAR.
046000     MOVE ZERO   TO BGT-PERIOD.
046100     MOVE ZERO   TO BGT-BUDGET.
046200     MOVE ZERO   TO BGT-COMMITTED.
046300     MOVE ZERO   TO BGT-RECEIVED.
046400     MOVE ZERO   TO BGT-REMAINING.
046500     SET BGT-UNCONTROLLED TO TRUE.
046600     IF NOT BCTL-ACTIVE
046700         GO TO 2000-CHECK-SPEND-EXIT
046800     END-IF.
046900     MOVE BGT-DATE TO FSCL-DATE.
047000     CALL "FISCPER" USING FSCL-PARM.
047100     IF FSCL-IS-NOT-VALID
047200         SET BGT-NO-PERIOD TO TRUE
047300         GO TO 2000-CHECK-SPEND-EXIT
047400     END-IF.
047500     MOVE BGT-PART         TO BCTL-WANTED-PART.
047600     MOVE BGT-VENDOR       TO BCTL-WANTED-VENDOR.
047700     MOVE FSCL-FISCAL-YEAR TO BCTL-WANTED-YEAR.
047800     MOVE FSCL-PERIOD      TO BCTL-WANTED-PERIOD.
047900     PERFORM 5200-RESOLVE-BUDGET-LINE
048000         THRU 5200-RESOLVE-BUDGET-LINE-EXIT.
048100     MOVE BCTL-WANTED-TYPE   TO BGT-CODE-TYPE.
048200     MOVE BCTL-WANTED-CODE   TO BGT-CODE.
048300     MOVE BCTL-WANTED-YEAR   TO BGT-FISCAL-YEAR.
048400     MOVE BCTL-WANTED-PERIOD TO BGT-PERIOD.
048500     IF BCTL-HIT = ZERO
048600         GO TO 2000-CHECK-SPEND-EXIT
048700     END-IF.
048800     PERFORM 6000-RETURN-FIGURES
048900         THRU 6000-RETURN-FIGURES-EXIT.
049000     IF BGT-UNCONTROLLED
049100         GO TO 2000-CHECK-SPEND-EXIT
049200     END-IF.
049300     IF BGT-AMOUNT > BGT-REMAINING
049400         SET BGT-OVER-BUDGET TO TRUE
049500     ELSE
049600         SET BGT-WITHIN-BUDGET TO TRUE
049700     END-IF.
049800 2000-CHECK-SPEND-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 3000-POST-SPEND.
050200*    THE LINE'S FIGURES COME BACK AS THEY STAND AFTER THE POST.
050300*----------------------------------------------------------------
050400     SET BGT-UNCONTROLLED TO TRUE.
050500     IF NOT BCTL-ACTIVE
050600         GO TO 3000-POST-SPEND-EXIT
050700     END-IF.
050800     MOVE BGT-DATE   TO BCTL-WANTED-DATE.
050900     MOVE BGT-PART   TO BCTL-WANTED-PART.
051000     MOVE BGT-VENDOR TO BCTL-WANTED-VENDOR.
051100     MOVE BGT-AMOUNT TO BCTL-SPEND-AMOUNT.
051200     SET BCTL-SPEND-COMMITTED TO TRUE.
051300     PERFORM 5400-ADD-SPEND
051400         THRU 5400-ADD-SPEND-EXIT.
051500     IF BCTL-HIT NOT = ZERO
051600         PERFORM 6000-RETURN-FIGURES
051700             THRU 6000-RETURN-FIGURES-EXIT
051800     END-IF.
051900 3000-POST-SPEND-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200 4000-RETURN-ENTRY.
052300*----------------------------------------------------------------
052400     IF BGT-ENTRY-NO = ZERO
052500     OR BGT-ENTRY-NO > BCTL-ENTRY-COUNT
052600         SET BGT-END-OF-TABLE TO TRUE
052700         GO TO 4000-RETURN-ENTRY-EXIT
052800     END-IF.
052900     MOVE BGT-ENTRY-NO TO BCTL-HIT.
053000     PERFORM 6000-RETURN-FIGURES
053100         THRU 6000-RETURN-FIGURES-EXIT.
053200 4000-RETURN-ENTRY-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500 5000-FIND-ENTRY.
053600*    BCTL-HIT COMES BACK ZERO WHEN THE CODE HAS NO LINE FOR THE
053700*    PERIOD, BUDGETED OR NOT.
053800*----------------------------------------------------------------
053900     MOVE ZERO TO BCTL-HIT.
054000     PERFORM 5010-CHECK-ONE-ENTRY
054100         THRU 5010-CHECK-ONE-ENTRY-EXIT
054200         VARYING BCTL-ENTRY-SUB FROM 1 BY 1
054300         UNTIL BCTL-ENTRY-SUB > BCTL-ENTRY-COUNT
054400         OR BCTL-HIT NOT = ZERO.
054500 5000-FIND-ENTRY-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800 5010-CHECK-ONE-ENTRY.
054900*----------------------------------------------------------------
055000     IF BCTL-TBL-TYPE(BCTL-ENTRY-SUB)   = BCTL-WANTED-TYPE
055100     AND BCTL-TBL-CODE(BCTL-ENTRY-SUB)   = BCTL-WANTED-CODE
055200     AND BCTL-TBL-YEAR(BCTL-ENTRY-SUB)   = BCTL-WANTED-YEAR
055300     AND BCTL-TBL-PERIOD(BCTL-ENTRY-SUB) = BCTL-WANTED-PERIOD
055400         MOVE BCTL-ENTRY-SUB TO BCTL-HIT
055500     END-IF.
055600 5010-CHECK-ONE-ENTRY-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900 5100-ADD-ENTRY.
056000*    A NEW LINE STARTS UNBUDGETED. BCTL-HIT STAYS ZERO WHEN THE
056100*    TABLE IS FULL.
056200*----------------------------------------------------------------
056300     IF BCTL-ENTRY-COUNT >= 500
056400         DISPLAY "WARNING - BUDGCTL budget table full, "
056500             BCTL-WANTED-TYPE " " BCTL-WANTED-CODE " "
056600             BCTL-WANTED-YEAR "-" BCTL-WANTED-PERIOD " not kept"
056700         GO TO 5100-ADD-ENTRY-EXIT
056800     END-IF.
056900     ADD 1 TO BCTL-ENTRY-COUNT.
057000     MOVE BCTL-ENTRY-COUNT   TO BCTL-HIT.
057100     MOVE BCTL-WANTED-TYPE   TO BCTL-TBL-TYPE(BCTL-HIT).
057200     MOVE BCTL-WANTED-CODE   TO BCTL-TBL-CODE(BCTL-HIT).
057300     MOVE BCTL-WANTED-YEAR   TO BCTL-TBL-YEAR(BCTL-HIT).
057400     MOVE BCTL-WANTED-PERIOD TO BCTL-TBL-PERIOD(BCTL-HIT).
057500     MOVE ZERO               TO BCTL-TBL-BUDGET(BCTL-HIT).
057600     MOVE ZERO               TO BCTL-TBL-COMMITTED(BCTL-HIT).
057700     MOVE ZERO               TO BCTL-TBL-RECEIVED(BCTL-HIT).
057800     MOVE "N"                TO BCTL-TBL-BUDGETED-SW(BCTL-HIT).
057900 5100-ADD-ENTRY-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200 5200-RESOLVE-BUDGET-LINE.
058300*    THE PART'S CATEGORY WHEN THE CATEGORY IS BUDGETED FOR THE
058400*    PERIOD, ELSE THE VENDOR WHEN IT IS. NEITHER BUDGETED LEAVES
058500*    THE CATEGORY (OR THE VENDOR, FOR AN UNCATEGORIZED PART) AS
058600*    THE CODE AND BCTL-HIT ON ITS UNBUDGETED LINE, ZERO IF NONE.
058700*----------------------------------------------------------------
058800     MOVE SPACES TO BCTL-WANTED-CATEGORY.
058900     PERFORM 5210-CHECK-ONE-CATEGORY
059000         THRU 5210-CHECK-ONE-CATEGORY-EXIT
059100         VARYING BCTL-CAT-SUB FROM 1 BY 1
059200         UNTIL BCTL-CAT-SUB > BCTL-CAT-COUNT
059300         OR BCTL-WANTED-CATEGORY NOT = SPACES.
059400     MOVE ZERO TO BCTL-HIT.
059500     IF BCTL-WANTED-CATEGORY NOT = SPACES
059600         MOVE "C"                  TO BCTL-WANTED-TYPE
059700         MOVE BCTL-WANTED-CATEGORY TO BCTL-WANTED-CODE
059800         PERFORM 5000-FIND-ENTRY
059900             THRU 5000-FIND-ENTRY-EXIT
060000         IF BCTL-HIT NOT = ZERO
060100             IF BCTL-TBL-BUDGETED(BCTL-HIT)
060200                 GO TO 5200-RESOLVE-BUDGET-LINE-EXIT
060300             END-IF
060400         END-IF
060500     END-IF.
060600     IF BCTL-WANTED-VENDOR NOT = SPACES
060700         MOVE "V"                TO BCTL-WANTED-TYPE
060800         MOVE BCTL-WANTED-VENDOR TO BCTL-WANTED-CODE
060900         PERFORM 5000-FIND-ENTRY
061000             THRU 5000-FIND-ENTRY-EXIT
061100         IF BCTL-HIT NOT = ZERO
061200             IF BCTL-TBL-BUDGETED(BCTL-HIT)
061300                 GO TO 5200-RESOLVE-BUDGET-LINE-EXIT
061400             END-IF
061500         END-IF
061600     END-IF.
061700
061800     IF BCTL-WANTED-CATEGORY NOT = SPACES
061900         MOVE "C"                  TO BCTL-WANTED-TYPE
062000         MOVE BCTL-WANTED-CATEGORY TO BCTL-WANTED-CODE
062100     ELSE
062200         IF BCTL-WANTED-VENDOR NOT = SPACES
062300             MOVE "V"                TO BCTL-WANTED-TYPE
062400             MOVE BCTL-WANTED-VENDOR TO BCTL-WANTED-CODE
062500         ELSE
062600             MOVE SPACES TO BCTL-WANTED-TYPE
062700             MOVE SPACES TO BCTL-WANTED-CODE
062800             MOVE ZERO   TO BCTL-HIT
062900             GO TO 5200-RESOLVE-BUDGET-LINE-EXIT
063000         END-IF
063100     END-IF.
063200     PERFORM 5000-FIND-ENTRY
063300         THRU 5000-FIND-ENTRY-EXIT.
063400 5200-RESOLVE-BUDGET-LINE-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700 5210-CHECK-ONE-CATEGORY.
063800*----------------------------------------------------------------
063900     IF BCTL-CAT-PART(BCTL-CAT-SUB) = BCTL-WANTED-PART
064000         MOVE BCTL-CAT-CODE(BCTL-CAT-SUB) TO BCTL-WANTED-CATEGORY
064100     END-IF.
064200 5210-CHECK-ONE-CATEGORY-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------
064500 5300-FIND-PRICE.
064600*    BCTL-WANTED-VENDOR'S PRICE FOR BCTL-WANTED-PART.
064700*----------------------------------------------------------------
064800     SET BCTL-NOT-FOUND TO TRUE.
064900     PERFORM 5310-CHECK-ONE-PRICE
065000         THRU 5310-CHECK-ONE-PRICE-EXIT
065100         VARYING BCTL-PRICE-SUB FROM 1 BY 1
065200         UNTIL BCTL-PRICE-SUB > BCTL-PRICE-COUNT
065300         OR BCTL-FOUND.
065400 5300-FIND-PRICE-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 5310-CHECK-ONE-PRICE.
065800*----------------------------------------------------------------
065900     IF BCTL-PRC-VENDOR(BCTL-PRICE-SUB) = BCTL-WANTED-VENDOR
066000     AND BCTL-PRC-PART(BCTL-PRICE-SUB) = BCTL-WANTED-PART
066100         MOVE BCTL-PRC-UNIT-PRICE(BCTL-PRICE-SUB)
066200             TO BCTL-WANTED-PRICE
066300         SET BCTL-FOUND TO TRUE
066400     END-IF.
066500 5310-CHECK-ONE-PRICE-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800 5400-ADD-SPEND.
066900*    BCTL-SPEND-AMOUNT DATED BCTL-WANTED-DATE ONTO ITS BUDGET
067000*    LINE, OPENING AN UNBUDGETED LINE WHEN THERE IS NONE. SPEND
067100*    DATED INTO NO FISCAL PERIOD IS LEFT OUT.
067200*----------------------------------------------------------------
067300     MOVE ZERO TO BCTL-HIT.
067400     MOVE BCTL-WANTED-DATE TO FSCL-DATE.
067500     CALL "FISCPER" USING FSCL-PARM.
067600     IF FSCL-IS-NOT-VALID
067700         GO TO 5400-ADD-SPEND-EXIT
067800     END-IF.
067900     MOVE FSCL-FISCAL-YEAR TO BCTL-WANTED-YEAR.
068000     MOVE FSCL-PERIOD      TO BCTL-WANTED-PERIOD.
068100     PERFORM 5200-RESOLVE-BUDGET-LINE
068200         THRU 5200-RESOLVE-BUDGET-LINE-EXIT.
068300     IF BCTL-WANTED-CODE = SPACES
068400         GO TO 5400-ADD-SPEND-EXIT
068500     END-IF.
068600     IF BCTL-HIT = ZERO
068700         PERFORM 5100-ADD-ENTRY
068800             THRU 5100-ADD-ENTRY-EXIT
068900         IF BCTL-HIT = ZERO
069000             GO TO 5400-ADD-SPEND-EXIT
069100         END-IF
069200     END-IF.
069300     IF BCTL-SPEND-RECEIVED
069400         ADD BCTL-SPEND-AMOUNT TO BCTL-TBL-RECEIVED(BCTL-HIT)
069500     ELSE
069600         ADD BCTL-SPEND-AMOUNT TO BCTL-TBL-COMMITTED(BCTL-HIT)
069700     END-IF.
069800 5400-ADD-SPEND-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100 6000-RETURN-FIGURES.
070200*    BUDGET LINE BCTL-HIT INTO THE PARM. OVER WHEN COMMITTED AND
070300*    RECEIVED TOGETHER ALREADY EXCEED THE BUDGET.
070400*----------------------------------------------------------------
070500     MOVE BCTL-TBL-TYPE(BCTL-HIT)      TO BGT-CODE-TYPE.
070600     MOVE BCTL-TBL-CODE(BCTL-HIT)      TO BGT-CODE.
070700     MOVE BCTL-TBL-YEAR(BCTL-HIT)      TO BGT-FISCAL-YEAR.
070800     MOVE BCTL-TBL-PERIOD(BCTL-HIT)    TO BGT-PERIOD.
070900     MOVE BCTL-TBL-BUDGET(BCTL-HIT)    TO BGT-BUDGET.
071000     MOVE BCTL-TBL-COMMITTED(BCTL-HIT) TO BGT-COMMITTED.
071100     MOVE BCTL-TBL-RECEIVED(BCTL-HIT)  TO BGT-RECEIVED.
071200     COMPUTE BGT-REMAINING = BGT-BUDGET - BGT-COMMITTED
071300         - BGT-RECEIVED.
071400     IF NOT BCTL-TBL-BUDGETED(BCTL-HIT)
071500         SET BGT-UNCONTROLLED TO TRUE
071600     ELSE
071700         IF BGT-REMAINING < ZERO
071800             SET BGT-OVER-BUDGET TO TRUE
071900         ELSE
072000             SET BGT-WITHIN-BUDGET TO TRUE
072100         END-IF
072200     END-IF.
072300 6000-RETURN-FIGURES-EXIT.
072400     EXIT.
