000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25PO.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/11/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/11/2026  DL  INITIAL VERSION. PURCHASE ORDER GENERATION.
001100*                 EVERY LAB25.OPN OPEN ORDER NOT YET ON A
001200*                 PURCHASE ORDER IS GROUPED UNDER THE VENDOR ITS
001300*                 REQUISITION NAMED (reqVendor ON LAB25.REQ - THE
001400*                 CHEAPEST LAB25.VND VENDOR FOR THE PART WHEN THE
001500*                 REQUISITION IS NO LONGER ON FILE). EACH VENDOR
001600*                 GETS ONE PURCHASE ORDER NUMBERED FROM THE
001700*                 LAB25.PNO COUNTER, PRINTED ON LAB25.POD WITH THE
001800*                 VENDOR NAME, ONE LINE PER ORDER AT THE LAB25.VND
001900*                 UNIT PRICE, EXTENDED AMOUNTS AND THE PO TOTAL.
002000*                 THE PO IS KEPT ON LAB25.POH (HEADER) AND
002100*                 LAB25.POL (LINES), AND EACH OPEN ORDER IS
002200*                 STAMPED WITH ITS PO NUMBER SO RECEIVING AND THE
002300*                 AGING REPORT READ BY PO. PURCHASING NO LONGER
002400*                 RETYPES REQUISITIONS ONTO PAPER ORDERS.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL openOrderFile ASSIGN TO "LAB25.OPN"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS openOrderFileStatus.
003200     SELECT OPTIONAL reqFile ASSIGN TO "LAB25.REQ"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS reqFileStatus.
003500     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS vendorFileStatus.
003800     SELECT OPTIONAL poNoFile ASSIGN TO "LAB25.PNO"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS poNoFileStatus.
004100     SELECT OPTIONAL poHeadFile ASSIGN TO "LAB25.POH"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS poHeadFileStatus.
004400     SELECT OPTIONAL poLineFile ASSIGN TO "LAB25.POL"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS poLineFileStatus.
004700     SELECT OPTIONAL poDocFile ASSIGN TO "LAB25.POD"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS poDocFileStatus.
005000     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS operatorCurrentStatus.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  openOrderFile.
005600 01  openOrderDetails.
005700     05  opnReqNumber            PIC 9(05).
005800     05  opnDate                 PIC 9(08).
005900     05  opnPartNumber           PIC X(06).
006000     05  opnQtyOpen              PIC 9(05).
006100     05  opnPoNumber             PIC 9(05).
006200 FD  reqFile.
006300 01  reqDetails.
006400     05  reqNumber               PIC 9(05).
006500     05  FILLER                  PIC X(01).
006600     05  reqDate                 PIC 9(08).
006700     05  FILLER                  PIC X(01).
006800     05  reqPartNumber           PIC X(06).
006900     05  FILLER                  PIC X(01).
007000     05  reqOrderQty             PIC 9(05).
007100     05  FILLER                  PIC X(01).
007200     05  reqOnHand               PIC 9(07).
007300     05  FILLER                  PIC X(01).
007400     05  reqOnOrder              PIC 9(07).
007500     05  FILLER                  PIC X(01).
007600     05  reqReorderPoint         PIC 9(09).
007700     05  FILLER                  PIC X(01).
007800     05  reqVendor               PIC X(04).
007900 FD  vendorFile.
008000 01  vendorRecord.
008100     05  vndVendorCodeI          PIC X(04).
008200     05  vndVendorNameI          PIC X(20).
008300     05  vndPartNumberI          PIC X(06).
008400     05  vndLeadDaysI            PIC 9(03).
008500     05  vndUnitPriceI           PIC 9(05)V99.
008600 FD  poNoFile.
008700 01  poNoRecord.
008800     05  pnoLastPo               PIC 9(05).
008900 FD  poHeadFile.
009000 01  poHeadRecord.
009100     05  pohPoNumber             PIC 9(05).
009200     05  pohDate                 PIC 9(08).
009300     05  pohVendor               PIC X(04).
009400     05  pohLines                PIC 9(03).
009500     05  pohTotal                PIC 9(09)V99.
009600     05  pohOperator             PIC X(08).
009700 FD  poLineFile.
009800 01  poLineRecord.
009900     05  polPoNumber             PIC 9(05).
010000     05  polLine                 PIC 9(03).
010100     05  polReqNumber            PIC 9(05).
010200     05  polPartNumber           PIC X(06).
010300     05  polQty                  PIC 9(05).
010400     05  polUnitPrice            PIC 9(05)V99.
010500 FD  poDocFile.
010600 01  poDocLine                   PIC X(80).
010700 FD  operatorCurrent.
010800 01  operatorCurrentRecord.
010900     05  curOperatorId           PIC X(08).
011000 WORKING-STORAGE SECTION.
011100*----------------------------------------------------------------
011200* FILE STATUS AND RUN SWITCHES
011300*----------------------------------------------------------------
011400 01  openOrderFileStatus         PIC X(02).
011500 01  reqFileStatus               PIC X(02).
011600 01  vendorFileStatus            PIC X(02).
011700 01  poNoFileStatus              PIC X(02).
011800 01  poHeadFileStatus            PIC X(02).
011900 01  poLineFileStatus            PIC X(02).
012000 01  poDocFileStatus             PIC X(02).
012100 01  operatorCurrentStatus       PIC X(02).
012200 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
012300 01  WS-PO-COUNT                 PIC 9(05) COMP VALUE ZERO.
012400 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
012500 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
012600 01  WS-LAST-PO                  PIC 9(05) VALUE ZERO.
012700 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
012800 01  WS-TODAY                    PIC 9(08).
012900*----------------------------------------------------------------
013000* OPEN ORDERS, HELD WHOLE FOR THE REWRITE. WS-OPN-VENDOR IS
013100* FILLED ONLY FOR ORDERS THIS RUN PUTS ON A PURCHASE ORDER.
013200*----------------------------------------------------------------
013300 01  WS-OPN-COUNT                PIC 9(03) COMP VALUE ZERO.
013400 01  WS-OPN-SUB                  PIC 9(03) COMP.
013500 01  WS-OPN-TABLE.
013600     05  WS-OPN-ENTRY OCCURS 200 TIMES.
013700         10  WS-OPN-REQ          PIC 9(05).
013800         10  WS-OPN-DATE         PIC 9(08).
013900         10  WS-OPN-PART         PIC X(06).
014000         10  WS-OPN-QTY          PIC 9(05).
014100         10  WS-OPN-PO           PIC 9(05).
014200         10  WS-OPN-VENDOR       PIC X(04).
014300*----------------------------------------------------------------
014400* RELEASED REQUISITIONS - THE VENDOR EACH ONE SELECTED
014500*----------------------------------------------------------------
014600 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
014700 01  WS-REQ-SUB                  PIC 9(03) COMP.
014800 01  WS-REQ-HIT                  PIC 9(03) COMP VALUE ZERO.
014900 01  WS-REQ-TABLE.
015000     05  WS-REQ-ENTRY OCCURS 200 TIMES.
015100         10  WS-REQ-NUMBER       PIC 9(05).
015200         10  WS-REQ-VENDOR       PIC X(04).
015300*----------------------------------------------------------------
015400* VENDOR NAMES AND PER-VENDOR PART PRICES FROM LAB25.VND
015500*----------------------------------------------------------------
015600 01  WS-VNAME-COUNT              PIC 9(03) COMP VALUE ZERO.
015700 01  WS-VNAME-SUB                PIC 9(03) COMP.
015800 01  WS-VNAME-HIT                PIC 9(03) COMP VALUE ZERO.
015900 01  WS-VNAME-TABLE.
016000     05  WS-VNAME-ENTRY OCCURS 50 TIMES.
016100         10  WS-VNM-CODE         PIC X(04).
016200         10  WS-VNM-NAME         PIC X(20).
016300 01  WS-PRICE-COUNT              PIC 9(03) COMP VALUE ZERO.
016400 01  WS-PRICE-SUB                PIC 9(03) COMP.
016500 01  WS-PRICE-HIT                PIC 9(03) COMP VALUE ZERO.
016600 01  WS-PRICE-TABLE.
016700     05  WS-PRICE-ENTRY OCCURS 200 TIMES.
016800         10  WS-PRC-VENDOR       PIC X(04).
016900         10  WS-PRC-PART         PIC X(06).
017000         10  WS-PRC-UNIT-PRICE   PIC 9(05)V99.
017100*----------------------------------------------------------------
017200* VENDORS GETTING A PURCHASE ORDER THIS RUN, FIRST-SEEN ORDER
017300*----------------------------------------------------------------
017400 01  WS-GROUP-COUNT              PIC 9(03) COMP VALUE ZERO.
017500 01  WS-GROUP-SUB                PIC 9(03) COMP.
017600 01  WS-GROUP-HIT                PIC 9(03) COMP VALUE ZERO.
017700 01  WS-GROUP-TABLE.
017800     05  WS-GROUP-VENDOR OCCURS 50 TIMES
017900                                 PIC X(04).
018000*----------------------------------------------------------------
018100* PURCHASE ORDER WORK AREAS
018200*----------------------------------------------------------------
018300 01  WS-WANTED-VENDOR            PIC X(04).
018400 01  WS-WANTED-PART              PIC X(06).
018500 01  WS-CHEAPEST-PRICE           PIC 9(05)V99.
018600 01  WS-PO-LINES                 PIC 9(03) VALUE ZERO.
018700 01  WS-PO-TOTAL                 PIC 9(09)V99 VALUE ZERO.
018800 01  WS-UNIT-PRICE               PIC 9(05)V99.
018900 01  WS-EXTENDED                 PIC 9(09)V99.
019000*----------------------------------------------------------------
019100* PURCHASE ORDER DOCUMENT LINES
019200*----------------------------------------------------------------
019300 01  WS-DOC-RULE                 PIC X(80) VALUE ALL "-".
019400 01  WS-DOC-BLANK                PIC X(80) VALUE SPACES.
019500 01  WS-DOC-TITLE-LINE.
019600     05  FILLER                  PIC X(22) VALUE
019700         "PURCHASE ORDER NUMBER ".
019800     05  WS-DOC-PO               PIC 9(05).
019900     05  FILLER                  PIC X(08) VALUE "   DATE ".
020000     05  WS-DOC-DATE             PIC 9(08).
020100     05  FILLER                  PIC X(13) VALUE "   ISSUED BY ".
020200     05  WS-DOC-OPERATOR         PIC X(08).
020300 01  WS-DOC-VENDOR-LINE.
020400     05  FILLER                  PIC X(10) VALUE "  VENDOR  ".
020500     05  WS-DOC-VENDOR           PIC X(04).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-DOC-VENDOR-NAME      PIC X(20).
020800 01  WS-DOC-HEADING.
020900     05  FILLER                  PIC X(40) VALUE
021000         "  LINE  REQ    PART         QTY   UNIT P".
021100     05  FILLER                  PIC X(24) VALUE
021200         "RICE        EXTENDED".
021300 01  WS-DOC-DETAIL.
021400     05  FILLER                  PIC X(03) VALUE SPACES.
021500     05  WS-DOC-LINE-NO          PIC ZZ9.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  WS-DOC-REQ              PIC 9(05).
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  WS-DOC-PART             PIC X(06).
022000     05  FILLER                  PIC X(03) VALUE SPACES.
022100     05  WS-DOC-QTY              PIC ZZ,ZZ9.
022200     05  FILLER                  PIC X(03) VALUE SPACES.
022300     05  WS-DOC-PRICE            PIC ZZ,ZZ9.99.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  WS-DOC-EXTENDED         PIC ZZZ,ZZZ,ZZ9.99.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  WS-DOC-FLAG             PIC X(10).
022800 01  WS-DOC-TOTAL-LINE.
022900     05  FILLER                  PIC X(36) VALUE
023000         "  PURCHASE ORDER TOTAL".
023100     05  FILLER                  PIC X(08) VALUE SPACES.
023200     05  WS-DOC-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
023300 01  WS-DOC-SIGN-LINE.
023400     05  FILLER                  PIC X(40) VALUE
023500         "  AUTHORIZED BY ____________________".
023600*----------------------------------------------------------------
023700* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
023800*----------------------------------------------------------------
023900 COPY "auditparm.cpy".
024000 PROCEDURE DIVISION.
024100*----------------------------------------------------------------
024200 0000-MAINLINE.
024300*----------------------------------------------------------------
024400     MOVE "LAB25PO" TO AUDIT-PROGRAM-NAME.
024500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
024600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
024700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
024800
024900     OPEN INPUT operatorCurrent.
025000     IF operatorCurrentStatus = "00"
025100         READ operatorCurrent
025200             AT END
025300                 CONTINUE
025400             NOT AT END
025500                 MOVE curOperatorId TO WS-OPERATOR-ID
025600         END-READ
025700     END-IF.
025800     CLOSE operatorCurrent.
025900     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
026000
026100     PERFORM 1000-LOAD-OPEN-ORDERS
026200         THRU 1000-LOAD-OPEN-ORDERS-EXIT.
026300     IF WS-OPN-COUNT = ZERO
026400         DISPLAY "No open orders on LAB25.OPN - no purchase "
026500             "orders"
026600         GO TO 0000-WRAP-UP
026700     END-IF.
026800     PERFORM 1100-LOAD-REQUISITIONS
026900         THRU 1100-LOAD-REQUISITIONS-EXIT.
027000     PERFORM 1200-LOAD-VENDOR-FILE
027100         THRU 1200-LOAD-VENDOR-FILE-EXIT.
027200     PERFORM 1300-GET-LAST-PO-NUMBER
027300         THRU 1300-GET-LAST-PO-NUMBER-EXIT.
027400
027500     PERFORM 2000-ASSIGN-ONE-VENDOR
027600         THRU 2000-ASSIGN-ONE-VENDOR-EXIT
027700         VARYING WS-OPN-SUB FROM 1 BY 1
027800         UNTIL WS-OPN-SUB > WS-OPN-COUNT.
027900     IF WS-GROUP-COUNT = ZERO
028000         DISPLAY "No open orders waiting for a purchase order"
028100         GO TO 0000-WRAP-UP
028200     END-IF.
028300
028400     PERFORM 3000-BUILD-ONE-PO
028500         THRU 3000-BUILD-ONE-PO-EXIT
028600         VARYING WS-GROUP-SUB FROM 1 BY 1
028700         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
028800
028900     PERFORM 4000-REWRITE-OPEN-ORDERS
029000         THRU 4000-REWRITE-OPEN-ORDERS-EXIT.
029100     PERFORM 4100-SAVE-PO-COUNTER
029200         THRU 4100-SAVE-PO-COUNTER-EXIT.
029300     DISPLAY WS-PO-COUNT " purchase order(s), " WS-LINE-COUNT
029400         " line(s) - documents on LAB25.POD".
029500     IF WS-SKIP-COUNT NOT = ZERO
029600         DISPLAY WS-SKIP-COUNT " open order(s) left off - "
029700             "no vendor"
029800     END-IF.
029900
030000 0000-WRAP-UP.
030100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
030200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
030300     MOVE WS-OPN-COUNT TO AUDIT-RECORDS-READ.
030400     MOVE WS-LINE-COUNT TO AUDIT-RECORDS-WRITTEN.
030500     CALL "AUDITLOG" USING AUDIT-PARM.
030600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
030700     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
030800     STOP RUN.
030900*----------------------------------------------------------------
031000 1000-LOAD-OPEN-ORDERS.
031100*----------------------------------------------------------------
031200     OPEN INPUT openOrderFile.
031300     IF openOrderFileStatus NOT = "00"
031400         CLOSE openOrderFile
031500         GO TO 1000-LOAD-OPEN-ORDERS-EXIT
031600     END-IF.
031700     PERFORM FOREVER
031800         READ openOrderFile
031900             AT END
032000             EXIT PERFORM
032100         END-READ
032200         IF WS-OPN-COUNT >= 200
032300             DISPLAY "WARNING - open-order table full, req "
032400                 opnReqNumber " not loaded"
032500             MOVE 4 TO WS-FINAL-RETURN-CODE
032600         ELSE
032700             ADD 1 TO WS-OPN-COUNT
032800             MOVE opnReqNumber  TO WS-OPN-REQ(WS-OPN-COUNT)
032900             MOVE opnDate       TO WS-OPN-DATE(WS-OPN-COUNT)
033000             MOVE opnPartNumber TO WS-OPN-PART(WS-OPN-COUNT)
033100             MOVE opnQtyOpen    TO WS-OPN-QTY(WS-OPN-COUNT)
033200*            ORDERS OPENED BEFORE PURCHASE ORDERS HAVE NO NUMBER
033300             IF opnPoNumber IS NUMERIC
033400                 MOVE opnPoNumber TO WS-OPN-PO(WS-OPN-COUNT)
033500             ELSE
033600                 MOVE ZERO TO WS-OPN-PO(WS-OPN-COUNT)
033700             END-IF
033800             MOVE SPACES TO WS-OPN-VENDOR(WS-OPN-COUNT)
033900         END-IF
034000     END-PERFORM.
034100     CLOSE openOrderFile.
034200 1000-LOAD-OPEN-ORDERS-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 1100-LOAD-REQUISITIONS.
034600*    LAB25.REQ HOLDS THE LATEST BATCH RUN PLUS ANY REQUISITIONS
034700*    RELEASED SINCE - OLDER ONES FALL BACK TO THE CHEAPEST VENDOR.
034800*----------------------------------------------------------------
034900     OPEN INPUT reqFile.
035000     IF reqFileStatus NOT = "00"
035100         CLOSE reqFile
035200         GO TO 1100-LOAD-REQUISITIONS-EXIT
035300     END-IF.
035400     PERFORM FOREVER
035500         READ reqFile
035600             AT END
035700             EXIT PERFORM
035800         END-READ
035900         IF WS-REQ-COUNT < 200
036000             ADD 1 TO WS-REQ-COUNT
036100             MOVE reqNumber TO WS-REQ-NUMBER(WS-REQ-COUNT)
036200             MOVE reqVendor TO WS-REQ-VENDOR(WS-REQ-COUNT)
036300         END-IF
036400     END-PERFORM.
036500     CLOSE reqFile.
036600 1100-LOAD-REQUISITIONS-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 1200-LOAD-VENDOR-FILE.
037000*----------------------------------------------------------------
037100     OPEN INPUT vendorFile.
037200     IF vendorFileStatus NOT = "00"
037300         CLOSE vendorFile
037400         DISPLAY "WARNING - LAB25.VND not found, no prices on POs"
037500         MOVE 4 TO WS-FINAL-RETURN-CODE
037600         GO TO 1200-LOAD-VENDOR-FILE-EXIT
037700     END-IF.
037800     PERFORM FOREVER
037900         READ vendorFile
038000             AT END
038100             EXIT PERFORM
038200         END-READ
038300         PERFORM 1210-KEEP-ONE-VENDOR
038400             THRU 1210-KEEP-ONE-VENDOR-EXIT
038500     END-PERFORM.
038600     CLOSE vendorFile.
038700 1200-LOAD-VENDOR-FILE-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000 1210-KEEP-ONE-VENDOR.
039100*    ONE NAME PER VENDOR CODE, ONE PRICE PER VENDOR AND PART.
039200*----------------------------------------------------------------
039300     MOVE ZERO TO WS-VNAME-HIT.
039400     PERFORM 1220-CHECK-ONE-NAME
039500         THRU 1220-CHECK-ONE-NAME-EXIT
039600         VARYING WS-VNAME-SUB FROM 1 BY 1
039700         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
039800         OR WS-VNAME-HIT NOT = ZERO.
039900     IF WS-VNAME-HIT = ZERO AND WS-VNAME-COUNT < 50
040000         ADD 1 TO WS-VNAME-COUNT
040100         MOVE vndVendorCodeI TO WS-VNM-CODE(WS-VNAME-COUNT)
040200         MOVE vndVendorNameI TO WS-VNM-NAME(WS-VNAME-COUNT)
040300     END-IF.
040400     IF WS-PRICE-COUNT < 200
040500         ADD 1 TO WS-PRICE-COUNT
040600         MOVE vndVendorCodeI TO WS-PRC-VENDOR(WS-PRICE-COUNT)
040700         MOVE vndPartNumberI TO WS-PRC-PART(WS-PRICE-COUNT)
040800         MOVE vndUnitPriceI  TO WS-PRC-UNIT-PRICE(WS-PRICE-COUNT)
040900     END-IF.
041000 1210-KEEP-ONE-VENDOR-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 1220-CHECK-ONE-NAME.
041400*----------------------------------------------------------------
041500     IF WS-VNM-CODE(WS-VNAME-SUB) = vndVendorCodeI
041600         MOVE WS-VNAME-SUB TO WS-VNAME-HIT
041700     END-IF.
041800 1220-CHECK-ONE-NAME-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100 1300-GET-LAST-PO-NUMBER.
042200*    THE LAST PURCHASE ORDER NUMBER USED LIVES ON LAB25.PNO. NO
042300*    FILE MEANS NO PURCHASE ORDER HAS BEEN CUT - START FROM ZERO.
042400*----------------------------------------------------------------
042500     OPEN INPUT poNoFile.
042600     IF poNoFileStatus = "00"
042700         READ poNoFile
042800             AT END
042900                 CONTINUE
043000             NOT AT END
043100                 MOVE pnoLastPo TO WS-LAST-PO
043200         END-READ
043300     END-IF.
043400     CLOSE poNoFile.
043500 1300-GET-LAST-PO-NUMBER-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800 2000-ASSIGN-ONE-VENDOR.
043900*    AN OPEN ORDER WITH NO PO NUMBER AND QUANTITY STILL OPEN IS
044000*    GIVEN ITS VENDOR, AND THE VENDOR JOINS THE GROUP LIST.
044100*----------------------------------------------------------------
044200     IF WS-OPN-PO(WS-OPN-SUB) NOT = ZERO
044300     OR WS-OPN-QTY(WS-OPN-SUB) = ZERO
044400         GO TO 2000-ASSIGN-ONE-VENDOR-EXIT
044500     END-IF.
044600     MOVE ZERO TO WS-REQ-HIT.
044700     PERFORM 2010-CHECK-ONE-REQ
044800         THRU 2010-CHECK-ONE-REQ-EXIT
044900         VARYING WS-REQ-SUB FROM 1 BY 1
045000         UNTIL WS-REQ-SUB > WS-REQ-COUNT
045100         OR WS-REQ-HIT NOT = ZERO.
045200     IF WS-REQ-HIT NOT = ZERO
045300     AND WS-REQ-VENDOR(WS-REQ-HIT) NOT = SPACES
045400         MOVE WS-REQ-VENDOR(WS-REQ-HIT) TO WS-WANTED-VENDOR
045500     ELSE
045600         PERFORM 2100-FIND-CHEAPEST-VENDOR
045700             THRU 2100-FIND-CHEAPEST-VENDOR-EXIT
045800     END-IF.
045900     IF WS-WANTED-VENDOR = SPACES
046000         DISPLAY "WARNING - no vendor for req "
046100             WS-OPN-REQ(WS-OPN-SUB) " part "
046200             WS-OPN-PART(WS-OPN-SUB)
046300             " - not put on a purchase order"
046400         ADD 1 TO WS-SKIP-COUNT
046500         MOVE 4 TO WS-FINAL-RETURN-CODE
046600         GO TO 2000-ASSIGN-ONE-VENDOR-EXIT
046700     END-IF.
046800
046900     MOVE ZERO TO WS-GROUP-HIT.
047000     PERFORM 2020-CHECK-ONE-GROUP
047100         THRU 2020-CHECK-ONE-GROUP-EXIT
047200         VARYING WS-GROUP-SUB FROM 1 BY 1
047300         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
047400         OR WS-GROUP-HIT NOT = ZERO.
047500     IF WS-GROUP-HIT = ZERO
047600         IF WS-GROUP-COUNT >= 50
047700             DISPLAY "WARNING - vendor table full, req "
047800                 WS-OPN-REQ(WS-OPN-SUB) " left for the next run"
047900             ADD 1 TO WS-SKIP-COUNT
048000             MOVE 4 TO WS-FINAL-RETURN-CODE
048100             GO TO 2000-ASSIGN-ONE-VENDOR-EXIT
048200         END-IF
048300         ADD 1 TO WS-GROUP-COUNT
048400         MOVE WS-WANTED-VENDOR TO WS-GROUP-VENDOR(WS-GROUP-COUNT)
048500     END-IF.
048600     MOVE WS-WANTED-VENDOR TO WS-OPN-VENDOR(WS-OPN-SUB).
048700 2000-ASSIGN-ONE-VENDOR-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 2010-CHECK-ONE-REQ.
049100*----------------------------------------------------------------
049200     IF WS-REQ-NUMBER(WS-REQ-SUB) = WS-OPN-REQ(WS-OPN-SUB)
049300         MOVE WS-REQ-SUB TO WS-REQ-HIT
049400     END-IF.
049500 2010-CHECK-ONE-REQ-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800 2020-CHECK-ONE-GROUP.
049900*----------------------------------------------------------------
050000     IF WS-GROUP-VENDOR(WS-GROUP-SUB) = WS-WANTED-VENDOR
050100         MOVE WS-GROUP-SUB TO WS-GROUP-HIT
050200     END-IF.
050300 2020-CHECK-ONE-GROUP-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600 2100-FIND-CHEAPEST-VENDOR.
050700*    SPACES WHEN LAB25.VND HAS NO VENDOR FOR THE PART.
050800*----------------------------------------------------------------
050900     MOVE SPACES TO WS-WANTED-VENDOR.
051000     MOVE WS-OPN-PART(WS-OPN-SUB) TO WS-WANTED-PART.
051100     PERFORM 2110-CHECK-ONE-PRICE
051200         THRU 2110-CHECK-ONE-PRICE-EXIT
051300         VARYING WS-PRICE-SUB FROM 1 BY 1
051400         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT.
051500 2100-FIND-CHEAPEST-VENDOR-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800 2110-CHECK-ONE-PRICE.
051900*----------------------------------------------------------------
052000     IF WS-PRC-PART(WS-PRICE-SUB) = WS-WANTED-PART
052100         IF WS-WANTED-VENDOR = SPACES
052200         OR WS-PRC-UNIT-PRICE(WS-PRICE-SUB) < WS-CHEAPEST-PRICE
052300             MOVE WS-PRC-VENDOR(WS-PRICE-SUB) TO WS-WANTED-VENDOR
052400             MOVE WS-PRC-UNIT-PRICE(WS-PRICE-SUB)
052500                 TO WS-CHEAPEST-PRICE
052600         END-IF
052700     END-IF.
052800 2110-CHECK-ONE-PRICE-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100 3000-BUILD-ONE-PO.
053200*    ONE PURCHASE ORDER FOR ONE VENDOR - HEADING, A LINE PER OPEN
053300*    ORDER, TOTAL - THEN THE PO HEADER RECORD.
053400*----------------------------------------------------------------
053500     MOVE WS-GROUP-VENDOR(WS-GROUP-SUB) TO WS-WANTED-VENDOR.
053600     ADD 1 TO WS-LAST-PO.
053700     ADD 1 TO WS-PO-COUNT.
053800     MOVE ZERO TO WS-PO-LINES.
053900     MOVE ZERO TO WS-PO-TOTAL.
054000
054100     MOVE ZERO TO WS-VNAME-HIT.
054200     PERFORM 3010-CHECK-ONE-VENDOR-NAME
054300         THRU 3010-CHECK-ONE-VENDOR-NAME-EXIT
054400         VARYING WS-VNAME-SUB FROM 1 BY 1
054500         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
054600         OR WS-VNAME-HIT NOT = ZERO.
054700     MOVE WS-LAST-PO       TO WS-DOC-PO.
054800     MOVE WS-TODAY         TO WS-DOC-DATE.
054900     MOVE WS-OPERATOR-ID   TO WS-DOC-OPERATOR.
055000     MOVE WS-WANTED-VENDOR TO WS-DOC-VENDOR.
055100     IF WS-VNAME-HIT = ZERO
055200         MOVE "NOT ON LAB25.VND" TO WS-DOC-VENDOR-NAME
055300     ELSE
055400         MOVE WS-VNM-NAME(WS-VNAME-HIT) TO WS-DOC-VENDOR-NAME
055500     END-IF.
055600
055700     OPEN EXTEND poDocFile.
055800     IF poDocFileStatus NOT = "00"
055900         OPEN OUTPUT poDocFile
056000     END-IF.
056100     OPEN EXTEND poLineFile.
056200     IF poLineFileStatus NOT = "00"
056300         OPEN OUTPUT poLineFile
056400     END-IF.
056500     WRITE poDocLine FROM WS-DOC-RULE.
056600     WRITE poDocLine FROM WS-DOC-TITLE-LINE.
056700     WRITE poDocLine FROM WS-DOC-VENDOR-LINE.
056800     WRITE poDocLine FROM WS-DOC-BLANK.
056900     WRITE poDocLine FROM WS-DOC-HEADING.
057000
057100     PERFORM 3100-ADD-ONE-LINE
057200         THRU 3100-ADD-ONE-LINE-EXIT
057300         VARYING WS-OPN-SUB FROM 1 BY 1
057400         UNTIL WS-OPN-SUB > WS-OPN-COUNT.
057500
057600     MOVE WS-PO-TOTAL TO WS-DOC-TOTAL.
057700     WRITE poDocLine FROM WS-DOC-BLANK.
057800     WRITE poDocLine FROM WS-DOC-TOTAL-LINE.
057900     WRITE poDocLine FROM WS-DOC-BLANK.
058000     WRITE poDocLine FROM WS-DOC-SIGN-LINE.
058100     CLOSE poLineFile.
058200     CLOSE poDocFile.
058300
058400     OPEN EXTEND poHeadFile.
058500     IF poHeadFileStatus NOT = "00"
058600         OPEN OUTPUT poHeadFile
058700     END-IF.
058800     MOVE WS-LAST-PO       TO pohPoNumber.
058900     MOVE WS-TODAY         TO pohDate.
059000     MOVE WS-WANTED-VENDOR TO pohVendor.
059100     MOVE WS-PO-LINES      TO pohLines.
059200     MOVE WS-PO-TOTAL      TO pohTotal.
059300     MOVE WS-OPERATOR-ID   TO pohOperator.
059400     WRITE poHeadRecord.
059500     CLOSE poHeadFile.
059600     DISPLAY "Purchase order " WS-LAST-PO " - vendor "
059700         WS-WANTED-VENDOR ", " WS-PO-LINES " line(s)".
059800 3000-BUILD-ONE-PO-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 3010-CHECK-ONE-VENDOR-NAME.
060200*----------------------------------------------------------------
060300     IF WS-VNM-CODE(WS-VNAME-SUB) = WS-WANTED-VENDOR
060400         MOVE WS-VNAME-SUB TO WS-VNAME-HIT
060500     END-IF.
060600 3010-CHECK-ONE-VENDOR-NAME-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900 3100-ADD-ONE-LINE.
061000*    PRICED AT THIS VENDOR'S LAB25.VND PRICE FOR THE PART. A
061100*    MISSING PRICE PRINTS AS ZERO AND IS FLAGGED FOR PURCHASING.
061200*----------------------------------------------------------------
061300     IF WS-OPN-VENDOR(WS-OPN-SUB) NOT = WS-WANTED-VENDOR
061400         GO TO 3100-ADD-ONE-LINE-EXIT
061500     END-IF.
061600     MOVE WS-OPN-PART(WS-OPN-SUB) TO WS-WANTED-PART.
061700     MOVE ZERO TO WS-PRICE-HIT.
061800     PERFORM 3110-CHECK-ONE-PRICE
061900         THRU 3110-CHECK-ONE-PRICE-EXIT
062000         VARYING WS-PRICE-SUB FROM 1 BY 1
062100         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
062200         OR WS-PRICE-HIT NOT = ZERO.
062300     IF WS-PRICE-HIT = ZERO
062400         MOVE ZERO TO WS-UNIT-PRICE
062500         MOVE "NO PRICE" TO WS-DOC-FLAG
062600         DISPLAY "WARNING - no LAB25.VND price for part "
062700             WS-WANTED-PART " from " WS-WANTED-VENDOR
062800         MOVE 4 TO WS-FINAL-RETURN-CODE
062900     ELSE
063000         MOVE WS-PRC-UNIT-PRICE(WS-PRICE-HIT) TO WS-UNIT-PRICE
063100         MOVE SPACES TO WS-DOC-FLAG
063200     END-IF.
063300     COMPUTE WS-EXTENDED = WS-OPN-QTY(WS-OPN-SUB) * WS-UNIT-PRICE.
063400     ADD 1 TO WS-PO-LINES.
063500     ADD 1 TO WS-LINE-COUNT.
063600     ADD WS-EXTENDED TO WS-PO-TOTAL.
063700     MOVE WS-LAST-PO TO WS-OPN-PO(WS-OPN-SUB).
063800
063900     MOVE WS-PO-LINES             TO WS-DOC-LINE-NO.
064000     MOVE WS-OPN-REQ(WS-OPN-SUB)  TO WS-DOC-REQ.
064100     MOVE WS-OPN-PART(WS-OPN-SUB) TO WS-DOC-PART.
064200     MOVE WS-OPN-QTY(WS-OPN-SUB)  TO WS-DOC-QTY.
064300     MOVE WS-UNIT-PRICE           TO WS-DOC-PRICE.
064400     MOVE WS-EXTENDED             TO WS-DOC-EXTENDED.
064500     WRITE poDocLine FROM WS-DOC-DETAIL.
064600
064700     MOVE WS-LAST-PO              TO polPoNumber.
064800     MOVE WS-PO-LINES             TO polLine.
064900     MOVE WS-OPN-REQ(WS-OPN-SUB)  TO polReqNumber.
065000     MOVE WS-OPN-PART(WS-OPN-SUB) TO polPartNumber.
065100     MOVE WS-OPN-QTY(WS-OPN-SUB)  TO polQty.
065200     MOVE WS-UNIT-PRICE           TO polUnitPrice.
065300     WRITE poLineRecord.
065400 3100-ADD-ONE-LINE-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 3110-CHECK-ONE-PRICE.
065800*----------------------------------------------------------------
065900     IF WS-PRC-VENDOR(WS-PRICE-SUB) = WS-WANTED-VENDOR
066000     AND WS-PRC-PART(WS-PRICE-SUB) = WS-WANTED-PART
066100         MOVE WS-PRICE-SUB TO WS-PRICE-HIT
066200     END-IF.
066300 3110-CHECK-ONE-PRICE-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 4000-REWRITE-OPEN-ORDERS.
066700*    EVERY ORDER GOES BACK OUT, NOW CARRYING ITS PO NUMBER.
066800*----------------------------------------------------------------
066900     OPEN OUTPUT openOrderFile.
067000     PERFORM 4010-WRITE-ONE-ORDER
067100         THRU 4010-WRITE-ONE-ORDER-EXIT
067200         VARYING WS-OPN-SUB FROM 1 BY 1
067300         UNTIL WS-OPN-SUB > WS-OPN-COUNT.
067400     CLOSE openOrderFile.
067500 4000-REWRITE-OPEN-ORDERS-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 4010-WRITE-ONE-ORDER.
067900*----------------------------------------------------------------
068000     MOVE WS-OPN-REQ(WS-OPN-SUB)  TO opnReqNumber.
068100     MOVE WS-OPN-DATE(WS-OPN-SUB) TO opnDate.
068200     MOVE WS-OPN-PART(WS-OPN-SUB) TO opnPartNumber.
068300     MOVE WS-OPN-QTY(WS-OPN-SUB)  TO opnQtyOpen.
068400     MOVE WS-OPN-PO(WS-OPN-SUB)   TO opnPoNumber.
068500     WRITE openOrderDetails.
068600 4010-WRITE-ONE-ORDER-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900 4100-SAVE-PO-COUNTER.
069000*----------------------------------------------------------------
069100     OPEN OUTPUT poNoFile.
069200     MOVE WS-LAST-PO TO pnoLastPo.
069300     WRITE poNoRecord.
069400     CLOSE poNoFile.
069500 4100-SAVE-PO-COUNTER-EXIT.
069600     EXIT.
