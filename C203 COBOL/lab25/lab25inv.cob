000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25INV.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/12/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/12/2026  DL  INITIAL VERSION. VENDOR INVOICE ENTRY WITH A
001100*                 THREE-WAY MATCH. EACH INVOICE (VENDOR, INVOICE
001200*                 NUMBER) IS KEYED LINE BY LINE - PO, REQUISITION,
001300*                 PART, QUANTITY, UNIT PRICE - AND EVERY LINE IS
001400*                 MATCHED TO ITS LAB25.POL PURCHASE ORDER LINE
001500*                 (THE ORDER LAB25PO CUT FROM LAB25.OPN) AND TO
001600*                 THE RECEIPTS LAB25RCV RECORDED ON LAB25.RCH.
001700*                 A LINE INSIDE THE LAB25INV.PRM TOLERANCES GOES
001800*                 ON THE LAB25.APY APPROVED-TO-PAY FILE. A PRICE
001900*                 OR QUANTITY VARIANCE, OR GOODS NOT YET RECEIVED,
002000*                 HOLDS THE LINE ON THE LAB25.MEX MATCH-EXCEPTION
002100*                 REPORT FOR PURCHASING. EVERY INVOICE IS KEPT ON
002200*                 THE LAB25.INH REGISTER AND A VENDOR INVOICE
002300*                 NUMBER ALREADY THERE IS REFUSED.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS vendorFileStatus.
003100     SELECT OPTIONAL poHeadFile ASSIGN TO "LAB25.POH"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS poHeadFileStatus.
003400     SELECT OPTIONAL poLineFile ASSIGN TO "LAB25.POL"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS poLineFileStatus.
003700     SELECT OPTIONAL receiptHistFile ASSIGN TO "LAB25.RCH"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS receiptHistFileStatus.
004000     SELECT OPTIONAL invRegFile ASSIGN TO "LAB25.INH"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS invRegFileStatus.
004300     SELECT OPTIONAL approvedFile ASSIGN TO "LAB25.APY"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS approvedFileStatus.
004600     SELECT OPTIONAL exceptionFile ASSIGN TO "LAB25.MEX"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS exceptionFileStatus.
004900     SELECT OPTIONAL invPrmFile ASSIGN TO "LAB25INV.PRM"
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS invPrmFileStatus.
005200     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS operatorCurrentStatus.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  vendorFile.
005800 01  vendorRecord.
005900     05  vndVendorCodeI          PIC X(04).
006000     05  vndVendorNameI          PIC X(20).
006100     05  vndPartNumberI          PIC X(06).
006200     05  vndLeadDaysI            PIC 9(03).
006300     05  vndUnitPriceI           PIC 9(05)V99.
006400 FD  poHeadFile.
006500 01  poHeadRecord.
006600     05  pohPoNumber             PIC 9(05).
006700     05  pohDate                 PIC 9(08).
006800     05  pohVendor               PIC X(04).
006900     05  pohLines                PIC 9(03).
007000     05  pohTotal                PIC 9(09)V99.
007100     05  pohOperator             PIC X(08).
007200 FD  poLineFile.
007300 01  poLineRecord.
007400     05  polPoNumber             PIC 9(05).
007500     05  polLine                 PIC 9(03).
007600     05  polReqNumber            PIC 9(05).
007700     05  polPartNumber           PIC X(06).
007800     05  polQty                  PIC 9(05).
007900     05  polUnitPrice            PIC 9(05)V99.
008000 FD  receiptHistFile.
008100 01  receiptHistRecord.
008200     05  rchPartNumber           PIC X(06).
008300     05  rchDate                 PIC 9(08).
008400     05  rchReqNumber            PIC 9(05).
008500     05  rchVendor               PIC X(04).
008600     05  rchQty                  PIC 9(05).
008700     05  rchUnitCost             PIC 9(05)V99.
008800     05  rchAvgCost              PIC 9(05)V9(04).
008900     05  rchLocation             PIC X(04).
009000     05  rchPoNumber             PIC 9(05).
009100 FD  invRegFile.
009200 01  invRegRecord.
009300     05  inhVendor               PIC X(04).
009400     05  inhInvoice              PIC X(10).
009500     05  inhDate                 PIC 9(08).
009600     05  inhLines                PIC 9(03).
009700     05  inhApproved             PIC 9(03).
009800     05  inhHeld                 PIC 9(03).
009900     05  inhTotal                PIC 9(09)V99.
010000     05  inhOperator             PIC X(08).
010100 FD  approvedFile.
010200 01  approvedRecord.
010300     05  apyVendor               PIC X(04).
010400     05  apyInvoice              PIC X(10).
010500     05  apyDate                 PIC 9(08).
010600     05  apyPoNumber             PIC 9(05).
010700     05  apyReqNumber            PIC 9(05).
010800     05  apyPartNumber           PIC X(06).
010900     05  apyQty                  PIC 9(05).
011000     05  apyUnitPrice            PIC 9(05)V99.
011100     05  apyAmount               PIC 9(09)V99.
011200     05  apyOperator             PIC X(08).
011300 FD  exceptionFile.
011400 01  exceptionLine               PIC X(80).
011500 FD  invPrmFile.
011600 01  invPrmRecord.
011700     05  prmTolPricePct          PIC 9(03)V99.
011800     05  prmTolUnits             PIC 9(05).
011900 FD  operatorCurrent.
012000 01  operatorCurrentRecord.
012100     05  curOperatorId           PIC X(08).
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------------
012400* FILE STATUS AND RUN SWITCHES
012500*----------------------------------------------------------------
012600 01  vendorFileStatus            PIC X(02).
012700 01  poHeadFileStatus            PIC X(02).
012800 01  poLineFileStatus            PIC X(02).
012900 01  receiptHistFileStatus       PIC X(02).
013000 01  invRegFileStatus            PIC X(02).
013100 01  approvedFileStatus          PIC X(02).
013200 01  exceptionFileStatus         PIC X(02).
013300 01  invPrmFileStatus            PIC X(02).
013400 01  operatorCurrentStatus       PIC X(02).
013500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
013600 01  WS-INVOICE-COUNT            PIC 9(05) COMP VALUE ZERO.
013700 01  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
013800 01  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
013900 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
014000 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
014100 01  WS-ANOTHER-ENTRY            PIC X(01).
014200 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
014300     88  MORE-ENTRIES                    VALUE "Y".
014400     88  NO-MORE-ENTRIES                 VALUE "N".
014500 01  WS-MORE-LINES-SW            PIC X(01).
014600     88  MORE-LINES                      VALUE "Y".
014700     88  NO-MORE-LINES                   VALUE "N".
014800 01  WS-EXCEPTION-HEADING-SW     PIC X(01) VALUE "N".
014900     88  EXCEPTION-HEADING-DONE          VALUE "Y".
015000 01  WS-TODAY                    PIC 9(08).
015100*----------------------------------------------------------------
015200* MATCH TOLERANCES - PRICE AS A PERCENT OF THE PO PRICE, QUANTITY
015300* IN UNITS. DEFAULTS STAND WHEN LAB25INV.PRM IS ABSENT.
015400*----------------------------------------------------------------
015500 01  WS-TOL-PRICE-PCT            PIC 9(03)V99 VALUE 2.00.
015600 01  WS-TOL-UNITS                PIC 9(05) VALUE ZERO.
015700 01  WS-TOL-PCT-DISPLAY          PIC ZZ9.99.
015800*----------------------------------------------------------------
015900* VENDOR CODES ON LAB25.VND
016000*----------------------------------------------------------------
016100 01  WS-VENDOR-COUNT             PIC 9(03) COMP VALUE ZERO.
016200 01  WS-VENDOR-SUB               PIC 9(03) COMP.
016300 01  WS-VENDOR-HIT               PIC 9(03) COMP VALUE ZERO.
016400 01  WS-VENDOR-TABLE.
016500     05  WS-VENDOR-CODE OCCURS 50 TIMES
016600                                 PIC X(04).
016700*----------------------------------------------------------------
016800* PURCHASE ORDER HEADERS AND LINES
016900*----------------------------------------------------------------
017000 01  WS-POH-COUNT                PIC 9(03) COMP VALUE ZERO.
017100 01  WS-POH-SUB                  PIC 9(03) COMP.
017200 01  WS-POH-HIT                  PIC 9(03) COMP VALUE ZERO.
017300 01  WS-POH-TABLE.
017400     05  WS-POH-ENTRY OCCURS 200 TIMES.
017500         10  WS-POH-NUMBER       PIC 9(05).
017600         10  WS-POH-VENDOR       PIC X(04).
017700 01  WS-POL-COUNT                PIC 9(03) COMP VALUE ZERO.
017800 01  WS-POL-SUB                  PIC 9(03) COMP.
017900 01  WS-POL-HIT                  PIC 9(03) COMP VALUE ZERO.
018000 01  WS-POL-TABLE.
018100     05  WS-POL-ENTRY OCCURS 500 TIMES.
018200         10  WS-POL-PO           PIC 9(05).
018300         10  WS-POL-REQ          PIC 9(05).
018400         10  WS-POL-PART         PIC X(06).
018500         10  WS-POL-QTY          PIC 9(05).
018600         10  WS-POL-PRICE        PIC 9(05)V99.
018700         10  WS-POL-RECEIVED     PIC 9(07).
018800         10  WS-POL-INVOICED     PIC 9(07).
018900*----------------------------------------------------------------
019000* INVOICES ALREADY ON THE LAB25.INH REGISTER
019100*----------------------------------------------------------------
019200 01  WS-INH-COUNT                PIC 9(04) COMP VALUE ZERO.
019300 01  WS-INH-SUB                  PIC 9(04) COMP.
019400 01  WS-INH-HIT                  PIC 9(04) COMP VALUE ZERO.
019500 01  WS-INH-TABLE.
019600     05  WS-INH-ENTRY OCCURS 2000 TIMES.
019700         10  WS-INH-VENDOR       PIC X(04).
019800         10  WS-INH-INVOICE      PIC X(10).
019900*----------------------------------------------------------------
020000* INVOICE AND LINE ENTRY
020100*----------------------------------------------------------------
020200 01  WS-INV-VENDOR               PIC X(04).
020300 01  WS-INV-NUMBER               PIC X(10).
020400 01  WS-INV-LINES                PIC 9(03).
020500 01  WS-INV-APPROVED             PIC 9(03).
020600 01  WS-INV-HELD                 PIC 9(03).
020700 01  WS-INV-TOTAL                PIC 9(09)V99.
020800 01  WS-ENTRY-PO                 PIC 9(05).
020900 01  WS-ENTRY-REQ                PIC 9(05).
021000 01  WS-ENTRY-PART               PIC X(06).
021100 01  WS-ENTRY-QTY                PIC X(05).
021200 01  WS-ENTRY-QTY-N REDEFINES WS-ENTRY-QTY
021300                                 PIC 9(05).
021400 01  WS-ENTRY-PRICE              PIC X(08).
021500 01  WS-ENTRY-PRICE-R REDEFINES WS-ENTRY-PRICE.
021600     05  WS-ENTRY-PRICE-WHOLE    PIC X(05).
021700     05  WS-ENTRY-PRICE-DOT      PIC X(01).
021800     05  WS-ENTRY-PRICE-FRAC     PIC X(02).
021900 01  WS-ENTRY-PRICE-WORK.
022000     05  WS-PRICE-WORK-WHOLE     PIC X(05).
022100     05  WS-PRICE-WORK-FRAC      PIC X(02).
022200 01  WS-ENTRY-PRICE-N REDEFINES WS-ENTRY-PRICE-WORK
022300                                 PIC 9(05)V99.
022400 01  WS-PRICE-ENTRY-SW           PIC X(01).
022500     88  PRICE-IS-VALID                  VALUE "Y".
022600     88  PRICE-IS-NOT-VALID              VALUE "N".
022700*----------------------------------------------------------------
022800* MATCH WORK AREAS
022900*----------------------------------------------------------------
023000 01  WS-MATCH-REASON             PIC X(15).
023100 01  WS-LINE-AMOUNT              PIC 9(09)V99.
023200 01  WS-PRICE-DIFF               PIC 9(05)V99.
023300 01  WS-PRICE-ALLOWED            PIC 9(05)V9(04).
023400 01  WS-QTY-AFTER                PIC 9(07).
023500 01  WS-QTY-LIMIT                PIC 9(07).
023600*----------------------------------------------------------------
023700* MATCH-EXCEPTION REPORT LINES
023800*----------------------------------------------------------------
023900 01  WS-MEX-RULE                 PIC X(80) VALUE ALL "-".
024000 01  WS-MEX-TITLE-LINE.
024100     05  FILLER                  PIC X(32) VALUE
024200         "INVOICE MATCH EXCEPTIONS - DATE ".
024300     05  WS-MEX-TITLE-DATE       PIC 9(08).
024400     05  FILLER                  PIC X(13) VALUE "   KEYED BY ".
024500     05  WS-MEX-TITLE-OPERATOR   PIC X(08).
024600 01  WS-MEX-HEADING.
024700     05  FILLER                  PIC X(40) VALUE
024800         "VEND INVOICE       PO   REQ PART INV QTY".
024900     05  FILLER                  PIC X(40) VALUE
025000         "   BILLED PO PRICE  RCVD REASON".
025100 01  WS-MEX-DETAIL.
025200     05  WS-MEX-VENDOR           PIC X(04).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  WS-MEX-INVOICE          PIC X(10).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  WS-MEX-PO               PIC 9(05).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  WS-MEX-REQ              PIC 9(05).
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  WS-MEX-PART             PIC X(06).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  WS-MEX-QTY              PIC Z(04)9.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-MEX-PRICE            PIC ZZZZ9.99.
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  WS-MEX-PO-PRICE         PIC ZZZZ9.99.
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  WS-MEX-RECEIVED         PIC Z(04)9.
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  WS-MEX-REASON           PIC X(15).
027100*----------------------------------------------------------------
027200* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
027300*----------------------------------------------------------------
027400 COPY "auditparm.cpy".
027500 PROCEDURE DIVISION.
027600*----------------------------------------------------------------
027700 0000-MAINLINE.
027800*----------------------------------------------------------------
027900     MOVE "LAB25INV" TO AUDIT-PROGRAM-NAME.
028000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
028100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
028200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
028300
028400     OPEN INPUT operatorCurrent.
028500     IF operatorCurrentStatus = "00"
028600         READ operatorCurrent
028700             AT END
028800                 CONTINUE
028900             NOT AT END
029000                 MOVE curOperatorId TO WS-OPERATOR-ID
029100         END-READ
029200     END-IF.
029300     CLOSE operatorCurrent.
029400     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
029500
029600     PERFORM 1000-LOAD-VENDORS
029700         THRU 1000-LOAD-VENDORS-EXIT.
029800     PERFORM 1100-LOAD-PO-HEADERS
029900         THRU 1100-LOAD-PO-HEADERS-EXIT.
030000     PERFORM 1200-LOAD-PO-LINES
030100         THRU 1200-LOAD-PO-LINES-EXIT.
030200     IF WS-POL-COUNT = ZERO
030300         DISPLAY "No purchase order lines on LAB25.POL - nothing "
030400             "to match invoices against"
030500         GO TO 0000-WRAP-UP
030600     END-IF.
030700     PERFORM 1300-LOAD-RECEIPTS
030800         THRU 1300-LOAD-RECEIPTS-EXIT.
030900     PERFORM 1400-LOAD-APPROVED
031000         THRU 1400-LOAD-APPROVED-EXIT.
031100     PERFORM 1500-LOAD-INVOICE-REGISTER
031200         THRU 1500-LOAD-INVOICE-REGISTER-EXIT.
031300     PERFORM 1600-READ-TOLERANCE
031400         THRU 1600-READ-TOLERANCE-EXIT.
031500
031600     OPEN EXTEND approvedFile.
031700     IF approvedFileStatus NOT = "00"
031800         OPEN OUTPUT approvedFile
031900     END-IF.
032000     OPEN EXTEND exceptionFile.
032100     IF exceptionFileStatus NOT = "00"
032200         OPEN OUTPUT exceptionFile
032300     END-IF.
032400     PERFORM 2000-TAKE-ONE-INVOICE
032500         THRU 2000-TAKE-ONE-INVOICE-EXIT
032600         UNTIL NO-MORE-ENTRIES.
032700     CLOSE approvedFile.
032800     CLOSE exceptionFile.
032900
033000     DISPLAY WS-INVOICE-COUNT " invoice(s), " WS-APPROVED-COUNT
033100         " line(s) approved to pay, " WS-HELD-COUNT " held".
033200     IF WS-HELD-COUNT NOT = ZERO
033300         DISPLAY "Held lines are on the LAB25.MEX match-"
033400             "exception report"
033500         MOVE 4 TO WS-FINAL-RETURN-CODE
033600     END-IF.
033700
033800 0000-WRAP-UP.
033900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
034000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
034100     MOVE WS-LINE-COUNT TO AUDIT-RECORDS-READ.
034200     MOVE WS-APPROVED-COUNT TO AUDIT-RECORDS-WRITTEN.
034300     CALL "AUDITLOG" USING AUDIT-PARM.
034400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
034500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
034600     STOP RUN.
034700*----------------------------------------------------------------
034800 1000-LOAD-VENDORS.
034900*----------------------------------------------------------------
035000     OPEN INPUT vendorFile.
035100     IF vendorFileStatus NOT = "00"
035200         CLOSE vendorFile
035300         GO TO 1000-LOAD-VENDORS-EXIT
035400     END-IF.
035500     PERFORM FOREVER
035600         READ vendorFile
035700             AT END
035800             EXIT PERFORM
035900         END-READ
036000         MOVE ZERO TO WS-VENDOR-HIT
036100         PERFORM 1010-CHECK-ONE-VENDOR
036200             THRU 1010-CHECK-ONE-VENDOR-EXIT
036300             VARYING WS-VENDOR-SUB FROM 1 BY 1
036400             UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
036500             OR WS-VENDOR-HIT NOT = ZERO
036600         IF WS-VENDOR-HIT = ZERO AND WS-VENDOR-COUNT < 50
036700             ADD 1 TO WS-VENDOR-COUNT
036800             MOVE vndVendorCodeI
036900                 TO WS-VENDOR-CODE(WS-VENDOR-COUNT)
037000         END-IF
037100     END-PERFORM.
037200     CLOSE vendorFile.
037300 1000-LOAD-VENDORS-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 1010-CHECK-ONE-VENDOR.
037700*----------------------------------------------------------------
037800     IF WS-VENDOR-CODE(WS-VENDOR-SUB) = vndVendorCodeI
037900         MOVE WS-VENDOR-SUB TO WS-VENDOR-HIT
038000     END-IF.
038100 1010-CHECK-ONE-VENDOR-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400 1100-LOAD-PO-HEADERS.
038500*----------------------------------------------------------------
038600     OPEN INPUT poHeadFile.
038700     IF poHeadFileStatus NOT = "00"
038800         CLOSE poHeadFile
038900         GO TO 1100-LOAD-PO-HEADERS-EXIT
039000     END-IF.
039100     PERFORM FOREVER
039200         READ poHeadFile
039300             AT END
039400             EXIT PERFORM
039500         END-READ
039600         IF WS-POH-COUNT >= 200
039700             DISPLAY "WARNING - PO header table full, PO "
039800                 pohPoNumber " not loaded"
039900             MOVE 4 TO WS-FINAL-RETURN-CODE
040000         ELSE
040100             ADD 1 TO WS-POH-COUNT
040200             MOVE pohPoNumber TO WS-POH-NUMBER(WS-POH-COUNT)
040300             MOVE pohVendor   TO WS-POH-VENDOR(WS-POH-COUNT)
040400         END-IF
040500     END-PERFORM.
040600     CLOSE poHeadFile.
040700 1100-LOAD-PO-HEADERS-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000 1200-LOAD-PO-LINES.
041100*----------------------------------------------------------------
041200     OPEN INPUT poLineFile.
041300     IF poLineFileStatus NOT = "00"
041400         CLOSE poLineFile
041500         GO TO 1200-LOAD-PO-LINES-EXIT
041600     END-IF.
041700     PERFORM FOREVER
041800         READ poLineFile
041900             AT END
042000             EXIT PERFORM
042100         END-READ
042200         IF WS-POL-COUNT >= 500
042300             DISPLAY "WARNING - PO line table full, PO "
042400                 polPoNumber " req " polReqNumber " not loaded"
042500             MOVE 4 TO WS-FINAL-RETURN-CODE
042600         ELSE
042700             ADD 1 TO WS-POL-COUNT
042800             MOVE polPoNumber   TO WS-POL-PO(WS-POL-COUNT)
042900             MOVE polReqNumber  TO WS-POL-REQ(WS-POL-COUNT)
043000             MOVE polPartNumber TO WS-POL-PART(WS-POL-COUNT)
043100             MOVE polQty        TO WS-POL-QTY(WS-POL-COUNT)
043200             MOVE polUnitPrice  TO WS-POL-PRICE(WS-POL-COUNT)
043300             MOVE ZERO TO WS-POL-RECEIVED(WS-POL-COUNT)
043400             MOVE ZERO TO WS-POL-INVOICED(WS-POL-COUNT)
043500         END-IF
043600     END-PERFORM.
043700     CLOSE poLineFile.
043800 1200-LOAD-PO-LINES-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100 1300-LOAD-RECEIPTS.
044200*    EVERY RECEIPT ON LAB25.RCH IS ADDED TO THE PO LINE FOR ITS
044300*    REQUISITION.
044400*----------------------------------------------------------------
044500     OPEN INPUT receiptHistFile.
044600     IF receiptHistFileStatus NOT = "00"
044700         CLOSE receiptHistFile
044800         GO TO 1300-LOAD-RECEIPTS-EXIT
044900     END-IF.
045000     PERFORM FOREVER
045100         READ receiptHistFile
045200             AT END
045300             EXIT PERFORM
045400         END-READ
045500         MOVE rchReqNumber TO WS-ENTRY-REQ
045600         PERFORM 1900-FIND-REQ-LINE
045700             THRU 1900-FIND-REQ-LINE-EXIT
045800         IF WS-POL-HIT NOT = ZERO
045900             ADD rchQty TO WS-POL-RECEIVED(WS-POL-HIT)
046000         END-IF
046100     END-PERFORM.
046200     CLOSE receiptHistFile.
046300 1300-LOAD-RECEIPTS-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600 1400-LOAD-APPROVED.
046700*    QUANTITY ALREADY APPROVED TO PAY ON EARLIER INVOICES.
046800*----------------------------------------------------------------
046900     OPEN INPUT approvedFile.
047000     IF approvedFileStatus NOT = "00"
047100         CLOSE approvedFile
047200         GO TO 1400-LOAD-APPROVED-EXIT
047300     END-IF.
047400     PERFORM FOREVER
047500         READ approvedFile
047600             AT END
047700             EXIT PERFORM
047800         END-READ
047900         MOVE apyReqNumber TO WS-ENTRY-REQ
048000         PERFORM 1900-FIND-REQ-LINE
048100             THRU 1900-FIND-REQ-LINE-EXIT
048200         IF WS-POL-HIT NOT = ZERO
048300             ADD apyQty TO WS-POL-INVOICED(WS-POL-HIT)
048400         END-IF
048500     END-PERFORM.
048600     CLOSE approvedFile.
048700 1400-LOAD-APPROVED-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 1500-LOAD-INVOICE-REGISTER.
049100*----------------------------------------------------------------
049200     OPEN INPUT invRegFile.
049300     IF invRegFileStatus NOT = "00"
049400         CLOSE invRegFile
049500         GO TO 1500-LOAD-INVOICE-REGISTER-EXIT
049600     END-IF.
049700     PERFORM FOREVER
049800         READ invRegFile
049900             AT END
050000             EXIT PERFORM
050100         END-READ
050200         IF WS-INH-COUNT >= 2000
050300             DISPLAY "WARNING - invoice register table full, "
050400                 "duplicate check incomplete"
050500             MOVE 4 TO WS-FINAL-RETURN-CODE
050600             EXIT PERFORM
050700         END-IF
050800         ADD 1 TO WS-INH-COUNT
050900         MOVE inhVendor  TO WS-INH-VENDOR(WS-INH-COUNT)
051000         MOVE inhInvoice TO WS-INH-INVOICE(WS-INH-COUNT)
051100     END-PERFORM.
051200     CLOSE invRegFile.
051300 1500-LOAD-INVOICE-REGISTER-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600 1600-READ-TOLERANCE.
051700*    LAB25INV.PRM - PRICE PERCENT 9(3)V99 THEN UNITS 9(5).
051800*----------------------------------------------------------------
051900     OPEN INPUT invPrmFile.
052000     IF invPrmFileStatus = "00"
052100         READ invPrmFile
052200             AT END
052300                 CONTINUE
052400             NOT AT END
052500                 IF prmTolPricePct IS NUMERIC
052600                     MOVE prmTolPricePct TO WS-TOL-PRICE-PCT
052700                 END-IF
052800                 IF prmTolUnits IS NUMERIC
052900                     MOVE prmTolUnits TO WS-TOL-UNITS
053000                 END-IF
053100         END-READ
053200     END-IF.
053300     CLOSE invPrmFile.
053400     MOVE WS-TOL-PRICE-PCT TO WS-TOL-PCT-DISPLAY.
053500     DISPLAY "Tolerance: price " WS-TOL-PCT-DISPLAY " percent / "
053600         WS-TOL-UNITS " units".
053700 1600-READ-TOLERANCE-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000 1900-FIND-REQ-LINE.
054100*    THE PO LINE FOR WS-ENTRY-REQ - ONE REQUISITION, ONE LINE.
054200*----------------------------------------------------------------
054300     MOVE ZERO TO WS-POL-HIT.
054400     PERFORM 1910-CHECK-ONE-LINE
054500         THRU 1910-CHECK-ONE-LINE-EXIT
054600         VARYING WS-POL-SUB FROM 1 BY 1
054700         UNTIL WS-POL-SUB > WS-POL-COUNT
054800         OR WS-POL-HIT NOT = ZERO.
054900 1900-FIND-REQ-LINE-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 1910-CHECK-ONE-LINE.
055300*----------------------------------------------------------------
055400     IF WS-POL-REQ(WS-POL-SUB) = WS-ENTRY-REQ
055500         MOVE WS-POL-SUB TO WS-POL-HIT
055600     END-IF.
055700 1910-CHECK-ONE-LINE-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000 2000-TAKE-ONE-INVOICE.
056100*    ONE VENDOR INVOICE - THE VENDOR MUST BE ON LAB25.VND AND THE
056200*    INVOICE NUMBER NEW FOR THAT VENDOR. ITS LINES ARE MATCHED AS
056300*    THEY ARE KEYED, THEN THE INVOICE GOES ON THE REGISTER.
056400*----------------------------------------------------------------
056500     DISPLAY "Enter vendor code (4 characters)".
056600     MOVE SPACES TO WS-INV-VENDOR.
056700     ACCEPT WS-INV-VENDOR FROM CONSOLE.
056800     MOVE FUNCTION UPPER-CASE(WS-INV-VENDOR) TO WS-INV-VENDOR.
056900     MOVE ZERO TO WS-VENDOR-HIT.
057000     PERFORM 2010-CHECK-ONE-VENDOR
057100         THRU 2010-CHECK-ONE-VENDOR-EXIT
057200         VARYING WS-VENDOR-SUB FROM 1 BY 1
057300         UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
057400         OR WS-VENDOR-HIT NOT = ZERO.
057500     IF WS-VENDOR-HIT = ZERO
057600         DISPLAY "Vendor " WS-INV-VENDOR " is not on LAB25.VND"
057700         GO TO 2000-TAKE-ONE-INVOICE-ASK-MORE
057800     END-IF.
057900     DISPLAY "Enter vendor invoice number (up to 10 characters)".
058000     MOVE SPACES TO WS-INV-NUMBER.
058100     ACCEPT WS-INV-NUMBER FROM CONSOLE.
058200     MOVE FUNCTION UPPER-CASE(WS-INV-NUMBER) TO WS-INV-NUMBER.
058300     IF WS-INV-NUMBER = SPACES
058400         DISPLAY "No invoice number - entry dropped"
058500         GO TO 2000-TAKE-ONE-INVOICE-ASK-MORE
058600     END-IF.
058700     MOVE ZERO TO WS-INH-HIT.
058800     PERFORM 2020-CHECK-ONE-INVOICE
058900         THRU 2020-CHECK-ONE-INVOICE-EXIT
059000         VARYING WS-INH-SUB FROM 1 BY 1
059100         UNTIL WS-INH-SUB > WS-INH-COUNT
059200         OR WS-INH-HIT NOT = ZERO.
059300     IF WS-INH-HIT NOT = ZERO
059400         DISPLAY "DUPLICATE - invoice " WS-INV-NUMBER " from "
059500             WS-INV-VENDOR " is already on LAB25.INH - refused"
059600         MOVE 4 TO WS-FINAL-RETURN-CODE
059700         GO TO 2000-TAKE-ONE-INVOICE-ASK-MORE
059800     END-IF.
059900
060000     MOVE ZERO TO WS-INV-LINES.
060100     MOVE ZERO TO WS-INV-APPROVED.
060200     MOVE ZERO TO WS-INV-HELD.
060300     MOVE ZERO TO WS-INV-TOTAL.
060400     SET MORE-LINES TO TRUE.
060500     PERFORM 2100-TAKE-ONE-LINE
060600         THRU 2100-TAKE-ONE-LINE-EXIT
060700         UNTIL NO-MORE-LINES.
060800     IF WS-INV-LINES = ZERO
060900         DISPLAY "No lines keyed - invoice " WS-INV-NUMBER
061000             " not registered"
061100         GO TO 2000-TAKE-ONE-INVOICE-ASK-MORE
061200     END-IF.
061300     PERFORM 2400-REGISTER-INVOICE
061400         THRU 2400-REGISTER-INVOICE-EXIT.
061500
061600 2000-TAKE-ONE-INVOICE-ASK-MORE.
061700     DISPLAY "Key another invoice? (Y/N)".
061800     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
061900     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
062000         SET MORE-ENTRIES TO TRUE
062100     ELSE
062200         SET NO-MORE-ENTRIES TO TRUE
062300     END-IF.
062400 2000-TAKE-ONE-INVOICE-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700 2010-CHECK-ONE-VENDOR.
062800*----------------------------------------------------------------
062900     IF WS-VENDOR-CODE(WS-VENDOR-SUB) = WS-INV-VENDOR
063000         MOVE WS-VENDOR-SUB TO WS-VENDOR-HIT
063100     END-IF.
063200 2010-CHECK-ONE-VENDOR-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500 2020-CHECK-ONE-INVOICE.
063600*----------------------------------------------------------------
063700     IF WS-INH-VENDOR(WS-INH-SUB) = WS-INV-VENDOR
063800     AND WS-INH-INVOICE(WS-INH-SUB) = WS-INV-NUMBER
063900         MOVE WS-INH-SUB TO WS-INH-HIT
064000     END-IF.
064100 2020-CHECK-ONE-INVOICE-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400 2100-TAKE-ONE-LINE.
064500*    ONE INVOICE LINE - KEYED, MATCHED, THEN APPROVED OR HELD.
064600*----------------------------------------------------------------
064700     DISPLAY "Enter PO number (5 digits, zero if billed by "
064800         "requisition only)".
064900     ACCEPT WS-ENTRY-PO FROM CONSOLE.
065000     DISPLAY "Enter requisition number (5 digits)".
065100     ACCEPT WS-ENTRY-REQ FROM CONSOLE.
065200     DISPLAY "Enter part number (6 characters)".
065300     MOVE SPACES TO WS-ENTRY-PART.
065400     ACCEPT WS-ENTRY-PART FROM CONSOLE.
065500     MOVE FUNCTION UPPER-CASE(WS-ENTRY-PART) TO WS-ENTRY-PART.
065600     DISPLAY "Enter quantity billed (5 digits)".
065700     ACCEPT WS-ENTRY-QTY FROM CONSOLE.
065800     IF WS-ENTRY-QTY IS NOT NUMERIC
065900         DISPLAY WS-ENTRY-QTY " is not a 5-digit quantity - line "
066000             "dropped"
066100         GO TO 2100-TAKE-ONE-LINE-ASK-MORE
066200     END-IF.
066300     IF WS-ENTRY-QTY-N = ZERO
066400         DISPLAY "Nothing billed - line dropped"
066500         GO TO 2100-TAKE-ONE-LINE-ASK-MORE
066600     END-IF.
066700     SET PRICE-IS-NOT-VALID TO TRUE.
066800     PERFORM 2110-ACCEPT-ONE-PRICE
066900         THRU 2110-ACCEPT-ONE-PRICE-EXIT
067000         UNTIL PRICE-IS-VALID.
067100
067200     ADD 1 TO WS-INV-LINES.
067300     ADD 1 TO WS-LINE-COUNT.
067400     COMPUTE WS-LINE-AMOUNT = WS-ENTRY-QTY-N * WS-ENTRY-PRICE-N.
067500     ADD WS-LINE-AMOUNT TO WS-INV-TOTAL.
067600     PERFORM 2200-MATCH-ONE-LINE
067700         THRU 2200-MATCH-ONE-LINE-EXIT.
067800     IF WS-MATCH-REASON = SPACES
067900         PERFORM 2300-APPROVE-ONE-LINE
068000             THRU 2300-APPROVE-ONE-LINE-EXIT
068100     ELSE
068200         PERFORM 2310-HOLD-ONE-LINE
068300             THRU 2310-HOLD-ONE-LINE-EXIT
068400     END-IF.
068500
068600 2100-TAKE-ONE-LINE-ASK-MORE.
068700     DISPLAY "Key another line on this invoice? (Y/N)".
068800     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
068900     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
069000         SET MORE-LINES TO TRUE
069100     ELSE
069200         SET NO-MORE-LINES TO TRUE
069300     END-IF.
069400 2100-TAKE-ONE-LINE-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------
069700 2110-ACCEPT-ONE-PRICE.
069800*----------------------------------------------------------------
069900     DISPLAY "Enter unit price billed (99999.99)".
070000     ACCEPT WS-ENTRY-PRICE FROM CONSOLE.
070100     IF WS-ENTRY-PRICE-WHOLE IS NUMERIC
070200         AND WS-ENTRY-PRICE-DOT = "."
070300         AND WS-ENTRY-PRICE-FRAC IS NUMERIC
070400         SET PRICE-IS-VALID TO TRUE
070500         MOVE WS-ENTRY-PRICE-WHOLE TO WS-PRICE-WORK-WHOLE
070600         MOVE WS-ENTRY-PRICE-FRAC  TO WS-PRICE-WORK-FRAC
070700     ELSE
070800         DISPLAY WS-ENTRY-PRICE " is not in 99999.99 form"
070900     END-IF.
071000 2110-ACCEPT-ONE-PRICE-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300 2200-MATCH-ONE-LINE.
071400*    WS-MATCH-REASON COMES BACK SPACES WHEN THE LINE MATCHES ITS
071500*    ORDER AND RECEIPTS; OTHERWISE IT HOLDS THE FIRST FAILURE.
071600*----------------------------------------------------------------
071700     MOVE SPACES TO WS-MATCH-REASON.
071800     PERFORM 1900-FIND-REQ-LINE
071900         THRU 1900-FIND-REQ-LINE-EXIT.
072000     IF WS-POL-HIT = ZERO
072100         MOVE "NO PO LINE" TO WS-MATCH-REASON
072200         GO TO 2200-MATCH-ONE-LINE-EXIT
072300     END-IF.
072400     IF WS-ENTRY-PO = ZERO
072500         MOVE WS-POL-PO(WS-POL-HIT) TO WS-ENTRY-PO
072600     END-IF.
072700     IF WS-ENTRY-PO NOT = WS-POL-PO(WS-POL-HIT)
072800         MOVE "WRONG PO" TO WS-MATCH-REASON
072900         GO TO 2200-MATCH-ONE-LINE-EXIT
073000     END-IF.
073100     MOVE ZERO TO WS-POH-HIT.
073200     PERFORM 2210-CHECK-ONE-HEADER
073300         THRU 2210-CHECK-ONE-HEADER-EXIT
073400         VARYING WS-POH-SUB FROM 1 BY 1
073500         UNTIL WS-POH-SUB > WS-POH-COUNT
073600         OR WS-POH-HIT NOT = ZERO.
073700     IF WS-POH-HIT = ZERO
073800     OR WS-POH-VENDOR(WS-POH-HIT) NOT = WS-INV-VENDOR
073900         MOVE "WRONG VENDOR" TO WS-MATCH-REASON
074000         GO TO 2200-MATCH-ONE-LINE-EXIT
074100     END-IF.
074200     IF WS-ENTRY-PART NOT = WS-POL-PART(WS-POL-HIT)
074300         MOVE "WRONG PART" TO WS-MATCH-REASON
074400         GO TO 2200-MATCH-ONE-LINE-EXIT
074500     END-IF.
074600     IF WS-POL-RECEIVED(WS-POL-HIT) = ZERO
074700         MOVE "NOT RECEIVED" TO WS-MATCH-REASON
074800         GO TO 2200-MATCH-ONE-LINE-EXIT
074900     END-IF.
075000
075100*    PRICE - THE DIFFERENCE EITHER WAY AGAINST THE PERCENT ALLOWED
075200     IF WS-ENTRY-PRICE-N > WS-POL-PRICE(WS-POL-HIT)
075300         COMPUTE WS-PRICE-DIFF =
075400             WS-ENTRY-PRICE-N - WS-POL-PRICE(WS-POL-HIT)
075500     ELSE
075600         COMPUTE WS-PRICE-DIFF =
075700             WS-POL-PRICE(WS-POL-HIT) - WS-ENTRY-PRICE-N
075800     END-IF.
075900     COMPUTE WS-PRICE-ALLOWED =
076000         WS-POL-PRICE(WS-POL-HIT) * WS-TOL-PRICE-PCT / 100.
076100     IF WS-PRICE-DIFF > WS-PRICE-ALLOWED
076200         MOVE "PRICE VARIANCE" TO WS-MATCH-REASON
076300         GO TO 2200-MATCH-ONE-LINE-EXIT
076400     END-IF.
076500
076600*    QUANTITY - EVERYTHING BILLED SO FAR AGAINST WHAT ARRIVED AND
076700*    WHAT WAS ORDERED
076800     COMPUTE WS-QTY-AFTER =
076900         WS-POL-INVOICED(WS-POL-HIT) + WS-ENTRY-QTY-N.
077000     COMPUTE WS-QTY-LIMIT =
077100         WS-POL-RECEIVED(WS-POL-HIT) + WS-TOL-UNITS.
077200     IF WS-QTY-AFTER > WS-QTY-LIMIT
077300         MOVE "QTY > RECEIVED" TO WS-MATCH-REASON
077400         GO TO 2200-MATCH-ONE-LINE-EXIT
077500     END-IF.
077600     COMPUTE WS-QTY-LIMIT =
077700         WS-POL-QTY(WS-POL-HIT) + WS-TOL-UNITS.
077800     IF WS-QTY-AFTER > WS-QTY-LIMIT
077900         MOVE "QTY > ORDERED" TO WS-MATCH-REASON
078000     END-IF.
078100 2200-MATCH-ONE-LINE-EXIT.
078200     EXIT.
078300*----------------------------------------------------------------
078400 2210-CHECK-ONE-HEADER.
078500*----------------------------------------------------------------
078600     IF WS-POH-NUMBER(WS-POH-SUB) = WS-POL-PO(WS-POL-HIT)
078700         MOVE WS-POH-SUB TO WS-POH-HIT
078800     END-IF.
078900 2210-CHECK-ONE-HEADER-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------
079200 2300-APPROVE-ONE-LINE.
079300*----------------------------------------------------------------
079400     MOVE WS-INV-VENDOR    TO apyVendor.
079500     MOVE WS-INV-NUMBER    TO apyInvoice.
079600     MOVE WS-TODAY         TO apyDate.
079700     MOVE WS-ENTRY-PO      TO apyPoNumber.
079800     MOVE WS-ENTRY-REQ     TO apyReqNumber.
079900     MOVE WS-ENTRY-PART    TO apyPartNumber.
080000     MOVE WS-ENTRY-QTY-N   TO apyQty.
080100     MOVE WS-ENTRY-PRICE-N TO apyUnitPrice.
080200     MOVE WS-LINE-AMOUNT   TO apyAmount.
080300     MOVE WS-OPERATOR-ID   TO apyOperator.
080400     WRITE approvedRecord.
080500     ADD WS-ENTRY-QTY-N TO WS-POL-INVOICED(WS-POL-HIT).
080600     ADD 1 TO WS-INV-APPROVED.
080700     ADD 1 TO WS-APPROVED-COUNT.
080800     DISPLAY "Line matched - approved to pay".
080900 2300-APPROVE-ONE-LINE-EXIT.
081000     EXIT.
081100*----------------------------------------------------------------
081200 2310-HOLD-ONE-LINE.
081300*    THE RUN'S HEADING GOES OUT AHEAD OF ITS FIRST EXCEPTION.
081400*----------------------------------------------------------------
081500     IF NOT EXCEPTION-HEADING-DONE
081600         MOVE WS-TODAY       TO WS-MEX-TITLE-DATE
081700         MOVE WS-OPERATOR-ID TO WS-MEX-TITLE-OPERATOR
081800         WRITE exceptionLine FROM WS-MEX-RULE
081900         WRITE exceptionLine FROM WS-MEX-TITLE-LINE
082000         WRITE exceptionLine FROM WS-MEX-HEADING
082100         SET EXCEPTION-HEADING-DONE TO TRUE
082200     END-IF.
082300     MOVE WS-INV-VENDOR    TO WS-MEX-VENDOR.
082400     MOVE WS-INV-NUMBER    TO WS-MEX-INVOICE.
082500     MOVE WS-ENTRY-PO      TO WS-MEX-PO.
082600     MOVE WS-ENTRY-REQ     TO WS-MEX-REQ.
082700     MOVE WS-ENTRY-PART    TO WS-MEX-PART.
082800     MOVE WS-ENTRY-QTY-N   TO WS-MEX-QTY.
082900     MOVE WS-ENTRY-PRICE-N TO WS-MEX-PRICE.
083000     IF WS-POL-HIT = ZERO
083100         MOVE ZERO TO WS-MEX-PO-PRICE
083200         MOVE ZERO TO WS-MEX-RECEIVED
083300     ELSE
083400         MOVE WS-POL-PRICE(WS-POL-HIT)    TO WS-MEX-PO-PRICE
083500         MOVE WS-POL-RECEIVED(WS-POL-HIT) TO WS-MEX-RECEIVED
083600     END-IF.
083700     MOVE WS-MATCH-REASON  TO WS-MEX-REASON.
083800     WRITE exceptionLine FROM WS-MEX-DETAIL.
083900     ADD 1 TO WS-INV-HELD.
084000     ADD 1 TO WS-HELD-COUNT.
084100     DISPLAY "HELD - " WS-MATCH-REASON.
084200 2310-HOLD-ONE-LINE-EXIT.
084300     EXIT.
084400*----------------------------------------------------------------
084500 2400-REGISTER-INVOICE.
084600*    ON LAB25.INH, AND IN THE TABLE SO IT CANNOT BE KEYED AGAIN
084700*    THIS SESSION.
084800*----------------------------------------------------------------
084900     OPEN EXTEND invRegFile.
085000     IF invRegFileStatus NOT = "00"
085100         OPEN OUTPUT invRegFile
085200     END-IF.
085300     MOVE WS-INV-VENDOR   TO inhVendor.
085400     MOVE WS-INV-NUMBER   TO inhInvoice.
085500     MOVE WS-TODAY        TO inhDate.
085600     MOVE WS-INV-LINES    TO inhLines.
085700     MOVE WS-INV-APPROVED TO inhApproved.
085800     MOVE WS-INV-HELD     TO inhHeld.
085900     MOVE WS-INV-TOTAL    TO inhTotal.
086000     MOVE WS-OPERATOR-ID  TO inhOperator.
086100     WRITE invRegRecord.
086200     CLOSE invRegFile.
086300     IF WS-INH-COUNT < 2000
086400         ADD 1 TO WS-INH-COUNT
086500         MOVE WS-INV-VENDOR TO WS-INH-VENDOR(WS-INH-COUNT)
086600         MOVE WS-INV-NUMBER TO WS-INH-INVOICE(WS-INH-COUNT)
086700     END-IF.
086800     ADD 1 TO WS-INVOICE-COUNT.
086900     DISPLAY "Invoice " WS-INV-NUMBER " registered - "
087000         WS-INV-APPROVED " line(s) approved, " WS-INV-HELD
087100         " held".
087200 2400-REGISTER-INVOICE-EXIT.
087300     EXIT.
