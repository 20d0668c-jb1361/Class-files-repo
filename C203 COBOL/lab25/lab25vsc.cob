000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25VSC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. QUARTERLY VENDOR PERFORMANCE
001100*                 SCORECARD (LAB25.VSC). FOR EACH VENDOR: ORDERS
001200*                 PLACED IN THE QUARTER (LAB25.POH / LAB25.POL),
001300*                 RECEIPTS IN THE QUARTER FROM THE LAB25RCV
001400*                 RECEIPT HISTORY (LAB25.RCH), THE PERCENT OF
001500*                 THEM RECEIVED WITHIN THE LEAD DAYS THE VENDOR
001600*                 PROMISED, THE AVERAGE DAYS LATE OF THE LATE
001700*                 ONES, AND THE FILL RATE - QUANTITY RECEIVED
001800*                 AGAINST QUANTITY ORDERED ON THE QUARTER'S
001900*                 ORDERS. A VENDOR UNDER THE LAB25VSC.PRM ON-TIME
002000*                 THRESHOLD IS FLAGGED FOR RE-SOURCING. A SECOND
002100*                 SECTION LISTS EVERY PART WHOSE RECEIPT PRICE
002200*                 FROM A VENDOR CHANGED DURING THE QUARTER.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS vendorFileStatus.
003000     SELECT OPTIONAL poHeadFile ASSIGN TO "LAB25.POH"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS poHeadFileStatus.
003300     SELECT OPTIONAL poLineFile ASSIGN TO "LAB25.POL"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS poLineFileStatus.
003600     SELECT OPTIONAL receiptHistFile ASSIGN TO "LAB25.RCH"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS receiptHistFileStatus.
003900     SELECT OPTIONAL vscPrmFile ASSIGN TO "LAB25VSC.PRM"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS vscPrmFileStatus.
004200     SELECT reportFile ASSIGN TO "LAB25.VSC"
004300         ORGANIZATION LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  vendorFile.
004700 01  vendorRecord.
004800     05  vndVendorCodeI          PIC X(04).
004900     05  vndVendorNameI          PIC X(20).
005000     05  vndPartNumberI          PIC X(06).
005100     05  vndLeadDaysI            PIC 9(03).
005200     05  vndUnitPriceI           PIC 9(05)V99.
005300 FD  poHeadFile.
005400 01  poHeadRecord.
005500     05  pohPoNumber             PIC 9(05).
005600     05  pohDate                 PIC 9(08).
005700     05  pohVendor               PIC X(04).
005800     05  pohLines                PIC 9(03).
005900     05  pohTotal                PIC 9(09)V99.
006000     05  pohOperator             PIC X(08).
006100 FD  poLineFile.
006200 01  poLineRecord.
006300     05  polPoNumber             PIC 9(05).
006400     05  polLine                 PIC 9(03).
006500     05  polReqNumber            PIC 9(05).
006600     05  polPartNumber           PIC X(06).
006700     05  polQty                  PIC 9(05).
006800     05  polUnitPrice            PIC 9(05)V99.
006900 FD  receiptHistFile.
007000 01  receiptHistRecord.
007100     05  rchPartNumber           PIC X(06).
007200     05  rchDate                 PIC 9(08).
007300     05  rchReqNumber            PIC 9(05).
007400     05  rchVendor               PIC X(04).
007500     05  rchQty                  PIC 9(05).
007600     05  rchUnitCost             PIC 9(05)V99.
007700     05  rchAvgCost              PIC 9(05)V9(04).
007800     05  rchLocation             PIC X(04).
007900     05  rchPoNumber             PIC 9(05).
008000     05  rchOrderDate            PIC 9(08).
008100     05  rchLeadDays             PIC 9(03).
008200 FD  vscPrmFile.
008300 01  vscPrmRecord.
008400     05  prmOnTimePct            PIC 9(03).
008500 FD  reportFile.
008600 01  reportRecord                PIC X(80).
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900* FILE STATUS AND RUN SWITCHES
009000*----------------------------------------------------------------
009100 01  vendorFileStatus            PIC X(02).
009200 01  poHeadFileStatus            PIC X(02).
009300 01  poLineFileStatus            PIC X(02).
009400 01  receiptHistFileStatus       PIC X(02).
009500 01  vscPrmFileStatus            PIC X(02).
009600 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009700 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
009800 01  WS-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
009900 01  WS-FLAGGED-COUNT            PIC 9(03) VALUE ZERO.
010000 01  WS-CHANGE-COUNT             PIC 9(03) VALUE ZERO.
010100 01  WS-TODAY                    PIC 9(08).
010200 01  WS-TODAY-R REDEFINES WS-TODAY.
010300     05  WS-TODAY-YEAR           PIC 9(04).
010400     05  WS-TODAY-MONTH          PIC 9(02).
010500     05  WS-TODAY-DAY            PIC 9(02).
010600*----------------------------------------------------------------
010700* THE QUARTER SCORED - LAB25VSC.CTL (QUARTER=YYYYQ) OR THE
010800* CONSOLE; BLANK IS THE LAST FULL CALENDAR QUARTER
010900*----------------------------------------------------------------
011000 01  WS-QTR-ENTRY                PIC X(05).
011100 01  WS-QTR-ENTRY-R REDEFINES WS-QTR-ENTRY.
011200     05  WS-QTR-ENTRY-YEAR       PIC 9(04).
011300     05  WS-QTR-ENTRY-NUMBER     PIC 9(01).
011400 01  WS-QTR-YEAR                 PIC 9(04).
011500 01  WS-QTR-NUMBER               PIC 9(01).
011600 01  WS-QTR-START                PIC 9(08).
011700 01  WS-QTR-END                  PIC 9(08).
011800 01  WS-QTR-END-DAYS.
011900     05  FILLER                  PIC X(16) VALUE
012000         "0331063009301231".
012100 01  WS-QTR-END-TABLE REDEFINES WS-QTR-END-DAYS.
012200     05  WS-QTR-END-MMDD OCCURS 4 TIMES
012300                                 PIC 9(04).
012400 01  WS-ON-TIME-TARGET           PIC 9(03) VALUE 90.
012500*----------------------------------------------------------------
012600* ONE ROW PER VENDOR - LAB25.VND FIRST, THEN ANY VENDOR ONLY THE
012700* ORDERS OR RECEIPTS NAME
012800*----------------------------------------------------------------
012900 01  WS-VEND-COUNT               PIC 9(03) COMP VALUE ZERO.
013000 01  WS-VEND-SUB                 PIC 9(03) COMP.
013100 01  WS-VEND-HIT                 PIC 9(03) COMP VALUE ZERO.
013200 01  WS-WANTED-VENDOR            PIC X(04).
013300 01  WS-VEND-TABLE.
013400     05  WS-VEND-ENTRY OCCURS 50 TIMES.
013500         10  WS-VND-CODE         PIC X(04).
013600         10  WS-VND-NAME         PIC X(20).
013700         10  WS-VND-ORDERS       PIC 9(05).
013800         10  WS-VND-ORDERED-QTY  PIC 9(07).
013900         10  WS-VND-FILLED-QTY   PIC 9(07).
014000         10  WS-VND-RECEIPTS     PIC 9(05).
014100         10  WS-VND-MEASURED     PIC 9(05).
014200         10  WS-VND-ON-TIME      PIC 9(05).
014300         10  WS-VND-LATE         PIC 9(05).
014400         10  WS-VND-LATE-DAYS    PIC 9(07).
014500*----------------------------------------------------------------
014600* PURCHASE ORDERS PLACED IN THE QUARTER AND THEIR LINES
014700*----------------------------------------------------------------
014800 01  WS-QPO-COUNT                PIC 9(03) COMP VALUE ZERO.
014900 01  WS-QPO-SUB                  PIC 9(03) COMP.
015000 01  WS-QPO-HIT                  PIC 9(03) COMP VALUE ZERO.
015100 01  WS-QPO-TABLE.
015200     05  WS-QPO-ENTRY OCCURS 300 TIMES.
015300         10  WS-QPO-NUMBER       PIC 9(05).
015400         10  WS-QPO-VEND         PIC 9(03) COMP.
015500 01  WS-QLN-COUNT                PIC 9(04) COMP VALUE ZERO.
015600 01  WS-QLN-SUB                  PIC 9(04) COMP.
015700 01  WS-QLN-HIT                  PIC 9(04) COMP VALUE ZERO.
015800 01  WS-QLN-TABLE.
015900     05  WS-QLN-ENTRY OCCURS 1000 TIMES.
016000         10  WS-QLN-REQ          PIC 9(05).
016100         10  WS-QLN-VEND         PIC 9(03) COMP.
016200         10  WS-QLN-QTY          PIC 9(05).
016300         10  WS-QLN-RECEIVED     PIC 9(07).
016400*----------------------------------------------------------------
016500* FIRST AND LAST RECEIPT PRICE PER VENDOR AND PART IN THE QUARTER
016600*----------------------------------------------------------------
016700 01  WS-PRC-COUNT                PIC 9(03) COMP VALUE ZERO.
016800 01  WS-PRC-SUB                  PIC 9(03) COMP.
016900 01  WS-PRC-HIT                  PIC 9(03) COMP VALUE ZERO.
017000 01  WS-PRC-TABLE.
017100     05  WS-PRC-ENTRY OCCURS 300 TIMES.
017200         10  WS-PRC-VEND         PIC 9(03) COMP.
017300         10  WS-PRC-PART         PIC X(06).
017400         10  WS-PRC-FIRST        PIC 9(05)V99.
017500         10  WS-PRC-LAST         PIC 9(05)V99.
017600*----------------------------------------------------------------
017700* WORK FIELDS
017800*----------------------------------------------------------------
017900 01  WS-DAYS-TAKEN               PIC S9(05).
018000 01  WS-DAYS-LATE                PIC 9(05).
018100 01  WS-PCT-WORK                 PIC 9(03)V9.
018200 01  WS-CHANGE-WORK              PIC S9(05)V9.
018300*----------------------------------------------------------------
018400* REPORT LINES
018500*----------------------------------------------------------------
018600 01  WS-TITLE-LINE.
018700     05  FILLER                  PIC X(39) VALUE
018800         "VENDOR PERFORMANCE SCORECARD - QUARTER ".
018900     05  WS-TTL-YEAR             PIC 9(04).
019000     05  FILLER                  PIC X(01) VALUE "Q".
019100     05  WS-TTL-QUARTER          PIC 9(01).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-TTL-START            PIC 9(08).
019400     05  FILLER                  PIC X(03) VALUE " - ".
019500     05  WS-TTL-END              PIC 9(08).
019600 01  WS-TARGET-LINE.
019700     05  FILLER                  PIC X(18) VALUE
019800         "ON-TIME TARGET    ".
019900     05  WS-TGT-PCT              PIC ZZ9.
020000     05  FILLER                  PIC X(14) VALUE "%     RUN DATE".
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  WS-TGT-RUN-DATE         PIC 9(08).
020300 01  WS-VENDOR-HEADING.
020400     05  FILLER                  PIC X(40) VALUE
020500         "VEND VENDOR NAME         ORDERS RCPTS ON".
020600     05  FILLER                  PIC X(40) VALUE
020700         "-TIME AVG LATE FILL %  FLAG".
020800 01  WS-VENDOR-DETAIL.
020900     05  WS-DTL-CODE             PIC X(04).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  WS-DTL-NAME             PIC X(20).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  WS-DTL-ORDERS           PIC ZZZ9.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  WS-DTL-RECEIPTS         PIC ZZZ9.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  WS-DTL-ON-TIME          PIC ZZ9.9.
021800     05  WS-DTL-ON-TIME-X REDEFINES WS-DTL-ON-TIME
021900                                 PIC X(05).
022000     05  WS-DTL-ON-TIME-SIGN     PIC X(01).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  WS-DTL-AVG-LATE         PIC ZZ9.9.
022300     05  FILLER                  PIC X(03) VALUE SPACES.
022400     05  WS-DTL-FILL             PIC ZZ9.9.
022500     05  WS-DTL-FILL-X REDEFINES WS-DTL-FILL
022600                                 PIC X(05).
022700     05  WS-DTL-FILL-SIGN        PIC X(01).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  WS-DTL-FLAG             PIC X(17).
023000 01  WS-NONE-LINE                PIC X(80) VALUE
023100     "  NO VENDOR ACTIVITY IN THE QUARTER".
023200 01  WS-PRICE-TITLE              PIC X(80) VALUE
023300     "PRICE CHANGES ON RECEIPTS DURING THE QUARTER".
023400 01  WS-PRICE-HEADING            PIC X(80) VALUE
023500     "VEND PART     FIRST COST    LAST COST   CHANGE".
023600 01  WS-PRICE-DETAIL.
023700     05  WS-PCH-CODE             PIC X(04).
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  WS-PCH-PART             PIC X(06).
024000     05  FILLER                  PIC X(04) VALUE SPACES.
024100     05  WS-PCH-FIRST            PIC ZZ,ZZ9.99.
024200     05  FILLER                  PIC X(04) VALUE SPACES.
024300     05  WS-PCH-LAST             PIC ZZ,ZZ9.99.
024400     05  FILLER                  PIC X(03) VALUE SPACES.
024500     05  WS-PCH-CHANGE           PIC +ZZ9.9.
024600     05  FILLER                  PIC X(01) VALUE "%".
024700 01  WS-NO-CHANGE-LINE           PIC X(80) VALUE
024800     "  NO RECEIPT PRICE CHANGED DURING THE QUARTER".
024900 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
025000*----------------------------------------------------------------
025100* CALL INTERFACES TO THE SHARED SUBPROGRAMS
025200*----------------------------------------------------------------
025300 COPY "rctlparm.cpy".
025400 COPY "auditparm.cpy".
025500 PROCEDURE DIVISION.
025600*----------------------------------------------------------------
025700 0000-MAINLINE.
025800*----------------------------------------------------------------
025900     MOVE "LAB25VSC" TO AUDIT-PROGRAM-NAME.
026000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
026100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
026200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
026300
026400     PERFORM 1000-GET-QUARTER
026500         THRU 1000-GET-QUARTER-EXIT.
026600     IF WS-FINAL-RETURN-CODE > 4
026700         GO TO 0000-WRAP-UP
026800     END-IF.
026900     PERFORM 1100-READ-TARGET
027000         THRU 1100-READ-TARGET-EXIT.
027100     PERFORM 1200-LOAD-VENDORS
027200         THRU 1200-LOAD-VENDORS-EXIT.
027300     PERFORM 1300-LOAD-QUARTER-ORDERS
027400         THRU 1300-LOAD-QUARTER-ORDERS-EXIT.
027500     PERFORM 1400-LOAD-ORDER-LINES
027600         THRU 1400-LOAD-ORDER-LINES-EXIT.
027700     PERFORM 1500-SCORE-RECEIPTS
027800         THRU 1500-SCORE-RECEIPTS-EXIT.
027900     PERFORM 1600-ADD-UP-FILL
028000         THRU 1600-ADD-UP-FILL-EXIT
028100         VARYING WS-QLN-SUB FROM 1 BY 1
028200         UNTIL WS-QLN-SUB > WS-QLN-COUNT.
028300
028400     OPEN OUTPUT reportFile.
028500     PERFORM 2000-PRINT-SCORECARD
028600         THRU 2000-PRINT-SCORECARD-EXIT.
028700     PERFORM 3000-PRINT-PRICE-CHANGES
028800         THRU 3000-PRINT-PRICE-CHANGES-EXIT.
028900     CLOSE reportFile.
029000     DISPLAY "Scorecard for " WS-QTR-YEAR "Q" WS-QTR-NUMBER
029100         " on LAB25.VSC - " WS-FLAGGED-COUNT
029200         " vendor(s) under the on-time target".
029300     IF WS-FLAGGED-COUNT NOT = ZERO
029400         MOVE 4 TO WS-FINAL-RETURN-CODE
029500     END-IF.
029600
029700 0000-WRAP-UP.
029800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
029900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
030000     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
030100     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
030200     MOVE SPACES TO AUDIT-USER-ID.
030300     CALL "AUDITLOG" USING AUDIT-PARM.
030400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
030500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
030600     STOP RUN.
030700*----------------------------------------------------------------
030800 1000-GET-QUARTER.
030900*    QUARTER= ON LAB25VSC.CTL, OR THE CONSOLE. BLANK TAKES THE
031000*    LAST CALENDAR QUARTER THAT HAS ENDED.
031100*----------------------------------------------------------------
031200     MOVE "LAB25VSC" TO RCTL-PROGRAM-NAME.
031300     MOVE "QUARTER" TO RCTL-KEYWORD.
031400     CALL "RUNCTL" USING RCTL-PARM.
031500     IF RCTL-VALUE-FOUND
031600         MOVE RCTL-VALUE(1:5) TO WS-QTR-ENTRY
031700         DISPLAY "QUARTER taken from LAB25VSC.CTL"
031800     ELSE
031900         DISPLAY "Score which quarter? (YYYYQ, blank = last "
032000             "full quarter)"
032100         MOVE SPACES TO WS-QTR-ENTRY
032200         ACCEPT WS-QTR-ENTRY FROM CONSOLE
032300     END-IF.
032400     IF WS-QTR-ENTRY = SPACES
032500         COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH - 1) / 3
032600         MOVE WS-TODAY-YEAR TO WS-QTR-YEAR
032700         IF WS-QTR-NUMBER = ZERO
032800             MOVE 4 TO WS-QTR-NUMBER
032900             SUBTRACT 1 FROM WS-QTR-YEAR
033000         END-IF
033100     ELSE
033200         IF WS-QTR-ENTRY IS NOT NUMERIC
033300             OR WS-QTR-ENTRY-NUMBER < 1
033400             OR WS-QTR-ENTRY-NUMBER > 4
033500             DISPLAY "** " WS-QTR-ENTRY
033600                 " IS NOT A YYYYQ QUARTER **"
033700             MOVE 8 TO WS-FINAL-RETURN-CODE
033800             GO TO 1000-GET-QUARTER-EXIT
033900         END-IF
034000         MOVE WS-QTR-ENTRY-YEAR   TO WS-QTR-YEAR
034100         MOVE WS-QTR-ENTRY-NUMBER TO WS-QTR-NUMBER
034200     END-IF.
034300     COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
034400         + ((WS-QTR-NUMBER - 1) * 3 + 1) * 100 + 1.
034500     COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
034600         + WS-QTR-END-MMDD(WS-QTR-NUMBER).
034700     DISPLAY "Scoring " WS-QTR-START " through " WS-QTR-END.
034800 1000-GET-QUARTER-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 1100-READ-TARGET.
035200*    LAB25VSC.PRM - ON-TIME PERCENT 9(3). DEFAULT 90.
035300*----------------------------------------------------------------
035400     OPEN INPUT vscPrmFile.
035500     IF vscPrmFileStatus = "00"
035600         READ vscPrmFile
035700             AT END
035800                 CONTINUE
035900             NOT AT END
036000                 IF prmOnTimePct IS NUMERIC
036100                     MOVE prmOnTimePct TO WS-ON-TIME-TARGET
036200                 END-IF
036300         END-READ
036400     END-IF.
036500     CLOSE vscPrmFile.
036600 1100-READ-TARGET-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 1200-LOAD-VENDORS.
037000*----------------------------------------------------------------
037100     OPEN INPUT vendorFile.
037200     IF vendorFileStatus NOT = "00"
037300         CLOSE vendorFile
037400         GO TO 1200-LOAD-VENDORS-EXIT
037500     END-IF.
037600     PERFORM FOREVER
037700         READ vendorFile
037800             AT END
037900             EXIT PERFORM
038000         END-READ
038100         ADD 1 TO WS-RECORDS-READ
038200         MOVE vndVendorCodeI TO WS-WANTED-VENDOR
038300         PERFORM 1900-FIND-VENDOR
038400             THRU 1900-FIND-VENDOR-EXIT
038500         IF WS-VEND-HIT NOT = ZERO
038600             MOVE vndVendorNameI TO WS-VND-NAME(WS-VEND-HIT)
038700         END-IF
038800     END-PERFORM.
038900     CLOSE vendorFile.
039000 1200-LOAD-VENDORS-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300 1300-LOAD-QUARTER-ORDERS.
039400*    PURCHASE ORDERS DATED INSIDE THE QUARTER.
039500*----------------------------------------------------------------
039600     OPEN INPUT poHeadFile.
039700     IF poHeadFileStatus NOT = "00"
039800         CLOSE poHeadFile
039900         GO TO 1300-LOAD-QUARTER-ORDERS-EXIT
040000     END-IF.
040100     PERFORM FOREVER
040200         READ poHeadFile
040300             AT END
040400             EXIT PERFORM
040500         END-READ
040600         ADD 1 TO WS-RECORDS-READ
040700         IF pohDate NOT < WS-QTR-START
040800             AND pohDate NOT > WS-QTR-END
040900             PERFORM 1310-KEEP-ONE-ORDER
041000                 THRU 1310-KEEP-ONE-ORDER-EXIT
041100         END-IF
041200     END-PERFORM.
041300     CLOSE poHeadFile.
041400 1300-LOAD-QUARTER-ORDERS-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 1310-KEEP-ONE-ORDER.
041800*----------------------------------------------------------------
041900     IF WS-QPO-COUNT >= 300
042000         DISPLAY "WARNING - PO table full, PO " pohPoNumber
042100             " not scored"
042200         MOVE 4 TO WS-FINAL-RETURN-CODE
042300         GO TO 1310-KEEP-ONE-ORDER-EXIT
042400     END-IF.
042500     MOVE pohVendor TO WS-WANTED-VENDOR.
042600     PERFORM 1900-FIND-VENDOR
042700         THRU 1900-FIND-VENDOR-EXIT.
042800     IF WS-VEND-HIT = ZERO
042900         GO TO 1310-KEEP-ONE-ORDER-EXIT
043000     END-IF.
043100     ADD 1 TO WS-QPO-COUNT.
043200     MOVE pohPoNumber TO WS-QPO-NUMBER(WS-QPO-COUNT).
043300     MOVE WS-VEND-HIT TO WS-QPO-VEND(WS-QPO-COUNT).
043400 1310-KEEP-ONE-ORDER-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700 1400-LOAD-ORDER-LINES.
043800*    EVERY LINE OF A QUARTER PURCHASE ORDER IS AN ORDER PLACED
043900*    WITH THAT VENDOR.
044000*----------------------------------------------------------------
044100     IF WS-QPO-COUNT = ZERO
044200         GO TO 1400-LOAD-ORDER-LINES-EXIT
044300     END-IF.
044400     OPEN INPUT poLineFile.
044500     IF poLineFileStatus NOT = "00"
044600         CLOSE poLineFile
044700         GO TO 1400-LOAD-ORDER-LINES-EXIT
044800     END-IF.
044900     PERFORM FOREVER
045000         READ poLineFile
045100             AT END
045200             EXIT PERFORM
045300         END-READ
045400         ADD 1 TO WS-RECORDS-READ
045500         MOVE ZERO TO WS-QPO-HIT
045600         PERFORM 1410-CHECK-ONE-ORDER
045700             THRU 1410-CHECK-ONE-ORDER-EXIT
045800             VARYING WS-QPO-SUB FROM 1 BY 1
045900             UNTIL WS-QPO-SUB > WS-QPO-COUNT
046000             OR WS-QPO-HIT NOT = ZERO
046100         IF WS-QPO-HIT NOT = ZERO
046200             PERFORM 1420-KEEP-ONE-LINE
046300                 THRU 1420-KEEP-ONE-LINE-EXIT
046400         END-IF
046500     END-PERFORM.
046600     CLOSE poLineFile.
046700 1400-LOAD-ORDER-LINES-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 1410-CHECK-ONE-ORDER.
047100*----------------------------------------------------------------
047200     IF WS-QPO-NUMBER(WS-QPO-SUB) = polPoNumber
047300         MOVE WS-QPO-SUB TO WS-QPO-HIT
047400     END-IF.
047500 1410-CHECK-ONE-ORDER-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800 1420-KEEP-ONE-LINE.
047900*----------------------------------------------------------------
048000     IF WS-QLN-COUNT >= 1000
048100         DISPLAY "WARNING - order line table full, req "
048200             polReqNumber " not scored"
048300         MOVE 4 TO WS-FINAL-RETURN-CODE
048400         GO TO 1420-KEEP-ONE-LINE-EXIT
048500     END-IF.
048600     ADD 1 TO WS-QLN-COUNT.
048700     MOVE polReqNumber TO WS-QLN-REQ(WS-QLN-COUNT).
048800     MOVE WS-QPO-VEND(WS-QPO-HIT) TO WS-QLN-VEND(WS-QLN-COUNT).
048900     MOVE polQty TO WS-QLN-QTY(WS-QLN-COUNT).
049000     MOVE ZERO TO WS-QLN-RECEIVED(WS-QLN-COUNT).
049100     MOVE WS-QPO-VEND(WS-QPO-HIT) TO WS-VEND-HIT.
049200     ADD 1 TO WS-VND-ORDERS(WS-VEND-HIT).
049300     ADD polQty TO WS-VND-ORDERED-QTY(WS-VEND-HIT).
049400 1420-KEEP-ONE-LINE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 1500-SCORE-RECEIPTS.
049800*    A RECEIPT AGAINST A QUARTER ORDER COUNTS TOWARD ITS FILL,
049900*    WHENEVER IT ARRIVED. A RECEIPT DATED IN THE QUARTER IS
050000*    SCORED FOR TIMELINESS AND PRICE.
050100*----------------------------------------------------------------
050200     OPEN INPUT receiptHistFile.
050300     IF receiptHistFileStatus NOT = "00"
050400         CLOSE receiptHistFile
050500         GO TO 1500-SCORE-RECEIPTS-EXIT
050600     END-IF.
050700     PERFORM FOREVER
050800         READ receiptHistFile
050900             AT END
051000             EXIT PERFORM
051100         END-READ
051200         ADD 1 TO WS-RECORDS-READ
051300         MOVE ZERO TO WS-QLN-HIT
051400         PERFORM 1510-CHECK-ONE-LINE
051500             THRU 1510-CHECK-ONE-LINE-EXIT
051600             VARYING WS-QLN-SUB FROM 1 BY 1
051700             UNTIL WS-QLN-SUB > WS-QLN-COUNT
051800             OR WS-QLN-HIT NOT = ZERO
051900         IF WS-QLN-HIT NOT = ZERO
052000             ADD rchQty TO WS-QLN-RECEIVED(WS-QLN-HIT)
052100         END-IF
052200         IF rchDate NOT < WS-QTR-START
052300             AND rchDate NOT > WS-QTR-END
052400             AND rchVendor NOT = SPACES
052500             PERFORM 1520-SCORE-ONE-RECEIPT
052600                 THRU 1520-SCORE-ONE-RECEIPT-EXIT
052700         END-IF
052800     END-PERFORM.
052900     CLOSE receiptHistFile.
053000 1500-SCORE-RECEIPTS-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------
053300 1510-CHECK-ONE-LINE.
053400*----------------------------------------------------------------
053500     IF WS-QLN-REQ(WS-QLN-SUB) = rchReqNumber
053600         MOVE WS-QLN-SUB TO WS-QLN-HIT
053700     END-IF.
053800 1510-CHECK-ONE-LINE-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 1520-SCORE-ONE-RECEIPT.
054200*    RECEIPTS WRITTEN BEFORE LAB25.RCH CARRIED THE ORDER DATE AND
054300*    PROMISED LEAD DAYS COUNT AS RECEIPTS BUT ARE NOT TIMED.
054400*----------------------------------------------------------------
054500     MOVE rchVendor TO WS-WANTED-VENDOR.
054600     PERFORM 1900-FIND-VENDOR
054700         THRU 1900-FIND-VENDOR-EXIT.
054800     IF WS-VEND-HIT = ZERO
054900         GO TO 1520-SCORE-ONE-RECEIPT-EXIT
055000     END-IF.
055100     ADD 1 TO WS-VND-RECEIPTS(WS-VEND-HIT).
055200     PERFORM 1530-TRACK-ONE-PRICE
055300         THRU 1530-TRACK-ONE-PRICE-EXIT.
055400     IF rchOrderDate IS NOT NUMERIC
055500         OR rchLeadDays IS NOT NUMERIC
055600         GO TO 1520-SCORE-ONE-RECEIPT-EXIT
055700     END-IF.
055800     IF rchOrderDate = ZERO
055900         OR rchLeadDays = ZERO
056000         GO TO 1520-SCORE-ONE-RECEIPT-EXIT
056100     END-IF.
056200     ADD 1 TO WS-VND-MEASURED(WS-VEND-HIT).
056300     COMPUTE WS-DAYS-TAKEN =
056400         FUNCTION INTEGER-OF-DATE(rchDate)
056500         - FUNCTION INTEGER-OF-DATE(rchOrderDate).
056600     IF WS-DAYS-TAKEN NOT > rchLeadDays
056700         ADD 1 TO WS-VND-ON-TIME(WS-VEND-HIT)
056800     ELSE
056900         COMPUTE WS-DAYS-LATE = WS-DAYS-TAKEN - rchLeadDays
057000         ADD 1 TO WS-VND-LATE(WS-VEND-HIT)
057100         ADD WS-DAYS-LATE TO WS-VND-LATE-DAYS(WS-VEND-HIT)
057200     END-IF.
057300 1520-SCORE-ONE-RECEIPT-EXIT.
057400     EXIT.
057500*----------------------------------------------------------------
057600 1530-TRACK-ONE-PRICE.
057700*    LAB25.RCH IS IN RECEIPT ORDER, SO THE FIRST ROW SEEN IS THE
057800*    QUARTER'S FIRST PRICE AND EACH LATER ONE REPLACES THE LAST.
057900*----------------------------------------------------------------
058000     MOVE ZERO TO WS-PRC-HIT.
058100     PERFORM 1540-CHECK-ONE-PRICE
058200         THRU 1540-CHECK-ONE-PRICE-EXIT
058300         VARYING WS-PRC-SUB FROM 1 BY 1
058400         UNTIL WS-PRC-SUB > WS-PRC-COUNT
058500         OR WS-PRC-HIT NOT = ZERO.
058600     IF WS-PRC-HIT NOT = ZERO
058700         MOVE rchUnitCost TO WS-PRC-LAST(WS-PRC-HIT)
058800         GO TO 1530-TRACK-ONE-PRICE-EXIT
058900     END-IF.
059000     IF WS-PRC-COUNT >= 300
059100         GO TO 1530-TRACK-ONE-PRICE-EXIT
059200     END-IF.
059300     ADD 1 TO WS-PRC-COUNT.
059400     MOVE WS-VEND-HIT   TO WS-PRC-VEND(WS-PRC-COUNT).
059500     MOVE rchPartNumber TO WS-PRC-PART(WS-PRC-COUNT).
059600     MOVE rchUnitCost   TO WS-PRC-FIRST(WS-PRC-COUNT).
059700     MOVE rchUnitCost   TO WS-PRC-LAST(WS-PRC-COUNT).
059800 1530-TRACK-ONE-PRICE-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 1540-CHECK-ONE-PRICE.
060200*----------------------------------------------------------------
060300     IF WS-PRC-VEND(WS-PRC-SUB) = WS-VEND-HIT
060400         AND WS-PRC-PART(WS-PRC-SUB) = rchPartNumber
060500         MOVE WS-PRC-SUB TO WS-PRC-HIT
060600     END-IF.
060700 1540-CHECK-ONE-PRICE-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------
061000 1600-ADD-UP-FILL.
061100*    AN OVER-SHIPMENT FILLS ITS OWN LINE ONLY.
061200*----------------------------------------------------------------
061300     MOVE WS-QLN-VEND(WS-QLN-SUB) TO WS-VEND-HIT.
061400     IF WS-QLN-RECEIVED(WS-QLN-SUB) > WS-QLN-QTY(WS-QLN-SUB)
061500         ADD WS-QLN-QTY(WS-QLN-SUB)
061600             TO WS-VND-FILLED-QTY(WS-VEND-HIT)
061700     ELSE
061800         ADD WS-QLN-RECEIVED(WS-QLN-SUB)
061900             TO WS-VND-FILLED-QTY(WS-VEND-HIT)
062000     END-IF.
062100 1600-ADD-UP-FILL-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400 1900-FIND-VENDOR.
062500*    THE ROW FOR WS-WANTED-VENDOR, ADDED WHEN IT IS NOT THERE.
062600*    WS-VEND-HIT COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.
062700*----------------------------------------------------------------
062800     MOVE ZERO TO WS-VEND-HIT.
062900     PERFORM 1910-CHECK-ONE-VENDOR
063000         THRU 1910-CHECK-ONE-VENDOR-EXIT
063100         VARYING WS-VEND-SUB FROM 1 BY 1
063200         UNTIL WS-VEND-SUB > WS-VEND-COUNT
063300         OR WS-VEND-HIT NOT = ZERO.
063400     IF WS-VEND-HIT NOT = ZERO
063500         GO TO 1900-FIND-VENDOR-EXIT
063600     END-IF.
063700     IF WS-VEND-COUNT >= 50
063800         DISPLAY "WARNING - vendor table full, " WS-WANTED-VENDOR
063900             " not scored"
064000         MOVE 4 TO WS-FINAL-RETURN-CODE
064100         GO TO 1900-FIND-VENDOR-EXIT
064200     END-IF.
064300     ADD 1 TO WS-VEND-COUNT.
064400     MOVE WS-VEND-COUNT TO WS-VEND-HIT.
064500     MOVE WS-WANTED-VENDOR TO WS-VND-CODE(WS-VEND-HIT).
064600     MOVE "NOT ON LAB25.VND" TO WS-VND-NAME(WS-VEND-HIT).
064700     MOVE ZERO TO WS-VND-ORDERS(WS-VEND-HIT).
064800     MOVE ZERO TO WS-VND-ORDERED-QTY(WS-VEND-HIT).
064900     MOVE ZERO TO WS-VND-FILLED-QTY(WS-VEND-HIT).
065000     MOVE ZERO TO WS-VND-RECEIPTS(WS-VEND-HIT).
065100     MOVE ZERO TO WS-VND-MEASURED(WS-VEND-HIT).
065200     MOVE ZERO TO WS-VND-ON-TIME(WS-VEND-HIT).
065300     MOVE ZERO TO WS-VND-LATE(WS-VEND-HIT).
065400     MOVE ZERO TO WS-VND-LATE-DAYS(WS-VEND-HIT).
065500 1900-FIND-VENDOR-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800 1910-CHECK-ONE-VENDOR.
065900*----------------------------------------------------------------
066000     IF WS-VND-CODE(WS-VEND-SUB) = WS-WANTED-VENDOR
066100         MOVE WS-VEND-SUB TO WS-VEND-HIT
066200     END-IF.
066300 1910-CHECK-ONE-VENDOR-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 2000-PRINT-SCORECARD.
066700*----------------------------------------------------------------
066800     MOVE WS-QTR-YEAR       TO WS-TTL-YEAR.
066900     MOVE WS-QTR-NUMBER     TO WS-TTL-QUARTER.
067000     MOVE WS-QTR-START      TO WS-TTL-START.
067100     MOVE WS-QTR-END        TO WS-TTL-END.
067200     MOVE WS-ON-TIME-TARGET TO WS-TGT-PCT.
067300     MOVE WS-TODAY          TO WS-TGT-RUN-DATE.
067400     WRITE reportRecord FROM WS-TITLE-LINE.
067500     WRITE reportRecord FROM WS-TARGET-LINE.
067600     WRITE reportRecord FROM WS-BLANK-LINE.
067700     WRITE reportRecord FROM WS-VENDOR-HEADING.
067800     ADD 4 TO WS-LINES-WRITTEN.
067900     MOVE ZERO TO WS-VEND-HIT.
068000     PERFORM 2100-PRINT-ONE-VENDOR
068100         THRU 2100-PRINT-ONE-VENDOR-EXIT
068200         VARYING WS-VEND-SUB FROM 1 BY 1
068300         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
068400     IF WS-VEND-HIT = ZERO
068500         WRITE reportRecord FROM WS-NONE-LINE
068600         ADD 1 TO WS-LINES-WRITTEN
068700     END-IF.
068800 2000-PRINT-SCORECARD-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100 2100-PRINT-ONE-VENDOR.
069200*    A VENDOR WITH NEITHER ORDERS NOR RECEIPTS IN THE QUARTER IS
069300*    LEFT OFF. WS-VEND-HIT COUNTS THE VENDORS PRINTED.
069400*----------------------------------------------------------------
069500     IF WS-VND-ORDERS(WS-VEND-SUB) = ZERO
069600         AND WS-VND-RECEIPTS(WS-VEND-SUB) = ZERO
069700         GO TO 2100-PRINT-ONE-VENDOR-EXIT
069800     END-IF.
069900     ADD 1 TO WS-VEND-HIT.
070000     MOVE WS-VND-CODE(WS-VEND-SUB)     TO WS-DTL-CODE.
070100     MOVE WS-VND-NAME(WS-VEND-SUB)     TO WS-DTL-NAME.
070200     MOVE WS-VND-ORDERS(WS-VEND-SUB)   TO WS-DTL-ORDERS.
070300     MOVE WS-VND-RECEIPTS(WS-VEND-SUB) TO WS-DTL-RECEIPTS.
070400     MOVE SPACES TO WS-DTL-FLAG.
070500
070600     IF WS-VND-MEASURED(WS-VEND-SUB) = ZERO
070700         MOVE "  N/A" TO WS-DTL-ON-TIME-X
070800         MOVE SPACE TO WS-DTL-ON-TIME-SIGN
070900     ELSE
071000         COMPUTE WS-PCT-WORK ROUNDED =
071100             WS-VND-ON-TIME(WS-VEND-SUB) * 100
071200             / WS-VND-MEASURED(WS-VEND-SUB)
071300         MOVE WS-PCT-WORK TO WS-DTL-ON-TIME
071400         MOVE "%" TO WS-DTL-ON-TIME-SIGN
071500         IF WS-PCT-WORK < WS-ON-TIME-TARGET
071600             MOVE "** RE-SOURCE **" TO WS-DTL-FLAG
071700             ADD 1 TO WS-FLAGGED-COUNT
071800         END-IF
071900     END-IF.
072000     IF WS-VND-LATE(WS-VEND-SUB) = ZERO
072100         MOVE ZERO TO WS-DTL-AVG-LATE
072200     ELSE
072300         COMPUTE WS-PCT-WORK ROUNDED =
072400             WS-VND-LATE-DAYS(WS-VEND-SUB)
072500             / WS-VND-LATE(WS-VEND-SUB)
072600         MOVE WS-PCT-WORK TO WS-DTL-AVG-LATE
072700     END-IF.
072800     IF WS-VND-ORDERED-QTY(WS-VEND-SUB) = ZERO
072900         MOVE "  N/A" TO WS-DTL-FILL-X
073000         MOVE SPACE TO WS-DTL-FILL-SIGN
073100     ELSE
073200         COMPUTE WS-PCT-WORK ROUNDED =
073300             WS-VND-FILLED-QTY(WS-VEND-SUB) * 100
073400             / WS-VND-ORDERED-QTY(WS-VEND-SUB)
073500         MOVE WS-PCT-WORK TO WS-DTL-FILL
073600         MOVE "%" TO WS-DTL-FILL-SIGN
073700     END-IF.
073800     WRITE reportRecord FROM WS-VENDOR-DETAIL.
073900     ADD 1 TO WS-LINES-WRITTEN.
074000 2100-PRINT-ONE-VENDOR-EXIT.
074100     EXIT.
074200*----------------------------------------------------------------
074300 3000-PRINT-PRICE-CHANGES.
074400*----------------------------------------------------------------
074500     WRITE reportRecord FROM WS-BLANK-LINE.
074600     WRITE reportRecord FROM WS-PRICE-TITLE.
074700     WRITE reportRecord FROM WS-BLANK-LINE.
074800     WRITE reportRecord FROM WS-PRICE-HEADING.
074900     ADD 4 TO WS-LINES-WRITTEN.
075000     PERFORM 3100-PRINT-ONE-CHANGE
075100         THRU 3100-PRINT-ONE-CHANGE-EXIT
075200         VARYING WS-PRC-SUB FROM 1 BY 1
075300         UNTIL WS-PRC-SUB > WS-PRC-COUNT.
075400     IF WS-CHANGE-COUNT = ZERO
075500         WRITE reportRecord FROM WS-NO-CHANGE-LINE
075600         ADD 1 TO WS-LINES-WRITTEN
075700     END-IF.
075800 3000-PRINT-PRICE-CHANGES-EXIT.
075900     EXIT.
076000*----------------------------------------------------------------
076100 3100-PRINT-ONE-CHANGE.
076200*----------------------------------------------------------------
076300     IF WS-PRC-LAST(WS-PRC-SUB) = WS-PRC-FIRST(WS-PRC-SUB)
076400         GO TO 3100-PRINT-ONE-CHANGE-EXIT
076500     END-IF.
076600     ADD 1 TO WS-CHANGE-COUNT.
076700     MOVE WS-PRC-VEND(WS-PRC-SUB) TO WS-VEND-HIT.
076800     MOVE WS-VND-CODE(WS-VEND-HIT)  TO WS-PCH-CODE.
076900     MOVE WS-PRC-PART(WS-PRC-SUB)   TO WS-PCH-PART.
077000     MOVE WS-PRC-FIRST(WS-PRC-SUB)  TO WS-PCH-FIRST.
077100     MOVE WS-PRC-LAST(WS-PRC-SUB)   TO WS-PCH-LAST.
077200     IF WS-PRC-FIRST(WS-PRC-SUB) = ZERO
077300         MOVE ZERO TO WS-PCH-CHANGE
077400     ELSE
077500         COMPUTE WS-CHANGE-WORK ROUNDED =
077600             (WS-PRC-LAST(WS-PRC-SUB) - WS-PRC-FIRST(WS-PRC-SUB))
077700             * 100 / WS-PRC-FIRST(WS-PRC-SUB)
077800         MOVE WS-CHANGE-WORK TO WS-PCH-CHANGE
077900     END-IF.
078000     WRITE reportRecord FROM WS-PRICE-DETAIL.
078100     ADD 1 TO WS-LINES-WRITTEN.
078200 3100-PRINT-ONE-CHANGE-EXIT.
078300     EXIT.
