001700*                 AN OPEN-ORDER AGING REPORT (LAB25.OOA) THAT
001800*                 FLAGS REQUISITIONS UNFILLED PAST THE PART'S
001900*                 batchLeadTimeDays FROM lab25.in.
001912* 10/09/2026  DL  THE DOCK NOW KEYS THE ACTUAL UNIT COST OF EACH
001924*                 RECEIPT. EVERY PART CARRIES A RUNNING WEIGHTED-
001936*                 AVERAGE COST ON THE LAB25.CST COST MASTER, AND
001948*                 EACH RECEIPT IS KEPT ON THE LAB25.RCH RECEIPT
001960*                 HISTORY (VENDOR FROM THE LAB25.REQ REQUISITION,
001972*                 QUANTITY, COST, AND THE AVERAGE IT LEFT) SO
001984*                 LAB25VAL CAN VALUE STOCK AS OF A PERIOD END.
001986* 10/10/2026  DL  EACH RECEIPT IS NOW KEYED INTO A NAMED STOREROOM
001988*                 LOCATION (BLANK = THE HOME STOREROOM). A
001990*                 SATELLITE RECEIPT IS POSTED TO LAB25.LOC THROUGH
001992*                 STKLOC AS WELL AS TO THE COMBINED ON-HAND, AND
001994*                 THE LOCATION GOES ON LAB25.RCH.
001995* 10/11/2026  DL  LAB25.OPN NOW CARRIES THE PURCHASE ORDER NUMBER
001996*                 LAB25PO PUT THE ORDER ON. IT IS SHOWN WHEN THE
001997*                 RECEIPT IS KEYED, KEPT ON LAB25.RCH, AND LEADS
001998*                 EACH LINE OF THE OPEN-ORDER AGING REPORT.
001999* 10/13/2026  DL  LAB25.RCH NOW ALSO KEEPS THE DATE THE ORDER WAS
002000*                 PLACED AND THE LEAD DAYS THE VENDOR PROMISED FOR
002001*                 THE PART ON LAB25.VND, SO LAB25VSC CAN SCORE
002002*                 VENDORS ON TIME. A RECEIPT WHOSE REQUISITION HAS
002003*                 LEFT LAB25.REQ TAKES ITS VENDOR FROM THE
002004*                 LAB25.POH PURCHASE ORDER.
002010* 10/15/2026  DL  THE DOCK NOW KEYS THE DATE THE GOODS ARRIVED
002015*                 (BLANK = TODAY) - IT GOES ON LAB25.RCH AND THE
002020*                 COST MASTER IN PLACE OF THE KEYING DATE. A DATE
002025*                 IN THE FUTURE, OR INTO A FISCAL PERIOD PERCLS
002030*                 HAS CLOSED, IS REFUSED - THE CLOSED-PERIOD CASE
002035*                 IS LOGGED TO REJECT.LOG - AND PROMPTED FOR
002040*                 AGAIN.
002052*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003200         FILE STATUS IS partFileStatus.
003300     SELECT agingFile ASSIGN TO "LAB25.OOA"
003400         ORGANIZATION LINE SEQUENTIAL.
003410     SELECT OPTIONAL reqFile ASSIGN TO "LAB25.REQ"
003420         ORGANIZATION LINE SEQUENTIAL
003430         FILE STATUS IS reqFileStatus.
003440     SELECT OPTIONAL costFile ASSIGN TO "LAB25.CST"
003450         ORGANIZATION LINE SEQUENTIAL
003460         FILE STATUS IS costFileStatus.
003470     SELECT OPTIONAL receiptHistFile ASSIGN TO "LAB25.RCH"
003480         ORGANIZATION LINE SEQUENTIAL
003490         FILE STATUS IS receiptHistFileStatus.
003491     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
003492         ORGANIZATION LINE SEQUENTIAL
003493         FILE STATUS IS vendorFileStatus.
003494     SELECT OPTIONAL poHeadFile ASSIGN TO "LAB25.POH"
003495         ORGANIZATION LINE SEQUENTIAL
003496         FILE STATUS IS poHeadFileStatus.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  openOrderFile.
004000     05  opnDate                 PIC 9(08).
004100     05  opnPartNumber           PIC X(06).
004200     05  opnQtyOpen              PIC 9(05).
004250     05  opnPoNumber             PIC 9(05).
004300 FD  stockFile.
004400 01  stockRecord.
004500     05  stkPartNumber           PIC X(06).
005500     05  batchAvgDailyUsage      PIC 9(10).
005600 FD  agingFile.
005700 01  agingRecord                 PIC X(80).
005705 FD  reqFile.
005710 01  reqDetails.
005715     05  reqNumber               PIC 9(05).
005720     05  FILLER                  PIC X(49).
005725     05  reqVendor               PIC X(04).
005730 FD  costFile.
005735 01  costRecord.
005740     05  cstPartNumber           PIC X(06).
005745     05  cstAvgCost              PIC 9(05)V9(04).
005750     05  cstLastReceiptDate      PIC 9(08).
005755 FD  receiptHistFile.
005760 01  receiptHistRecord.
005765     05  rchPartNumber           PIC X(06).
005770     05  rchDate                 PIC 9(08).
005775     05  rchReqNumber            PIC 9(05).
005780     05  rchVendor               PIC X(04).
005785     05  rchQty                  PIC 9(05).
005790     05  rchUnitCost             PIC 9(05)V99.
005795     05  rchAvgCost              PIC 9(05)V9(04).
005797     05  rchLocation             PIC X(04).
005798     05  rchPoNumber             PIC 9(05).
005799     05  rchOrderDate            PIC 9(08).
005800     05  rchLeadDays             PIC 9(03).
005801 FD  vendorFile.
005802 01  vendorRecord.
005803     05  vndVendorCodeI          PIC X(04).
005804     05  vndVendorNameI          PIC X(20).
005805     05  vndPartNumberI          PIC X(06).
005806     05  vndLeadDaysI            PIC 9(03).
005807     05  vndUnitPriceI           PIC 9(05)V99.
005808 FD  poHeadFile.
005809 01  poHeadRecord.
005810     05  pohPoNumber             PIC 9(05).
005811     05  pohDate                 PIC 9(08).
005812     05  pohVendor               PIC X(04).
005856 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------------
006000* FILE STATUS AND RUN SWITCHES
006100*----------------------------------------------------------------
006200 01  openOrderFileStatus         PIC X(02).
006300 01  stockFileStatus             PIC X(02).
006400 01  partFileStatus              PIC X(02).
006425 01  reqFileStatus               PIC X(02).
006450 01  costFileStatus              PIC X(02).
006475 01  receiptHistFileStatus       PIC X(02).
006483 01  vendorFileStatus            PIC X(02).
006491 01  poHeadFileStatus            PIC X(02).
006500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
006600 01  WS-RECEIPT-COUNT            PIC 9(03) COMP VALUE ZERO.
006700 01  WS-CLOSED-COUNT             PIC 9(03) COMP VALUE ZERO.
007100     88  NO-MORE-ENTRIES                 VALUE "N".
007200 01  WS-TODAY                    PIC 9(08).
007300 01  WS-TODAY-INT                PIC 9(07).
007310 01  WS-ENTRY-RCPT-DATE          PIC X(08).
007320 01  WS-ENTRY-RCPT-DATE-N REDEFINES WS-ENTRY-RCPT-DATE
007330                                 PIC 9(08).
007340 01  WS-RECEIPT-DATE             PIC 9(08).
007350 01  WS-RCPT-DATE-SW             PIC X(01).
007360     88  RECEIPT-DATE-IS-VALID           VALUE "Y".
007370     88  RECEIPT-DATE-IS-NOT-VALID       VALUE "N".
007400*----------------------------------------------------------------
007500* OPEN ORDERS, HELD WHOLE FOR THE RECEIPT POSTINGS AND REWRITE
007600*----------------------------------------------------------------
008300         10  WS-OPN-DATE         PIC 9(08).
008400         10  WS-OPN-PART         PIC X(06).
008500         10  WS-OPN-QTY          PIC S9(05).
008550         10  WS-OPN-PO           PIC 9(05).
008600*----------------------------------------------------------------
008700* STOCK BALANCES, HELD WHOLE FOR THE REWRITE
008800*----------------------------------------------------------------
010500         10  WS-PRT-LEAD-DAYS    PIC 9(03).
010600 01  WS-LEAD-DAYS                PIC 9(03).
010700*----------------------------------------------------------------
010706* WEIGHTED-AVERAGE COST PER PART FROM LAB25.CST, HELD WHOLE FOR
010712* THE REWRITE
010718*----------------------------------------------------------------
010724 01  WS-COST-COUNT               PIC 9(03) COMP VALUE ZERO.
010730 01  WS-COST-SUB                 PIC 9(03) COMP.
010736 01  WS-COST-HIT                 PIC 9(03) COMP VALUE ZERO.
010742 01  WS-COST-TABLE.
010748     05  WS-COST-ENTRY OCCURS 100 TIMES.
010754         10  WS-CST-PART         PIC X(06).
010760         10  WS-CST-AVG-COST     PIC 9(05)V9(04).
010766         10  WS-CST-LAST-DATE    PIC 9(08).
010772 01  WS-OLD-ON-HAND              PIC 9(07).
010778 01  WS-OLD-AVG-COST             PIC 9(05)V9(04).
010784 01  WS-RCPT-VENDOR              PIC X(04).
010787 01  WS-RCPT-LEAD-DAYS           PIC 9(03).
010790*----------------------------------------------------------------
010800* RECEIPT ENTRY AND AGING WORK AREAS
010900*----------------------------------------------------------------
011000 01  WS-ENTRY-REQ                PIC 9(05).
011100 01  WS-ENTRY-QTY                PIC 9(05).
011107 01  WS-ENTRY-COST               PIC X(08).
011114 01  WS-ENTRY-COST-R REDEFINES WS-ENTRY-COST.
011121     05  WS-ENTRY-COST-WHOLE     PIC X(05).
011128     05  WS-ENTRY-COST-DOT       PIC X(01).
011135     05  WS-ENTRY-COST-FRAC      PIC X(02).
011142 01  WS-ENTRY-COST-WORK.
011149     05  WS-COST-WORK-WHOLE      PIC X(05).
011156     05  WS-COST-WORK-FRAC       PIC X(02).
011163 01  WS-ENTRY-COST-N REDEFINES WS-ENTRY-COST-WORK
011170                                 PIC 9(05)V99.
011177 01  WS-COST-ENTRY-SW            PIC X(01).
011184     88  COST-IS-VALID                   VALUE "Y".
011191     88  COST-IS-NOT-VALID               VALUE "N".
011192 01  WS-ENTRY-LOCATION           PIC X(04).
011193 01  WS-LOCATION-ENTRY-SW        PIC X(01).
011194     88  LOCATION-IS-VALID               VALUE "Y".
011195     88  LOCATION-IS-NOT-VALID           VALUE "N".
011200 01  WS-DAYS-OPEN                PIC S9(05).
011300 01  WS-DAYS-DISPLAY             PIC ZZZZ9.
011400 01  WS-OPN-DATE-INT             PIC 9(07).
011500 01  WS-AGING-LINE.
011533     05  WS-AGE-PO               PIC Z(05).
011566     05  FILLER                  PIC X(02) VALUE "  ".
011600     05  WS-AGE-REQ              PIC 9(05).
011700     05  FILLER                  PIC X(02) VALUE "  ".
011800     05  WS-AGE-PART             PIC X(06).
012800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
012900*----------------------------------------------------------------
013000 COPY "auditparm.cpy".
013020*----------------------------------------------------------------
013040* CALL INTERFACE TO THE SHARED STOREROOM-LOCATION SUBPROGRAM
013060*----------------------------------------------------------------
013080 COPY "slocparm.cpy".
013081*----------------------------------------------------------------
013082* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
013083*----------------------------------------------------------------
013084 COPY "dvalparm.cpy".
013085*----------------------------------------------------------------
013086* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
013087*----------------------------------------------------------------
013088 COPY "fscparm.cpy".
013089*----------------------------------------------------------------
013090* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
013091*----------------------------------------------------------------
013092 COPY "rejparm.cpy".
013100 PROCEDURE DIVISION.
013200*----------------------------------------------------------------
013300 0000-MAINLINE.
015100         THRU 1100-LOAD-STOCK-FILE-EXIT.
015200     PERFORM 1200-LOAD-PART-LEAD-TIMES
015300         THRU 1200-LOAD-PART-LEAD-TIMES-EXIT.
015333     PERFORM 1300-LOAD-COST-MASTER
015366         THRU 1300-LOAD-COST-MASTER-EXIT.
015400
015500     PERFORM 2000-TAKE-ONE-RECEIPT
015600         THRU 2000-TAKE-ONE-RECEIPT-EXIT
015900     IF WS-RECEIPT-COUNT NOT = ZERO
016000         PERFORM 3000-REWRITE-STOCK-FILE
016100             THRU 3000-REWRITE-STOCK-FILE-EXIT
016133         PERFORM 3200-REWRITE-COST-MASTER
016166             THRU 3200-REWRITE-COST-MASTER-EXIT
016177         SET SLOC-SAVE TO TRUE
016188         CALL "STKLOC" USING SLOC-PARM
016200     END-IF.
016300     PERFORM 3100-REWRITE-OPEN-ORDERS
016400         THRU 3100-REWRITE-OPEN-ORDERS-EXIT.
019900             MOVE opnDate      TO WS-OPN-DATE(WS-OPN-COUNT)
020000             MOVE opnPartNumber TO WS-OPN-PART(WS-OPN-COUNT)
020100             MOVE opnQtyOpen   TO WS-OPN-QTY(WS-OPN-COUNT)
020114*            ORDERS OPENED BEFORE PURCHASE ORDERS HAVE NO NUMBER
020128             IF opnPoNumber IS NUMERIC
020142                 MOVE opnPoNumber TO WS-OPN-PO(WS-OPN-COUNT)
020156             ELSE
020170                 MOVE ZERO TO WS-OPN-PO(WS-OPN-COUNT)
020184             END-IF
020200         END-IF
020300     END-PERFORM.
020400     CLOSE openOrderFile.
025800 1200-LOAD-PART-LEAD-TIMES-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026003 1300-LOAD-COST-MASTER.
026006*    NO LAB25.CST YET MEANS NO PART HAS A COST - THE FIRST RECEIPT
026009*    OF EACH PART SETS ITS AVERAGE.
026012*----------------------------------------------------------------
026015     OPEN INPUT costFile.
026018     IF costFileStatus NOT = "00"
026021         CLOSE costFile
026024         GO TO 1300-LOAD-COST-MASTER-EXIT
026027     END-IF.
026030     PERFORM FOREVER
026033         READ costFile
026036             AT END
026039             EXIT PERFORM
026042         END-READ
026045         IF WS-COST-COUNT < 100
026048             ADD 1 TO WS-COST-COUNT
026051             MOVE cstPartNumber TO WS-CST-PART(WS-COST-COUNT)
026054             MOVE cstAvgCost
026057                 TO WS-CST-AVG-COST(WS-COST-COUNT)
026060             MOVE cstLastReceiptDate
026063                 TO WS-CST-LAST-DATE(WS-COST-COUNT)
026066         ELSE
026069             DISPLAY "WARNING - cost table full, part "
026072                 cstPartNumber " not loaded"
026075         END-IF
026078     END-PERFORM.
026081     CLOSE costFile.
026084 1300-LOAD-COST-MASTER-EXIT.
026087     EXIT.
026090*----------------------------------------------------------------
026100 2000-TAKE-ONE-RECEIPT.
026200*    ONE DOCK RECEIPT - THE REQUISITION MUST BE OPEN, AND THE
026300*    RECEIVED QUANTITY MOVES FROM ON-ORDER TO ON-HAND.
027500     DISPLAY "Open order " WS-ENTRY-REQ " - part "
027600         WS-OPN-PART(WS-OPN-HIT) ", "
027700         WS-OPN-QTY(WS-OPN-HIT) " still open".
027725     IF WS-OPN-PO(WS-OPN-HIT) NOT = ZERO
027750         DISPLAY "  on purchase order " WS-OPN-PO(WS-OPN-HIT)
027775     END-IF.
027800     DISPLAY "Enter quantity received (5 digits)".
027900     ACCEPT WS-ENTRY-QTY FROM CONSOLE.
028000     IF WS-ENTRY-QTY = ZERO
028100         DISPLAY "Nothing received - entry dropped"
028200         GO TO 2000-TAKE-ONE-RECEIPT-ASK-MORE
028300     END-IF.
028305     SET RECEIPT-DATE-IS-NOT-VALID TO TRUE.
028308     PERFORM 2070-ACCEPT-RECEIPT-DATE
028311         THRU 2070-ACCEPT-RECEIPT-DATE-EXIT
028314         UNTIL RECEIPT-DATE-IS-VALID.
028320     SET COST-IS-NOT-VALID TO TRUE.
028340     PERFORM 2050-ACCEPT-ONE-COST
028360         THRU 2050-ACCEPT-ONE-COST-EXIT
028380         UNTIL COST-IS-VALID.
028384     SET LOCATION-IS-NOT-VALID TO TRUE.
028388     PERFORM 2060-ACCEPT-ONE-LOCATION
028392         THRU 2060-ACCEPT-ONE-LOCATION-EXIT
028396         UNTIL LOCATION-IS-VALID.
028400
028500     PERFORM 2200-POST-TO-STOCK
028600         THRU 2200-POST-TO-STOCK-EXIT.
030100         SET NO-MORE-ENTRIES TO TRUE
030200     END-IF.
030300 2000-TAKE-ONE-RECEIPT-EXIT.
030305     EXIT.
030310*----------------------------------------------------------------
030315 2050-ACCEPT-ONE-COST.
030320*    THE INVOICE OR PACKING-SLIP UNIT COST, NOT THE LIST PRICE.
030325*----------------------------------------------------------------
030330     DISPLAY "Enter actual unit cost (99999.99)".
030335     ACCEPT WS-ENTRY-COST FROM CONSOLE.
030340     IF WS-ENTRY-COST-WHOLE IS NUMERIC
030345         AND WS-ENTRY-COST-DOT = "."
030350         AND WS-ENTRY-COST-FRAC IS NUMERIC
030355         SET COST-IS-VALID TO TRUE
030360         MOVE WS-ENTRY-COST-WHOLE TO WS-COST-WORK-WHOLE
030365         MOVE WS-ENTRY-COST-FRAC  TO WS-COST-WORK-FRAC
030370     ELSE
030375         DISPLAY WS-ENTRY-COST " is not in 99999.99 form"
030380     END-IF.
030385 2050-ACCEPT-ONE-COST-EXIT.
030386     EXIT.
030387*----------------------------------------------------------------
030388 2060-ACCEPT-ONE-LOCATION.
030389*    THE STOREROOM THE RECEIPT IS PUT AWAY IN - MUST BE ON
030390*    LAB25.LCN. BLANK IS THE HOME STOREROOM.
030391*----------------------------------------------------------------
030392     DISPLAY "Receive into which location? (blank = home "
030393         "storeroom)".
030394     MOVE SPACES TO WS-ENTRY-LOCATION.
030395     ACCEPT WS-ENTRY-LOCATION FROM CONSOLE.
030396     MOVE FUNCTION UPPER-CASE(WS-ENTRY-LOCATION)
030397         TO WS-ENTRY-LOCATION.
030398     SET SLOC-VALIDATE TO TRUE.
030399     MOVE WS-ENTRY-LOCATION TO SLOC-LOCATION.
030400     CALL "STKLOC" USING SLOC-PARM.
030401     IF SLOC-UNKNOWN-LOCATION
030402         DISPLAY WS-ENTRY-LOCATION
030403             " is not a location on LAB25.LCN"
030404     ELSE
030405         SET LOCATION-IS-VALID TO TRUE
030406         MOVE SLOC-LOCATION TO WS-ENTRY-LOCATION
030407         DISPLAY "Receiving into " WS-ENTRY-LOCATION " "
030408             SLOC-LOCATION-NAME
030409     END-IF.
030410 2060-ACCEPT-ONE-LOCATION-EXIT.
030455     EXIT.
030456*----------------------------------------------------------------
030457 2070-ACCEPT-RECEIPT-DATE.
030458*    THE DAY THE GOODS ARRIVED. IT MAY BE EARLIER THAN TODAY WHEN
030459*    THE DOCK IS KEYING A BACKLOG, BUT NOT LATER, AND NOT INTO A
030460*    FISCAL PERIOD FINANCE HAS CLOSED.
030461*----------------------------------------------------------------
030462     DISPLAY "Enter date received (YYYYMMDD, blank = today)".
030463     MOVE SPACES TO WS-ENTRY-RCPT-DATE.
030464     ACCEPT WS-ENTRY-RCPT-DATE FROM CONSOLE.
030465     IF WS-ENTRY-RCPT-DATE = SPACES
030466         MOVE WS-TODAY TO WS-ENTRY-RCPT-DATE-N
030467     END-IF.
030468     IF WS-ENTRY-RCPT-DATE IS NOT NUMERIC
030469         DISPLAY WS-ENTRY-RCPT-DATE " is not a valid date"
030470         GO TO 2070-ACCEPT-RECEIPT-DATE-EXIT
030471     END-IF.
030472     MOVE WS-ENTRY-RCPT-DATE-N TO DVAL-DATE.
030473     CALL "DATEVAL" USING DVAL-PARM.
030474     IF DVAL-IS-NOT-VALID
030475         DISPLAY WS-ENTRY-RCPT-DATE " is not a valid date"
030476         GO TO 2070-ACCEPT-RECEIPT-DATE-EXIT
030477     END-IF.
030478     IF WS-ENTRY-RCPT-DATE-N > WS-TODAY
030479         DISPLAY WS-ENTRY-RCPT-DATE " is in the future"
030480         GO TO 2070-ACCEPT-RECEIPT-DATE-EXIT
030481     END-IF.
030482     MOVE WS-ENTRY-RCPT-DATE-N TO FSCL-DATE.
030483     CALL "FISCPER" USING FSCL-PARM.
030484     IF FSCL-PERIOD-CLOSED
030485         PERFORM 2150-REJECT-CLOSED-PERIOD
030486             THRU 2150-REJECT-CLOSED-PERIOD-EXIT
030487         GO TO 2070-ACCEPT-RECEIPT-DATE-EXIT
030488     END-IF.
030489     MOVE WS-ENTRY-RCPT-DATE-N TO WS-RECEIPT-DATE.
030490     SET RECEIPT-DATE-IS-VALID TO TRUE.
030491 2070-ACCEPT-RECEIPT-DATE-EXIT.
030492     EXIT.
030500*----------------------------------------------------------------
030600 2100-FIND-OPEN-ORDER.
030700*----------------------------------------------------------------
032100     END-IF.
032200 2110-CHECK-ONE-ORDER-EXIT.
032300     EXIT.
032302*----------------------------------------------------------------
032304 2150-REJECT-CLOSED-PERIOD.
032306*    A BACK-DATED RECEIPT WOULD CHANGE STOCK AND COST NUMBERS
032308*    ALREADY REPORTED FOR A CLOSED PERIOD. THE ATTEMPT GOES TO
032310*    REJECT.LOG SO THE CLOSE HAS A RECORD OF IT.
032312*----------------------------------------------------------------
032314     DISPLAY WS-ENTRY-RCPT-DATE " falls in fiscal "
032316         FSCL-FISCAL-YEAR " period " FSCL-PERIOD
032318         ", which is closed".
032320     MOVE "LAB25RCV" TO REJ-PROGRAM-NAME.
032322     MOVE SPACES TO REJ-RECORD-KEY.
032324     STRING WS-ENTRY-REQ " " WS-ENTRY-RCPT-DATE
032326         DELIMITED BY SIZE INTO REJ-RECORD-KEY.
032328     MOVE "CLSD" TO REJ-REASON-CODE.
032330     MOVE SPACES TO REJ-REASON-TEXT.
032332     STRING "RECEIPT DATED INTO CLOSED PERIOD "
032334         FSCL-FISCAL-YEAR "-" FSCL-PERIOD DELIMITED BY SIZE
032336         INTO REJ-REASON-TEXT.
032338     CALL "REJECTLOG" USING REJECT-PARM.
032340 2150-REJECT-CLOSED-PERIOD-EXIT.
032342     EXIT.
032400*----------------------------------------------------------------
032500 2200-POST-TO-STOCK.
032600*    ON-HAND UP, ON-ORDER DOWN (NEVER BELOW ZERO - AN OVER-
033800             " - receipt not posted to stock"
033900         GO TO 2200-POST-TO-STOCK-EXIT
034000     END-IF.
034050     MOVE WS-STK-ON-HAND(WS-STOCK-HIT) TO WS-OLD-ON-HAND.
034100     ADD WS-ENTRY-QTY TO WS-STK-ON-HAND(WS-STOCK-HIT).
034200     SUBTRACT WS-ENTRY-QTY FROM WS-STK-ON-ORDER(WS-STOCK-HIT).
034300     IF WS-STK-ON-ORDER(WS-STOCK-HIT) < ZERO
034400         MOVE ZERO TO WS-STK-ON-ORDER(WS-STOCK-HIT)
034409     END-IF.
034418     SET SLOC-POST TO TRUE.
034427     MOVE WS-ENTRY-LOCATION       TO SLOC-LOCATION.
034436     MOVE WS-OPN-PART(WS-OPN-HIT) TO SLOC-PART.
034445     MOVE WS-ENTRY-QTY            TO SLOC-QTY.
034454     CALL "STKLOC" USING SLOC-PARM.
034463     IF NOT SLOC-OK
034472         DISPLAY "WARNING - location balance for part "
034481             WS-OPN-PART(WS-OPN-HIT) " at " WS-ENTRY-LOCATION
034490             " not posted - home storeroom holds it"
034500     END-IF.
034533     PERFORM 2300-AVERAGE-IN-RECEIPT
034566         THRU 2300-AVERAGE-IN-RECEIPT-EXIT.
034600 2200-POST-TO-STOCK-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
035100     IF WS-STK-PART(WS-STOCK-SUB) = WS-OPN-PART(WS-OPN-HIT)
035200         MOVE WS-STOCK-SUB TO WS-STOCK-HIT
035300     END-IF.
035301 2210-FIND-ONE-STOCK-EXIT.
035302     EXIT.
035303*----------------------------------------------------------------
035304 2300-AVERAGE-IN-RECEIPT.
035305*    NEW AVERAGE = (OLD ON-HAND X OLD AVERAGE + RECEIVED X ACTUAL
035306*    COST) / NEW ON-HAND. A PART WITH NO COST YET, OR NOTHING ON
035307*    THE SHELF, TAKES THE RECEIPT'S COST OUTRIGHT. THE RECEIPT
035308*    THEN GOES ON LAB25.RCH WITH THE AVERAGE IT LEFT.
035309*----------------------------------------------------------------
035310     MOVE ZERO TO WS-COST-HIT.
035311     PERFORM 2310-FIND-ONE-COST
035312         THRU 2310-FIND-ONE-COST-EXIT
035313         VARYING WS-COST-SUB FROM 1 BY 1
035314         UNTIL WS-COST-SUB > WS-COST-COUNT
035315         OR WS-COST-HIT NOT = ZERO.
035316     IF WS-COST-HIT = ZERO
035317         IF WS-COST-COUNT >= 100
035318             DISPLAY "WARNING - cost table full, part "
035319                 WS-OPN-PART(WS-OPN-HIT) " not costed"
035320             GO TO 2300-AVERAGE-IN-RECEIPT-EXIT
035321         END-IF
035322         ADD 1 TO WS-COST-COUNT
035323         MOVE WS-COST-COUNT TO WS-COST-HIT
035324         MOVE WS-OPN-PART(WS-OPN-HIT) TO WS-CST-PART(WS-COST-HIT)
035325         MOVE ZERO TO WS-OLD-ON-HAND
035326     END-IF.
035327     MOVE WS-CST-AVG-COST(WS-COST-HIT) TO WS-OLD-AVG-COST.
035328     IF WS-OLD-ON-HAND = ZERO
035329         MOVE WS-ENTRY-COST-N TO WS-CST-AVG-COST(WS-COST-HIT)
035330     ELSE
035331         COMPUTE WS-CST-AVG-COST(WS-COST-HIT) ROUNDED =
035332             (WS-OLD-ON-HAND * WS-OLD-AVG-COST
035333             + WS-ENTRY-QTY * WS-ENTRY-COST-N)
035334             / (WS-OLD-ON-HAND + WS-ENTRY-QTY)
035335     END-IF.
035336     MOVE WS-RECEIPT-DATE TO WS-CST-LAST-DATE(WS-COST-HIT).
035337
035338     PERFORM 2320-FIND-REQ-VENDOR
035339         THRU 2320-FIND-REQ-VENDOR-EXIT.
035340     IF WS-RCPT-VENDOR = SPACES
035341         AND WS-OPN-PO(WS-OPN-HIT) NOT = ZERO
035342         PERFORM 2325-FIND-PO-VENDOR
035343             THRU 2325-FIND-PO-VENDOR-EXIT
035344     END-IF.
035345     PERFORM 2330-FIND-PROMISED-LEAD
035346         THRU 2330-FIND-PROMISED-LEAD-EXIT.
035347     OPEN EXTEND receiptHistFile.
035348     IF receiptHistFileStatus NOT = "00"
035349         OPEN OUTPUT receiptHistFile
035350     END-IF.
035351     MOVE WS-OPN-PART(WS-OPN-HIT)      TO rchPartNumber.
035352     MOVE WS-RECEIPT-DATE              TO rchDate.
035353     MOVE WS-ENTRY-REQ                 TO rchReqNumber.
035354     MOVE WS-RCPT-VENDOR               TO rchVendor.
035355     MOVE WS-ENTRY-QTY                 TO rchQty.
035356     MOVE WS-ENTRY-COST-N              TO rchUnitCost.
035357     MOVE WS-CST-AVG-COST(WS-COST-HIT) TO rchAvgCost.
035358     MOVE WS-ENTRY-LOCATION            TO rchLocation.
035359     MOVE WS-OPN-PO(WS-OPN-HIT)        TO rchPoNumber.
035360     MOVE WS-OPN-DATE(WS-OPN-HIT)      TO rchOrderDate.
035361     MOVE WS-RCPT-LEAD-DAYS            TO rchLeadDays.
035362     WRITE receiptHistRecord.
035363     CLOSE receiptHistFile.
035364     DISPLAY "Average cost for part " WS-OPN-PART(WS-OPN-HIT)
035365         " now " WS-CST-AVG-COST(WS-COST-HIT).
035366 2300-AVERAGE-IN-RECEIPT-EXIT.
035367     EXIT.
035368*----------------------------------------------------------------
035369 2310-FIND-ONE-COST.
035370*----------------------------------------------------------------
035371     IF WS-CST-PART(WS-COST-SUB) = WS-OPN-PART(WS-OPN-HIT)
035372         MOVE WS-COST-SUB TO WS-COST-HIT
035373     END-IF.
035374 2310-FIND-ONE-COST-EXIT.
035375     EXIT.
035376*----------------------------------------------------------------
035377 2320-FIND-REQ-VENDOR.
035378*    THE VENDOR THE REQUISITION WAS PLACED WITH - SPACES WHEN THE
035379*    REQUISITION IS NO LONGER ON LAB25.REQ.
035380*----------------------------------------------------------------
035381     MOVE SPACES TO WS-RCPT-VENDOR.
035382     OPEN INPUT reqFile.
035383     IF reqFileStatus NOT = "00"
035384         CLOSE reqFile
035385         GO TO 2320-FIND-REQ-VENDOR-EXIT
035386     END-IF.
035387     PERFORM FOREVER
035388         READ reqFile
035389             AT END
035390             EXIT PERFORM
035391         END-READ
035392         IF reqNumber = WS-ENTRY-REQ
035393             MOVE reqVendor TO WS-RCPT-VENDOR
035482         END-IF
035483     END-PERFORM.
035484     CLOSE reqFile.
035485 2320-FIND-REQ-VENDOR-EXIT.
035486     EXIT.
035487*----------------------------------------------------------------
035488 2325-FIND-PO-VENDOR.
035489*    THE VENDOR ON THE PURCHASE ORDER THE OPEN ORDER WAS PUT ON.
035490*----------------------------------------------------------------
035491     OPEN INPUT poHeadFile.
035492     IF poHeadFileStatus NOT = "00"
035493         CLOSE poHeadFile
035494         GO TO 2325-FIND-PO-VENDOR-EXIT
035495     END-IF.
035496     PERFORM FOREVER
035497         READ poHeadFile
035498             AT END
035499             EXIT PERFORM
035500         END-READ
035501         IF pohPoNumber = WS-OPN-PO(WS-OPN-HIT)
035502             MOVE pohVendor TO WS-RCPT-VENDOR
035503         END-IF
035504     END-PERFORM.
035505     CLOSE poHeadFile.
035506 2325-FIND-PO-VENDOR-EXIT.
035507     EXIT.
035508*----------------------------------------------------------------
035509 2330-FIND-PROMISED-LEAD.
035510*    THE LEAD DAYS LAB25.VND PROMISES FOR THIS VENDOR AND PART -
035511*    ZERO WHEN THE VENDOR IS UNKNOWN OR DOES NOT CARRY THE PART.
035512*----------------------------------------------------------------
035513     MOVE ZERO TO WS-RCPT-LEAD-DAYS.
035514     IF WS-RCPT-VENDOR = SPACES
035515         GO TO 2330-FIND-PROMISED-LEAD-EXIT
035516     END-IF.
035517     OPEN INPUT vendorFile.
035518     IF vendorFileStatus NOT = "00"
035519         CLOSE vendorFile
035520         GO TO 2330-FIND-PROMISED-LEAD-EXIT
035521     END-IF.
035522     PERFORM FOREVER
035523         READ vendorFile
035524             AT END
035525             EXIT PERFORM
035526         END-READ
035527         IF vndVendorCodeI = WS-RCPT-VENDOR
035528             AND vndPartNumberI = WS-OPN-PART(WS-OPN-HIT)
035529             MOVE vndLeadDaysI TO WS-RCPT-LEAD-DAYS
035530         END-IF
035531     END-PERFORM.
035532     CLOSE vendorFile.
035533 2330-FIND-PROMISED-LEAD-EXIT.
035566     EXIT.
035600*----------------------------------------------------------------
035700 3000-REWRITE-STOCK-FILE.
035800*----------------------------------------------------------------
037500     MOVE WS-STK-ON-ORDER(WS-STOCK-SUB) TO stkQtyOnOrder.
037600     WRITE stockRecord.
037700 3010-WRITE-ONE-STOCK-EXIT.
037704     EXIT.
037708*----------------------------------------------------------------
037712 3200-REWRITE-COST-MASTER.
037716*----------------------------------------------------------------
037720     OPEN OUTPUT costFile.
037724     PERFORM 3210-WRITE-ONE-COST
037728         THRU 3210-WRITE-ONE-COST-EXIT
037732         VARYING WS-COST-SUB FROM 1 BY 1
037736         UNTIL WS-COST-SUB > WS-COST-COUNT.
037740     CLOSE costFile.
037744 3200-REWRITE-COST-MASTER-EXIT.
037748     EXIT.
037752*----------------------------------------------------------------
037756 3210-WRITE-ONE-COST.
037760*----------------------------------------------------------------
037764     MOVE WS-CST-PART(WS-COST-SUB)      TO cstPartNumber.
037768     MOVE WS-CST-AVG-COST(WS-COST-SUB)  TO cstAvgCost.
037772     MOVE WS-CST-LAST-DATE(WS-COST-SUB) TO cstLastReceiptDate.
037776     WRITE costRecord.
037780 3210-WRITE-ONE-COST-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000 3100-REWRITE-OPEN-ORDERS.
039600         MOVE WS-OPN-DATE(WS-OPN-SUB) TO opnDate
039700         MOVE WS-OPN-PART(WS-OPN-SUB) TO opnPartNumber
039800         MOVE WS-OPN-QTY(WS-OPN-SUB)  TO opnQtyOpen
039850         MOVE WS-OPN-PO(WS-OPN-SUB)   TO opnPoNumber
039900         WRITE openOrderDetails
040000     END-IF.
040100 3110-WRITE-ONE-ORDER-EXIT.
040800     OPEN OUTPUT agingFile.
040900     MOVE "OPEN-ORDER AGING REPORT" TO agingRecord.
041000     WRITE agingRecord.
041100     MOVE "   PO  REQ    PART      QTY  ORDERED      AGE"
041200         TO agingRecord.
041300     WRITE agingRecord.
041400     PERFORM 4100-AGE-ONE-ORDER
043400         VARYING WS-PART-SUB FROM 1 BY 1
043500         UNTIL WS-PART-SUB > WS-PART-COUNT.
043600     MOVE WS-OPN-REQ(WS-OPN-SUB)  TO WS-AGE-REQ.
043650     MOVE WS-OPN-PO(WS-OPN-SUB)   TO WS-AGE-PO.
043700     MOVE WS-OPN-PART(WS-OPN-SUB) TO WS-AGE-PART.
043800     MOVE WS-OPN-QTY(WS-OPN-SUB)  TO WS-AGE-QTY.
043900     MOVE WS-OPN-DATE(WS-OPN-SUB) TO WS-AGE-DATE.
